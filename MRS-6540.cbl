       IDENTIFICATION DIVISION.
       PROGRAM-ID.  MRS-6540.
       AUTHOR.  JOHN BELLEK.
      *****************************************************************
      * Outbound file control - the one place the control records of
      * a file leaving the building are made. Every file we send out
      * used to go with nothing but its data lines, so a receiver
      * handed half a file had no way to tell. Each outbound writer
      * now calls this twice (MRS-OBPUT.CPY):
      *
      *   "H" before the first data line - the next number of the
      *       file's series is drawn off the number control file and
      *       the header line comes back:
      *         HDR,source,site,run date,sequence
      *   "T" after the last data line - the trailer line comes back
      *       with the caller's record count and hash total:
      *         TRL,record count,hash total
      *       and the file goes on the outbound register with the
      *       time, the operator, and the path it was cut to.
      *
      * Each series is the file code plus the site ("GLFEED01",
      * "GROS0101" for vendor 01's gross export at site 01), so a
      * receiver sees its own unbroken run of numbers and knows a
      * file went missing when one is skipped. The number control
      * file is started here if the site has none.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MRS-NUMBER-CONTROL-FILE
               ASSIGN TO UT-SYS-NUMCTL
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS MRS-NCT-KEY
               FILE STATUS IS WS-NCT-STATUS.

           SELECT MRS-OUTREG-FILE
               ASSIGN TO UT-SYS-OUTREG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OBR-STATUS.

           SELECT MRS-FILE-CONFIG-FILE
               ASSIGN TO UT-SYS-FILE-CFG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CFG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       COPY "CPYBOOKS/MRS-NUMCTL.CPY".
       COPY "CPYBOOKS/MRS-OUTREG.CPY".
       COPY "CPYBOOKS/MRS-FILE-CFG.CPY".

       WORKING-STORAGE SECTION.
       COPY "CPYBOOKS/DATETIME.CPY".
       COPY "CPYBOOKS/MRS-SIGNON.CPY".
       COPY "CPYBOOKS/MRS-TRNPUT.CPY".

       01  WS-FILENAMES.
           05  UT-SYS-NUMCTL         PIC X(50)
                               VALUE "C:\COBOL\MRS-NUMCTL-INDEX.DAT".
           05  UT-SYS-OUTREG         PIC X(50)
                               VALUE "C:\COBOL\MRS-OUTBOUND.LOG".
           05  UT-SYS-FILE-CFG       PIC X(50)
                                   VALUE "C:\COBOL\MRS-FILE-PATHS.CFG".

       01  WS-FILE-CFG-CTL.
           05  WS-CFG-STATUS         PIC XX.
           05  WS-CFG-EOF            PIC X.
               88  CFG-EOF VALUE 'Y'.

       01  WS-CONTROL.
           05  WS-NCT-STATUS         PIC XX.
           05  WS-OBR-STATUS         PIC XX.
           05  WS-TODAY-NUM          PIC 9(8).
           05  WS-SERIES-KEY.
               10  WS-SERIES-CODE    PIC X(6).
               10  WS-SERIES-SITE    PIC X(2).

       01  WS-HDR-LINE.
           05  PIC X(4)  VALUE "HDR,".
           05  HL-SOURCE             PIC X(8).
           05  PIC X     VALUE ",".
           05  HL-SITE               PIC X(2).
           05  PIC X     VALUE ",".
           05  HL-DATE               PIC 9(8).
           05  PIC X     VALUE ",".
           05  HL-SEQ                PIC 9(6).
           05  PIC X(9)  VALUE SPACES.

       01  WS-TRL-LINE.
           05  PIC X(4)  VALUE "TRL,".
           05  TL-COUNT              PIC 9(9).
           05  PIC X     VALUE ",".
           05  TL-HASH               PIC -9(13).99.
           05  PIC X(9)  VALUE SPACES.

       LINKAGE SECTION.
       COPY "CPYBOOKS/MRS-OBPUT.CPY".

       PROCEDURE DIVISION USING MRS-OB-PUT.
       100-MAIN.
           PERFORM 160-LOAD-FILE-CONFIG THRU 160-END
           MOVE FUNCTION CURRENT-DATE TO WS-DATETIME
           COMPUTE WS-TODAY-NUM =
               (WS-YEAR * 10000) + (WS-MONTH * 100) + WS-DAY
           IF MRS-OBP-SITE = SPACES OR MRS-OBP-SITE = LOW-VALUES
               MOVE "01" TO MRS-OBP-SITE
           END-IF
           EVALUATE MRS-OBP-FUNCTION
               WHEN "H"
                   PERFORM 200-HEADER THRU 200-EXIT
               WHEN "T"
                   PERFORM 300-TRAILER THRU 300-EXIT
           END-EVALUATE
           GOBACK.
       100-EXIT.
           EXIT.

       200-HEADER.
           PERFORM 250-DRAW-SEQUENCE THRU 250-EXIT
           MOVE ZERO TO MRS-OBP-COUNT
           MOVE ZERO TO MRS-OBP-HASH
           MOVE MRS-OBP-SOURCE TO HL-SOURCE
           MOVE MRS-OBP-SITE TO HL-SITE
           MOVE WS-TODAY-NUM TO HL-DATE
           MOVE MRS-OBP-SEQ TO HL-SEQ
           MOVE WS-HDR-LINE TO MRS-OBP-LINE.
       200-EXIT.
           EXIT.

      * Draws the series' next number in one read-take-rewrite. The
      * first file of a series is number 1.
       250-DRAW-SEQUENCE.
           MOVE MRS-OBP-FILE-CODE TO WS-SERIES-CODE
           MOVE MRS-OBP-SITE TO WS-SERIES-SITE
           MOVE 1 TO MRS-OBP-SEQ
           OPEN I-O MRS-NUMBER-CONTROL-FILE
           IF WS-NCT-STATUS = '35'
               OPEN OUTPUT MRS-NUMBER-CONTROL-FILE
               CLOSE MRS-NUMBER-CONTROL-FILE
               OPEN I-O MRS-NUMBER-CONTROL-FILE
           END-IF
           IF WS-NCT-STATUS NOT = '00'
               GO TO 250-EXIT
           END-IF
           MOVE WS-SERIES-KEY TO MRS-NCT-KEY
           READ MRS-NUMBER-CONTROL-FILE
               INVALID KEY
                   MOVE WS-SERIES-KEY TO MRS-NCT-KEY
                   MOVE 2 TO MRS-NCT-NEXT
                   WRITE MRS-NUMBER-CONTROL-REC
               NOT INVALID KEY
                   MOVE MRS-NCT-NEXT TO MRS-OBP-SEQ
                   ADD 1 TO MRS-NCT-NEXT
                   REWRITE MRS-NUMBER-CONTROL-REC
           END-READ
           CLOSE MRS-NUMBER-CONTROL-FILE.
       250-EXIT.
           EXIT.

       300-TRAILER.
           MOVE MRS-OBP-COUNT TO TL-COUNT
           MOVE MRS-OBP-HASH TO TL-HASH
           MOVE WS-TRL-LINE TO MRS-OBP-LINE
           OPEN EXTEND MRS-OUTREG-FILE
           IF WS-OBR-STATUS = '35'
               OPEN OUTPUT MRS-OUTREG-FILE
           END-IF
           MOVE SPACES TO MRS-OUTREG-REC
           MOVE WS-TODAY-NUM TO MRS-OBR-DATE
           COMPUTE MRS-OBR-TIME =
               (WS-HOUR * 10000) + (WS-MINUTE * 100) + WS-SECOND
           MOVE MRS-OBP-SOURCE TO MRS-OBR-SOURCE
           MOVE MRS-OBP-FILE-CODE TO MRS-OBR-FILE-CODE
           MOVE MRS-OBP-SITE TO MRS-OBR-SITE
           MOVE MRS-OBP-SEQ TO MRS-OBR-SEQ
           MOVE MRS-OBP-COUNT TO MRS-OBR-COUNT
           MOVE MRS-OBP-HASH TO MRS-OBR-HASH
           MOVE MRS-SIGNON-OPERATOR TO MRS-OBR-OPERATOR
           MOVE MRS-OBP-PATH TO MRS-OBR-PATH
           WRITE MRS-OUTREG-REC
           CLOSE MRS-OUTREG-FILE.
       300-EXIT.
           EXIT.

      * Lets the site override compiled-in data file paths without a
      * recompile. Missing config file or missing key just leaves the
      * paths this program was compiled with alone.
       160-LOAD-FILE-CONFIG.
           MOVE 'N' TO WS-CFG-EOF
           OPEN INPUT MRS-FILE-CONFIG-FILE
           IF WS-CFG-STATUS = '00'
               PERFORM UNTIL CFG-EOF
                   READ MRS-FILE-CONFIG-FILE
                       AT END
                           MOVE 'Y' TO WS-CFG-EOF
                       NOT AT END
                           PERFORM 170-APPLY-CONFIG-KEY THRU 170-END
                   END-READ
               END-PERFORM
               CLOSE MRS-FILE-CONFIG-FILE
           END-IF.
      *    A training session works on the training copy of every
      *    file, never the live ones.
           IF MRS-SIGNON-TRAINING = "Y"
               MOVE LENGTH OF WS-FILENAMES TO MRS-TRN-AREA-LEN
               CALL "MRS-1060" USING MRS-TRN-PUT WS-FILENAMES
           END-IF.
       160-END.
           EXIT.

       170-APPLY-CONFIG-KEY.
           EVALUATE CFG-KEY
               WHEN "NUMCTL"
                   MOVE CFG-PATH TO UT-SYS-NUMCTL
               WHEN "OUTREG"
                   MOVE CFG-PATH TO UT-SYS-OUTREG
           END-EVALUATE.
       170-END.
           EXIT.

       end program MRS-6540.
