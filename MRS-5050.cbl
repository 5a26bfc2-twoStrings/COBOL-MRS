       IDENTIFICATION DIVISION.
       PROGRAM-ID.  MRS-5050.
       AUTHOR.  JOHN BELLEK.
      *****************************************************************
      * GL feed transmission. MRS-GL-POST-FILE is built up over the
      * whole night by every posting run in turn (and topped up by
      * the counter programs during the day), so it can carry no
      * control records of its own - nobody knows which writer is
      * the last. Once the night's postings are all on it, this
      * step cuts the copy corporate actually picks up,
      * MRS-GL-SEND.DAT: the header line (MRS-6540), every feed line
      * as it stands, and the trailer line with the line count and
      * the total of the adjustment amounts, which corporate checks
      * against what it loaded. The copy is put on the outbound
      * register with its sequence number like every other file we
      * send. The feed itself is left untouched.
      *
      * A night with no feed on disk still sends a header and a
      * trailer of zero lines, so corporate can tell an empty night
      * from a lost file.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MRS-GL-POST-FILE
               ASSIGN TO UT-SYS-POST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POST-STATUS.

           SELECT MRS-GL-SEND-FILE
               ASSIGN TO UT-SYS-GL-SEND
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SEND-STATUS.

           SELECT MRS-FILE-CONFIG-FILE
               ASSIGN TO UT-SYS-FILE-CFG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CFG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       COPY "CPYBOOKS/MRS-GL-POST.CPY".

      * The feed line exactly as it lies on MRS-GL-POST-FILE, between
      * the header and trailer lines.
       FD  MRS-GL-SEND-FILE
           RECORD CONTAINS 65 CHARACTERS.
       01  MRS-GL-SEND-REC                     PIC X(65).

       COPY "CPYBOOKS/MRS-FILE-CFG.CPY".

       WORKING-STORAGE SECTION.
       COPY "CPYBOOKS/MRS-JOBCTR.CPY".
       COPY "CPYBOOKS/DATETIME.CPY".
       COPY "CPYBOOKS/MRS-SIGNON.CPY".
       COPY "CPYBOOKS/MRS-TRNPUT.CPY".
       COPY "CPYBOOKS/MRS-OBPUT.CPY".

       01  WS-FILENAMES.
           05  UT-SYS-POST           PIC X(50)
                               VALUE "C:\COBOL\MRS-GL-POST-FILE.DAT".
           05  UT-SYS-GL-SEND        PIC X(50)
                               VALUE "C:\COBOL\MRS-GL-SEND.DAT".
           05  UT-SYS-FILE-CFG       PIC X(50)
                                   VALUE "C:\COBOL\MRS-FILE-PATHS.CFG".

       01  WS-FILE-CFG-CTL.
           05  WS-CFG-STATUS         PIC XX.
           05  WS-CFG-EOF            PIC X.
               88  CFG-EOF VALUE 'Y'.

       01  WS-SWITCHES.
           05  WS-POST-STATUS        PIC XX.
           05  WS-SEND-STATUS        PIC XX.
           05  WS-POST-EOF           PIC X.

       PROCEDURE DIVISION.
       100-MAIN.
           PERFORM 160-LOAD-FILE-CONFIG THRU 160-EXIT
           OPEN OUTPUT MRS-GL-SEND-FILE
           IF WS-SEND-STATUS NOT = '00'
               DISPLAY "MRS-5050 CANNOT CREATE GL SEND FILE - STATUS "
                   WS-SEND-STATUS
               MOVE ZEROS TO MRS-JOB-READ
               MOVE ZEROS TO MRS-JOB-WRITTEN
               GOBACK
           END-IF
           MOVE "H" TO MRS-OBP-FUNCTION
           MOVE "MRS-5050" TO MRS-OBP-SOURCE
           MOVE "GLFEED" TO MRS-OBP-FILE-CODE
           MOVE SPACES TO MRS-OBP-SITE
           MOVE UT-SYS-GL-SEND TO MRS-OBP-PATH
           CALL "MRS-6540" USING MRS-OB-PUT
           MOVE MRS-OBP-LINE TO MRS-GL-SEND-REC
           WRITE MRS-GL-SEND-REC
           OPEN INPUT MRS-GL-POST-FILE
           IF WS-POST-STATUS = '00'
               PERFORM 200-COPY-FEED THRU 200-EXIT
               CLOSE MRS-GL-POST-FILE
           ELSE
               DISPLAY "MRS-5050 NO GL FEED ON DISK - EMPTY FILE SENT."
           END-IF
           MOVE "T" TO MRS-OBP-FUNCTION
           CALL "MRS-6540" USING MRS-OB-PUT
           MOVE MRS-OBP-LINE TO MRS-GL-SEND-REC
           WRITE MRS-GL-SEND-REC
           CLOSE MRS-GL-SEND-FILE
           DISPLAY "MRS-5050 GL FEED SENT: " MRS-OBP-COUNT
               " LINE(S), SEQUENCE " MRS-OBP-SEQ "."
      *    The night driver logs these on the job log.
           MOVE MRS-OBP-COUNT TO MRS-JOB-READ
           MOVE MRS-OBP-COUNT TO MRS-JOB-WRITTEN
           GOBACK.
       100-EXIT.
           EXIT.

       200-COPY-FEED.
           MOVE "N" TO WS-POST-EOF
           PERFORM UNTIL WS-POST-EOF = "Y"
               READ MRS-GL-POST-FILE
                   AT END
                       MOVE "Y" TO WS-POST-EOF
                   NOT AT END
                       MOVE MRS-GL-POST-REC TO MRS-GL-SEND-REC
                       WRITE MRS-GL-SEND-REC
                       ADD 1 TO MRS-OBP-COUNT
                       ADD MRS-GL-ADJUST-AMOUNT TO MRS-OBP-HASH
               END-READ
           END-PERFORM.
       200-EXIT.
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
                           PERFORM 170-APPLY-CONFIG-KEY THRU 170-EXIT
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
       160-EXIT.
           EXIT.

       170-APPLY-CONFIG-KEY.
           EVALUATE CFG-KEY
               WHEN "POST"
                   MOVE CFG-PATH TO UT-SYS-POST
               WHEN "GL-SEND"
                   MOVE CFG-PATH TO UT-SYS-GL-SEND
           END-EVALUATE.
       170-EXIT.
           EXIT.

       end program MRS-5050.
