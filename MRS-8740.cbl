       IDENTIFICATION DIVISION.
       PROGRAM-ID.  MRS-8740.
       AUTHOR.  JOHN BELLEK.
      *****************************************************************
      * Print format mismatch report, run at the end of the night.
      * Booking refuses a showing whose room cannot project any print
      * in the building, but a schedule can still go wrong after
      * the fact: a copy transfer (MRS-4560) takes the only 3D
      * package across town, a print is retired, a supervisor
      * overrode the refusal, a draft went live without the check,
      * or the screen master's format was changed. This walks every
      * live showing from the run date forward, asks the print
      * format checker (MRS-4180) about each, and lists the ones
      * that will not run:
      *
      *   ROOM CANNOT RUN PRINT - prints of the feature are in the
      *     building, none in a format the room can project
      *   NO PRINT AT THIS SITE - the feature's copies are all at
      *     the other building or on the truck
      *
      * A site with no copy file, and a feature with no copy on
      * file at all, are passed over - there is nothing to judge by.
      *
      * One console ACCEPT drives it: the first date to look at
      * (YYYYMMDD, zero = today), so the night stream's blank line
      * checks everything still to come.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MRS-SHOW-FILE
               ASSIGN TO UT-SYS-MRS-SHOW
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS MRS-SHOW-ID
               ALTERNATE KEY IS MRS-SHOW-LOOKUP-KEY
               WITH DUPLICATES
               ALTERNATE KEY IS MRS-RENTAL-ID
               WITH DUPLICATES
               FILE STATUS IS WS-SHOW-STATUS.

           SELECT MRS-MOVIE-FILE
               ASSIGN TO UT-SYS-MRS-MOVIE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MRS-MOVIE-KEY
               FILE STATUS IS WS-MOV-STATUS.

           SELECT MRS-PRINTFMT-RPT
               ASSIGN TO UT-SYS-PRINTFMT-RPT
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT MRS-FILE-CONFIG-FILE
               ASSIGN TO UT-SYS-FILE-CFG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CFG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       COPY "CPYBOOKS/MRS-SHOW.CPY".
       COPY "CPYBOOKS/MRS-MOVIE.CPY".
       COPY "CPYBOOKS/MRS-FILE-CFG.CPY".

       FD  MRS-PRINTFMT-RPT
           RECORD CONTAINS 80 CHARACTERS.
       01  MRS-PRINTFMT-LINE                   PIC X(80).

       WORKING-STORAGE SECTION.
       COPY "CPYBOOKS/MRS-JOBCTR.CPY".
       COPY "CPYBOOKS/MRS-SPLPUT.CPY".
       COPY "CPYBOOKS/DATETIME.CPY".
       COPY "CPYBOOKS/MRS-SIGNON.CPY".
       COPY "CPYBOOKS/MRS-TRNPUT.CPY".
       COPY "CPYBOOKS/MRS-RPQCTL.CPY".
       COPY "CPYBOOKS/MRS-FMTCHK.CPY".

       01  WS-FILENAMES.
           05  UT-SYS-MRS-SHOW       PIC X(50)
                                 VALUE "C:\COBOL\MRS-SHOW-INDEX.dat".
           05  UT-SYS-MRS-MOVIE      PIC X(50)
                                 VALUE "C:\COBOL\MRS-MOVIE-INDEX.dat".
           05  UT-SYS-PRINTFMT-RPT   PIC X(50)
                                   VALUE "C:\COBOL\MRS-PRINTFMT.RPT".
           05  UT-SYS-FILE-CFG       PIC X(50)
                                   VALUE "C:\COBOL\MRS-FILE-PATHS.CFG".

       01  WS-FILE-CFG-CTL.
           05  WS-CFG-STATUS         PIC XX.
           05  WS-CFG-EOF            PIC X.
               88  CFG-EOF VALUE 'Y'.

       01  WS-SWITCHES.
           05  WS-SHOW-STATUS        PIC XX.
           05  WS-MOV-STATUS         PIC XX.
           05  SHOW-EOF              PIC X.

       01  WS-CONTROL.
           05  WS-PICK-DATE          PIC 9(8) VALUE ZERO.
           05  WS-I                  PIC 9(3).
           05  WS-HIT                PIC 9(3).
           05  WS-SHOW-READ          PIC 9(7) VALUE ZERO.
           05  WS-CHECKED            PIC 9(5) VALUE ZERO.
           05  WS-FORMAT-CNT         PIC 9(5) VALUE ZERO.
           05  WS-NO-PRINT-CNT       PIC 9(5) VALUE ZERO.

      * Answers already had from the checker, by feature and room -
      * a week of one feature on one screen asks once. A full table
      * just asks again.
       01  WS-ASK-TABLE.
           05  WS-ASK-COUNT          PIC 9(3) VALUE ZERO.
           05  WS-ASK-SLOT OCCURS 300 TIMES.
               10  WK-RENTAL-ID      PIC X(7).
               10  WK-SCREEN         PIC 99.
               10  WK-ANSWER         PIC X.
               10  WK-PRINT-FMT      PIC X(3).
               10  WK-SCR-FMT        PIC X.

       01  WS-RPT-HEADER.
           05  PIC X(33) VALUE "MRS PRINT FORMAT CHECK - FROM".
           05  RH-DATE               PIC 9(8).
           05  PIC X(39) VALUE SPACES.

       01  WS-RPT-COL-HDR.
           05  PIC X(5)  VALUE "SHOW".
           05  PIC X(9)  VALUE "DATE".
           05  PIC X(5)  VALUE "TIME".
           05  PIC X(4)  VALUE "SCR".
           05  PIC X(3)  VALUE "ST".
           05  PIC X(21) VALUE "FEATURE".
           05  PIC X(5)  VALUE "ROOM".
           05  PIC X(6)  VALUE "PRINT".
           05  PIC X(22) VALUE "PROBLEM".

       01  WS-RPT-DETAIL.
           05  RD-SHOW-ID            PIC 9(4).
           05  PIC X(1)  VALUE SPACES.
           05  RD-DATE               PIC 9(8).
           05  PIC X(1)  VALUE SPACES.
           05  RD-TIME               PIC X(4).
           05  PIC X(1)  VALUE SPACES.
           05  RD-SCREEN             PIC Z9.
           05  PIC X(2)  VALUE SPACES.
           05  RD-SITE               PIC X(2).
           05  PIC X(1)  VALUE SPACES.
           05  RD-MOVIE              PIC X(20).
           05  PIC X(1)  VALUE SPACES.
           05  RD-SCR-FMT            PIC X.
           05  PIC X(4)  VALUE SPACES.
           05  RD-PRINT-FMT          PIC X(3).
           05  PIC X(3)  VALUE SPACES.
           05  RD-PROBLEM            PIC X(22).

       01  WS-RPT-NONE               PIC X(80) VALUE
           "EVERY SHOWING TO COME HAS A PRINT ITS ROOM CAN RUN.".

       01  WS-RPT-FOOTER.
           05  PIC X(18) VALUE "SHOWINGS CHECKED:".
           05  RF-CHECKED            PIC ZZZZ9.
           05  PIC X(3)  VALUE SPACES.
           05  PIC X(16) VALUE "WRONG FORMAT:".
           05  RF-FORMAT             PIC ZZZZ9.
           05  PIC X(3)  VALUE SPACES.
           05  PIC X(14) VALUE "NO PRINT HERE:".
           05  RF-NO-PRINT           PIC ZZZZ9.
           05  PIC X(11) VALUE SPACES.

       01  WS-RPT-BLANK              PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.
       100-MAIN.
           PERFORM 160-LOAD-FILE-CONFIG THRU 160-END
           MOVE FUNCTION CURRENT-DATE TO WS-DATETIME
      *    A request off the report queue brings its parameters
      *    with it; run by hand, they come off the console.
           IF MRS-RPQ-ACTIVE = "Y"
               MOVE MRS-RPQ-PARM(1) TO WS-PICK-DATE
           ELSE
               ACCEPT WS-PICK-DATE
           END-IF
           IF WS-PICK-DATE = ZEROS
               COMPUTE WS-PICK-DATE =
                   (WS-YEAR * 10000) + (WS-MONTH * 100) + WS-DAY
           END-IF

           OPEN OUTPUT MRS-PRINTFMT-RPT
           MOVE WS-PICK-DATE TO RH-DATE
           WRITE MRS-PRINTFMT-LINE FROM WS-RPT-HEADER
           WRITE MRS-PRINTFMT-LINE FROM WS-RPT-BLANK
           WRITE MRS-PRINTFMT-LINE FROM WS-RPT-COL-HDR

           OPEN INPUT MRS-MOVIE-FILE
           OPEN INPUT MRS-SHOW-FILE
           IF WS-SHOW-STATUS = '00'
               PERFORM 200-WALK-SHOWINGS THRU 200-EXIT
               CLOSE MRS-SHOW-FILE
           END-IF
           IF WS-MOV-STATUS = '00'
               CLOSE MRS-MOVIE-FILE
           END-IF

           IF WS-FORMAT-CNT + WS-NO-PRINT-CNT = ZERO
               WRITE MRS-PRINTFMT-LINE FROM WS-RPT-NONE
           END-IF
           WRITE MRS-PRINTFMT-LINE FROM WS-RPT-BLANK
           MOVE WS-CHECKED TO RF-CHECKED
           MOVE WS-FORMAT-CNT TO RF-FORMAT
           MOVE WS-NO-PRINT-CNT TO RF-NO-PRINT
           WRITE MRS-PRINTFMT-LINE FROM WS-RPT-FOOTER
           CLOSE MRS-PRINTFMT-RPT

           DISPLAY "MRS-8740 PRINT FORMAT: " WS-CHECKED
               " SHOWING(S) CHECKED, " WS-FORMAT-CNT
               " WRONG FORMAT, " WS-NO-PRINT-CNT " NO PRINT HERE."
      *    The finished output registers on the report spool so
      *    the office can find and reprint it later.
      *    The night driver logs these on the job log.
           MOVE WS-SHOW-READ TO MRS-JOB-READ
           COMPUTE MRS-JOB-WRITTEN = WS-FORMAT-CNT + WS-NO-PRINT-CNT
           MOVE "MRS-8740" TO MRS-SP-PROGRAM
           MOVE SPACES TO MRS-SP-PARMS
           MOVE WS-PICK-DATE TO MRS-SP-PARMS(1:8)
           MOVE UT-SYS-PRINTFMT-RPT TO MRS-SP-PATH
           CALL "MRS-7050" USING MRS-SPOOL-PUT
           GOBACK.
       100-EXIT.
           EXIT.

      * Every live showing on or after the run date. Cancelled rows
      * (settled or not) and private bookings are passed over, as
      * the week clone passes them over.
       200-WALK-SHOWINGS.
           MOVE "N" TO SHOW-EOF
           MOVE LOW-VALUES TO MRS-SHOW-ID
           START MRS-SHOW-FILE KEY IS NOT LESS THAN MRS-SHOW-ID
               INVALID KEY
                   MOVE "Y" TO SHOW-EOF
           END-START
           PERFORM UNTIL SHOW-EOF = "Y"
               READ MRS-SHOW-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO SHOW-EOF
                   NOT AT END
                       ADD 1 TO WS-SHOW-READ
                       IF MRS-SHOW-DATE >= WS-PICK-DATE AND
                          MRS-SHOW-STATUS NOT = "C" AND
                          MRS-SHOW-STATUS NOT = "S" AND
                          MRS-SHOW-STATUS NOT = "P" AND
                          MRS-RENTAL-ID NOT = SPACES
                           PERFORM 300-CHECK-ONE THRU 300-EXIT
                       END-IF
               END-READ
           END-PERFORM.
       200-EXIT.
           EXIT.

      * One showing against the checker, through the answers table.
       300-CHECK-ONE.
           ADD 1 TO WS-CHECKED
           PERFORM 350-ASK-CHECKER THRU 350-EXIT
           EVALUATE MRS-FC-ANSWER
               WHEN "N"
                   ADD 1 TO WS-FORMAT-CNT
                   MOVE "ROOM CANNOT RUN PRINT" TO RD-PROBLEM
               WHEN "S"
                   ADD 1 TO WS-NO-PRINT-CNT
                   MOVE "NO PRINT AT THIS SITE" TO RD-PROBLEM
               WHEN OTHER
                   GO TO 300-EXIT
           END-EVALUATE
           MOVE MRS-SHOW-ID TO RD-SHOW-ID
           MOVE MRS-SHOW-DATE TO RD-DATE
           MOVE MRS-SHOW-TIME(1:4) TO RD-TIME
           MOVE MRS-SCREEN-NUMBER TO RD-SCREEN
           MOVE MRS-SHOW-SITE TO RD-SITE
           MOVE MRS-FC-SCR-FMT TO RD-SCR-FMT
           MOVE MRS-FC-PRINT-FMT TO RD-PRINT-FMT
           MOVE MRS-RENTAL-ID TO RD-MOVIE
           IF WS-MOV-STATUS = '00'
               MOVE MRS-RENTAL-ID(1:6) TO MRS-MOVIE-KEY
               READ MRS-MOVIE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE MRS-MOVIE-NAME TO RD-MOVIE
               END-READ
           END-IF
           WRITE MRS-PRINTFMT-LINE FROM WS-RPT-DETAIL.
       300-EXIT.
           EXIT.

      * The feature and room asked about before gets the same answer
      * back; a new pair goes to MRS-4180 and is remembered.
       350-ASK-CHECKER.
           MOVE ZERO TO WS-HIT
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-ASK-COUNT OR WS-HIT > ZERO
               IF WK-RENTAL-ID(WS-I) = MRS-RENTAL-ID AND
                  WK-SCREEN(WS-I) = MRS-SCREEN-NUMBER
                   MOVE WS-I TO WS-HIT
               END-IF
           END-PERFORM
           IF WS-HIT > ZERO
               MOVE WK-ANSWER(WS-HIT) TO MRS-FC-ANSWER
               MOVE WK-PRINT-FMT(WS-HIT) TO MRS-FC-PRINT-FMT
               MOVE WK-SCR-FMT(WS-HIT) TO MRS-FC-SCR-FMT
               GO TO 350-EXIT
           END-IF
           MOVE MRS-RENTAL-ID TO MRS-FC-RENTAL-ID
           MOVE MRS-SCREEN-NUMBER TO MRS-FC-SCREEN
           CALL "MRS-4180" USING MRS-FMT-CHECK
           IF WS-ASK-COUNT < 300
               ADD 1 TO WS-ASK-COUNT
               MOVE MRS-RENTAL-ID TO WK-RENTAL-ID(WS-ASK-COUNT)
               MOVE MRS-SCREEN-NUMBER TO WK-SCREEN(WS-ASK-COUNT)
               MOVE MRS-FC-ANSWER TO WK-ANSWER(WS-ASK-COUNT)
               MOVE MRS-FC-PRINT-FMT TO WK-PRINT-FMT(WS-ASK-COUNT)
               MOVE MRS-FC-SCR-FMT TO WK-SCR-FMT(WS-ASK-COUNT)
           END-IF.
       350-EXIT.
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
               WHEN "MRS-SHOW"
                   MOVE CFG-PATH TO UT-SYS-MRS-SHOW
               WHEN "MRS-MOVIE"
                   MOVE CFG-PATH TO UT-SYS-MRS-MOVIE
               WHEN "PRINTFMT-RPT"
                   MOVE CFG-PATH TO UT-SYS-PRINTFMT-RPT
           END-EVALUATE.
       170-END.
           EXIT.

       end program MRS-8740.
