       IDENTIFICATION DIVISION.
       PROGRAM-ID.  MRS-7150.
       AUTHOR.  JOHN BELLEK.
      *****************************************************************
      * Nightly key check. Lists every one of tomorrow's showings the
      * projector will not play all the way through - no digital key
      * on file for the title on that screen, a key that lapses
      * before the show ends, or keys that are not open at the start
      * time at all - so the booking office gets on the phone to the
      * distributor in the morning instead of finding out at 7 PM
      * when the projector refuses the show. Each showing is measured
      * by the same checker (MRS-4170) scheduling warns with, using
      * the feature's runtime off the movie master. Cancelled
      * showings are left off. Runs in the night stream; a site with
      * no key file on disk gets a one-line report saying so.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MRS-SHOW-FILE
               ASSIGN TO UT-SYS-MRS-SHOW
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MRS-SHOW-ID
               ALTERNATE KEY IS MRS-SHOW-LOOKUP-KEY
               WITH DUPLICATES
               ALTERNATE KEY IS MRS-RENTAL-ID
               WITH DUPLICATES.

           SELECT MRS-MOVIE-FILE
               ASSIGN TO UT-SYS-MRS-MOVIE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MRS-MOVIE-KEY.

           SELECT MRS-KEY-CHECK-RPT
               ASSIGN TO UT-SYS-KEY-RPT
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

       FD  MRS-KEY-CHECK-RPT
           RECORD CONTAINS 80 CHARACTERS.
       01  MRS-KEY-CHECK-LINE                PIC X(80).

       WORKING-STORAGE SECTION.
       COPY "CPYBOOKS/MRS-JOBCTR.CPY".
       COPY "CPYBOOKS/MRS-SPLPUT.CPY".
       COPY "CPYBOOKS/MRS-KDMCHK.CPY".
       COPY "CPYBOOKS/DATETIME.CPY".
       COPY "CPYBOOKS/MRS-SIGNON.CPY".
       COPY "CPYBOOKS/MRS-TRNPUT.CPY".

       01  WS-FILENAMES.
           05  UT-SYS-MRS-SHOW       PIC X(50)
                                   VALUE "C:\COBOL\MRS-SHOW-INDEX.dat".
           05  UT-SYS-MRS-MOVIE      PIC X(50)
                               VALUE "C:\COBOL\MRS-MOVIE-INDEX.dat".
           05  UT-SYS-KEY-RPT        PIC X(50)
                               VALUE "C:\COBOL\MRS-KEY-CHECK.RPT".
           05  UT-SYS-FILE-CFG       PIC X(50)
                                   VALUE "C:\COBOL\MRS-FILE-PATHS.CFG".

       01  WS-FILE-CFG-CTL.
           05  WS-CFG-STATUS         PIC XX.
           05  WS-CFG-EOF            PIC X.
               88  CFG-EOF VALUE 'Y'.

       01  WS-SWITCHES.
           05  WS-SHOW-EOF           PIC X.
           05  WS-NO-KEY-FILE        PIC X.

       01  WS-COUNTERS.
           05  WS-CHECKED-COUNT      PIC 9(5) VALUE ZERO.
           05  WS-PROBLEM-COUNT      PIC 9(5) VALUE ZERO.

       01  WS-DATE-WORK.
           05  WS-TODAY-NUM          PIC 9(8).
           05  WS-TOMORROW-NUM       PIC 9(8).
           05  WS-DATE-INT           PIC 9(8).

       01  WS-REPORT-HEADER1.
           05                PIC X(24) VALUE "MRS DIGITAL KEY CHECK -".
           05                PIC X(13) VALUE "SHOWINGS FOR ".
           05  RH-SHOW-DATE          PIC 9(8).
           05                PIC X(35) VALUE SPACES.

       01  WS-REPORT-HEADER2.
           05  PIC X(4)  VALUE "SCR".
           05  PIC X(6)  VALUE "TIME".
           05  PIC X(5)  VALUE "SHOW".
           05  PIC X(8)  VALUE "TITLE".
           05  PIC X(21) VALUE "MOVIE".
           05  PIC X(23) VALUE "PROBLEM".
           05  PIC X(13) VALUE "KEY ENDS".

       01  WS-DETAIL-LINE.
           05  DL-SCREEN             PIC Z9.
           05                PIC X(2)   VALUE SPACES.
           05  DL-TIME               PIC X(4).
           05                PIC X(2)   VALUE SPACES.
           05  DL-SHOW-ID            PIC 9(4).
           05                PIC X      VALUE SPACES.
           05  DL-TITLE              PIC X(6).
           05                PIC X(2)   VALUE SPACES.
           05  DL-MOVIE-NAME         PIC X(20).
           05                PIC X      VALUE SPACES.
           05  DL-PROBLEM            PIC X(22).
           05                PIC X      VALUE SPACES.
           05  DL-KEY-END-DATE       PIC X(8).
           05                PIC X      VALUE SPACES.
           05  DL-KEY-END-TIME       PIC X(4).

       01  WS-FOOTER-LINE.
           05                PIC X(20) VALUE "SHOWINGS CHECKED:".
           05  FL-CHECKED            PIC ZZZZ9.
           05                PIC X(22) VALUE "   WITHOUT A GOOD KEY:".
           05  FL-PROBLEMS           PIC ZZZZ9.
           05                PIC X(28) VALUE SPACES.

       01  WS-NO-FILE-LINE.
           05                PIC X(45)
               VALUE "NO KEY FILE ON DISK - KEYS ARE NOT TRACKED.".
           05                PIC X(35) VALUE SPACES.

       PROCEDURE DIVISION.
       100-MAIN.
           PERFORM 900-OPEN-FILES THRU 900-EXIT
           MOVE FUNCTION CURRENT-DATE TO WS-DATETIME
           COMPUTE WS-TODAY-NUM =
               (WS-YEAR * 10000) + (WS-MONTH * 100) + WS-DAY
           COMPUTE WS-DATE-INT =
               FUNCTION INTEGER-OF-DATE (WS-TODAY-NUM) + 1
           COMPUTE WS-TOMORROW-NUM =
               FUNCTION DATE-OF-INTEGER (WS-DATE-INT)
           PERFORM 200-PRINT-HEADERS THRU 200-EXIT
           MOVE "N" TO WS-NO-KEY-FILE
           PERFORM 300-CHECK-SHOWINGS THRU 300-EXIT
           IF WS-NO-KEY-FILE = "Y"
               WRITE MRS-KEY-CHECK-LINE FROM WS-NO-FILE-LINE
           ELSE
               PERFORM 400-PRINT-FOOTER THRU 400-EXIT
           END-IF
           PERFORM 910-CLOSE-FILES THRU 910-EXIT
      *    The finished output registers on the report spool so
      *    the office can find and reprint it later.
      *    The night driver logs these on the job log.
           MOVE WS-CHECKED-COUNT TO MRS-JOB-READ
           MOVE WS-PROBLEM-COUNT TO MRS-JOB-WRITTEN
           MOVE "MRS-7150" TO MRS-SP-PROGRAM
           MOVE SPACES TO MRS-SP-PARMS
           MOVE WS-TOMORROW-NUM TO MRS-SP-PARMS(1:8)
           MOVE UT-SYS-KEY-RPT TO MRS-SP-PATH
           CALL "MRS-7050" USING MRS-SPOOL-PUT
           GOBACK.
       100-EXIT.
           EXIT.

       200-PRINT-HEADERS.
           MOVE WS-TOMORROW-NUM TO RH-SHOW-DATE
           WRITE MRS-KEY-CHECK-LINE FROM WS-REPORT-HEADER1
           WRITE MRS-KEY-CHECK-LINE FROM WS-REPORT-HEADER2.
       200-EXIT.
           EXIT.

      * Walks the show file through the screen/date/time key so the
      * report comes out screen by screen in show-time order; only
      * tomorrow's rows are checked.
       300-CHECK-SHOWINGS.
           MOVE "N" TO WS-SHOW-EOF
           MOVE LOW-VALUES TO MRS-SHOW-LOOKUP-KEY
           START MRS-SHOW-FILE KEY IS NOT LESS THAN MRS-SHOW-LOOKUP-KEY
               INVALID KEY
                   MOVE "Y" TO WS-SHOW-EOF
           END-START
           PERFORM UNTIL WS-SHOW-EOF = "Y"
               READ MRS-SHOW-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-SHOW-EOF
                   NOT AT END
                       IF MRS-SHOW-DATE = WS-TOMORROW-NUM AND
                          MRS-SHOW-STATUS NOT = "C" AND
                          MRS-SHOW-STATUS NOT = "S" AND
                          MRS-RENTAL-ID NOT = SPACES AND
                          MRS-SHOW-TIME(1:4) NUMERIC
                           PERFORM 350-CHECK-ONE-SHOWING THRU 350-EXIT
                       END-IF
               END-READ
           END-PERFORM.
       300-EXIT.
           EXIT.

      * One showing through the key checker. A blank answer means
      * there is no key file to check against - the scan stops
      * there and the report says so.
       350-CHECK-ONE-SHOWING.
           MOVE ZEROS TO MRS-KC-RUNTIME
           MOVE SPACES TO MRS-MOVIE-NAME
           MOVE MRS-RENTAL-ID(1:6) TO MRS-MOVIE-KEY
           READ MRS-MOVIE-FILE
               INVALID KEY
                   MOVE SPACES TO MRS-MOVIE-NAME
               NOT INVALID KEY
                   MOVE MRS-RUNTIME-MINS TO MRS-KC-RUNTIME
           END-READ
           MOVE MRS-RENTAL-ID TO MRS-KC-RENTAL-ID
           MOVE MRS-SCREEN-NUMBER TO MRS-KC-SCREEN
           MOVE MRS-SHOW-DATE TO MRS-KC-SHOW-DATE
           MOVE MRS-SHOW-TIME(1:4) TO MRS-KC-SHOW-TIME
           CALL "MRS-4170" USING MRS-KDM-CHECK
           IF MRS-KC-ANSWER = SPACE
               MOVE "Y" TO WS-NO-KEY-FILE
               MOVE "Y" TO WS-SHOW-EOF
               GO TO 350-EXIT
           END-IF
           ADD 1 TO WS-CHECKED-COUNT
           IF MRS-KC-ANSWER = "Y"
               GO TO 350-EXIT
           END-IF
           MOVE SPACES TO DL-KEY-END-DATE
           MOVE SPACES TO DL-KEY-END-TIME
           EVALUATE MRS-KC-ANSWER
               WHEN "N"
                   MOVE "NO KEY FOR THIS SCREEN" TO DL-PROBLEM
               WHEN "E"
                   MOVE "KEY ENDS BEFORE SHOW" TO DL-PROBLEM
                   MOVE MRS-KC-TO-DATE TO DL-KEY-END-DATE
                   MOVE MRS-KC-TO-TIME TO DL-KEY-END-TIME
               WHEN OTHER
                   MOVE "NO KEY OPEN AT START" TO DL-PROBLEM
           END-EVALUATE
           MOVE MRS-SCREEN-NUMBER TO DL-SCREEN
           MOVE MRS-SHOW-TIME(1:4) TO DL-TIME
           MOVE MRS-SHOW-ID TO DL-SHOW-ID
           MOVE MRS-RENTAL-ID(1:6) TO DL-TITLE
           MOVE MRS-MOVIE-NAME TO DL-MOVIE-NAME
           WRITE MRS-KEY-CHECK-LINE FROM WS-DETAIL-LINE
           ADD 1 TO WS-PROBLEM-COUNT.
       350-EXIT.
           EXIT.

       400-PRINT-FOOTER.
           MOVE WS-CHECKED-COUNT TO FL-CHECKED
           MOVE WS-PROBLEM-COUNT TO FL-PROBLEMS
           WRITE MRS-KEY-CHECK-LINE FROM WS-FOOTER-LINE.
       400-EXIT.
           EXIT.

      * Opens the files
       900-OPEN-FILES.
           PERFORM 160-LOAD-FILE-CONFIG THRU 160-EXIT
           OPEN INPUT MRS-SHOW-FILE.
           OPEN INPUT MRS-MOVIE-FILE.
           OPEN OUTPUT MRS-KEY-CHECK-RPT.
       900-EXIT.
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
               WHEN "MRS-SHOW"
                   MOVE CFG-PATH TO UT-SYS-MRS-SHOW
               WHEN "MRS-MOVIE"
                   MOVE CFG-PATH TO UT-SYS-MRS-MOVIE
               WHEN "KEY-RPT"
                   MOVE CFG-PATH TO UT-SYS-KEY-RPT
           END-EVALUATE.
       170-EXIT.
           EXIT.

      * Closes the files
       910-CLOSE-FILES.
           CLOSE MRS-SHOW-FILE
                 MRS-MOVIE-FILE
                 MRS-KEY-CHECK-RPT.
       910-EXIT.
           EXIT.

       end program MRS-7150.
