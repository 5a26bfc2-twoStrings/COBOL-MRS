       IDENTIFICATION DIVISION.
       PROGRAM-ID.  MRS-7160.
       AUTHOR.  JOHN BELLEK.
      *****************************************************************
      * Nightly attendance report. One line for each of today's
      * showings that had a ticket out: tickets out (issued less
      * refunded and exchanged away), admitted at the door, the
      * no-shows between the two, and the times of the first and
      * last door scans - actual attendance for the programming
      * office, not just tickets sold. Figures come off the showing
      * attendance records MRS-6485 keeps as serials move. Runs in
      * the night stream; a site that has never issued a serial gets
      * a one-line report saying so.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MRS-ATTEND-FILE
               ASSIGN TO UT-SYS-ATTEND
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MRS-ATT-KEY
               FILE STATUS IS WS-ATT-STATUS.

           SELECT MRS-SHOW-FILE
               ASSIGN TO UT-SYS-MRS-SHOW
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MRS-SHOW-ID
               ALTERNATE KEY IS MRS-SHOW-LOOKUP-KEY
               WITH DUPLICATES
               ALTERNATE KEY IS MRS-RENTAL-ID
               WITH DUPLICATES.

           SELECT MRS-ATTEND-RPT
               ASSIGN TO UT-SYS-ATTEND-RPT
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT MRS-FILE-CONFIG-FILE
               ASSIGN TO UT-SYS-FILE-CFG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CFG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       COPY "CPYBOOKS/MRS-ATTEND.CPY".
       COPY "CPYBOOKS/MRS-SHOW.CPY".
       COPY "CPYBOOKS/MRS-FILE-CFG.CPY".

       FD  MRS-ATTEND-RPT
           RECORD CONTAINS 80 CHARACTERS.
       01  MRS-ATTEND-LINE                   PIC X(80).

       WORKING-STORAGE SECTION.
       COPY "CPYBOOKS/MRS-JOBCTR.CPY".
       COPY "CPYBOOKS/MRS-SPLPUT.CPY".
       COPY "CPYBOOKS/DATETIME.CPY".
       COPY "CPYBOOKS/MRS-SIGNON.CPY".
       COPY "CPYBOOKS/MRS-TRNPUT.CPY".

       01  WS-FILENAMES.
           05  UT-SYS-ATTEND         PIC X(50)
                               VALUE "C:\COBOL\MRS-ATTEND-INDEX.DAT".
           05  UT-SYS-MRS-SHOW       PIC X(50)
                                   VALUE "C:\COBOL\MRS-SHOW-INDEX.dat".
           05  UT-SYS-ATTEND-RPT     PIC X(50)
                               VALUE "C:\COBOL\MRS-ATTENDANCE.RPT".
           05  UT-SYS-FILE-CFG       PIC X(50)
                                   VALUE "C:\COBOL\MRS-FILE-PATHS.CFG".

       01  WS-FILE-CFG-CTL.
           05  WS-CFG-STATUS         PIC XX.
           05  WS-CFG-EOF            PIC X.
               88  CFG-EOF VALUE 'Y'.

       01  WS-SWITCHES.
           05  WS-ATT-STATUS         PIC XX.
           05  WS-ATT-EOF            PIC X.
           05  WS-NO-ATT-FILE        PIC X.

       01  WS-COUNTERS.
           05  WS-SHOWING-COUNT      PIC 9(5) VALUE ZERO.
           05  WS-OUT                PIC 9(5).
           05  WS-NO-SHOWS           PIC 9(5).
           05  WS-TOT-OUT            PIC 9(7) VALUE ZERO.
           05  WS-TOT-ADMITTED       PIC 9(7) VALUE ZERO.
           05  WS-TOT-NO-SHOWS       PIC 9(7) VALUE ZERO.

       01  WS-DATE-WORK.
           05  WS-TODAY-NUM          PIC 9(8).

       01  WS-REPORT-HEADER1.
           05                PIC X(24) VALUE "MRS ATTENDANCE REPORT -".
           05                PIC X(13) VALUE "SHOWINGS FOR ".
           05  RH-SHOW-DATE          PIC 9(8).
           05                PIC X(35) VALUE SPACES.

       01  WS-REPORT-HEADER2.
           05  PIC X(4)  VALUE "SCR".
           05  PIC X(6)  VALUE "TIME".
           05  PIC X(5)  VALUE "SHOW".
           05  PIC X(9)  VALUE "TITLE".
           05  PIC X(8)  VALUE "    OUT".
           05  PIC X(9)  VALUE " ADMITTED".
           05  PIC X(9)  VALUE " NO-SHOWS".
           05  PIC X(12) VALUE "   FIRST IN".
           05  PIC X(18) VALUE "  LAST IN".

       01  WS-DETAIL-LINE.
           05  DL-SCREEN             PIC Z9.
           05                PIC X(2)   VALUE SPACES.
           05  DL-TIME               PIC X(4).
           05                PIC X(2)   VALUE SPACES.
           05  DL-SHOW-ID            PIC 9(4).
           05                PIC X      VALUE SPACES.
           05  DL-TITLE              PIC X(7).
           05                PIC X(4)   VALUE SPACES.
           05  DL-OUT                PIC ZZZZ9.
           05                PIC X(4)   VALUE SPACES.
           05  DL-ADMITTED           PIC ZZZZ9.
           05                PIC X(4)   VALUE SPACES.
           05  DL-NO-SHOWS           PIC ZZZZ9.
           05                PIC X(7)   VALUE SPACES.
           05  DL-FIRST-IN           PIC X(4).
           05                PIC X(5)   VALUE SPACES.
           05  DL-LAST-IN            PIC X(4).
           05                PIC X(11)  VALUE SPACES.

       01  WS-FOOTER-LINE.
           05                PIC X(10) VALUE "SHOWINGS:".
           05  FL-SHOWINGS           PIC ZZZZ9.
           05                PIC X(7)  VALUE "   OUT:".
           05  FL-OUT                PIC ZZZZZZ9.
           05                PIC X(12) VALUE "   ADMITTED:".
           05  FL-ADMITTED           PIC ZZZZZZ9.
           05                PIC X(12) VALUE "   NO-SHOWS:".
           05  FL-NO-SHOWS           PIC ZZZZZZ9.
           05                PIC X(13) VALUE SPACES.

       01  WS-NO-FILE-LINE.
           05                PIC X(50)
               VALUE "NO ATTENDANCE FILE ON DISK - SERIALS NOT ISSUED.".
           05                PIC X(30) VALUE SPACES.

       PROCEDURE DIVISION.
       100-MAIN.
           PERFORM 900-OPEN-FILES THRU 900-EXIT
           MOVE FUNCTION CURRENT-DATE TO WS-DATETIME
           COMPUTE WS-TODAY-NUM =
               (WS-YEAR * 10000) + (WS-MONTH * 100) + WS-DAY
           PERFORM 200-PRINT-HEADERS THRU 200-EXIT
           IF WS-NO-ATT-FILE = "Y"
               WRITE MRS-ATTEND-LINE FROM WS-NO-FILE-LINE
           ELSE
               PERFORM 300-LIST-SHOWINGS THRU 300-EXIT
               PERFORM 400-PRINT-FOOTER THRU 400-EXIT
           END-IF
           PERFORM 910-CLOSE-FILES THRU 910-EXIT
      *    The finished output registers on the report spool so
      *    the office can find and reprint it later.
      *    The night driver logs these on the job log.
           MOVE WS-SHOWING-COUNT TO MRS-JOB-READ
           MOVE WS-SHOWING-COUNT TO MRS-JOB-WRITTEN
           MOVE "MRS-7160" TO MRS-SP-PROGRAM
           MOVE SPACES TO MRS-SP-PARMS
           MOVE WS-TODAY-NUM TO MRS-SP-PARMS(1:8)
           MOVE UT-SYS-ATTEND-RPT TO MRS-SP-PATH
           CALL "MRS-7050" USING MRS-SPOOL-PUT
           GOBACK.
       100-EXIT.
           EXIT.

       200-PRINT-HEADERS.
           MOVE WS-TODAY-NUM TO RH-SHOW-DATE
           WRITE MRS-ATTEND-LINE FROM WS-REPORT-HEADER1
           WRITE MRS-ATTEND-LINE FROM WS-REPORT-HEADER2.
       200-EXIT.
           EXIT.

      * STARTs the attendance file at today's date and reads until
      * the date changes - the records are keyed date first.
       300-LIST-SHOWINGS.
           MOVE "N" TO WS-ATT-EOF
           MOVE WS-TODAY-NUM TO MRS-ATT-SHOW-DATE
           MOVE ZEROS TO MRS-ATT-SHOW-ID
           START MRS-ATTEND-FILE KEY IS NOT LESS THAN MRS-ATT-KEY
               INVALID KEY
                   MOVE "Y" TO WS-ATT-EOF
           END-START
           PERFORM UNTIL WS-ATT-EOF = "Y"
               READ MRS-ATTEND-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-ATT-EOF
                   NOT AT END
                       IF MRS-ATT-SHOW-DATE NOT = WS-TODAY-NUM
                           MOVE "Y" TO WS-ATT-EOF
                       ELSE
                           PERFORM 350-LIST-ONE-SHOWING THRU 350-EXIT
                       END-IF
               END-READ
           END-PERFORM.
       300-EXIT.
           EXIT.

      * One showing's line. A stub admitted that was later refunded
      * cannot happen (the register refuses the refund), so the
      * no-shows never go below zero; the guard is for a record
      * hand-patched after the fact.
       350-LIST-ONE-SHOWING.
           COMPUTE WS-OUT = MRS-ATT-ISSUED - MRS-ATT-VOIDED
           IF MRS-ATT-ADMITTED > WS-OUT
               MOVE ZEROS TO WS-NO-SHOWS
           ELSE
               COMPUTE WS-NO-SHOWS = WS-OUT - MRS-ATT-ADMITTED
           END-IF
           MOVE SPACES TO DL-TITLE
           MOVE MRS-ATT-SHOW-ID TO MRS-SHOW-ID
           READ MRS-SHOW-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE MRS-RENTAL-ID TO DL-TITLE
           END-READ
           MOVE MRS-ATT-SCREEN TO DL-SCREEN
           MOVE MRS-ATT-SHOW-TIME TO DL-TIME
           MOVE MRS-ATT-SHOW-ID TO DL-SHOW-ID
           MOVE WS-OUT TO DL-OUT
           MOVE MRS-ATT-ADMITTED TO DL-ADMITTED
           MOVE WS-NO-SHOWS TO DL-NO-SHOWS
           IF MRS-ATT-FIRST-ADMIT = ZEROS
               MOVE SPACES TO DL-FIRST-IN
               MOVE SPACES TO DL-LAST-IN
           ELSE
               MOVE MRS-ATT-FIRST-ADMIT TO DL-FIRST-IN
               MOVE MRS-ATT-LAST-ADMIT TO DL-LAST-IN
           END-IF
           WRITE MRS-ATTEND-LINE FROM WS-DETAIL-LINE
           ADD 1 TO WS-SHOWING-COUNT
           ADD WS-OUT TO WS-TOT-OUT
           ADD MRS-ATT-ADMITTED TO WS-TOT-ADMITTED
           ADD WS-NO-SHOWS TO WS-TOT-NO-SHOWS.
       350-EXIT.
           EXIT.

       400-PRINT-FOOTER.
           MOVE WS-SHOWING-COUNT TO FL-SHOWINGS
           MOVE WS-TOT-OUT TO FL-OUT
           MOVE WS-TOT-ADMITTED TO FL-ADMITTED
           MOVE WS-TOT-NO-SHOWS TO FL-NO-SHOWS
           WRITE MRS-ATTEND-LINE FROM WS-FOOTER-LINE.
       400-EXIT.
           EXIT.

      * Opens the files
       900-OPEN-FILES.
           PERFORM 160-LOAD-FILE-CONFIG THRU 160-EXIT
           MOVE "N" TO WS-NO-ATT-FILE
           OPEN INPUT MRS-ATTEND-FILE
           IF WS-ATT-STATUS NOT = '00'
               MOVE "Y" TO WS-NO-ATT-FILE
           END-IF
           OPEN INPUT MRS-SHOW-FILE.
           OPEN OUTPUT MRS-ATTEND-RPT.
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
               WHEN "ATTEND"
                   MOVE CFG-PATH TO UT-SYS-ATTEND
               WHEN "MRS-SHOW"
                   MOVE CFG-PATH TO UT-SYS-MRS-SHOW
               WHEN "ATTEND-RPT"
                   MOVE CFG-PATH TO UT-SYS-ATTEND-RPT
           END-EVALUATE.
       170-EXIT.
           EXIT.

      * Closes the files
       910-CLOSE-FILES.
           IF WS-NO-ATT-FILE NOT = "Y"
               CLOSE MRS-ATTEND-FILE
           END-IF
           CLOSE MRS-SHOW-FILE
                 MRS-ATTEND-RPT.
       910-EXIT.
           EXIT.

       end program MRS-7160.
