       IDENTIFICATION DIVISION.
       PROGRAM-ID.  MRS-5070.
       AUTHOR.  JOHN BELLEK.
      *****************************************************************
      * Fiscal range lookup - turns the range a report or settlement
      * run was asked for into the first and last day it covers
      * (MRS-FCLPUT.CPY). A plain YYYYMM is the calendar month, as
      * the monthly runs have always taken it. A fiscal period, film
      * week, fiscal quarter or fiscal year is looked up on the
      * fiscal calendar (MRS-FISCAL.CPY, laid down by MRS-5060), so
      * the run's numbers line up with the distributors' Friday-to-
      * Thursday weeks and corporate's 4-4-5 periods without being
      * re-cut by hand.
      *
      * "W" on its own is the last film week to have ended - the
      * Thursday on or before today and the six days ahead of it.
      * That needs no calendar; the calendar, when it covers the
      * week, only supplies the week's number for the heading. "P"
      * on its own is the last fiscal period to have ended, and does
      * need the calendar.
      *
      * No fiscal calendar on disk answers "N" to every fiscal range
      * but the bare film week; the calendar month always answers.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MRS-FISCAL-FILE
               ASSIGN TO UT-SYS-FISCAL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MRS-FC-DATE
               ALTERNATE KEY IS MRS-FC-FISCAL-KEY
               WITH DUPLICATES
               FILE STATUS IS WS-FC-STATUS.

           SELECT MRS-FILE-CONFIG-FILE
               ASSIGN TO UT-SYS-FILE-CFG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CFG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       COPY "CPYBOOKS/MRS-FISCAL.CPY".
       COPY "CPYBOOKS/MRS-FILE-CFG.CPY".

       WORKING-STORAGE SECTION.
       COPY "CPYBOOKS/DATETIME.CPY".
       COPY "CPYBOOKS/MRS-SIGNON.CPY".
       COPY "CPYBOOKS/MRS-TRNPUT.CPY".

       01  WS-FILENAMES.
           05  UT-SYS-FISCAL         PIC X(50)
                               VALUE "C:\COBOL\MRS-FISCAL-INDEX.DAT".
           05  UT-SYS-FILE-CFG       PIC X(50)
                                   VALUE "C:\COBOL\MRS-FILE-PATHS.CFG".

       01  WS-FILE-CFG-CTL.
           05  WS-CFG-STATUS         PIC XX.
           05  WS-CFG-EOF            PIC X.
               88  CFG-EOF VALUE 'Y'.

       01  WS-CONTROL.
           05  WS-FC-STATUS          PIC XX.
           05  WS-CONFIG-DONE        PIC X VALUE "N".
           05  WS-HAVE-FISCAL        PIC X.
           05  WS-FOUND              PIC X.
           05  FC-EOF                PIC X.
           05  WS-TODAY-NUM          PIC 9(8).
           05  WS-DATE-NUM           PIC 9(8).
           05  WS-DATE-INT           PIC 9(7).
           05  WS-DOW                PIC 9.
           05  WS-BACK               PIC 9.

      * The range as keyed, taken apart.
       01  WS-RANGE-WORK.
           05  WS-R-YEAR             PIC 9(4).
           05  WS-R-MONTH            PIC 99.
           05  WS-R-PERIOD           PIC 99.
           05  WS-R-WEEK             PIC 99.
           05  WS-R-QUARTER          PIC 9.
           05  WS-R-FIRST-PER        PIC 99.
           05  WS-R-LAST-PER         PIC 99.

       LINKAGE SECTION.
       COPY "CPYBOOKS/MRS-FCLPUT.CPY".

       PROCEDURE DIVISION USING MRS-FCL-PUT.
       100-MAIN.
           MOVE "N" TO MRS-FCL-ANSWER
           MOVE SPACE TO MRS-FCL-KIND
           MOVE ZEROS TO MRS-FCL-FROM
           MOVE ZEROS TO MRS-FCL-TO
           MOVE ZEROS TO MRS-FCL-END-YM
           MOVE SPACES TO MRS-FCL-LABEL
           IF WS-CONFIG-DONE NOT = "Y"
               PERFORM 160-LOAD-FILE-CONFIG THRU 160-END
               MOVE "Y" TO WS-CONFIG-DONE
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-DATETIME
           COMPUTE WS-TODAY-NUM =
               (WS-YEAR * 10000) + (WS-MONTH * 100) + WS-DAY
           MOVE "N" TO WS-HAVE-FISCAL
           OPEN INPUT MRS-FISCAL-FILE
           IF WS-FC-STATUS = '00'
               MOVE "Y" TO WS-HAVE-FISCAL
           END-IF

           EVALUATE TRUE
               WHEN MRS-FCL-RANGE = SPACES
                 OR MRS-FCL-RANGE = "0"
                 OR MRS-FCL-RANGE(1:6) = ZEROS
                   MOVE WS-YEAR TO WS-R-YEAR
                   MOVE WS-MONTH TO WS-R-MONTH
                   PERFORM 200-CALENDAR-MONTH THRU 200-EXIT
               WHEN MRS-FCL-RANGE(1:6) NUMERIC
                AND MRS-FCL-RANGE(7:2) = SPACES
                   MOVE MRS-FCL-RANGE(1:4) TO WS-R-YEAR
                   MOVE MRS-FCL-RANGE(5:2) TO WS-R-MONTH
                   PERFORM 200-CALENDAR-MONTH THRU 200-EXIT
               WHEN MRS-FCL-RANGE(1:1) = "P"
                AND MRS-FCL-RANGE(2:7) = SPACES
                   PERFORM 330-LATEST-PERIOD THRU 330-EXIT
               WHEN MRS-FCL-RANGE(1:1) = "P"
                AND MRS-FCL-RANGE(2:6) NUMERIC
                AND MRS-FCL-RANGE(8:1) = SPACE
                   MOVE MRS-FCL-RANGE(2:4) TO WS-R-YEAR
                   MOVE MRS-FCL-RANGE(6:2) TO WS-R-PERIOD
                   PERFORM 300-FISCAL-PERIOD THRU 300-EXIT
               WHEN MRS-FCL-RANGE(1:1) = "W"
                AND MRS-FCL-RANGE(2:7) = SPACES
                   PERFORM 430-LATEST-WEEK THRU 430-EXIT
               WHEN MRS-FCL-RANGE(1:1) = "W"
                AND MRS-FCL-RANGE(2:6) NUMERIC
                AND MRS-FCL-RANGE(8:1) = SPACE
                   MOVE MRS-FCL-RANGE(2:4) TO WS-R-YEAR
                   MOVE MRS-FCL-RANGE(6:2) TO WS-R-WEEK
                   PERFORM 400-FILM-WEEK THRU 400-EXIT
               WHEN MRS-FCL-RANGE(1:1) = "Q"
                AND MRS-FCL-RANGE(2:5) NUMERIC
                AND MRS-FCL-RANGE(7:2) = SPACES
                   MOVE MRS-FCL-RANGE(2:4) TO WS-R-YEAR
                   MOVE MRS-FCL-RANGE(6:1) TO WS-R-QUARTER
                   PERFORM 500-FISCAL-QUARTER THRU 500-EXIT
               WHEN MRS-FCL-RANGE(1:1) = "F"
                AND MRS-FCL-RANGE(2:4) NUMERIC
                AND MRS-FCL-RANGE(6:3) = SPACES
                   MOVE MRS-FCL-RANGE(2:4) TO WS-R-YEAR
                   PERFORM 600-FISCAL-YEAR THRU 600-EXIT
           END-EVALUATE

           IF MRS-FCL-ANSWER = "Y"
               COMPUTE MRS-FCL-END-YM = MRS-FCL-TO / 100
           END-IF
           IF WS-HAVE-FISCAL = "Y"
               CLOSE MRS-FISCAL-FILE
           END-IF
           GOBACK.
       100-EXIT.
           EXIT.

      * The first to the last day of a calendar month.
       200-CALENDAR-MONTH.
           IF WS-R-MONTH < 1 OR WS-R-MONTH > 12 OR WS-R-YEAR < 1601
               GO TO 200-EXIT
           END-IF
           COMPUTE MRS-FCL-FROM =
               (WS-R-YEAR * 10000) + (WS-R-MONTH * 100) + 1
           IF WS-R-MONTH = 12
               COMPUTE WS-DATE-NUM = ((WS-R-YEAR + 1) * 10000) + 101
           ELSE
               COMPUTE WS-DATE-NUM = (WS-R-YEAR * 10000)
                   + ((WS-R-MONTH + 1) * 100) + 1
           END-IF
           COMPUTE WS-DATE-INT =
               FUNCTION INTEGER-OF-DATE (WS-DATE-NUM) - 1
           COMPUTE MRS-FCL-TO = FUNCTION DATE-OF-INTEGER (WS-DATE-INT)
           MOVE "M" TO MRS-FCL-KIND
           STRING "MONTH " WS-R-YEAR "/" WS-R-MONTH
               DELIMITED BY SIZE INTO MRS-FCL-LABEL
           MOVE "Y" TO MRS-FCL-ANSWER.
       200-EXIT.
           EXIT.

       300-FISCAL-PERIOD.
           IF WS-R-PERIOD < 1 OR WS-R-PERIOD > 12
               GO TO 300-EXIT
           END-IF
           PERFORM 700-READ-PERIOD THRU 700-EXIT
           IF WS-FOUND NOT = "Y"
               GO TO 300-EXIT
           END-IF
           PERFORM 350-ANSWER-PERIOD THRU 350-EXIT.
       300-EXIT.
           EXIT.

      * The period that ended last: today's, when today is its last
      * day, otherwise the one before it.
       330-LATEST-PERIOD.
           IF WS-HAVE-FISCAL NOT = "Y"
               GO TO 330-EXIT
           END-IF
           MOVE WS-TODAY-NUM TO MRS-FC-DATE
           READ MRS-FISCAL-FILE KEY IS MRS-FC-DATE
               INVALID KEY
                   GO TO 330-EXIT
           END-READ
           IF MRS-FC-PERIOD-END > WS-TODAY-NUM
               COMPUTE WS-DATE-INT =
                   FUNCTION INTEGER-OF-DATE (MRS-FC-PERIOD-START) - 1
               COMPUTE MRS-FC-DATE =
                   FUNCTION DATE-OF-INTEGER (WS-DATE-INT)
               READ MRS-FISCAL-FILE KEY IS MRS-FC-DATE
                   INVALID KEY
                       GO TO 330-EXIT
               END-READ
           END-IF
           PERFORM 350-ANSWER-PERIOD THRU 350-EXIT.
       330-EXIT.
           EXIT.

      * Answers with the period on the record just read.
       350-ANSWER-PERIOD.
           MOVE MRS-FC-PERIOD-START TO MRS-FCL-FROM
           MOVE MRS-FC-PERIOD-END TO MRS-FCL-TO
           MOVE "P" TO MRS-FCL-KIND
           STRING "FISCAL PD " MRS-FC-YEAR "/" MRS-FC-PERIOD
               DELIMITED BY SIZE INTO MRS-FCL-LABEL
           MOVE "Y" TO MRS-FCL-ANSWER.
       350-EXIT.
           EXIT.

      * A film week by number: the year's days are read in period
      * and week order until the week turns up.
       400-FILM-WEEK.
           IF WS-HAVE-FISCAL NOT = "Y"
              OR WS-R-WEEK < 1 OR WS-R-WEEK > 53
               GO TO 400-EXIT
           END-IF
           MOVE WS-R-YEAR TO MRS-FC-YEAR
           MOVE ZEROS TO MRS-FC-PERIOD
           MOVE ZEROS TO MRS-FC-WEEK
           START MRS-FISCAL-FILE KEY IS NOT LESS THAN MRS-FC-FISCAL-KEY
               INVALID KEY
                   GO TO 400-EXIT
           END-START
           MOVE "N" TO WS-FOUND
           MOVE "N" TO FC-EOF
           PERFORM UNTIL FC-EOF = "Y" OR WS-FOUND = "Y"
               READ MRS-FISCAL-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO FC-EOF
                   NOT AT END
                       IF MRS-FC-YEAR NOT = WS-R-YEAR
                           MOVE "Y" TO FC-EOF
                       ELSE
                           IF MRS-FC-WEEK = WS-R-WEEK
                               MOVE "Y" TO WS-FOUND
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-FOUND NOT = "Y"
               GO TO 400-EXIT
           END-IF
           MOVE MRS-FC-WEEK-START TO MRS-FCL-FROM
           MOVE MRS-FC-WEEK-END TO MRS-FCL-TO
           MOVE "W" TO MRS-FCL-KIND
           STRING "FILM WEEK " MRS-FC-YEAR "/" MRS-FC-WEEK
               DELIMITED BY SIZE INTO MRS-FCL-LABEL
           MOVE "Y" TO MRS-FCL-ANSWER.
       400-EXIT.
           EXIT.

      * The last film week to have ended: back from today to a
      * Thursday (today itself, when today is one), and the Friday
      * six days before it. Day 1 of the integer calendar was a
      * Monday, so a Thursday leaves a remainder of 3.
       430-LATEST-WEEK.
           COMPUTE WS-DATE-INT = FUNCTION INTEGER-OF-DATE (WS-TODAY-NUM)
           COMPUTE WS-DOW = FUNCTION MOD (WS-DATE-INT - 1, 7)
           COMPUTE WS-BACK = FUNCTION MOD (WS-DOW + 4, 7)
           COMPUTE WS-DATE-INT = WS-DATE-INT - WS-BACK
           COMPUTE MRS-FCL-TO = FUNCTION DATE-OF-INTEGER (WS-DATE-INT)
           COMPUTE MRS-FCL-FROM =
               FUNCTION DATE-OF-INTEGER (WS-DATE-INT - 6)
           MOVE "W" TO MRS-FCL-KIND
           MOVE "Y" TO MRS-FCL-ANSWER
           MOVE "N" TO WS-FOUND
           IF WS-HAVE-FISCAL = "Y"
               MOVE MRS-FCL-TO TO MRS-FC-DATE
               READ MRS-FISCAL-FILE KEY IS MRS-FC-DATE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO WS-FOUND
               END-READ
           END-IF
           IF WS-FOUND = "Y"
               STRING "FILM WEEK " MRS-FC-YEAR "/" MRS-FC-WEEK
                   DELIMITED BY SIZE INTO MRS-FCL-LABEL
           ELSE
               STRING "FILM WK TO " MRS-FCL-TO
                   DELIMITED BY SIZE INTO MRS-FCL-LABEL
           END-IF.
       430-EXIT.
           EXIT.

       500-FISCAL-QUARTER.
           IF WS-R-QUARTER < 1 OR WS-R-QUARTER > 4
               GO TO 500-EXIT
           END-IF
           COMPUTE WS-R-FIRST-PER = ((WS-R-QUARTER - 1) * 3) + 1
           COMPUTE WS-R-LAST-PER = WS-R-QUARTER * 3
           PERFORM 650-SPAN-PERIODS THRU 650-EXIT
           IF MRS-FCL-ANSWER = "Y"
               MOVE "Q" TO MRS-FCL-KIND
               STRING "FISCAL QTR " WS-R-YEAR "/" WS-R-QUARTER
                   DELIMITED BY SIZE INTO MRS-FCL-LABEL
           END-IF.
       500-EXIT.
           EXIT.

       600-FISCAL-YEAR.
           MOVE 1 TO WS-R-FIRST-PER
           MOVE 12 TO WS-R-LAST-PER
           PERFORM 650-SPAN-PERIODS THRU 650-EXIT
           IF MRS-FCL-ANSWER = "Y"
               MOVE "F" TO MRS-FCL-KIND
               STRING "FISCAL YEAR " WS-R-YEAR
                   DELIMITED BY SIZE INTO MRS-FCL-LABEL
           END-IF.
       600-EXIT.
           EXIT.

      * From the first day of period WS-R-FIRST-PER to the last day
      * of period WS-R-LAST-PER. Both must be on the calendar.
       650-SPAN-PERIODS.
           MOVE WS-R-FIRST-PER TO WS-R-PERIOD
           PERFORM 700-READ-PERIOD THRU 700-EXIT
           IF WS-FOUND NOT = "Y"
               GO TO 650-EXIT
           END-IF
           MOVE MRS-FC-PERIOD-START TO MRS-FCL-FROM
           MOVE WS-R-LAST-PER TO WS-R-PERIOD
           PERFORM 700-READ-PERIOD THRU 700-EXIT
           IF WS-FOUND NOT = "Y"
               MOVE ZEROS TO MRS-FCL-FROM
               GO TO 650-EXIT
           END-IF
           MOVE MRS-FC-PERIOD-END TO MRS-FCL-TO
           MOVE "Y" TO MRS-FCL-ANSWER.
       650-EXIT.
           EXIT.

      * Reads the first day of period WS-R-PERIOD of fiscal year
      * WS-R-YEAR into the record area; WS-FOUND says whether the
      * calendar has it.
       700-READ-PERIOD.
           MOVE "N" TO WS-FOUND
           IF WS-HAVE-FISCAL NOT = "Y"
               GO TO 700-EXIT
           END-IF
           MOVE WS-R-YEAR TO MRS-FC-YEAR
           MOVE WS-R-PERIOD TO MRS-FC-PERIOD
           MOVE ZEROS TO MRS-FC-WEEK
           START MRS-FISCAL-FILE KEY IS NOT LESS THAN MRS-FC-FISCAL-KEY
               INVALID KEY
                   GO TO 700-EXIT
           END-START
           READ MRS-FISCAL-FILE NEXT RECORD
               AT END
                   GO TO 700-EXIT
           END-READ
           IF MRS-FC-YEAR = WS-R-YEAR AND MRS-FC-PERIOD = WS-R-PERIOD
               MOVE "Y" TO WS-FOUND
           END-IF.
       700-EXIT.
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
               WHEN "FISCAL"
                   MOVE CFG-PATH TO UT-SYS-FISCAL
           END-EVALUATE.
       170-END.
           EXIT.

       end program MRS-5070.
