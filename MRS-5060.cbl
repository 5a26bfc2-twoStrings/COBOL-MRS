       IDENTIFICATION DIVISION.
       PROGRAM-ID.  MRS-5060.
       AUTHOR.  JOHN BELLEK.
      *****************************************************************
      * Fiscal calendar build. The distributors settle on Friday-to-
      * Thursday film weeks and corporate closes on 4-4-5 fiscal
      * periods, and neither lines up with the calendar month the
      * reports used to be cut on. This run lays down one fiscal
      * year on the fiscal calendar master (MRS-FISCAL.CPY) - a
      * record for every day giving its film week, fiscal period,
      * quarter and year and the first and last day of its week and
      * period - which MRS-5070 reads to turn "fiscal period 3" or
      * "film week 17" into dates for the reports and settlements.
      *
      * Two console ACCEPTs drive it: the fiscal year (YYYY; zero
      * builds the current year) and its first day (YYYYMMDD; zero
      * takes the Friday nearest January 1). A first day keyed by
      * hand must be a Friday. The year runs to the day before the
      * Friday nearest the next January 1, which makes it 52 weeks,
      * or 53 every fifth or sixth year; the 53rd week goes on the
      * end of period 12.
      *
      * Rebuilding a year already on file rewrites its days, so a
      * year can be re-cut if corporate moves its start. Days of
      * the year before or after are not touched.
      *
      * The calendar report lists the year's twelve periods with
      * their quarter, weeks and first and last days, and is
      * registered on the report spool.
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

           SELECT MRS-FISCAL-RPT
               ASSIGN TO UT-SYS-FISCAL-RPT
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT MRS-FILE-CONFIG-FILE
               ASSIGN TO UT-SYS-FILE-CFG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CFG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       COPY "CPYBOOKS/MRS-FISCAL.CPY".
       COPY "CPYBOOKS/MRS-FILE-CFG.CPY".

       FD  MRS-FISCAL-RPT
           RECORD CONTAINS 80 CHARACTERS.
       01  MRS-FISCAL-RPT-LINE                 PIC X(80).

       WORKING-STORAGE SECTION.
       COPY "CPYBOOKS/DATETIME.CPY".
       COPY "CPYBOOKS/MRS-SIGNON.CPY".
       COPY "CPYBOOKS/MRS-TRNPUT.CPY".
       COPY "CPYBOOKS/MRS-SPLPUT.CPY".

       01  WS-FILENAMES.
           05  UT-SYS-FISCAL         PIC X(50)
                               VALUE "C:\COBOL\MRS-FISCAL-INDEX.DAT".
           05  UT-SYS-FISCAL-RPT     PIC X(50)
                               VALUE "C:\COBOL\MRS-FISCAL-CAL.RPT".
           05  UT-SYS-FILE-CFG       PIC X(50)
                                   VALUE "C:\COBOL\MRS-FILE-PATHS.CFG".

       01  WS-FILE-CFG-CTL.
           05  WS-CFG-STATUS         PIC XX.
           05  WS-CFG-EOF            PIC X.
               88  CFG-EOF VALUE 'Y'.

       01  WS-SWITCHES.
           05  WS-FC-STATUS          PIC XX.

       01  WS-YEAR-WORK.
           05  WS-FISCAL-YEAR        PIC 9(4).
           05  WS-START-DATE         PIC 9(8).
           05  WS-END-DATE           PIC 9(8).
           05  WS-JAN1-NUM           PIC 9(8).
           05  WS-START-INT          PIC 9(7).
           05  WS-END-INT            PIC 9(7).
           05  WS-NEAR-INT           PIC 9(7).
           05  WS-DAY-INT            PIC 9(7).
           05  WS-DAY-COUNT          PIC 9(4).
           05  WS-WEEK-COUNT         PIC 99.
           05  WS-WEEK-REM           PIC 9.
           05  WS-DOW                PIC 9.
           05  WS-AHEAD              PIC S9.
           05  WS-WEEK-NO            PIC 99.
           05  WS-DAYS-WRITTEN       PIC 9(4) VALUE ZERO.

      * Weeks in each period, 4-4-5 through the year. A 53-week year
      * gives period 12 the extra week.
       01  WS-PATTERN-VALUES         PIC X(12) VALUE "445445445445".
       01  WS-PATTERN REDEFINES WS-PATTERN-VALUES.
           05  WS-PATTERN-WEEKS      PIC 9 OCCURS 12 TIMES.

       01  WS-PERIOD-TABLE.
           05  WS-PER-SLOT OCCURS 12 TIMES.
               10  WP-WEEKS          PIC 9.
               10  WP-FIRST-WEEK     PIC 99.
               10  WP-LAST-WEEK      PIC 99.
               10  WP-START          PIC 9(8).
               10  WP-END            PIC 9(8).
       01  WS-PER-I                  PIC 99.
       01  WS-NEXT-WEEK              PIC 99.

       01  WS-RPT-HEADER.
           05  PIC X(34) VALUE "MRS FISCAL CALENDAR - FISCAL YEAR ".
           05  RH-YEAR               PIC 9999.
           05  PIC X(42) VALUE SPACES.

       01  WS-RPT-COL-HDR.
           05  PIC X(9)  VALUE "PERIOD".
           05  PIC X(6)  VALUE "QTR".
           05  PIC X(9)  VALUE "WEEKS".
           05  PIC X(11) VALUE "FIRST DAY".
           05  PIC X(11) VALUE "LAST DAY".
           05  PIC X(34) VALUE SPACES.

       01  WS-RPT-DETAIL.
           05  PIC X(2)  VALUE SPACES.
           05  RD-PERIOD             PIC Z9.
           05  PIC X(6)  VALUE SPACES.
           05  RD-QUARTER            PIC 9.
           05  PIC X(4)  VALUE SPACES.
           05  RD-FIRST-WEEK         PIC Z9.
           05  PIC X(1)  VALUE "-".
           05  RD-LAST-WEEK          PIC Z9.
           05  PIC X(4)  VALUE SPACES.
           05  RD-START              PIC 9(8).
           05  PIC X(3)  VALUE SPACES.
           05  RD-END                PIC 9(8).
           05  PIC X(37) VALUE SPACES.

       01  WS-RPT-BLANK              PIC X(80) VALUE SPACES.

       01  WS-RPT-TOTAL.
           05  PIC X(8)  VALUE "WEEKS:".
           05  RT-WEEKS              PIC Z9.
           05  PIC X(16) VALUE "   DAYS WRITTEN:".
           05  RT-DAYS               PIC ZZZ9.
           05  PIC X(50) VALUE SPACES.

       PROCEDURE DIVISION.
       100-MAIN.
           MOVE ZERO TO WS-DAYS-WRITTEN
           PERFORM 160-LOAD-FILE-CONFIG THRU 160-EXIT
           MOVE FUNCTION CURRENT-DATE TO WS-DATETIME
           ACCEPT WS-FISCAL-YEAR
           ACCEPT WS-START-DATE
           IF WS-FISCAL-YEAR = ZEROS
               MOVE WS-YEAR TO WS-FISCAL-YEAR
           END-IF
           IF WS-FISCAL-YEAR < 1601 OR WS-FISCAL-YEAR > 9998
               DISPLAY "MRS-5060: FISCAL YEAR " WS-FISCAL-YEAR
                   " NOT VALID - NOTHING BUILT."
               GOBACK
           END-IF

      *    The year's first day: the Friday nearest January 1 unless
      *    one was keyed, in which case it has to be a Friday.
           IF WS-START-DATE = ZEROS
               COMPUTE WS-JAN1-NUM = (WS-FISCAL-YEAR * 10000) + 101
               PERFORM 200-NEAREST-FRIDAY THRU 200-EXIT
               MOVE WS-NEAR-INT TO WS-START-INT
           ELSE
               COMPUTE WS-START-INT =
                   FUNCTION INTEGER-OF-DATE (WS-START-DATE)
               COMPUTE WS-DOW = FUNCTION MOD (WS-START-INT - 1, 7)
               IF WS-DOW NOT = 4
                   DISPLAY "MRS-5060: " WS-START-DATE
                       " IS NOT A FRIDAY - NOTHING BUILT."
                   GOBACK
               END-IF
           END-IF
           COMPUTE WS-START-DATE =
               FUNCTION DATE-OF-INTEGER (WS-START-INT)

      *    The last day is the Thursday before next year's first
      *    Friday.
           COMPUTE WS-JAN1-NUM = ((WS-FISCAL-YEAR + 1) * 10000) + 101
           PERFORM 200-NEAREST-FRIDAY THRU 200-EXIT
           COMPUTE WS-END-INT = WS-NEAR-INT - 1
           COMPUTE WS-END-DATE = FUNCTION DATE-OF-INTEGER (WS-END-INT)
           COMPUTE WS-DAY-COUNT = WS-END-INT - WS-START-INT + 1
           DIVIDE WS-DAY-COUNT BY 7 GIVING WS-WEEK-COUNT
               REMAINDER WS-WEEK-REM
           IF WS-WEEK-REM NOT = ZERO
              OR WS-WEEK-COUNT < 52 OR WS-WEEK-COUNT > 53
               DISPLAY "MRS-5060: " WS-START-DATE " TO " WS-END-DATE
                   " IS NOT A 52 OR 53 WEEK YEAR - NOTHING BUILT."
               GOBACK
           END-IF

           PERFORM 300-LAY-OUT-PERIODS THRU 300-EXIT
           PERFORM 900-OPEN-FILES THRU 900-EXIT
           PERFORM 400-WRITE-DAYS THRU 400-EXIT
           PERFORM 700-PRINT-CALENDAR THRU 700-EXIT

           DISPLAY "MRS-5060 FISCAL CALENDAR: YEAR " WS-FISCAL-YEAR
               " " WS-START-DATE " TO " WS-END-DATE ", "
               WS-WEEK-COUNT " WEEKS."

           PERFORM 910-CLOSE-FILES THRU 910-EXIT
      *    The finished output registers on the report spool so
      *    the office can find and reprint it later.
           MOVE "MRS-5060" TO MRS-SP-PROGRAM
           MOVE SPACES TO MRS-SP-PARMS
           MOVE WS-FISCAL-YEAR TO MRS-SP-PARMS(1:4)
           MOVE UT-SYS-FISCAL-RPT TO MRS-SP-PATH
           CALL "MRS-7050" USING MRS-SPOOL-PUT
           GOBACK.
       100-EXIT.
           EXIT.

      * The Friday nearest WS-JAN1-NUM, into WS-NEAR-INT. Day 1 of
      * the integer calendar was a Monday, so a Friday leaves a
      * remainder of 4; the nearest one is at most three days off.
       200-NEAREST-FRIDAY.
           COMPUTE WS-NEAR-INT = FUNCTION INTEGER-OF-DATE (WS-JAN1-NUM)
           COMPUTE WS-DOW = FUNCTION MOD (WS-NEAR-INT - 1, 7)
           COMPUTE WS-AHEAD = FUNCTION MOD (11 - WS-DOW, 7)
           IF WS-AHEAD > 3
               SUBTRACT 7 FROM WS-AHEAD
           END-IF
           ADD WS-AHEAD TO WS-NEAR-INT.
       200-EXIT.
           EXIT.

      * Gives each period its weeks and its first and last day.
       300-LAY-OUT-PERIODS.
           MOVE 1 TO WS-NEXT-WEEK
           PERFORM VARYING WS-PER-I FROM 1 BY 1 UNTIL WS-PER-I > 12
               MOVE WS-PATTERN-WEEKS(WS-PER-I) TO WP-WEEKS(WS-PER-I)
               IF WS-PER-I = 12 AND WS-WEEK-COUNT = 53
                   ADD 1 TO WP-WEEKS(WS-PER-I)
               END-IF
               MOVE WS-NEXT-WEEK TO WP-FIRST-WEEK(WS-PER-I)
               COMPUTE WP-LAST-WEEK(WS-PER-I) =
                   WS-NEXT-WEEK + WP-WEEKS(WS-PER-I) - 1
               COMPUTE WS-DAY-INT =
                   WS-START-INT + ((WS-NEXT-WEEK - 1) * 7)
               COMPUTE WP-START(WS-PER-I) =
                   FUNCTION DATE-OF-INTEGER (WS-DAY-INT)
               COMPUTE WS-DAY-INT =
                   WS-START-INT + (WP-LAST-WEEK(WS-PER-I) * 7) - 1
               COMPUTE WP-END(WS-PER-I) =
                   FUNCTION DATE-OF-INTEGER (WS-DAY-INT)
               COMPUTE WS-NEXT-WEEK = WP-LAST-WEEK(WS-PER-I) + 1
           END-PERFORM.
       300-EXIT.
           EXIT.

      * One record per day of the year, written new or rewritten
      * over a day already on file.
       400-WRITE-DAYS.
           MOVE 1 TO WS-PER-I
           PERFORM VARYING WS-DAY-INT FROM WS-START-INT BY 1
                   UNTIL WS-DAY-INT > WS-END-INT
               COMPUTE WS-WEEK-NO =
                   ((WS-DAY-INT - WS-START-INT) / 7) + 1
               IF WS-WEEK-NO > WP-LAST-WEEK(WS-PER-I)
                   ADD 1 TO WS-PER-I
               END-IF
               PERFORM 450-WRITE-ONE-DAY THRU 450-EXIT
           END-PERFORM.
       400-EXIT.
           EXIT.

       450-WRITE-ONE-DAY.
           MOVE SPACES TO MRS-FISCAL-REC
           COMPUTE MRS-FC-DATE = FUNCTION DATE-OF-INTEGER (WS-DAY-INT)
           MOVE WS-FISCAL-YEAR TO MRS-FC-YEAR
           MOVE WS-PER-I TO MRS-FC-PERIOD
           MOVE WS-WEEK-NO TO MRS-FC-WEEK
           COMPUTE MRS-FC-QUARTER = ((WS-PER-I - 1) / 3) + 1
           COMPUTE MRS-FC-WEEK-START = FUNCTION DATE-OF-INTEGER
               (WS-START-INT + ((WS-WEEK-NO - 1) * 7))
           COMPUTE MRS-FC-WEEK-END = FUNCTION DATE-OF-INTEGER
               (WS-START-INT + (WS-WEEK-NO * 7) - 1)
           MOVE WP-START(WS-PER-I) TO MRS-FC-PERIOD-START
           MOVE WP-END(WS-PER-I) TO MRS-FC-PERIOD-END
           WRITE MRS-FISCAL-REC
               INVALID KEY
                   REWRITE MRS-FISCAL-REC
                       INVALID KEY
                           DISPLAY "MRS-5060: DAY " MRS-FC-DATE
                               " NOT WRITTEN, STATUS " WS-FC-STATUS
                           GO TO 450-EXIT
                   END-REWRITE
           END-WRITE
           ADD 1 TO WS-DAYS-WRITTEN.
       450-EXIT.
           EXIT.

       700-PRINT-CALENDAR.
           MOVE WS-FISCAL-YEAR TO RH-YEAR
           WRITE MRS-FISCAL-RPT-LINE FROM WS-RPT-HEADER
           WRITE MRS-FISCAL-RPT-LINE FROM WS-RPT-COL-HDR
           WRITE MRS-FISCAL-RPT-LINE FROM WS-RPT-BLANK
           PERFORM VARYING WS-PER-I FROM 1 BY 1 UNTIL WS-PER-I > 12
               MOVE WS-PER-I TO RD-PERIOD
               COMPUTE RD-QUARTER = ((WS-PER-I - 1) / 3) + 1
               MOVE WP-FIRST-WEEK(WS-PER-I) TO RD-FIRST-WEEK
               MOVE WP-LAST-WEEK(WS-PER-I) TO RD-LAST-WEEK
               MOVE WP-START(WS-PER-I) TO RD-START
               MOVE WP-END(WS-PER-I) TO RD-END
               WRITE MRS-FISCAL-RPT-LINE FROM WS-RPT-DETAIL
           END-PERFORM
           WRITE MRS-FISCAL-RPT-LINE FROM WS-RPT-BLANK
           MOVE WS-WEEK-COUNT TO RT-WEEKS
           MOVE WS-DAYS-WRITTEN TO RT-DAYS
           WRITE MRS-FISCAL-RPT-LINE FROM WS-RPT-TOTAL.
       700-EXIT.
           EXIT.

       900-OPEN-FILES.
           OPEN I-O MRS-FISCAL-FILE
           IF WS-FC-STATUS = '35'
               OPEN OUTPUT MRS-FISCAL-FILE
               CLOSE MRS-FISCAL-FILE
               OPEN I-O MRS-FISCAL-FILE
           END-IF
           OPEN OUTPUT MRS-FISCAL-RPT.
       900-EXIT.
           EXIT.

       910-CLOSE-FILES.
           CLOSE MRS-FISCAL-FILE
                 MRS-FISCAL-RPT.
       910-EXIT.
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
               WHEN "FISCAL"
                   MOVE CFG-PATH TO UT-SYS-FISCAL
               WHEN "FISCAL-RPT"
                   MOVE CFG-PATH TO UT-SYS-FISCAL-RPT
           END-EVALUATE.
       170-EXIT.
           EXIT.

       end program MRS-5060.
