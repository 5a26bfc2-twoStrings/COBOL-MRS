       IDENTIFICATION DIVISION.
       PROGRAM-ID.  MRS-5750.
       AUTHOR.  JOHN BELLEK.
      *****************************************************************
      * Site profit and loss statement. The owner used to wait on
      * the accountant's workbook to see how a month went; this run
      * reads the GL history ledger (MRS-GLHIST.CPY) - every line
      * that has gone out on the GL feed, with the theatre it
      * belongs to - and prints the month straight off it.
      *
      * One statement per theatre, then one for the chain-wide lines
      * no single theatre owns (film rent, payables, the liability
      * movements), then all of it combined. Each statement groups
      * the postings by account under the chart of accounts
      * (MRS-GLACCT.CPY):
      *
      *   REVENUE       - revenue accounts other than concessions
      *   CONCESSION    - the CONCESS account
      *   COST OF FILM  - the RENTAL, RETURN and FILMRENT accounts
      *   OTHER EXPENSE - every other expense account
      *   NET INCOME    - the four sections above summed
      *   LIABILITIES   - liability accounts, the month's movement
      *
      * Asset and equity accounts (cash, card clearing, the bank)
      * are the other side of these and are left off.
      *
      * Every account shows four figures: the month, the same month
      * last year, the calendar year to date, and last year to the
      * same month. Amounts print as they went out on the feed -
      * credits plus, debits minus - so the net income line is the
      * plain sum of the sections above it.
      *
      * The month reported is the run date's month to date; a run on
      * the first of the month reports the month just ended in full,
      * so the owner has the month the morning after it closes. The
      * statement is registered on the report spool under the month.
      *
      * Runs as a step in the MRS-9000 night driver.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MRS-GL-HIST-FILE
               ASSIGN TO UT-SYS-GLHIST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.

           SELECT MRS-GL-ACCT-FILE
               ASSIGN TO UT-SYS-GLACCT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MRS-GLA-ACC-NUM
               FILE STATUS IS WS-GLA-STATUS.

           SELECT MRS-PL-RPT
               ASSIGN TO UT-SYS-SITE-PL-RPT
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT MRS-FILE-CONFIG-FILE
               ASSIGN TO UT-SYS-FILE-CFG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CFG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       COPY "CPYBOOKS/MRS-GLHIST.CPY".
       COPY "CPYBOOKS/MRS-GLACCT.CPY".
       COPY "CPYBOOKS/MRS-FILE-CFG.CPY".

       FD  MRS-PL-RPT
           RECORD CONTAINS 80 CHARACTERS.
       01  MRS-PL-LINE                         PIC X(80).

       WORKING-STORAGE SECTION.
       COPY "CPYBOOKS/MRS-JOBCTR.CPY".
       COPY "CPYBOOKS/DATETIME.CPY".
       COPY "CPYBOOKS/MRS-SIGNON.CPY".
       COPY "CPYBOOKS/MRS-TRNPUT.CPY".
       COPY "CPYBOOKS/MRS-SPLPUT.CPY".

       01  WS-FILENAMES.
           05  UT-SYS-GLHIST         PIC X(50)
                               VALUE "C:\COBOL\MRS-GL-HISTORY.DAT".
           05  UT-SYS-GLACCT         PIC X(50)
                               VALUE "C:\COBOL\MRS-GLACCT-INDEX.DAT".
           05  UT-SYS-SITE-PL-RPT    PIC X(50)
                               VALUE "C:\COBOL\MRS-SITE-PL.RPT".
           05  UT-SYS-FILE-CFG       PIC X(50)
                                   VALUE "C:\COBOL\MRS-FILE-PATHS.CFG".

       01  WS-FILE-CFG-CTL.
           05  WS-CFG-STATUS         PIC XX.
           05  WS-CFG-EOF            PIC X.
               88  CFG-EOF VALUE 'Y'.

       01  WS-SWITCHES.
           05  WS-HIST-STATUS        PIC XX.
           05  WS-GLA-STATUS         PIC XX.
           05  WS-HAVE-HIST          PIC X.
           05  WS-HAVE-CHART         PIC X.
           05  HIST-EOF              PIC X.
           05  GLA-EOF               PIC X.
           05  WS-ANY-FIGURE         PIC X.

      * The month reported and the same month a year back.
       01  WS-PERIOD.
           05  WS-RPT-YEAR           PIC 9999.
           05  WS-RPT-MONTH          PIC 99.
           05  WS-PRIOR-YEAR         PIC 9999.
           05  WS-PERIOD-YM          PIC 9(6).

       01  WS-COUNTERS.
           05  WS-HIST-READ          PIC 9(7) VALUE ZERO.
           05  WS-HIST-USED          PIC 9(7) VALUE ZERO.
           05  WS-STMT-CNT           PIC 9(3) VALUE ZERO.
           05  WS-AC-COUNT           PIC 9(3) VALUE ZERO.
           05  WS-SITE-COUNT         PIC 9(3) VALUE ZERO.
           05  WS-AC-I               PIC 9(3).
           05  WS-ST-I               PIC 9(3).
           05  WS-PS-I               PIC 9(3).
           05  WS-COL-I              PIC 9.
           05  WS-SEC-I              PIC 9.

      * The chart of accounts, in account order, with the statement
      * section each account prints under. An account on the ledger
      * but gone from the chart is added on the end so its money
      * still shows. Slot 200 is kept back for that overflow.
       01  WS-ACCT-TABLE.
           05  WS-AC-SLOT OCCURS 200 TIMES.
               10  AC-ACC-NUM        PIC 999.
               10  AC-DESC           PIC X(22).
               10  AC-SECTION        PIC X.

      * One slot per theatre on the ledger. Slot 1 is the chain-wide
      * "**" lines; slot 21 is everything added together.
       01  WS-SITE-TABLE.
           05  WS-SITE-SLOT OCCURS 21 TIMES.
               10  ST-SITE           PIC X(2).

      * Every account's four figures for every theatre: 1 = the
      * month, 2 = same month last year, 3 = year to date, 4 = last
      * year to date.
       01  WS-AMOUNT-TABLE.
           05  WS-AMT-SITE OCCURS 21 TIMES.
               10  WS-AMT-ACCT OCCURS 200 TIMES.
                   15  AMT-COL       PIC S9(9)V99 OCCURS 4 TIMES.

       01  WS-HIT-COLUMNS.
           05  WS-HIT                PIC X OCCURS 4 TIMES.

      * The sections in print order, and their running totals.
       01  WS-SECTION-LIST.
           05  PIC X(15) VALUE "RREVENUE".
           05  PIC X(15) VALUE "CCONCESSION".
           05  PIC X(15) VALUE "FCOST OF FILM".
           05  PIC X(15) VALUE "XOTHER EXPENSE".
           05  PIC X(15) VALUE "LLIABILITIES".
       01  WS-SECTION-TABLE REDEFINES WS-SECTION-LIST.
           05  WS-SEC-SLOT OCCURS 5 TIMES.
               10  SEC-CODE          PIC X.
               10  SEC-TITLE         PIC X(14).

       01  WS-TOTALS.
           05  WS-SEC-TOT            PIC S9(9)V99 OCCURS 4 TIMES.
           05  WS-NET-TOT            PIC S9(9)V99 OCCURS 4 TIMES.

       01  WS-RPT-HEADER.
           05  PIC X(30) VALUE "MRS SITE PROFIT AND LOSS -".
           05  RH-MONTH              PIC Z9.
           05  PIC X     VALUE "/".
           05  RH-YEAR               PIC 9999.
           05  PIC X(4)  VALUE SPACES.
           05  RH-SITE-TEXT          PIC X(39).

       01  WS-RPT-COL-HDR.
           05  PIC X(28) VALUE "ACC DESCRIPTION".
           05  PIC X(13) VALUE "   THIS MONTH".
           05  PIC X(13) VALUE "  SAME MON LY".
           05  PIC X(13) VALUE " YEAR TO DATE".
           05  PIC X(13) VALUE "     LAST YTD".

       01  WS-RPT-SECTION.
           05  RS-TITLE              PIC X(14).
           05  PIC X(66) VALUE SPACES.

       01  WS-RPT-DETAIL.
           05  RD-ACC-NUM            PIC 999.
           05  PIC X(1)  VALUE SPACES.
           05  RD-DESC               PIC X(22).
           05  PIC X(2)  VALUE SPACES.
           05  RD-COL-GROUP.
               10  RD-COL OCCURS 4 TIMES.
                   15  PIC X(1).
                   15  RD-AMT        PIC -,---,--9.99.

       01  WS-RPT-TOTAL.
           05  PIC X(4)  VALUE SPACES.
           05  RT-LABEL              PIC X(24).
           05  RT-COL-GROUP.
               10  RT-COL OCCURS 4 TIMES.
                   15  PIC X(1).
                   15  RT-AMT        PIC -,---,--9.99.

       01  WS-RPT-BLANK              PIC X(80) VALUE SPACES.

       01  WS-RPT-SUMMARY.
           05  PIC X(22) VALUE "STATEMENTS PRINTED:".
           05  RT-STMT-CNT           PIC ZZ9.
           05  PIC X(25) VALUE "   LEDGER LINES USED:".
           05  RT-USED-CNT           PIC ZZZZZZ9.
           05  PIC X(23) VALUE SPACES.

       01  WS-RPT-FOOTER.
           05  PIC X(40) VALUE
               "AMOUNTS AS POSTED - CREDITS PLUS, DEBITS".
           05  PIC X(40) VALUE
               " MINUS. LY = LAST YEAR.".

       PROCEDURE DIVISION.
       100-MAIN.
      *    Working tables survive between calls from the night run.
           MOVE ZERO TO WS-HIST-READ
           MOVE ZERO TO WS-HIST-USED
           MOVE ZERO TO WS-STMT-CNT
           MOVE ZERO TO WS-AC-COUNT
           INITIALIZE WS-ACCT-TABLE
           INITIALIZE WS-SITE-TABLE
           INITIALIZE WS-AMOUNT-TABLE
           MOVE "**" TO ST-SITE(1)
           MOVE 1 TO WS-SITE-COUNT
           PERFORM 900-OPEN-FILES THRU 900-EXIT
           MOVE FUNCTION CURRENT-DATE TO WS-DATETIME
      *    On the first the month just ended is the one wanted.
           MOVE WS-YEAR TO WS-RPT-YEAR
           MOVE WS-MONTH TO WS-RPT-MONTH
           IF WS-DAY = 1
               IF WS-RPT-MONTH = 1
                   MOVE 12 TO WS-RPT-MONTH
                   SUBTRACT 1 FROM WS-RPT-YEAR
               ELSE
                   SUBTRACT 1 FROM WS-RPT-MONTH
               END-IF
           END-IF
           COMPUTE WS-PRIOR-YEAR = WS-RPT-YEAR - 1
           COMPUTE WS-PERIOD-YM = (WS-RPT-YEAR * 100) + WS-RPT-MONTH

           PERFORM 200-LOAD-CHART THRU 200-EXIT
           PERFORM 300-READ-LEDGER THRU 300-EXIT

      *    Each theatre, then the chain-wide lines, then everything.
           PERFORM VARYING WS-PS-I FROM 2 BY 1
                   UNTIL WS-PS-I > WS-SITE-COUNT
               PERFORM 400-PRINT-STATEMENT THRU 400-EXIT
           END-PERFORM
           MOVE 1 TO WS-PS-I
           PERFORM 400-PRINT-STATEMENT THRU 400-EXIT
           MOVE 21 TO WS-PS-I
           PERFORM 400-PRINT-STATEMENT THRU 400-EXIT

           MOVE WS-STMT-CNT TO RT-STMT-CNT
           MOVE WS-HIST-USED TO RT-USED-CNT
           WRITE MRS-PL-LINE FROM WS-RPT-SUMMARY
           WRITE MRS-PL-LINE FROM WS-RPT-FOOTER

      *    The night driver logs these on the job log.
           MOVE WS-HIST-READ TO MRS-JOB-READ
           MOVE WS-STMT-CNT TO MRS-JOB-WRITTEN
           DISPLAY "MRS-5750 SITE PROFIT AND LOSS: " WS-STMT-CNT
               " STATEMENT(S) FOR " WS-PERIOD-YM "."

           PERFORM 910-CLOSE-FILES THRU 910-EXIT
      *    The finished output registers on the report spool so
      *    the office can find and reprint it later.
           MOVE "MRS-5750" TO MRS-SP-PROGRAM
           MOVE SPACES TO MRS-SP-PARMS
           MOVE WS-PERIOD-YM TO MRS-SP-PARMS(1:6)
           MOVE UT-SYS-SITE-PL-RPT TO MRS-SP-PATH
           CALL "MRS-7050" USING MRS-SPOOL-PUT
           GOBACK.
       100-EXIT.
           EXIT.

      * Takes the chart into the account table in key order, with
      * the section each account belongs under. No chart on file
      * leaves every ledger account to be added as it turns up.
       200-LOAD-CHART.
           IF WS-HAVE-CHART NOT = "Y"
               GO TO 200-EXIT
           END-IF
           MOVE "N" TO GLA-EOF
           PERFORM UNTIL GLA-EOF = "Y"
               READ MRS-GL-ACCT-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO GLA-EOF
                   NOT AT END
                       IF WS-AC-COUNT < 199
                           ADD 1 TO WS-AC-COUNT
                           MOVE WS-AC-COUNT TO WS-AC-I
                           PERFORM 250-CHART-ENTRY THRU 250-EXIT
                       END-IF
               END-READ
           END-PERFORM.
       200-EXIT.
           EXIT.

       250-CHART-ENTRY.
           MOVE MRS-GLA-ACC-NUM TO AC-ACC-NUM(WS-AC-I)
           MOVE MRS-GLA-DESC TO AC-DESC(WS-AC-I)
           EVALUATE TRUE
               WHEN MRS-GLA-SOURCE = "CONCESS"
                   MOVE "C" TO AC-SECTION(WS-AC-I)
               WHEN MRS-GLA-SOURCE = "RENTAL"
                 OR MRS-GLA-SOURCE = "RETURN"
                 OR MRS-GLA-SOURCE = "FILMRENT"
                   MOVE "F" TO AC-SECTION(WS-AC-I)
               WHEN MRS-GLA-TYPE = "R"
                   MOVE "R" TO AC-SECTION(WS-AC-I)
               WHEN MRS-GLA-TYPE = "E"
                   MOVE "X" TO AC-SECTION(WS-AC-I)
               WHEN MRS-GLA-TYPE = "L"
                   MOVE "L" TO AC-SECTION(WS-AC-I)
               WHEN OTHER
                   MOVE SPACE TO AC-SECTION(WS-AC-I)
           END-EVALUATE.
       250-EXIT.
           EXIT.

      * One pass of the whole ledger. A line lands in each column
      * its date falls in - the month, same month last year, and
      * the two years to date - under its theatre and under the
      * combined slot.
       300-READ-LEDGER.
           IF WS-HAVE-HIST NOT = "Y"
               GO TO 300-EXIT
           END-IF
           MOVE "N" TO HIST-EOF
           PERFORM UNTIL HIST-EOF = "Y"
               READ MRS-GL-HIST-FILE
                   AT END
                       MOVE "Y" TO HIST-EOF
                   NOT AT END
                       ADD 1 TO WS-HIST-READ
                       PERFORM 350-APPLY-LINE THRU 350-EXIT
               END-READ
           END-PERFORM.
       300-EXIT.
           EXIT.

       350-APPLY-LINE.
           IF MRS-GLH-DATE NOT NUMERIC
              OR MRS-GLH-AMOUNT NOT NUMERIC
              OR MRS-GLH-ACC-NUM NOT NUMERIC
               GO TO 350-EXIT
           END-IF
           MOVE SPACES TO WS-HIT-COLUMNS
           IF MRS-GLH-YEAR = WS-RPT-YEAR
              AND MRS-GLH-MONTH NOT > WS-RPT-MONTH
               MOVE "Y" TO WS-HIT(3)
               IF MRS-GLH-MONTH = WS-RPT-MONTH
                   MOVE "Y" TO WS-HIT(1)
               END-IF
           END-IF
           IF MRS-GLH-YEAR = WS-PRIOR-YEAR
              AND MRS-GLH-MONTH NOT > WS-RPT-MONTH
               MOVE "Y" TO WS-HIT(4)
               IF MRS-GLH-MONTH = WS-RPT-MONTH
                   MOVE "Y" TO WS-HIT(2)
               END-IF
           END-IF
           IF WS-HIT-COLUMNS = SPACES
               GO TO 350-EXIT
           END-IF
           ADD 1 TO WS-HIST-USED
           PERFORM 360-FIND-ACCOUNT THRU 360-EXIT
           PERFORM 370-FIND-SITE THRU 370-EXIT
           PERFORM VARYING WS-COL-I FROM 1 BY 1 UNTIL WS-COL-I > 4
               IF WS-HIT(WS-COL-I) = "Y"
                   ADD MRS-GLH-AMOUNT
                       TO AMT-COL(WS-ST-I, WS-AC-I, WS-COL-I)
                   ADD MRS-GLH-AMOUNT
                       TO AMT-COL(21, WS-AC-I, WS-COL-I)
               END-IF
           END-PERFORM.
       350-EXIT.
           EXIT.

      * Sets WS-AC-I to the line's account, adding an account the
      * chart no longer has to the end of the table. Past the end
      * of the table it all goes under the last slot.
       360-FIND-ACCOUNT.
           PERFORM VARYING WS-AC-I FROM 1 BY 1
                   UNTIL WS-AC-I > WS-AC-COUNT
                      OR AC-ACC-NUM(WS-AC-I) = MRS-GLH-ACC-NUM
               CONTINUE
           END-PERFORM
           IF WS-AC-I > WS-AC-COUNT
               IF WS-AC-COUNT < 200
                   ADD 1 TO WS-AC-COUNT
                   MOVE WS-AC-COUNT TO WS-AC-I
                   MOVE MRS-GLH-ACC-NUM TO AC-ACC-NUM(WS-AC-I)
                   MOVE "(ACCOUNT NOT ON CHART)" TO AC-DESC(WS-AC-I)
                   MOVE "X" TO AC-SECTION(WS-AC-I)
               ELSE
                   MOVE 200 TO WS-AC-I
               END-IF
           END-IF.
       360-EXIT.
           EXIT.

      * Sets WS-ST-I to the line's theatre. A line with no site is
      * chain-wide; a theatre past the end of the table is counted
      * chain-wide too rather than lost.
       370-FIND-SITE.
           IF MRS-GLH-SITE = SPACES
               MOVE "**" TO MRS-GLH-SITE
           END-IF
           PERFORM VARYING WS-ST-I FROM 1 BY 1
                   UNTIL WS-ST-I > WS-SITE-COUNT
                      OR ST-SITE(WS-ST-I) = MRS-GLH-SITE
               CONTINUE
           END-PERFORM
           IF WS-ST-I > WS-SITE-COUNT
               IF WS-SITE-COUNT < 20
                   ADD 1 TO WS-SITE-COUNT
                   MOVE WS-SITE-COUNT TO WS-ST-I
                   MOVE MRS-GLH-SITE TO ST-SITE(WS-ST-I)
               ELSE
                   MOVE 1 TO WS-ST-I
               END-IF
           END-IF.
       370-EXIT.
           EXIT.

      * One statement for the theatre slot in WS-PS-I: every section
      * with its accounts and total, net income under the four
      * profit and loss sections, then the liabilities.
       400-PRINT-STATEMENT.
           MOVE WS-RPT-MONTH TO RH-MONTH
           MOVE WS-RPT-YEAR TO RH-YEAR
           EVALUATE WS-PS-I
               WHEN 1
                   MOVE "CHAIN-WIDE (NOT SITE SPECIFIC)"
                       TO RH-SITE-TEXT
               WHEN 21
                   MOVE "ALL SITES COMBINED" TO RH-SITE-TEXT
               WHEN OTHER
                   MOVE SPACES TO RH-SITE-TEXT
                   STRING "SITE " ST-SITE(WS-PS-I)
                       DELIMITED BY SIZE INTO RH-SITE-TEXT
           END-EVALUATE
           WRITE MRS-PL-LINE FROM WS-RPT-HEADER
           WRITE MRS-PL-LINE FROM WS-RPT-COL-HDR
           WRITE MRS-PL-LINE FROM WS-RPT-BLANK
           PERFORM VARYING WS-COL-I FROM 1 BY 1 UNTIL WS-COL-I > 4
               MOVE ZERO TO WS-NET-TOT(WS-COL-I)
           END-PERFORM
           PERFORM VARYING WS-SEC-I FROM 1 BY 1 UNTIL WS-SEC-I > 4
               PERFORM 450-PRINT-SECTION THRU 450-EXIT
               PERFORM VARYING WS-COL-I FROM 1 BY 1
                       UNTIL WS-COL-I > 4
                   ADD WS-SEC-TOT(WS-COL-I) TO WS-NET-TOT(WS-COL-I)
               END-PERFORM
           END-PERFORM
           MOVE SPACES TO RT-COL-GROUP
           MOVE "NET INCOME" TO RT-LABEL
           PERFORM VARYING WS-COL-I FROM 1 BY 1 UNTIL WS-COL-I > 4
               MOVE WS-NET-TOT(WS-COL-I) TO RT-AMT(WS-COL-I)
           END-PERFORM
           WRITE MRS-PL-LINE FROM WS-RPT-TOTAL
           WRITE MRS-PL-LINE FROM WS-RPT-BLANK
           MOVE 5 TO WS-SEC-I
           PERFORM 450-PRINT-SECTION THRU 450-EXIT
           WRITE MRS-PL-LINE FROM WS-RPT-BLANK
           WRITE MRS-PL-LINE FROM WS-RPT-BLANK
           ADD 1 TO WS-STMT-CNT.
       400-EXIT.
           EXIT.

      * The accounts of section WS-SEC-I that carry any figure for
      * this statement, then the section total.
       450-PRINT-SECTION.
           MOVE SEC-TITLE(WS-SEC-I) TO RS-TITLE
           WRITE MRS-PL-LINE FROM WS-RPT-SECTION
           PERFORM VARYING WS-COL-I FROM 1 BY 1 UNTIL WS-COL-I > 4
               MOVE ZERO TO WS-SEC-TOT(WS-COL-I)
           END-PERFORM
           PERFORM VARYING WS-AC-I FROM 1 BY 1
                   UNTIL WS-AC-I > WS-AC-COUNT
               IF AC-SECTION(WS-AC-I) = SEC-CODE(WS-SEC-I)
                   PERFORM 470-PRINT-ACCOUNT THRU 470-EXIT
               END-IF
           END-PERFORM
           MOVE SPACES TO RT-COL-GROUP
           MOVE SPACES TO RT-LABEL
           STRING "TOTAL " SEC-TITLE(WS-SEC-I)
               DELIMITED BY SIZE INTO RT-LABEL
           PERFORM VARYING WS-COL-I FROM 1 BY 1 UNTIL WS-COL-I > 4
               MOVE WS-SEC-TOT(WS-COL-I) TO RT-AMT(WS-COL-I)
           END-PERFORM
           WRITE MRS-PL-LINE FROM WS-RPT-TOTAL
           WRITE MRS-PL-LINE FROM WS-RPT-BLANK.
       450-EXIT.
           EXIT.

       470-PRINT-ACCOUNT.
           MOVE "N" TO WS-ANY-FIGURE
           PERFORM VARYING WS-COL-I FROM 1 BY 1 UNTIL WS-COL-I > 4
               IF AMT-COL(WS-PS-I, WS-AC-I, WS-COL-I) NOT = ZERO
                   MOVE "Y" TO WS-ANY-FIGURE
               END-IF
           END-PERFORM
           IF WS-ANY-FIGURE = "N"
               GO TO 470-EXIT
           END-IF
           MOVE SPACES TO RD-COL-GROUP
           MOVE AC-ACC-NUM(WS-AC-I) TO RD-ACC-NUM
           MOVE AC-DESC(WS-AC-I) TO RD-DESC
           PERFORM VARYING WS-COL-I FROM 1 BY 1 UNTIL WS-COL-I > 4
               MOVE AMT-COL(WS-PS-I, WS-AC-I, WS-COL-I)
                   TO RD-AMT(WS-COL-I)
               ADD AMT-COL(WS-PS-I, WS-AC-I, WS-COL-I)
                   TO WS-SEC-TOT(WS-COL-I)
           END-PERFORM
           WRITE MRS-PL-LINE FROM WS-RPT-DETAIL.
       470-EXIT.
           EXIT.

      * Opens the files. No ledger yet prints empty statements; no
      * chart leaves every account to be named off the ledger.
       900-OPEN-FILES.
           PERFORM 160-LOAD-FILE-CONFIG THRU 160-EXIT
           MOVE "N" TO WS-HAVE-HIST
           MOVE "N" TO WS-HAVE-CHART
           OPEN INPUT MRS-GL-HIST-FILE
           IF WS-HIST-STATUS = '00'
               MOVE "Y" TO WS-HAVE-HIST
           END-IF
           OPEN INPUT MRS-GL-ACCT-FILE
           IF WS-GLA-STATUS = '00'
               MOVE "Y" TO WS-HAVE-CHART
           END-IF
           OPEN OUTPUT MRS-PL-RPT.
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
               WHEN "GLHIST"
                   MOVE CFG-PATH TO UT-SYS-GLHIST
               WHEN "GLACCT"
                   MOVE CFG-PATH TO UT-SYS-GLACCT
               WHEN "SITE-PL-RPT"
                   MOVE CFG-PATH TO UT-SYS-SITE-PL-RPT
           END-EVALUATE.
       170-EXIT.
           EXIT.

      * Closes the files
       910-CLOSE-FILES.
           IF WS-HAVE-HIST = "Y"
               CLOSE MRS-GL-HIST-FILE
           END-IF
           IF WS-HAVE-CHART = "Y"
               CLOSE MRS-GL-ACCT-FILE
           END-IF
           CLOSE MRS-PL-RPT.
       910-EXIT.
           EXIT.

       end program MRS-5750.
