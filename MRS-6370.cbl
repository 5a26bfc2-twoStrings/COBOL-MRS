       IDENTIFICATION DIVISION.
       PROGRAM-ID.  MRS-6370.
       AUTHOR.  JOHN BELLEK.
      *****************************************************************
      * Monthly online partner remittance reconciliation. The
      * ticketing partner sends a statement with each month's
      * remittance, comma-delimited, one line per order it sold or
      * refunded in the month:
      *
      *   order ref,action (S sale / R refund),sale date (YYYYMMDD),
      *   qty,gross,fee,net
      *
      * (gross is what the customer paid, tax included; net is
      * gross less the partner's fee) and one line for the money it
      * actually sent:
      *
      *   REMIT,amount
      *
      * The statement is matched order for order against the
      * partner ("O" tender) lines MRS-6360 put on the ticket trail,
      * by order ref and action. Listed as discrepancies:
      *
      *   - an order on the statement with no trail line,
      *   - a trail line in the month the statement does not name,
      *   - an order on both whose quantity, gross, or fee differ,
      *   - a statement line that cannot be read.
      *
      * A drop the intake took in during the first week of the next
      * month still matches a statement line - the partner's
      * feed runs behind its own books at month end - but only
      * trail lines dated inside the month are owed a statement
      * line.
      *
      * The totals compare the trail's gross, fee, and net for the
      * month to the statement's, and the remitted amount to the
      * net the trail says is owed; refunds count against both.
      *
      * One console ACCEPT drives it: the month (YYYYMM, blank =
      * last month; or any range MRS-5070 reads). The statement
      * drop is checked against the inbound registry (MRS-6545) like
      * every other inbound file. The printed output registers on
      * the report spool.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MRS-REMIT-FILE
               ASSIGN TO UT-SYS-ONLINE-REMIT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REM-STATUS.

           SELECT MRS-TICKET-SALES-FILE
               ASSIGN TO UT-SYS-TIC-SALES
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SALES-STATUS.

           SELECT MRS-TSLIDX-FILE
               ASSIGN TO UT-SYS-TSLIDX
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MRS-TIX-KEY
               FILE STATUS IS WS-TIX-STATUS.

           SELECT MRS-RECON-RPT
               ASSIGN TO UT-SYS-ONLINE-RECON
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT MRS-FILE-CONFIG-FILE
               ASSIGN TO UT-SYS-FILE-CFG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CFG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MRS-REMIT-FILE
           RECORD CONTAINS 120 CHARACTERS.
       01  MRS-REMIT-LINE                      PIC X(120).

       COPY "CPYBOOKS/MRS-TICKET-SALES.CPY".
       COPY "CPYBOOKS/MRS-TSLIDX.CPY".
       COPY "CPYBOOKS/MRS-FILE-CFG.CPY".

       FD  MRS-RECON-RPT
           RECORD CONTAINS 80 CHARACTERS.
       01  MRS-RECON-LINE                      PIC X(80).

       WORKING-STORAGE SECTION.
       COPY "CPYBOOKS/MRS-JOBCTR.CPY".
       COPY "CPYBOOKS/MRS-SPLPUT.CPY".
       COPY "CPYBOOKS/MRS-IBPUT.CPY".
       COPY "CPYBOOKS/MRS-FCLPUT.CPY".
       COPY "CPYBOOKS/DATETIME.CPY".
       COPY "CPYBOOKS/MRS-SIGNON.CPY".
       COPY "CPYBOOKS/MRS-TRNPUT.CPY".

       01  WS-FILENAMES.
           05  UT-SYS-ONLINE-REMIT   PIC X(50)
                               VALUE "C:\COBOL\MRS-ONLINE-REMIT.DAT".
           05  UT-SYS-TIC-SALES      PIC X(50)
                               VALUE "C:\COBOL\MRS-TICKET-SALES.DAT".
           05  UT-SYS-TSLIDX         PIC X(50)
                               VALUE "C:\COBOL\MRS-TSLIDX-INDEX.DAT".
           05  UT-SYS-ONLINE-RECON   PIC X(50)
                               VALUE "C:\COBOL\MRS-ONLINE-RECON.RPT".
           05  UT-SYS-FILE-CFG       PIC X(50)
                                   VALUE "C:\COBOL\MRS-FILE-PATHS.CFG".

       01  WS-FILE-CFG-CTL.
           05  WS-CFG-STATUS         PIC XX.
           05  WS-CFG-EOF            PIC X.
               88  CFG-EOF VALUE 'Y'.

       01  WS-CONTROL.
           05  WS-REM-STATUS         PIC XX.
           05  WS-SALES-STATUS       PIC XX.
           05  WS-TIX-STATUS         PIC XX.
           05  REM-EOF               PIC X.
           05  SALES-EOF             PIC X.
           05  TIX-EOF               PIC X.
           05  WS-REMIT-OPEN         PIC X.
           05  WS-REMIT-SEEN         PIC X.
           05  WS-LINE-VALID         PIC X.
           05  WS-LINE-DATE          PIC 9(8).
           05  WS-LAST-DATE          PIC 9(8).
           05  WS-TODAY-NUM          PIC 9(8).
           05  WS-PRIOR-YM           PIC 9(6).
           05  WS-I                  PIC 9(4).

       01  WS-FIELDS.
           05  WF-ORDER              PIC X(8).
           05  WF-ACTION             PIC X.
           05  WF-DATE-X             PIC X(8).
           05  WF-QTY-X              PIC X(3).
           05  WF-GROSS-X            PIC X(11).
           05  WF-FEE-X              PIC X(11).
           05  WF-NET-X              PIC X(11).
           05  WF-TSL-ACTION         PIC X(4).
           05  WF-DATE               PIC 9(8).
           05  WF-QTY                PIC 9(3).
           05  WF-GROSS              PIC 9(7)V99.
           05  WF-FEE                PIC 9(7)V99.
           05  WF-NET                PIC 9(7)V99.
           05  WF-DIFFERS            PIC X(33).
           05  WF-DIFF-PTR           PIC 99.

      * The partner lines off the trail for the month and the week
      * after it, one per order ref and action.
       01  WS-TRAIL-TABLE.
           05  WS-TRAIL-COUNT        PIC 9(4) VALUE ZERO.
           05  WS-TRAIL-SLOT OCCURS 3000 TIMES INDEXED BY TRL-I.
               10  WT-ORDER          PIC X(8).
               10  WT-ACTION         PIC X(4).
               10  WT-DATE           PIC 9(8).
               10  WT-QTY            PIC 9(3).
               10  WT-GROSS          PIC 9(7)V99.
               10  WT-FEE            PIC 9(7)V99.
               10  WT-MATCHED        PIC X.

       01  WS-TOTALS.
           05  WS-TRL-LINES          PIC 9(5) VALUE ZERO.
           05  WS-TRL-GROSS          PIC S9(7)V99 VALUE ZERO.
           05  WS-TRL-FEE            PIC S9(7)V99 VALUE ZERO.
           05  WS-TRL-NET            PIC S9(7)V99 VALUE ZERO.
           05  WS-STM-LINES          PIC 9(5) VALUE ZERO.
           05  WS-STM-GROSS          PIC S9(7)V99 VALUE ZERO.
           05  WS-STM-FEE            PIC S9(7)V99 VALUE ZERO.
           05  WS-STM-NET            PIC S9(7)V99 VALUE ZERO.
           05  WS-REMITTED           PIC S9(7)V99 VALUE ZERO.
           05  WS-REMIT-DIFF         PIC S9(7)V99 VALUE ZERO.
           05  WS-MATCHED-CNT        PIC 9(5) VALUE ZERO.
           05  WS-DISCREP-CNT        PIC 9(5) VALUE ZERO.

       01  WS-RPT-HEADER1.
           05  PIC X(36)
               VALUE "MRS ONLINE PARTNER REMITTANCE - ".
           05  RH-PERIOD             PIC X(20).
           05  PIC X(24) VALUE SPACES.

       01  WS-RPT-HEADER2.
           05  PIC X(9)  VALUE "ORDER".
           05  PIC X(2)  VALUE "A".
           05  PIC X(9)  VALUE "DATE".
           05  PIC X(4)  VALUE "QTY".
           05  PIC X(11) VALUE "     GROSS".
           05  PIC X(10) VALUE "      FEE".
           05  PIC X(35) VALUE "  DISCREPANCY".

       01  WS-RPT-DETAIL.
           05  RD-ORDER              PIC X(8).
           05  PIC X     VALUE SPACE.
           05  RD-ACTION             PIC X.
           05  PIC X     VALUE SPACE.
           05  RD-DATE               PIC 9(8).
           05  PIC X     VALUE SPACE.
           05  RD-QTY                PIC ZZ9.
           05  PIC X     VALUE SPACE.
           05  RD-GROSS              PIC ZZZ,ZZ9.99.
           05  PIC X     VALUE SPACE.
           05  RD-FEE                PIC ZZ,ZZ9.99.
           05  PIC X(2)  VALUE SPACES.
           05  RD-REASON             PIC X(33).
           05  PIC X     VALUE SPACE.

       01  WS-RPT-TOTAL.
           05  RT-LABEL              PIC X(22).
           05  RT-LINES              PIC ZZZZ9 BLANK WHEN ZERO.
           05  PIC X(2)  VALUE SPACES.
           05  RT-GROSS              PIC ---,---,--9.99 BLANK WHEN ZERO.
           05  PIC X     VALUE SPACE.
           05  RT-FEE                PIC -,---,--9.99 BLANK WHEN ZERO.
           05  PIC X     VALUE SPACE.
           05  RT-NET                PIC ---,---,--9.99.
           05  PIC X(9)  VALUE SPACES.

       01  WS-RPT-TOTAL-HDR.
           05  PIC X(22) VALUE SPACES.
           05  PIC X(5)  VALUE "LINES".
           05  PIC X(16) VALUE "           GROSS".
           05  PIC X(13) VALUE "          FEE".
           05  PIC X(15) VALUE "            NET".
           05  PIC X(9)  VALUE SPACES.

       01  WS-NOTE-LINE.
           05  NL-TEXT               PIC X(60).
           05  NL-COUNT              PIC ZZZZ9 BLANK WHEN ZERO.
           05  PIC X(15) VALUE SPACES.

       01  WS-RPT-BLANK              PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.
       100-MAIN.
           PERFORM 160-LOAD-FILE-CONFIG THRU 160-EXIT
           MOVE FUNCTION CURRENT-DATE TO WS-DATETIME
           COMPUTE WS-TODAY-NUM =
               (WS-YEAR * 10000) + (WS-MONTH * 100) + WS-DAY
      *    The statement comes in after its month closes, so a blank
      *    month is last month rather than this one.
           ACCEPT MRS-FCL-RANGE
           IF MRS-FCL-RANGE = SPACES OR MRS-FCL-RANGE = "0"
               IF WS-MONTH = 1
                   COMPUTE WS-PRIOR-YM = ((WS-YEAR - 1) * 100) + 12
               ELSE
                   COMPUTE WS-PRIOR-YM =
                       (WS-YEAR * 100) + WS-MONTH - 1
               END-IF
               MOVE SPACES TO MRS-FCL-RANGE
               MOVE WS-PRIOR-YM TO MRS-FCL-RANGE(1:6)
           END-IF
           CALL "MRS-5070" USING MRS-FCL-PUT
           IF MRS-FCL-ANSWER NOT = "Y"
               DISPLAY "MRS-6370: RANGE " MRS-FCL-RANGE
                   " NOT ON THE CALENDAR - NOTHING RECONCILED."
               GOBACK
           END-IF
           COMPUTE WS-LAST-DATE = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE (MRS-FCL-TO) + 7)

           OPEN OUTPUT MRS-RECON-RPT
           MOVE MRS-FCL-LABEL TO RH-PERIOD
           WRITE MRS-RECON-LINE FROM WS-RPT-HEADER1
           WRITE MRS-RECON-LINE FROM WS-RPT-BLANK
           WRITE MRS-RECON-LINE FROM WS-RPT-HEADER2

           PERFORM 200-LOAD-TRAIL THRU 200-EXIT
           PERFORM 300-READ-STATEMENT THRU 300-EXIT
           PERFORM 500-LIST-UNSTATED THRU 500-EXIT
           PERFORM 600-PRINT-TOTALS THRU 600-EXIT
           CLOSE MRS-RECON-RPT

           DISPLAY "MRS-6370 REMITTANCE: " MRS-FCL-LABEL " - "
               WS-MATCHED-CNT " MATCHED, " WS-DISCREP-CNT
               " DISCREPANCIES."
      *    The night driver logs these on the job log.
           MOVE WS-STM-LINES TO MRS-JOB-READ
           MOVE WS-MATCHED-CNT TO MRS-JOB-WRITTEN
           MOVE WS-DISCREP-CNT TO MRS-JOB-REJECTED
      *    The finished output registers on the report spool so
      *    the office can find and reprint it later.
           MOVE "MRS-6370" TO MRS-SP-PROGRAM
           MOVE SPACES TO MRS-SP-PARMS
           MOVE MRS-FCL-RANGE TO MRS-SP-PARMS(1:8)
           MOVE UT-SYS-ONLINE-RECON TO MRS-SP-PATH
           CALL "MRS-7050" USING MRS-SPOOL-PUT
           GOBACK.
       100-EXIT.
           EXIT.

      * The indexed store keeps the whole history, so a closed
      * month reads from it; a site without the store scans the
      * flat trail, which only reaches back to the last monthly cut.
       200-LOAD-TRAIL.
           MOVE SPACES TO WS-TRAIL-TABLE
           MOVE ZERO TO WS-TRAIL-COUNT
           OPEN INPUT MRS-TSLIDX-FILE
           IF WS-TIX-STATUS = '00'
               PERFORM 220-LOAD-FROM-STORE THRU 220-EXIT
               CLOSE MRS-TSLIDX-FILE
               GO TO 200-EXIT
           END-IF
           MOVE "N" TO SALES-EOF
           OPEN INPUT MRS-TICKET-SALES-FILE
           IF WS-SALES-STATUS NOT = '00'
               MOVE "NO TICKET TRAIL ON FILE" TO NL-TEXT
               MOVE ZEROS TO NL-COUNT
               WRITE MRS-RECON-LINE FROM WS-NOTE-LINE
               GO TO 200-EXIT
           END-IF
           PERFORM UNTIL SALES-EOF = "Y"
               READ MRS-TICKET-SALES-FILE
                   AT END
                       MOVE "Y" TO SALES-EOF
                   NOT AT END
                       MOVE MRS-TSL-DATE TO WS-LINE-DATE
                       IF WS-LINE-DATE >= MRS-FCL-FROM AND
                          WS-LINE-DATE <= WS-LAST-DATE AND
                          MRS-TSL-TENDER = "O"
                           PERFORM 250-KEEP-LINE THRU 250-EXIT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE MRS-TICKET-SALES-FILE.
       200-EXIT.
           EXIT.

       220-LOAD-FROM-STORE.
           MOVE "N" TO TIX-EOF
           MOVE MRS-FCL-FROM TO MRS-TIX-DATE
           MOVE ZEROS TO MRS-TIX-TIME
           MOVE ZEROS TO MRS-TIX-SEQ
           START MRS-TSLIDX-FILE KEY IS NOT LESS THAN MRS-TIX-KEY
               INVALID KEY
                   MOVE "Y" TO TIX-EOF
           END-START
           PERFORM UNTIL TIX-EOF = "Y"
               READ MRS-TSLIDX-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO TIX-EOF
                   NOT AT END
                       IF MRS-TIX-DATE > WS-LAST-DATE
                           MOVE "Y" TO TIX-EOF
                       ELSE
                           MOVE MRS-TIX-LINE TO MRS-TSL-REC
                           MOVE MRS-TSL-DATE TO WS-LINE-DATE
                           IF MRS-TSL-TENDER = "O"
                               PERFORM 250-KEEP-LINE THRU 250-EXIT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
       220-EXIT.
           EXIT.

      * One partner trail line into the table. The lines in the
      * month also go into the trail side of the totals.
       250-KEEP-LINE.
           IF MRS-TSL-TAX NOT NUMERIC
               MOVE ZEROS TO MRS-TSL-TAX
           END-IF
           IF MRS-TSL-DISCOUNT NOT NUMERIC
               MOVE ZEROS TO MRS-TSL-DISCOUNT
           END-IF
           IF WS-TRAIL-COUNT < 3000
               ADD 1 TO WS-TRAIL-COUNT
               MOVE MRS-TSL-COMP-AUTH TO WT-ORDER(WS-TRAIL-COUNT)
               MOVE MRS-TSL-ACTION TO WT-ACTION(WS-TRAIL-COUNT)
               MOVE WS-LINE-DATE TO WT-DATE(WS-TRAIL-COUNT)
               MOVE MRS-TSL-QTY TO WT-QTY(WS-TRAIL-COUNT)
               COMPUTE WT-GROSS(WS-TRAIL-COUNT) =
                   MRS-TSL-AMOUNT + MRS-TSL-TAX
               MOVE MRS-TSL-DISCOUNT TO WT-FEE(WS-TRAIL-COUNT)
               MOVE "N" TO WT-MATCHED(WS-TRAIL-COUNT)
           END-IF
           IF WS-LINE-DATE > MRS-FCL-TO
               GO TO 250-EXIT
           END-IF
           ADD 1 TO WS-TRL-LINES
           IF MRS-TSL-ACTION = "RFND"
               SUBTRACT MRS-TSL-AMOUNT MRS-TSL-TAX FROM WS-TRL-GROSS
               SUBTRACT MRS-TSL-DISCOUNT FROM WS-TRL-FEE
           ELSE
               ADD MRS-TSL-AMOUNT MRS-TSL-TAX TO WS-TRL-GROSS
               ADD MRS-TSL-DISCOUNT TO WS-TRL-FEE
           END-IF.
       250-EXIT.
           EXIT.

       300-READ-STATEMENT.
           MOVE "N" TO WS-REMIT-OPEN
           MOVE "N" TO WS-REMIT-SEEN
           MOVE "C" TO MRS-IBP-FUNCTION
           MOVE "MRS-6370" TO MRS-IBP-SOURCE
           MOVE UT-SYS-ONLINE-REMIT TO MRS-IBP-PATH
           CALL "MRS-6545" USING MRS-IB-PUT
           IF MRS-IBP-RESULT = "D"
               MOVE "STATEMENT REFUSED - ALREADY TAKEN IN" TO NL-TEXT
               MOVE ZEROS TO NL-COUNT
               WRITE MRS-RECON-LINE FROM WS-NOTE-LINE
               GO TO 300-EXIT
           END-IF
           OPEN INPUT MRS-REMIT-FILE
           IF WS-REM-STATUS NOT = '00'
               MOVE "NO PARTNER STATEMENT ON FILE" TO NL-TEXT
               MOVE ZEROS TO NL-COUNT
               WRITE MRS-RECON-LINE FROM WS-NOTE-LINE
               GO TO 300-EXIT
           END-IF
           MOVE "Y" TO WS-REMIT-OPEN
           MOVE "N" TO REM-EOF
           PERFORM UNTIL REM-EOF = "Y"
               READ MRS-REMIT-FILE
                   AT END
                       MOVE "Y" TO REM-EOF
                   NOT AT END
                       IF MRS-REMIT-LINE NOT = SPACES
                           PERFORM 350-ONE-STATEMENT-LINE
                               THRU 350-EXIT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE MRS-REMIT-FILE.
       300-EXIT.
           EXIT.

       350-ONE-STATEMENT-LINE.
           MOVE SPACES TO WF-ORDER WF-ACTION WF-DATE-X WF-QTY-X
                          WF-GROSS-X WF-FEE-X WF-NET-X
           MOVE ZEROS TO WF-DATE WF-QTY WF-GROSS WF-FEE WF-NET
           UNSTRING MRS-REMIT-LINE DELIMITED BY ","
               INTO WF-ORDER WF-ACTION WF-DATE-X WF-QTY-X
                    WF-GROSS-X WF-FEE-X WF-NET-X
           END-UNSTRING
      *    The remittance line: order field REMIT, amount next.
           IF WF-ORDER = "REMIT"
               PERFORM 360-TAKE-REMIT THRU 360-EXIT
               GO TO 350-EXIT
           END-IF
           ADD 1 TO WS-STM-LINES
           PERFORM 370-VALIDATE-LINE THRU 370-EXIT
           IF WS-LINE-VALID NOT = "Y"
               MOVE WF-DIFFERS TO RD-REASON
               PERFORM 450-LIST-STATEMENT THRU 450-EXIT
               ADD 1 TO WS-DISCREP-CNT
               MOVE "Q" TO MRS-IBP-FUNCTION
               MOVE "MRS-6370" TO MRS-IBP-SOURCE
               MOVE WF-DIFFERS TO MRS-IBP-REASON
               MOVE MRS-REMIT-LINE TO MRS-IBP-LINE
               CALL "MRS-6545" USING MRS-IB-PUT
               GO TO 350-EXIT
           END-IF
           IF WF-ACTION = "R"
               MOVE "RFND" TO WF-TSL-ACTION
               SUBTRACT WF-GROSS FROM WS-STM-GROSS
               SUBTRACT WF-FEE FROM WS-STM-FEE
               SUBTRACT WF-NET FROM WS-STM-NET
           ELSE
               MOVE "SALE" TO WF-TSL-ACTION
               ADD WF-GROSS TO WS-STM-GROSS
               ADD WF-FEE TO WS-STM-FEE
               ADD WF-NET TO WS-STM-NET
           END-IF
           PERFORM 400-MATCH-LINE THRU 400-EXIT.
       350-EXIT.
           EXIT.

      * The amount can run wider than the one-character action field
      * it was split into, so it is taken whole off the line again.
       360-TAKE-REMIT.
           MOVE SPACES TO WF-GROSS-X
           UNSTRING MRS-REMIT-LINE DELIMITED BY ","
               INTO WF-ORDER WF-GROSS-X
           END-UNSTRING
           IF FUNCTION TEST-NUMVAL (WF-GROSS-X) NOT = 0
               MOVE "REMITTED AMOUNT NOT NUMERIC" TO NL-TEXT
               MOVE ZEROS TO NL-COUNT
               WRITE MRS-RECON-LINE FROM WS-NOTE-LINE
               ADD 1 TO WS-DISCREP-CNT
               GO TO 360-EXIT
           END-IF
           COMPUTE WF-GROSS = FUNCTION NUMVAL (WF-GROSS-X)
           ADD WF-GROSS TO WS-REMITTED
           MOVE "Y" TO WS-REMIT-SEEN.
       360-EXIT.
           EXIT.

       370-VALIDATE-LINE.
           MOVE "Y" TO WS-LINE-VALID
           MOVE SPACES TO WF-DIFFERS
           IF WF-ORDER = SPACES
               MOVE "N" TO WS-LINE-VALID
               MOVE "NO ORDER REF ON LINE" TO WF-DIFFERS
               GO TO 370-EXIT
           END-IF
           IF WF-ACTION NOT = "S" AND WF-ACTION NOT = "R"
               MOVE "N" TO WS-LINE-VALID
               MOVE "ACTION NOT S OR R" TO WF-DIFFERS
               GO TO 370-EXIT
           END-IF
           IF FUNCTION TEST-NUMVAL (WF-DATE-X) NOT = 0 OR
              FUNCTION TEST-NUMVAL (WF-QTY-X) NOT = 0 OR
              FUNCTION TEST-NUMVAL (WF-GROSS-X) NOT = 0 OR
              FUNCTION TEST-NUMVAL (WF-FEE-X) NOT = 0 OR
              FUNCTION TEST-NUMVAL (WF-NET-X) NOT = 0
               MOVE "N" TO WS-LINE-VALID
               MOVE "STATEMENT LINE NOT READABLE" TO WF-DIFFERS
               GO TO 370-EXIT
           END-IF
           COMPUTE WF-DATE = FUNCTION NUMVAL (WF-DATE-X)
           COMPUTE WF-QTY = FUNCTION NUMVAL (WF-QTY-X)
           COMPUTE WF-GROSS = FUNCTION NUMVAL (WF-GROSS-X)
           COMPUTE WF-FEE = FUNCTION NUMVAL (WF-FEE-X)
           COMPUTE WF-NET = FUNCTION NUMVAL (WF-NET-X).
       370-EXIT.
           EXIT.

      * Finds the order on the trail and compares it. A difference
      * lists both sides, the statement's first.
       400-MATCH-LINE.
           SET TRL-I TO 1
           SEARCH WS-TRAIL-SLOT
               AT END
                   MOVE "ON STATEMENT, NOT ON TRAIL" TO RD-REASON
                   PERFORM 450-LIST-STATEMENT THRU 450-EXIT
                   ADD 1 TO WS-DISCREP-CNT
                   GO TO 400-EXIT
               WHEN WT-ORDER(TRL-I) = WF-ORDER AND
                    WT-ACTION(TRL-I) = WF-TSL-ACTION
                   MOVE "Y" TO WT-MATCHED(TRL-I)
           END-SEARCH
           MOVE SPACES TO WF-DIFFERS
           MOVE 1 TO WF-DIFF-PTR
           IF WT-QTY(TRL-I) NOT = WF-QTY
               STRING "QTY " DELIMITED BY SIZE
                   INTO WF-DIFFERS WITH POINTER WF-DIFF-PTR
               END-STRING
           END-IF
           IF WT-GROSS(TRL-I) NOT = WF-GROSS
               STRING "GROSS " DELIMITED BY SIZE
                   INTO WF-DIFFERS WITH POINTER WF-DIFF-PTR
               END-STRING
           END-IF
           IF WT-FEE(TRL-I) NOT = WF-FEE
               STRING "FEE " DELIMITED BY SIZE
                   INTO WF-DIFFERS WITH POINTER WF-DIFF-PTR
               END-STRING
           END-IF
           IF WF-DIFFERS = SPACES
               ADD 1 TO WS-MATCHED-CNT
               GO TO 400-EXIT
           END-IF
           STRING "DIFFER - STATEMENT" DELIMITED BY SIZE
               INTO WF-DIFFERS WITH POINTER WF-DIFF-PTR
           END-STRING
           MOVE WF-DIFFERS TO RD-REASON
           PERFORM 450-LIST-STATEMENT THRU 450-EXIT
           MOVE "  SAME ORDER - OUR TRAIL" TO RD-REASON
           PERFORM 460-LIST-TRAIL THRU 460-EXIT
           ADD 1 TO WS-DISCREP-CNT.
       400-EXIT.
           EXIT.

       450-LIST-STATEMENT.
           MOVE WF-ORDER TO RD-ORDER
           MOVE WF-ACTION TO RD-ACTION
           MOVE WF-DATE TO RD-DATE
           MOVE WF-QTY TO RD-QTY
           MOVE WF-GROSS TO RD-GROSS
           MOVE WF-FEE TO RD-FEE
           WRITE MRS-RECON-LINE FROM WS-RPT-DETAIL.
       450-EXIT.
           EXIT.

       460-LIST-TRAIL.
           MOVE WT-ORDER(TRL-I) TO RD-ORDER
           IF WT-ACTION(TRL-I) = "RFND"
               MOVE "R" TO RD-ACTION
           ELSE
               MOVE "S" TO RD-ACTION
           END-IF
           MOVE WT-DATE(TRL-I) TO RD-DATE
           MOVE WT-QTY(TRL-I) TO RD-QTY
           MOVE WT-GROSS(TRL-I) TO RD-GROSS
           MOVE WT-FEE(TRL-I) TO RD-FEE
           WRITE MRS-RECON-LINE FROM WS-RPT-DETAIL.
       460-EXIT.
           EXIT.

      * Every trail line inside the month the statement never named.
      * With no statement to read there is nothing to hold the trail
      * against, so nothing is listed.
       500-LIST-UNSTATED.
           IF WS-REMIT-OPEN NOT = "Y"
               GO TO 500-EXIT
           END-IF
           PERFORM VARYING WS-I FROM 1 BY 1
           UNTIL WS-I > WS-TRAIL-COUNT
               IF WT-MATCHED(WS-I) = "N" AND
                  WT-DATE(WS-I) NOT > MRS-FCL-TO
                   SET TRL-I TO WS-I
                   MOVE "ON TRAIL, NOT ON STATEMENT" TO RD-REASON
                   PERFORM 460-LIST-TRAIL THRU 460-EXIT
                   ADD 1 TO WS-DISCREP-CNT
               END-IF
           END-PERFORM.
       500-EXIT.
           EXIT.

       600-PRINT-TOTALS.
           WRITE MRS-RECON-LINE FROM WS-RPT-BLANK
           WRITE MRS-RECON-LINE FROM WS-RPT-TOTAL-HDR
           COMPUTE WS-TRL-NET = WS-TRL-GROSS - WS-TRL-FEE
           MOVE "OUR TRAIL" TO RT-LABEL
           MOVE WS-TRL-LINES TO RT-LINES
           MOVE WS-TRL-GROSS TO RT-GROSS
           MOVE WS-TRL-FEE TO RT-FEE
           MOVE WS-TRL-NET TO RT-NET
           WRITE MRS-RECON-LINE FROM WS-RPT-TOTAL
           MOVE "PARTNER STATEMENT" TO RT-LABEL
           MOVE WS-STM-LINES TO RT-LINES
           MOVE WS-STM-GROSS TO RT-GROSS
           MOVE WS-STM-FEE TO RT-FEE
           MOVE WS-STM-NET TO RT-NET
           WRITE MRS-RECON-LINE FROM WS-RPT-TOTAL
           MOVE ZEROS TO RT-LINES RT-GROSS RT-FEE
           MOVE "REMITTED" TO RT-LABEL
           MOVE WS-REMITTED TO RT-NET
           WRITE MRS-RECON-LINE FROM WS-RPT-TOTAL
      *    Positive is money over what the trail says is owed,
      *    negative money short.
           COMPUTE WS-REMIT-DIFF = WS-REMITTED - WS-TRL-NET
           MOVE "REMITTED LESS OWED" TO RT-LABEL
           MOVE WS-REMIT-DIFF TO RT-NET
           WRITE MRS-RECON-LINE FROM WS-RPT-TOTAL
           WRITE MRS-RECON-LINE FROM WS-RPT-BLANK
           IF WS-REMIT-OPEN = "Y" AND WS-REMIT-SEEN NOT = "Y"
               MOVE "STATEMENT CARRIES NO REMIT LINE" TO NL-TEXT
               MOVE ZEROS TO NL-COUNT
               WRITE MRS-RECON-LINE FROM WS-NOTE-LINE
           END-IF
           MOVE "ORDERS MATCHED:" TO NL-TEXT
           MOVE WS-MATCHED-CNT TO NL-COUNT
           WRITE MRS-RECON-LINE FROM WS-NOTE-LINE
           MOVE "DISCREPANCIES LISTED:" TO NL-TEXT
           MOVE WS-DISCREP-CNT TO NL-COUNT
           WRITE MRS-RECON-LINE FROM WS-NOTE-LINE.
       600-EXIT.
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
               WHEN "ONLINE-REMIT"
                   MOVE CFG-PATH TO UT-SYS-ONLINE-REMIT
               WHEN "TIC-SALES"
                   MOVE CFG-PATH TO UT-SYS-TIC-SALES
               WHEN "TSLIDX"
                   MOVE CFG-PATH TO UT-SYS-TSLIDX
               WHEN "ONLINE-RECON"
                   MOVE CFG-PATH TO UT-SYS-ONLINE-RECON
           END-EVALUATE.
       170-EXIT.
           EXIT.

       end program MRS-6370.
