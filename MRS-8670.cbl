       IDENTIFICATION DIVISION.
       PROGRAM-ID.  MRS-8670.
       AUTHOR.  JOHN BELLEK.
      *****************************************************************
      * Concession gross margin report. The daily summary says what
      * the counter took; this one says what it made. It reads a
      * range of the concession sales trail and sets each item's
      * revenue - the money actually charged, net of any discount,
      * before tax - against its cost: the quantity sold at the
      * item's unit cost off the item file (MRS-CONCESS.CPY) as it
      * stands when the report runs.
      *
      * The item section counts every cup and bag that left the
      * counter, combos' components included. The combo section
      * puts each combo's component lines back together by the
      * combo number the register stamps on them, so the deal can be
      * judged as sold. Lines from before the register stamped the
      * combo count under their items only. Gift card lines (item
      * 000) carry no goods and are left out.
      *
      * An item sold with no cost on file shows its revenue with
      * no cost and is flagged NO COST - its margin is not real
      * until the cost is keyed - and a combo any of whose
      * components had no cost is flagged the same way.
      *
      * One console ACCEPT drives it: the range (YYYYMM, zero = the
      * current month; or a fiscal period, film week, quarter or
      * year in the forms MRS-5070 reads - PYYYYPP, WYYYYWW, QYYYYQ,
      * FYYYY).
      *
      * It can also be queued from the report request screen
      * (MRS-7080) and run by MRS-7070, which hands it the
      * parameters keyed with the request in place of the
      * console. The printed output registers on the report
      * spool, so a queued run can be found and reprinted.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MRS-CON-SALES-FILE
               ASSIGN TO UT-SYS-CON-SALES
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SALES-STATUS.

           SELECT MRS-CONCESSION-FILE
               ASSIGN TO UT-SYS-CONCESS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MRS-CON-ITEM-NO
               FILE STATUS IS WS-CON-STATUS.

           SELECT MRS-COMBO-FILE
               ASSIGN TO UT-SYS-COMBO
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MRS-CMB-NO
               FILE STATUS IS WS-CMB-STATUS.

           SELECT MRS-MARGIN-RPT
               ASSIGN TO UT-SYS-MARGIN-RPT
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT MRS-FILE-CONFIG-FILE
               ASSIGN TO UT-SYS-FILE-CFG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CFG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       COPY "CPYBOOKS/MRS-CON-SALES.CPY".
       COPY "CPYBOOKS/MRS-CONCESS.CPY".
       COPY "CPYBOOKS/MRS-COMBO.CPY".
       COPY "CPYBOOKS/MRS-FILE-CFG.CPY".

       FD  MRS-MARGIN-RPT
           RECORD CONTAINS 80 CHARACTERS.
       01  MRS-MARGIN-LINE                     PIC X(80).

       WORKING-STORAGE SECTION.
       COPY "CPYBOOKS/DATETIME.CPY".
       COPY "CPYBOOKS/MRS-SIGNON.CPY".
       COPY "CPYBOOKS/MRS-TRNPUT.CPY".
       COPY "CPYBOOKS/MRS-SPLPUT.CPY".
       COPY "CPYBOOKS/MRS-RPQCTL.CPY".
       COPY "CPYBOOKS/MRS-FCLPUT.CPY".

       01  WS-FILENAMES.
           05  UT-SYS-CON-SALES      PIC X(50)
                               VALUE "C:\COBOL\MRS-CON-SALES.DAT".
           05  UT-SYS-CONCESS        PIC X(50)
                               VALUE "C:\COBOL\MRS-CONCESS-INDEX.DAT".
           05  UT-SYS-COMBO          PIC X(50)
                               VALUE "C:\COBOL\MRS-COMBO-INDEX.DAT".
           05  UT-SYS-MARGIN-RPT     PIC X(50)
                               VALUE "C:\COBOL\MRS-CONMARGIN.RPT".
           05  UT-SYS-FILE-CFG       PIC X(50)
                                   VALUE "C:\COBOL\MRS-FILE-PATHS.CFG".

       01  WS-FILE-CFG-CTL.
           05  WS-CFG-STATUS         PIC XX.
           05  WS-CFG-EOF            PIC X.
               88  CFG-EOF VALUE 'Y'.

       01  WS-CONTROL.
           05  WS-SALES-STATUS       PIC XX.
           05  WS-CON-STATUS         PIC XX.
           05  WS-CMB-STATUS         PIC XX.
           05  SALES-EOF             PIC X.
           05  CON-EOF               PIC X.
           05  WS-I                  PIC 9(3).
           05  WS-LINE-COST          PIC 9(7)V999.
           05  WS-REVENUE            PIC S9(7)V99.
           05  WS-COST               PIC 9(7)V999.
           05  WS-MARGIN             PIC S9(7)V99.
           05  WS-PCT                PIC S9(4)V9.
           05  WS-ITEMS-LISTED       PIC 9(5) VALUE ZERO.
           05  WS-COMBOS-LISTED      PIC 9(5) VALUE ZERO.
           05  WS-NO-COST-CNT        PIC 9(5) VALUE ZERO.

      * What the item file says of each item, by item number.
       01  WS-ITEM-MASTER.
           05  WS-IM-ENTRY OCCURS 999 TIMES.
               10  WIM-NAME          PIC X(20).
               10  WIM-COST          PIC 9(3)V999.

      * The range's sales by item, and by the combo they were rung
      * under.
       01  WS-ITEM-TOTALS.
           05  WS-IT-ENTRY OCCURS 999 TIMES.
               10  WIT-QTY           PIC 9(7).
               10  WIT-REVENUE       PIC S9(7)V99.
               10  WIT-COST          PIC 9(7)V999.
       01  WS-COMBO-TOTALS.
           05  WS-CT-ENTRY OCCURS 99 TIMES.
               10  WCT-USED          PIC X.
               10  WCT-REVENUE       PIC S9(7)V99.
               10  WCT-COST          PIC 9(7)V999.
               10  WCT-NO-COST       PIC X.

       01  WS-GRAND.
           05  WS-ALL-QTY            PIC 9(7).
           05  WS-ALL-REVENUE        PIC S9(9)V99.
           05  WS-ALL-COST           PIC 9(9)V999.
           05  WS-ALL-MARGIN         PIC S9(9)V99.

       01  WS-RPT-HEADER.
           05  PIC X(28) VALUE "MRS CONCESSION MARGIN -".
           05  RH-PERIOD             PIC X(20).
           05  PIC X(32) VALUE SPACES.

       01  WS-RPT-ITEM-HDR.
           05  PIC X(40)
               VALUE "ITEM NAME                  QTY    REVENU".
           05  PIC X(40)
               VALUE "E       COST     MARGIN  MARGIN%        ".

       01  WS-RPT-COMBO-HDR.
           05  PIC X(40)
               VALUE "CMB  NAME                         REVENU".
           05  PIC X(40)
               VALUE "E       COST     MARGIN  MARGIN%        ".

       01  WS-RPT-DETAIL.
           05  RD-NO                 PIC 9(3).
           05  PIC X(1)  VALUE SPACES.
           05  RD-NAME               PIC X(20).
           05  PIC X(1)  VALUE SPACES.
           05  RD-QTY                PIC ZZZZ9 BLANK WHEN ZERO.
           05  PIC X(1)  VALUE SPACES.
           05  RD-REVENUE            PIC ZZZ,ZZ9.99-.
           05  RD-COST               PIC ZZZ,ZZ9.99.
           05  PIC X(1)  VALUE SPACES.
           05  RD-MARGIN             PIC ZZZ,ZZ9.99-.
           05  PIC X(1)  VALUE SPACES.
           05  RD-PCT                PIC ---9.9.
           05  PIC X(2)  VALUE SPACES.
           05  RD-FLAG               PIC X(7).

       01  WS-RPT-SUM.
           05  RS-LABEL              PIC X(28).
           05  RS-AMOUNT             PIC ZZZ,ZZZ,ZZ9.99-.
           05  PIC X(37) VALUE SPACES.

       01  WS-RPT-QTY-SUM.
           05  PIC X(28) VALUE "UNITS SOLD:".
           05  RQ-QTY                PIC Z,ZZZ,ZZ9.
           05  PIC X(43) VALUE SPACES.

       01  WS-RPT-PCT-SUM.
           05  PIC X(28) VALUE "GROSS MARGIN PERCENT:".
           05  RP-PCT                PIC ---9.9.
           05  PIC X(46) VALUE SPACES.

       01  WS-RPT-NO-COST.
           05  PIC X(29) VALUE "ITEMS SOLD WITH NO COST:".
           05  RN-COUNT              PIC ZZZZ9.
           05  PIC X(46)
               VALUE "  (KEY THE COST ON MRS-1300 AND RERUN)".

       01  WS-RPT-NO-COMBOS          PIC X(80)
           VALUE "  NO COMBO SALES IN THE RANGE.".

       01  WS-RPT-BLANK              PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.
       100-MAIN.
           PERFORM 160-LOAD-FILE-CONFIG THRU 160-END
           MOVE FUNCTION CURRENT-DATE TO WS-DATETIME
      *    A request off the report queue brings its parameters
      *    with it; run by hand, they come off the console.
           IF MRS-RPQ-ACTIVE = "Y"
               MOVE MRS-RPQ-PARM(1) TO MRS-FCL-RANGE
           ELSE
               ACCEPT MRS-FCL-RANGE
           END-IF
           CALL "MRS-5070" USING MRS-FCL-PUT
           IF MRS-FCL-ANSWER NOT = "Y"
               DISPLAY "MRS-8670: RANGE " MRS-FCL-RANGE
                   " NOT ON THE CALENDAR - NOTHING REPORTED."
               GOBACK
           END-IF

           INITIALIZE WS-ITEM-MASTER
           INITIALIZE WS-ITEM-TOTALS
           INITIALIZE WS-COMBO-TOTALS
           INITIALIZE WS-GRAND
           PERFORM 200-LOAD-ITEMS THRU 200-EXIT
           PERFORM 300-TOTAL-SALES THRU 300-EXIT

           OPEN OUTPUT MRS-MARGIN-RPT
           MOVE MRS-FCL-LABEL TO RH-PERIOD
           WRITE MRS-MARGIN-LINE FROM WS-RPT-HEADER
           WRITE MRS-MARGIN-LINE FROM WS-RPT-BLANK
           WRITE MRS-MARGIN-LINE FROM WS-RPT-ITEM-HDR
           PERFORM 500-PRINT-ONE-ITEM THRU 500-EXIT
               VARYING WS-I FROM 1 BY 1 UNTIL WS-I > 999
           PERFORM 550-PRINT-ITEM-TOTAL THRU 550-EXIT

           WRITE MRS-MARGIN-LINE FROM WS-RPT-BLANK
           WRITE MRS-MARGIN-LINE FROM WS-RPT-COMBO-HDR
           OPEN INPUT MRS-COMBO-FILE
           PERFORM 600-PRINT-ONE-COMBO THRU 600-EXIT
               VARYING WS-I FROM 1 BY 1 UNTIL WS-I > 99
           IF WS-CMB-STATUS NOT = '35'
               CLOSE MRS-COMBO-FILE
           END-IF
           IF WS-COMBOS-LISTED = ZERO
               WRITE MRS-MARGIN-LINE FROM WS-RPT-NO-COMBOS
           END-IF
           CLOSE MRS-MARGIN-RPT

           DISPLAY "MRS-8670 CONCESSION MARGIN: " MRS-FCL-LABEL
               " REPORTED, " WS-ITEMS-LISTED " ITEM(S)."
      *    The finished output registers on the report spool so
      *    the office can find and reprint it later.
           MOVE "MRS-8670" TO MRS-SP-PROGRAM
           MOVE SPACES TO MRS-SP-PARMS
           MOVE MRS-FCL-RANGE TO MRS-SP-PARMS(1:8)
           MOVE UT-SYS-MARGIN-RPT TO MRS-SP-PATH
           CALL "MRS-7050" USING MRS-SPOOL-PUT
           GOBACK.
       100-EXIT.
           EXIT.

      * Takes each item's name and unit cost off the item file.
       200-LOAD-ITEMS.
           OPEN INPUT MRS-CONCESSION-FILE
           IF WS-CON-STATUS NOT = '00'
               GO TO 200-EXIT
           END-IF
           MOVE "N" TO CON-EOF
           MOVE LOW-VALUES TO MRS-CON-ITEM-NO
           START MRS-CONCESSION-FILE
               KEY IS NOT LESS THAN MRS-CON-ITEM-NO
               INVALID KEY
                   MOVE "Y" TO CON-EOF
           END-START
           PERFORM UNTIL CON-EOF = "Y"
               READ MRS-CONCESSION-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO CON-EOF
                   NOT AT END
                       PERFORM 250-KEEP-ONE-ITEM THRU 250-EXIT
               END-READ
           END-PERFORM
           CLOSE MRS-CONCESSION-FILE.
       200-EXIT.
           EXIT.

       250-KEEP-ONE-ITEM.
           IF MRS-CON-ITEM-NO = ZEROS
               GO TO 250-EXIT
           END-IF
      *    Records written before the cost field existed carry
      *    spaces there - no cost yet.
           IF MRS-CON-UNIT-COST NOT NUMERIC
               MOVE ZEROS TO MRS-CON-UNIT-COST
           END-IF
           MOVE MRS-CON-NAME TO WIM-NAME(MRS-CON-ITEM-NO)
           MOVE MRS-CON-UNIT-COST TO WIM-COST(MRS-CON-ITEM-NO).
       250-EXIT.
           EXIT.

      * Walks the trail for the range's lines.
       300-TOTAL-SALES.
           MOVE "N" TO SALES-EOF
           OPEN INPUT MRS-CON-SALES-FILE
           IF WS-SALES-STATUS NOT = '00'
               GO TO 300-EXIT
           END-IF
           PERFORM UNTIL SALES-EOF = "Y"
               READ MRS-CON-SALES-FILE
                   AT END
                       MOVE "Y" TO SALES-EOF
                   NOT AT END
                       IF MRS-CSL-DATE >= MRS-FCL-FROM AND
                          MRS-CSL-DATE <= MRS-FCL-TO
                           PERFORM 350-APPLY-ONE-LINE THRU 350-EXIT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE MRS-CON-SALES-FILE.
       300-EXIT.
           EXIT.

      * One trail line onto its item and, if it was rung as part of
      * a combo, onto the combo. The quantity of a split-tender sale
      * rides on its first line only, and the money is spread over
      * the lines, so adding every line comes out right.
       350-APPLY-ONE-LINE.
           IF MRS-CSL-ITEM-NO NOT NUMERIC
               GO TO 350-EXIT
           END-IF
           IF MRS-CSL-ITEM-NO = ZEROS
               GO TO 350-EXIT
           END-IF
           COMPUTE WS-LINE-COST =
               MRS-CSL-QTY * WIM-COST(MRS-CSL-ITEM-NO)
           ADD MRS-CSL-QTY TO WIT-QTY(MRS-CSL-ITEM-NO)
           ADD MRS-CSL-AMOUNT TO WIT-REVENUE(MRS-CSL-ITEM-NO)
           ADD WS-LINE-COST TO WIT-COST(MRS-CSL-ITEM-NO)
           IF MRS-CSL-COMBO-NO NOT NUMERIC
               GO TO 350-EXIT
           END-IF
           IF MRS-CSL-COMBO-NO = ZEROS
               GO TO 350-EXIT
           END-IF
           MOVE "Y" TO WCT-USED(MRS-CSL-COMBO-NO)
           ADD MRS-CSL-AMOUNT TO WCT-REVENUE(MRS-CSL-COMBO-NO)
           ADD WS-LINE-COST TO WCT-COST(MRS-CSL-COMBO-NO)
           IF WIM-COST(MRS-CSL-ITEM-NO) = ZERO
               MOVE "Y" TO WCT-NO-COST(MRS-CSL-COMBO-NO)
           END-IF.
       350-EXIT.
           EXIT.

       500-PRINT-ONE-ITEM.
           IF WIT-QTY(WS-I) = ZERO AND WIT-REVENUE(WS-I) = ZERO
               GO TO 500-EXIT
           END-IF
           ADD 1 TO WS-ITEMS-LISTED
           MOVE WS-I TO RD-NO
           IF WIM-NAME(WS-I) = SPACES
               MOVE "(ITEM GONE)" TO RD-NAME
           ELSE
               MOVE WIM-NAME(WS-I) TO RD-NAME
           END-IF
           MOVE WIT-QTY(WS-I) TO RD-QTY
           MOVE WIT-REVENUE(WS-I) TO WS-REVENUE
           MOVE WIT-COST(WS-I) TO WS-COST
           PERFORM 700-FILL-MONEY THRU 700-EXIT
           MOVE SPACES TO RD-FLAG
           IF WIM-COST(WS-I) = ZERO
               MOVE "NO COST" TO RD-FLAG
               ADD 1 TO WS-NO-COST-CNT
           END-IF
           WRITE MRS-MARGIN-LINE FROM WS-RPT-DETAIL
           ADD WIT-QTY(WS-I) TO WS-ALL-QTY
           ADD WIT-REVENUE(WS-I) TO WS-ALL-REVENUE
           ADD WIT-COST(WS-I) TO WS-ALL-COST.
       500-EXIT.
           EXIT.

       550-PRINT-ITEM-TOTAL.
           WRITE MRS-MARGIN-LINE FROM WS-RPT-BLANK
           MOVE WS-ALL-QTY TO RQ-QTY
           WRITE MRS-MARGIN-LINE FROM WS-RPT-QTY-SUM
           MOVE "REVENUE (BEFORE TAX):" TO RS-LABEL
           MOVE WS-ALL-REVENUE TO RS-AMOUNT
           WRITE MRS-MARGIN-LINE FROM WS-RPT-SUM
           MOVE "COST OF GOODS SOLD:" TO RS-LABEL
           COMPUTE RS-AMOUNT ROUNDED = WS-ALL-COST
           WRITE MRS-MARGIN-LINE FROM WS-RPT-SUM
           COMPUTE WS-ALL-MARGIN ROUNDED =
               WS-ALL-REVENUE - WS-ALL-COST
           MOVE "GROSS MARGIN:" TO RS-LABEL
           MOVE WS-ALL-MARGIN TO RS-AMOUNT
           WRITE MRS-MARGIN-LINE FROM WS-RPT-SUM
           MOVE ZERO TO WS-PCT
           IF WS-ALL-REVENUE > ZERO
               COMPUTE WS-PCT ROUNDED =
                   (WS-ALL-MARGIN * 100) / WS-ALL-REVENUE
                   ON SIZE ERROR
                       MOVE ZERO TO WS-PCT
               END-COMPUTE
           END-IF
           MOVE WS-PCT TO RP-PCT
           WRITE MRS-MARGIN-LINE FROM WS-RPT-PCT-SUM
           IF WS-NO-COST-CNT > ZERO
               MOVE WS-NO-COST-CNT TO RN-COUNT
               WRITE MRS-MARGIN-LINE FROM WS-RPT-NO-COST
           END-IF.
       550-EXIT.
           EXIT.

       600-PRINT-ONE-COMBO.
           IF WCT-USED(WS-I) NOT = "Y"
               GO TO 600-EXIT
           END-IF
           ADD 1 TO WS-COMBOS-LISTED
           MOVE WS-I TO RD-NO
           MOVE "(COMBO GONE)" TO RD-NAME
           IF WS-CMB-STATUS = '00'
               MOVE WS-I TO MRS-CMB-NO
               READ MRS-COMBO-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE MRS-CMB-NAME TO RD-NAME
               END-READ
           END-IF
      *    A combo's count is not on the trail - only its parts'.
           MOVE ZERO TO RD-QTY
           MOVE WCT-REVENUE(WS-I) TO WS-REVENUE
           MOVE WCT-COST(WS-I) TO WS-COST
           PERFORM 700-FILL-MONEY THRU 700-EXIT
           MOVE SPACES TO RD-FLAG
           IF WCT-NO-COST(WS-I) = "Y"
               MOVE "NO COST" TO RD-FLAG
           END-IF
           WRITE MRS-MARGIN-LINE FROM WS-RPT-DETAIL.
       600-EXIT.
           EXIT.

      * Revenue, cost, margin and margin percent onto the detail
      * line from WS-REVENUE and WS-COST.
       700-FILL-MONEY.
           MOVE WS-REVENUE TO RD-REVENUE
           COMPUTE RD-COST ROUNDED = WS-COST
           COMPUTE WS-MARGIN ROUNDED = WS-REVENUE - WS-COST
           MOVE WS-MARGIN TO RD-MARGIN
           MOVE ZERO TO WS-PCT
           IF WS-REVENUE > ZERO
               COMPUTE WS-PCT ROUNDED =
                   (WS-MARGIN * 100) / WS-REVENUE
                   ON SIZE ERROR
                       MOVE ZERO TO WS-PCT
               END-COMPUTE
           END-IF
           MOVE WS-PCT TO RD-PCT.
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
               WHEN "CON-SALES"
                   MOVE CFG-PATH TO UT-SYS-CON-SALES
               WHEN "CONCESS"
                   MOVE CFG-PATH TO UT-SYS-CONCESS
               WHEN "COMBO"
                   MOVE CFG-PATH TO UT-SYS-COMBO
               WHEN "MARGIN-RPT"
                   MOVE CFG-PATH TO UT-SYS-MARGIN-RPT
           END-EVALUATE.
       170-END.
           EXIT.

       end program MRS-8670.
