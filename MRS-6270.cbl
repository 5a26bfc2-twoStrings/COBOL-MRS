       IDENTIFICATION DIVISION.
       PROGRAM-ID.  MRS-6270.
       AUTHOR.  JOHN BELLEK.
      *****************************************************************
      * Month-end concession inventory value and cost of goods sold.
      * The item file has carried a unit cost since receiving started
      * keeping one (MRS-CONCESS.CPY); this run, on the month's last
      * night after the depletion pass has taken the day's sales off
      * the shelf, puts a number on the stockroom and sends the
      * month's cost of what the counter sold to the GL.
      *
      * The valuation walks the item file and extends every item
      * with stock on hand by its unit cost. Stock with no cost on
      * the item yet is listed and flagged NO COST - it is on the
      * shelf but not in the total - so the office can key the cost
      * on MRS-1300 and rerun.
      *
      * Cost of goods sold is the month's concession sales trail,
      * each line's quantity at its item's unit cost as it stands
      * tonight (gift card lines, item 000, carry no goods). It goes
      * to the GL as journal batch 92, the concession series
      * MRS-5500's revenue lines post under: one cost of goods sold
      * line per theatre - the theatre the sale was rung at, so each
      * site's profit and loss sets its counter's cost against its
      * counter's revenue - against one concession inventory line
      * for the total, staged and released through MRS-5030 like
      * every other posting run. A sold line whose item has no cost
      * posts nothing and is counted on the report.
      *
      * The report goes to MRS-INVVALUE.RPT and onto the spool.
      * Runs as a month-end step in the MRS-9000 night driver.
      * Nothing stamps a month as costed, so a second run in the
      * same month stages a second posting - same discipline as the
      * other month-end jobs.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MRS-CONCESSION-FILE
               ASSIGN TO UT-SYS-CONCESS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MRS-CON-ITEM-NO
               FILE STATUS IS WS-CON-STATUS.

           SELECT MRS-CON-SALES-FILE
               ASSIGN TO UT-SYS-CON-SALES
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SALES-STATUS.

           SELECT MRS-GL-POST-FILE
               ASSIGN TO UT-SYS-GL-STAGE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STAGE-STATUS.

           SELECT MRS-INVVALUE-RPT
               ASSIGN TO UT-SYS-INVVALUE-RPT
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT MRS-FILE-CONFIG-FILE
               ASSIGN TO UT-SYS-FILE-CFG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CFG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       COPY "CPYBOOKS/MRS-CONCESS.CPY".
       COPY "CPYBOOKS/MRS-CON-SALES.CPY".
       COPY "CPYBOOKS/MRS-GLSTG.CPY".
       COPY "CPYBOOKS/MRS-FILE-CFG.CPY".

       FD  MRS-INVVALUE-RPT
           RECORD CONTAINS 80 CHARACTERS.
       01  MRS-INVVALUE-LINE                   PIC X(80).

       WORKING-STORAGE SECTION.
       COPY "CPYBOOKS/MRS-JOBCTR.CPY".
       COPY "CPYBOOKS/DATETIME.CPY".
       COPY "CPYBOOKS/MRS-SIGNON.CPY".
       COPY "CPYBOOKS/MRS-TRNPUT.CPY".
       COPY "CPYBOOKS/MRS-SPLPUT.CPY".
       COPY "CPYBOOKS/MRS-GLAPUT.CPY".
       COPY "CPYBOOKS/MRS-GLRPUT.CPY".

       01  WS-FILENAMES.
           05  UT-SYS-CONCESS        PIC X(50)
                               VALUE "C:\COBOL\MRS-CONCESS-INDEX.DAT".
           05  UT-SYS-CON-SALES      PIC X(50)
                               VALUE "C:\COBOL\MRS-CON-SALES.DAT".
           05  UT-SYS-GL-STAGE       PIC X(50)
                               VALUE "C:\COBOL\MRS-GL-STAGE-6270.DAT".
           05  UT-SYS-INVVALUE-RPT   PIC X(50)
                               VALUE "C:\COBOL\MRS-INVVALUE.RPT".
           05  UT-SYS-FILE-CFG       PIC X(50)
                                   VALUE "C:\COBOL\MRS-FILE-PATHS.CFG".

       01  WS-FILE-CFG-CTL.
           05  WS-CFG-STATUS         PIC XX.
           05  WS-CFG-EOF            PIC X.
               88  CFG-EOF VALUE 'Y'.

       01  WS-SWITCHES.
           05  WS-CON-STATUS         PIC XX.
           05  WS-SALES-STATUS       PIC XX.
           05  WS-STAGE-STATUS       PIC XX.
           05  CON-EOF               PIC X.
           05  SALES-EOF             PIC X.
           05  WS-CON-OPEN           PIC X VALUE "N".

       01  WS-POSTING.
           05  WS-POSTNUM            PIC 9(3) VALUE ZERO.
           05  WS-ACCNUM-COGS        PIC 999.
           05  WS-ACCNUM-INV         PIC 999.
           05  WS-PREFIX             PIC X(4) VALUE 'MRS-'.
           05  WS-JOR-BATCH          PIC 99 VALUE 92.
           05  WS-TODAY-NUM          PIC 9(8).
           05  WS-MONTH-KEY          PIC 9(6).
           05  WS-SITE-POST          PIC S9(7)V99.
           05  WS-COGS-POSTED        PIC S9(7)V99 VALUE ZERO.

       01  WS-CONTROL.
           05  WS-ITEM-CNT           PIC 9(5) VALUE ZERO.
           05  WS-STOCKED-CNT        PIC 9(5) VALUE ZERO.
           05  WS-NO-COST-CNT        PIC 9(5) VALUE ZERO.
           05  WS-SOLD-LINES         PIC 9(7) VALUE ZERO.
           05  WS-SOLD-NO-COST       PIC 9(7) VALUE ZERO.
           05  WS-GL-LINES           PIC 9(5) VALUE ZERO.
           05  WS-EXTENDED           PIC 9(9)V999.
           05  WS-LINE-COST          PIC 9(7)V999.
           05  WS-INV-TOTAL          PIC 9(9)V999 VALUE ZERO.
           05  WS-COGS-TOTAL         PIC 9(9)V999 VALUE ZERO.

      * Every item's unit cost, by item number, taken on the walk
      * of the item file for pricing the month's sales after it.
       01  WS-COST-TABLE.
           05  WS-ITEM-COST          PIC 9(3)V999 OCCURS 999 TIMES.

      * One slot per theatre whose counter sold goods this month -
      * the same table MRS-5500 posts its revenue lines from, with
      * slot 20 kept back for the chain-wide "**".
       01  WS-SITE-TOTALS.
           05  WS-SITE-SLOT OCCURS 20 TIMES INDEXED BY SIT-I.
               10  WSS-USED          PIC X.
               10  WSS-SITE          PIC X(2).
               10  WSS-COST          PIC 9(9)V999.

       01  WS-RPT-HEADER.
           05  PIC X(34) VALUE "MRS MONTH-END INVENTORY VALUE -".
           05  RH-MONTH              PIC Z9.
           05  PIC X     VALUE "/".
           05  RH-DAY                PIC Z9.
           05  PIC X     VALUE "/".
           05  RH-YEAR               PIC 9999.
           05  PIC X(36) VALUE SPACES.

       01  WS-RPT-COL-HDR.
           05  PIC X(6)  VALUE "ITEM".
           05  PIC X(22) VALUE "NAME".
           05  PIC X(9)  VALUE "ON HAND".
           05  PIC X(11) VALUE "UNIT COST".
           05  PIC X(15) VALUE "VALUE".
           05  PIC X(17) VALUE SPACES.

       01  WS-RPT-DETAIL.
           05  RD-ITEM-NO            PIC 9(3).
           05  PIC X(3)  VALUE SPACES.
           05  RD-NAME               PIC X(20).
           05  PIC X(2)  VALUE SPACES.
           05  RD-ON-HAND            PIC ZZZZ9.
           05  PIC X(4)  VALUE SPACES.
           05  RD-UNIT-COST          PIC ZZ9.999.
           05  PIC X(2)  VALUE SPACES.
           05  RD-VALUE              PIC ZZ,ZZZ,ZZ9.99.
           05  PIC X(2)  VALUE SPACES.
           05  RD-FLAG               PIC X(7).
           05  PIC X(12) VALUE SPACES.

       01  WS-RPT-INV-TOTAL.
           05  PIC X(28) VALUE "INVENTORY VALUE AT COST:".
           05  RT-INV-VALUE          PIC ZZZ,ZZZ,ZZ9.99.
           05  PIC X(38) VALUE SPACES.

       01  WS-RPT-NO-COST.
           05  PIC X(28) VALUE "ITEMS ON HAND WITH NO COST:".
           05  RT-NO-COST            PIC ZZZZ9.
           05  PIC X(47) VALUE SPACES.

       01  WS-RPT-COGS-HDR.
           05  PIC X(38)
               VALUE "COST OF GOODS SOLD THIS MONTH BY SITE".
           05  PIC X(42) VALUE SPACES.

       01  WS-RPT-COGS-SITE.
           05  PIC X(7)  VALUE "  SITE ".
           05  RC-SITE               PIC X(2).
           05  PIC X(19) VALUE SPACES.
           05  RC-COST               PIC ZZZ,ZZZ,ZZ9.99.
           05  PIC X(38) VALUE SPACES.

       01  WS-RPT-COGS-TOTAL.
           05  PIC X(28) VALUE "COST OF GOODS SOLD (POSTED):".
           05  RT-COGS               PIC ZZZ,ZZZ,ZZ9.99.
           05  PIC X(38) VALUE SPACES.

       01  WS-RPT-SOLD-NO-COST.
           05  PIC X(28) VALUE "SOLD LINES WITH NO COST:".
           05  RT-SOLD-NO-COST       PIC Z,ZZZ,ZZ9.
           05  PIC X(43) VALUE SPACES.

       01  WS-RPT-BLANK              PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.
       100-MAIN.
      *    The accounts come off the chart of accounts; a source with
      *    no single active account refuses the run before anything
      *    is written (MRS-5020 prints why).
           MOVE "MRS-6270" TO MRS-GAP-PROGRAM
           MOVE "**" TO MRS-GAP-SITE
           MOVE 2 TO MRS-GAP-COUNT
           MOVE "CONCOGS" TO MRS-GAP-SOURCE(1)
           MOVE "CONINV" TO MRS-GAP-SOURCE(2)
           CALL "MRS-5020" USING MRS-GLA-PUT
           IF MRS-GAP-ANSWER NOT = "Y"
               DISPLAY "MRS-6270: GL ACCOUNTS NOT IN ORDER - "
                   "RUN REFUSED, NOTHING POSTED."
               GOBACK
           END-IF
           MOVE MRS-GAP-ACC-NUM(1) TO WS-ACCNUM-COGS
           MOVE MRS-GAP-ACC-NUM(2) TO WS-ACCNUM-INV
           PERFORM 900-OPEN-FILES THRU 900-EXIT
           MOVE FUNCTION CURRENT-DATE TO WS-DATETIME
           COMPUTE WS-TODAY-NUM =
               (WS-YEAR * 10000) + (WS-MONTH * 100) + WS-DAY
           COMPUTE WS-MONTH-KEY = (WS-YEAR * 100) + WS-MONTH
           MOVE ZEROS TO WS-COST-TABLE

           MOVE WS-MONTH TO RH-MONTH
           MOVE WS-DAY TO RH-DAY
           MOVE WS-YEAR TO RH-YEAR
           WRITE MRS-INVVALUE-LINE FROM WS-RPT-HEADER
           WRITE MRS-INVVALUE-LINE FROM WS-RPT-BLANK
           WRITE MRS-INVVALUE-LINE FROM WS-RPT-COL-HDR

           IF WS-CON-OPEN = "Y"
               PERFORM 200-VALUE-ITEMS THRU 200-EXIT
           END-IF
           MOVE WS-INV-TOTAL TO RT-INV-VALUE
           MOVE WS-NO-COST-CNT TO RT-NO-COST
           WRITE MRS-INVVALUE-LINE FROM WS-RPT-BLANK
           WRITE MRS-INVVALUE-LINE FROM WS-RPT-INV-TOTAL
           WRITE MRS-INVVALUE-LINE FROM WS-RPT-NO-COST

           PERFORM 400-COST-SALES THRU 400-EXIT
           WRITE MRS-INVVALUE-LINE FROM WS-RPT-BLANK
           WRITE MRS-INVVALUE-LINE FROM WS-RPT-COGS-HDR
           PERFORM VARYING SIT-I FROM 1 BY 1 UNTIL SIT-I > 20
               IF WSS-USED(SIT-I) = "Y"
                   PERFORM 500-POST-SITE-COGS THRU 500-EXIT
               END-IF
           END-PERFORM
           IF WS-COGS-POSTED NOT = ZERO
               PERFORM 550-POST-INVENTORY THRU 550-EXIT
           END-IF
           MOVE WS-COGS-POSTED TO RT-COGS
           MOVE WS-SOLD-NO-COST TO RT-SOLD-NO-COST
           WRITE MRS-INVVALUE-LINE FROM WS-RPT-COGS-TOTAL
           WRITE MRS-INVVALUE-LINE FROM WS-RPT-SOLD-NO-COST

      *    The night driver logs these on the job log.
           MOVE WS-ITEM-CNT TO MRS-JOB-READ
           MOVE WS-GL-LINES TO MRS-JOB-WRITTEN
           MOVE WS-NO-COST-CNT TO MRS-JOB-REJECTED
           DISPLAY "MRS-6270 INVENTORY VALUE: " WS-STOCKED-CNT
               " ITEM(S) ON HAND, " WS-NO-COST-CNT " WITH NO COST."

           PERFORM 910-CLOSE-FILES THRU 910-EXIT
      *    The staged journal goes to the feed only if it balances.
           MOVE "MRS-6270" TO MRS-GLR-PROGRAM
           MOVE UT-SYS-GL-STAGE TO MRS-GLR-STAGE
           MOVE "E" TO MRS-GLR-FEED-MODE
           CALL "MRS-5030" USING MRS-GLR-PUT
           MOVE "MRS-6270" TO MRS-SP-PROGRAM
           MOVE SPACES TO MRS-SP-PARMS
           MOVE UT-SYS-INVVALUE-RPT TO MRS-SP-PATH
           CALL "MRS-7050" USING MRS-SPOOL-PUT
           GOBACK.
       100-EXIT.
           EXIT.

      * Walks the whole item file, extending what is on the shelf
      * and keeping every item's cost for pricing the sales after.
       200-VALUE-ITEMS.
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
                       PERFORM 300-VALUE-ONE-ITEM THRU 300-EXIT
               END-READ
           END-PERFORM.
       200-EXIT.
           EXIT.

       300-VALUE-ONE-ITEM.
           ADD 1 TO WS-ITEM-CNT
      *    Records written before the stock and cost fields existed
      *    carry spaces there - zero stock and no cost yet.
           IF MRS-CON-ON-HAND NOT NUMERIC
               MOVE ZEROS TO MRS-CON-ON-HAND
           END-IF
           IF MRS-CON-UNIT-COST NOT NUMERIC
               MOVE ZEROS TO MRS-CON-UNIT-COST
           END-IF
           IF MRS-CON-ITEM-NO NOT = ZEROS
               MOVE MRS-CON-UNIT-COST
                   TO WS-ITEM-COST(MRS-CON-ITEM-NO)
           END-IF
           IF MRS-CON-ON-HAND = ZEROS
               GO TO 300-EXIT
           END-IF
           ADD 1 TO WS-STOCKED-CNT
           MOVE MRS-CON-ITEM-NO TO RD-ITEM-NO
           MOVE MRS-CON-NAME TO RD-NAME
           MOVE MRS-CON-ON-HAND TO RD-ON-HAND
           MOVE MRS-CON-UNIT-COST TO RD-UNIT-COST
           IF MRS-CON-UNIT-COST = ZERO
               ADD 1 TO WS-NO-COST-CNT
               MOVE ZEROS TO RD-VALUE
               MOVE "NO COST" TO RD-FLAG
           ELSE
               COMPUTE WS-EXTENDED =
                   MRS-CON-ON-HAND * MRS-CON-UNIT-COST
               ADD WS-EXTENDED TO WS-INV-TOTAL
               MOVE WS-EXTENDED TO RD-VALUE
               MOVE SPACES TO RD-FLAG
           END-IF
           WRITE MRS-INVVALUE-LINE FROM WS-RPT-DETAIL.
       300-EXIT.
           EXIT.

      * Prices the month's sales trail at tonight's unit costs,
      * totalled by the theatre each line was rung at.
       400-COST-SALES.
           MOVE "N" TO SALES-EOF
           IF WS-SALES-STATUS NOT = '00'
               MOVE "Y" TO SALES-EOF
           END-IF
           PERFORM UNTIL SALES-EOF = "Y"
               READ MRS-CON-SALES-FILE
                   AT END
                       MOVE "Y" TO SALES-EOF
                   NOT AT END
                       IF MRS-CSL-DATE(1:6) = WS-MONTH-KEY
                           PERFORM 450-COST-ONE-LINE THRU 450-EXIT
                       END-IF
               END-READ
           END-PERFORM.
       400-EXIT.
           EXIT.

       450-COST-ONE-LINE.
           IF MRS-CSL-ITEM-NO NOT NUMERIC
               GO TO 450-EXIT
           END-IF
           IF MRS-CSL-ITEM-NO = ZEROS OR MRS-CSL-QTY = ZEROS
               GO TO 450-EXIT
           END-IF
           ADD 1 TO WS-SOLD-LINES
           IF WS-ITEM-COST(MRS-CSL-ITEM-NO) = ZERO
               ADD 1 TO WS-SOLD-NO-COST
               GO TO 450-EXIT
           END-IF
           COMPUTE WS-LINE-COST =
               MRS-CSL-QTY * WS-ITEM-COST(MRS-CSL-ITEM-NO)
           ADD WS-LINE-COST TO WS-COGS-TOTAL
           PERFORM 480-FIND-SITE-SLOT THRU 480-EXIT
           ADD WS-LINE-COST TO WSS-COST(SIT-I).
       450-EXIT.
           EXIT.

      * Finds (or claims) the slot for the theatre on the line just
      * read. A line with no site, or a theatre past the end of the
      * table, goes under the chain-wide "**" slot, as MRS-5500
      * posts its revenue.
       480-FIND-SITE-SLOT.
           IF MRS-CSL-SITE = SPACES
               PERFORM 485-CHAIN-SLOT THRU 485-EXIT
               GO TO 480-EXIT
           END-IF
           SET SIT-I TO 1
           SEARCH WS-SITE-SLOT
               AT END
                   SET SIT-I TO 1
                   SEARCH WS-SITE-SLOT
                       AT END
                           PERFORM 485-CHAIN-SLOT THRU 485-EXIT
                       WHEN WSS-USED(SIT-I) NOT = "Y"
                        AND SIT-I < 20
                           MOVE "Y" TO WSS-USED(SIT-I)
                           MOVE MRS-CSL-SITE TO WSS-SITE(SIT-I)
                           MOVE ZEROS TO WSS-COST(SIT-I)
                   END-SEARCH
               WHEN WSS-USED(SIT-I) = "Y"
                AND WSS-SITE(SIT-I) = MRS-CSL-SITE
                   CONTINUE
           END-SEARCH.
       480-EXIT.
           EXIT.

       485-CHAIN-SLOT.
           SET SIT-I TO 20
           IF WSS-USED(SIT-I) NOT = "Y"
               MOVE "Y" TO WSS-USED(SIT-I)
               MOVE "**" TO WSS-SITE(SIT-I)
               MOVE ZEROS TO WSS-COST(SIT-I)
           END-IF.
       485-EXIT.
           EXIT.

      * One cost of goods sold line per theatre - an expense, so it
      * goes out with the sign a charge carries on the feed.
       500-POST-SITE-COGS.
           COMPUTE WS-SITE-POST ROUNDED = WSS-COST(SIT-I)
           MOVE WSS-SITE(SIT-I) TO RC-SITE
           MOVE WS-SITE-POST TO RC-COST
           WRITE MRS-INVVALUE-LINE FROM WS-RPT-COGS-SITE
           IF WS-SITE-POST = ZERO
               GO TO 500-EXIT
           END-IF
           ADD WS-SITE-POST TO WS-COGS-POSTED
           ADD 1 TO WS-POSTNUM
           ADD 1 TO WS-GL-LINES
           MOVE WS-POSTNUM TO MRS-IDENTIFIER
           MOVE WS-PREFIX TO MRS-PREFIX
           MOVE WSS-SITE(SIT-I) TO MRS-GL-SITE
           MOVE WS-ACCNUM-COGS TO MRS-GL-ACC-NUM
           MOVE WS-MONTH TO MRS-GL-MONTH-OF-TRANS
           MOVE WS-DAY TO MRS-GL-DAY-OF-TRANS
           MOVE WS-YEAR TO MRS-GL-YEAR-OF-TRANS
           COMPUTE MRS-GL-ADJUST-AMOUNT = 0 - WS-SITE-POST
           MOVE WS-TODAY-NUM TO MRS-GL-JOR-DATE
           MOVE WS-JOR-BATCH TO MRS-GL-JOR-NUM
           MOVE "CONCESSION COST OF GOODS SOLD" TO MRS-GL-DESC
           WRITE MRS-GL-POST-REC.
       500-EXIT.
           EXIT.

      * The other side: the month's goods come off the inventory
      * account for the total of the site lines, so the journal
      * nets to zero.
       550-POST-INVENTORY.
           ADD 1 TO WS-POSTNUM
           ADD 1 TO WS-GL-LINES
           MOVE WS-POSTNUM TO MRS-IDENTIFIER
           MOVE WS-PREFIX TO MRS-PREFIX
           MOVE "**" TO MRS-GL-SITE
           MOVE WS-ACCNUM-INV TO MRS-GL-ACC-NUM
           MOVE WS-MONTH TO MRS-GL-MONTH-OF-TRANS
           MOVE WS-DAY TO MRS-GL-DAY-OF-TRANS
           MOVE WS-YEAR TO MRS-GL-YEAR-OF-TRANS
           MOVE WS-COGS-POSTED TO MRS-GL-ADJUST-AMOUNT
           MOVE WS-TODAY-NUM TO MRS-GL-JOR-DATE
           MOVE WS-JOR-BATCH TO MRS-GL-JOR-NUM
           MOVE "CONCESSION INVENTORY USED" TO MRS-GL-DESC
           WRITE MRS-GL-POST-REC.
       550-EXIT.
           EXIT.

      * Opens the files. The staging file is opened EXTEND so lines
      * left by a run that stopped short of its release are not lost
      * under this one; MRS-5030 empties it once it has released.
       900-OPEN-FILES.
           PERFORM 160-LOAD-FILE-CONFIG THRU 160-END
           OPEN INPUT MRS-CONCESSION-FILE
           IF WS-CON-STATUS = '00'
               MOVE "Y" TO WS-CON-OPEN
           END-IF
           OPEN INPUT MRS-CON-SALES-FILE
           OPEN EXTEND MRS-GL-POST-FILE
           IF WS-STAGE-STATUS = '35'
               OPEN OUTPUT MRS-GL-POST-FILE
           END-IF
           OPEN OUTPUT MRS-INVVALUE-RPT.
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
               WHEN "CONCESS"
                   MOVE CFG-PATH TO UT-SYS-CONCESS
               WHEN "CON-SALES"
                   MOVE CFG-PATH TO UT-SYS-CON-SALES
               WHEN "GL-STAGE-6270"
                   MOVE CFG-PATH TO UT-SYS-GL-STAGE
               WHEN "INVVALUE-RPT"
                   MOVE CFG-PATH TO UT-SYS-INVVALUE-RPT
           END-EVALUATE.
       170-END.
           EXIT.

      * Closes the files
       910-CLOSE-FILES.
           IF WS-CON-OPEN = "Y"
               CLOSE MRS-CONCESSION-FILE
           END-IF
           IF WS-SALES-STATUS = '00' OR WS-SALES-STATUS = '10'
               CLOSE MRS-CON-SALES-FILE
           END-IF
           CLOSE MRS-GL-POST-FILE
                 MRS-INVVALUE-RPT.
       910-EXIT.
           EXIT.

       end program MRS-6270.
