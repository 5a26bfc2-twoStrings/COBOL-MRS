      * skipped. An item on the trail but gone from the item file is
      * counted on the run totals and otherwise left alone.
      *
      * A prepared item with a recipe (MRS-RECIPE.CPY) holds no
      * stock of its own: its sold quantity is exploded into the
      * ingredient and packaging items the recipe names, each
      * component's usage totalled across the day before it is
      * rounded to whole units and taken off that component's
      * on-hand. So the kernels, oil, buckets and lids show up on
      * the reorder list when they run low. Once the stock is
      * down, every recipe item's unit cost is rolled up afresh
      * from its components' costs, so the margin report and the
      * month-end cost of goods sold price a large popcorn at what
      * went into it. A recipe with a component that has no cost
      * yet leaves the item's cost as it stood and is counted on
      * the run totals.
      *
      * The next night step (MRS-6260) puts the items on this list
      * that have a supplier set up onto draft purchase orders.
      *
      * Runs as a step in the MRS-9000 night driver.
      *****************************************************************

               RECORD KEY IS MRS-CON-ITEM-NO
               FILE STATUS IS WS-CON-STATUS.

           SELECT MRS-RECIPE-FILE
               ASSIGN TO UT-SYS-RECIPE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MRS-RCP-ITEM-NO
               FILE STATUS IS WS-RCP-STATUS.

           SELECT MRS-REORDER-RPT
               ASSIGN TO UT-SYS-REORDER-RPT
               ORGANIZATION IS LINE SEQUENTIAL.
       FILE SECTION.
       COPY "CPYBOOKS/MRS-CON-SALES.CPY".
       COPY "CPYBOOKS/MRS-CONCESS.CPY".
       COPY "CPYBOOKS/MRS-RECIPE.CPY".
       COPY "CPYBOOKS/MRS-FILE-CFG.CPY".

       FD  MRS-REORDER-RPT
       WORKING-STORAGE SECTION.
       COPY "CPYBOOKS/MRS-JOBCTR.CPY".
       COPY "CPYBOOKS/DATETIME.CPY".
       COPY "CPYBOOKS/MRS-SIGNON.CPY".
       COPY "CPYBOOKS/MRS-TRNPUT.CPY".

       01  WS-FILENAMES.
           05  UT-SYS-CON-SALES      PIC X(50)
                               VALUE "C:\COBOL\MRS-CON-SALES.DAT".
           05  UT-SYS-CONCESS        PIC X(50)
                               VALUE "C:\COBOL\MRS-CONCESS-INDEX.DAT".
           05  UT-SYS-RECIPE         PIC X(50)
                               VALUE "C:\COBOL\MRS-RECIPE-INDEX.DAT".
           05  UT-SYS-REORDER-RPT    PIC X(50)
                               VALUE "C:\COBOL\MRS-REORDER.RPT".
           05  UT-SYS-FILE-CFG       PIC X(50)
       01  WS-SWITCHES.
           05  WS-SALES-STATUS       PIC XX.
           05  WS-CON-STATUS         PIC XX.
           05  WS-RCP-STATUS         PIC XX.
           05  WS-RCP-OPEN           PIC X VALUE "N".
           05  SALES-EOF             PIC X.
           05  CON-EOF               PIC X.
           05  RCP-EOF               PIC X.
           05  WS-HAS-RECIPE         PIC X.
           05  WS-COST-OK            PIC X.

       01  WS-CONTROL.
           05  WS-TODAY-NUM          PIC 9(8).
           05  WS-DEPLETED-CNT       PIC 9(3) VALUE ZERO.
           05  WS-REORDER-CNT        PIC 9(3) VALUE ZERO.
           05  WS-MISSING-CNT        PIC 9(3) VALUE ZERO.
           05  WS-U                  PIC 9(4).
           05  WS-C                  PIC 9.
           05  WS-EXPLODED-CNT       PIC 9(3) VALUE ZERO.
           05  WS-ROLLED-CNT         PIC 9(3) VALUE ZERO.
           05  WS-NOCOST-CNT         PIC 9(3) VALUE ZERO.
           05  WS-USE-WHOLE          PIC 9(7).
           05  WS-ROLL-COST          PIC 9(7)V999.

      * One slot per item sold today, same shape as the MRS-5500
      * day summary builds.
               10  WI-USED           PIC X.
               10  WI-QTY            PIC 9(5).

      * The day's usage per item on the item file, by item number:
      * what was sold of it directly plus what the recipes of the
      * prepared items sold drew off it, to the thousandth.
       01  WS-USAGE-TABLE.
           05  WU-QTY                PIC 9(7)V999
                                     OCCURS 999 TIMES.

       01  WS-RPT-HEADER.
           05  PIC X(30) VALUE "MRS CONCESSION REORDER RPT -".
           05  RH-MONTH              PIC Z9.

           PERFORM 200-TOTAL-SALES THRU 200-EXIT
           PERFORM 300-DEPLETE-STOCK THRU 300-EXIT
           PERFORM 500-ROLL-COSTS THRU 500-EXIT
           PERFORM 400-PRINT-REORDER THRU 400-EXIT

      *    The night driver logs these on the job log.
           DISPLAY "MRS-6250 STOCK: " WS-DEPLETED-CNT
               " ITEM(S) DEPLETED, " WS-REORDER-CNT
               " AT OR BELOW REORDER."
           DISPLAY "MRS-6250 RECIPES: " WS-EXPLODED-CNT
               " ITEM(S) EXPLODED, " WS-ROLLED-CNT
               " COST(S) ROLLED, " WS-NOCOST-CNT
               " WITH A COMPONENT NOT COSTED."

           PERFORM 910-CLOSE-FILES THRU 910-EXIT
           GOBACK.
       270-EXIT.
           EXIT.

      * Puts the day's sales into the usage table - a prepared item
      * through its recipe, anything else as itself - then takes
      * each item's usage off its on-hand figure. A count that
      * would go below zero stops at zero - the shelf cannot hold
      * negative cups, and the drift gets caught at the next
      * physical count (MRS-1480).
       300-DEPLETE-STOCK.
           MOVE ZEROS TO WS-USAGE-TABLE
           PERFORM VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-ITEM-COUNT
               SET ITM-I TO WS-I
               PERFORM 310-EXPLODE-ONE THRU 310-EXIT
           END-PERFORM
           PERFORM VARYING WS-U FROM 1 BY 1 UNTIL WS-U > 999
               IF WU-QTY(WS-U) > ZERO
                   PERFORM 350-DEPLETE-ONE THRU 350-EXIT
               END-IF
           END-PERFORM.
       300-EXIT.
           EXIT.

       310-EXPLODE-ONE.
           MOVE "N" TO WS-HAS-RECIPE
           IF WS-RCP-OPEN = "Y"
               MOVE WI-ITEM-NO(ITM-I) TO MRS-RCP-ITEM-NO
               READ MRS-RECIPE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM 320-CHECK-RECIPE THRU 320-EXIT
               END-READ
           END-IF
           IF WS-HAS-RECIPE = "Y"
               ADD 1 TO WS-EXPLODED-CNT
               PERFORM VARYING WS-C FROM 1 BY 1 UNTIL WS-C > 8
                   IF MRS-RCP-COMP-NO(WS-C) NOT = ZEROS
                       COMPUTE WU-QTY(MRS-RCP-COMP-NO(WS-C)) =
                           WU-QTY(MRS-RCP-COMP-NO(WS-C))
                           + (WI-QTY(ITM-I) * MRS-RCP-QTY(WS-C))
                   END-IF
               END-PERFORM
           ELSE
               ADD WI-QTY(ITM-I) TO WU-QTY(WI-ITEM-NO(ITM-I))
           END-IF.
       310-EXIT.
           EXIT.

      * A recipe with every slot cleared is no recipe at all.
       320-CHECK-RECIPE.
           PERFORM VARYING WS-C FROM 1 BY 1 UNTIL WS-C > 8
               IF MRS-RCP-COMP-NO(WS-C) NOT = ZEROS
                   MOVE "Y" TO WS-HAS-RECIPE
               END-IF
           END-PERFORM.
       320-EXIT.
           EXIT.

       350-DEPLETE-ONE.
           COMPUTE WS-USE-WHOLE ROUNDED = WU-QTY(WS-U)
           IF WS-USE-WHOLE = ZERO
               GO TO 350-EXIT
           END-IF
           MOVE WS-U TO MRS-CON-ITEM-NO
           READ MRS-CONCESSION-FILE
               INVALID KEY
                   ADD 1 TO WS-MISSING-CNT
               NOT INVALID KEY
                   IF MRS-CON-ON-HAND NOT NUMERIC
                       MOVE ZEROS TO MRS-CON-ON-HAND
                   END-IF
                   IF MRS-CON-REORDER-PT NOT NUMERIC
                       MOVE ZEROS TO MRS-CON-REORDER-PT
                   END-IF
                   IF WS-USE-WHOLE > MRS-CON-ON-HAND
                       MOVE ZEROS TO MRS-CON-ON-HAND
                   ELSE
                       SUBTRACT WS-USE-WHOLE FROM MRS-CON-ON-HAND
                   END-IF
                   REWRITE MRS-CONCESSION-REC
                   END-REWRITE
                   ADD 1 TO WS-DEPLETED-CNT
           END-READ.
       350-EXIT.
           EXIT.

      * Walks the whole item file and prints every active item at
       450-EXIT.
           EXIT.

      * Rolls every recipe item's unit cost up from its components:
      * the sum of each component's quantity at its unit cost. Done
      * for every recipe, sold today or not, so a cost change on an
      * ingredient reaches the item it goes into the same night.
       500-ROLL-COSTS.
           IF WS-RCP-OPEN NOT = "Y"
               GO TO 500-EXIT
           END-IF
           MOVE "N" TO RCP-EOF
           MOVE ZEROS TO MRS-RCP-ITEM-NO
           START MRS-RECIPE-FILE
               KEY IS NOT LESS THAN MRS-RCP-ITEM-NO
               INVALID KEY
                   MOVE "Y" TO RCP-EOF
           END-START
           PERFORM UNTIL RCP-EOF = "Y"
               READ MRS-RECIPE-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO RCP-EOF
                   NOT AT END
                       PERFORM 550-ROLL-ONE THRU 550-EXIT
               END-READ
           END-PERFORM.
       500-EXIT.
           EXIT.

       550-ROLL-ONE.
           MOVE "N" TO WS-HAS-RECIPE
           PERFORM 320-CHECK-RECIPE THRU 320-EXIT
           IF WS-HAS-RECIPE NOT = "Y"
               GO TO 550-EXIT
           END-IF
           MOVE ZEROS TO WS-ROLL-COST
           MOVE "Y" TO WS-COST-OK
           PERFORM VARYING WS-C FROM 1 BY 1 UNTIL WS-C > 8
               IF MRS-RCP-COMP-NO(WS-C) NOT = ZEROS
                   PERFORM 560-ADD-COMPONENT THRU 560-EXIT
               END-IF
           END-PERFORM
           IF WS-COST-OK NOT = "Y" OR WS-ROLL-COST > 999.999
               ADD 1 TO WS-NOCOST-CNT
               GO TO 550-EXIT
           END-IF
           MOVE MRS-RCP-ITEM-NO TO MRS-CON-ITEM-NO
           READ MRS-CONCESSION-FILE
               INVALID KEY
                   GO TO 550-EXIT
               NOT INVALID KEY
                   CONTINUE
           END-READ
           MOVE WS-ROLL-COST TO MRS-CON-UNIT-COST
           REWRITE MRS-CONCESSION-REC
           END-REWRITE
           ADD 1 TO WS-ROLLED-CNT.
       550-EXIT.
           EXIT.

       560-ADD-COMPONENT.
           MOVE MRS-RCP-COMP-NO(WS-C) TO MRS-CON-ITEM-NO
           READ MRS-CONCESSION-FILE
               INVALID KEY
                   MOVE "N" TO WS-COST-OK
                   GO TO 560-EXIT
               NOT INVALID KEY
                   CONTINUE
           END-READ
           IF MRS-CON-UNIT-COST NOT NUMERIC
               MOVE ZEROS TO MRS-CON-UNIT-COST
           END-IF
           IF MRS-CON-UNIT-COST = ZERO
               MOVE "N" TO WS-COST-OK
               GO TO 560-EXIT
           END-IF
           COMPUTE WS-ROLL-COST ROUNDED = WS-ROLL-COST
               + (MRS-RCP-QTY(WS-C) * MRS-CON-UNIT-COST).
       560-EXIT.
           EXIT.

      * Opens the files
       900-OPEN-FILES.
           PERFORM 160-LOAD-FILE-CONFIG THRU 160-END
           OPEN INPUT MRS-CON-SALES-FILE
           OPEN I-O MRS-CONCESSION-FILE
      *    No recipe file yet just means nothing is exploded.
           OPEN INPUT MRS-RECIPE-FILE
           IF WS-RCP-STATUS = '00'
               MOVE "Y" TO WS-RCP-OPEN
           END-IF.
       900-EXIT.
           EXIT.

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

                   MOVE CFG-PATH TO UT-SYS-CON-SALES
               WHEN "CONCESS"
                   MOVE CFG-PATH TO UT-SYS-CONCESS
               WHEN "RECIPE"
                   MOVE CFG-PATH TO UT-SYS-RECIPE
               WHEN "REORDER-RPT"
                   MOVE CFG-PATH TO UT-SYS-REORDER-RPT
           END-EVALUATE.
           IF WS-SALES-STATUS = '00' OR WS-SALES-STATUS = '10'
               CLOSE MRS-CON-SALES-FILE
           END-IF
           IF WS-RCP-OPEN = "Y"
               CLOSE MRS-RECIPE-FILE
           END-IF
           CLOSE MRS-CONCESSION-FILE.
       910-EXIT.
           EXIT.
