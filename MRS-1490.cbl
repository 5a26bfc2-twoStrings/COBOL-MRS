       IDENTIFICATION DIVISION.
       PROGRAM-ID.  MRS-1490.
       AUTHOR.  JOHN BELLEK.
      *****************************************************************
      * Concession recipe maintenance - add, update, and view the
      * recipe behind a prepared item: the ingredient and packaging
      * items (up to eight) one sold unit uses, with the quantity
      * of each. In the MRS-1350 combo maintenance mold; called from
      * the concession sale screen's recipe option.
      *
      * The prepared item has to be one the counter sells; its
      * components have to be on the item file, may not be the
      * item itself, and may not have a recipe of their own - the
      * night depletion pass (MRS-6250) explodes one level only.
      * For the same reason an item that is already a component of
      * another recipe cannot be given one.
      *
      * Once an item has a recipe its stock is its components', so
      * saving one with any component in it clears the item's own
      * on-hand and reorder point - the shelf never held a made-up
      * large popcorn, and a figure left behind would sit on the
      * count sheet and the valuation for ever. Clearing every
      * slot leaves the item depleted as itself again.
      *****************************************************************

       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
           CURSOR IS CRPT
           CRT STATUS IS SCR-STAT.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MRS-RECIPE-FILE
               ASSIGN TO UT-SYS-RECIPE
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS MRS-RCP-ITEM-NO
               FILE STATUS IS WS-RCP-STATUS.

           SELECT MRS-CONCESSION-FILE
               ASSIGN TO UT-SYS-CONCESS
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS MRS-CON-ITEM-NO.

           SELECT MRS-AUDIT-FILE
               ASSIGN TO UT-SYS-AUDIT
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT MRS-FILE-CONFIG-FILE
               ASSIGN TO UT-SYS-FILE-CFG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CFG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       COPY "CPYBOOKS/MRS-RECIPE.CPY".
       COPY "CPYBOOKS/MRS-CONCESS.CPY".
       COPY "CPYBOOKS/MRS-AUDIT.CPY".
       COPY "CPYBOOKS/MRS-FILE-CFG.CPY".

       WORKING-STORAGE SECTION.
       COPY "CPYBOOKS/FUNCTION-KEYS.CPY".
       COPY "CPYBOOKS/MRS-SIGNON.CPY".
       COPY "CPYBOOKS/MRS-SEQPUT.CPY".
       COPY "CPYBOOKS/MRS-TRNPUT.CPY".
       COPY "CPYBOOKS/DATETIME.CPY".

       01 WS-FILENAMES.
         05 UT-SYS-RECIPE PIC X(50)
           VALUE "C:\COBOL\MRS-RECIPE-INDEX.DAT".
         05 UT-SYS-CONCESS PIC X(50)
           VALUE "C:\COBOL\MRS-CONCESS-INDEX.DAT".
         05 UT-SYS-AUDIT PIC X(50) VALUE "C:\COBOL\MRS-AUDIT.LOG".
         05 UT-SYS-FILE-CFG PIC X(50)
           VALUE "C:\COBOL\MRS-FILE-PATHS.CFG".

       01 WS-FILE-CFG-CTL.
         05 WS-CFG-STATUS PIC XX.
         05 WS-CFG-EOF PIC X.
           88 CFG-EOF VALUE 'Y'.

       01 WS-SCREEN-WORK.
         05 WS-RCP-STATUS PIC XX.
         05 WS-ACTION PIC X.
         05 WS-CONFIRM PIC X.
         05 WS-DONE PIC X.
         05 WS-RECIPE-FOUND PIC X.
         05 WS-ITEM-OK PIC X.
         05 WS-OPERATOR-ID PIC X(8).
         05 WS-ITEM-NO-IN PIC 9(3).
         05 WS-ITEM-NAME PIC X(20).
         05 WS-COMP-OK PIC X.
         05 WS-COMP-USED PIC X.
         05 WS-RCP-EOF PIC X.
         05 WS-C PIC 9.
         05 WS-D PIC 9.

       01 WS-COMP-ENTRY.
         05 WS-COMP-SLOT OCCURS 8 TIMES.
           10 WS-COMP-ITEM PIC 9(3).
           10 WS-COMP-QTY PIC 9(3)V999.

       01 WS-MSG.
         05 RECIPE-EXISTS PIC X(40)
           VALUE "THAT ITEM ALREADY HAS A RECIPE".
         05 RECIPE-NOT-FOUND PIC X(40)
           VALUE "THAT ITEM HAS NO RECIPE".
         05 ITEM-NOT-SOLD PIC X(40)
           VALUE "NOT AN ITEM THE COUNTER SELLS".
         05 ITEM-IS-COMPONENT PIC X(40)
           VALUE "THAT ITEM IS IN ANOTHER ITEM'S RECIPE".
         05 COMP-NOT-ON-FILE PIC X(40)
           VALUE "A COMPONENT ITEM IS NOT ON THE ITEM FILE".
         05 COMP-HAS-RECIPE PIC X(40)
           VALUE "A COMPONENT HAS A RECIPE OF ITS OWN".
         05 SUCCESS-ADDED PIC X(40)
           VALUE "RECIPE HAS BEEN ADDED!".
         05 SUCCESS-UPDATED PIC X(40)
           VALUE "RECIPE HAS BEEN UPDATED!".
         05 ERR-MSG PIC X(42).

       SCREEN SECTION.
       01 CLEAR BLANK SCREEN PROMPT AUTO REQUIRED BACKGROUND-COLOR 0
       FOREGROUND-COLOR 7.
         05 MV-TITLE-LINE.
           10 LINE 1 COL 1 VALUE "MRS149".
           10 COL 10 PIC X(8) FROM MRS-SIGNON-BANNER
                FOREGROUND-COLOR 4.
           10 COL 30 VALUE "MOVIE THEATER SYSTEM".
           10 COL 70 PIC Z9 FROM WS-MONTH.
           10 COL 72 VALUE "/".
           10 COL 73 PIC Z9 FROM WS-DAY.
           10 COL 75 VALUE "/".
           10 COL 76 PIC 9999 FROM WS-YEAR.
         05 CON-TITLE.
           10 LINE 2 COL 17
             VALUE "MOVIE RENTALS AND SCHEDULING: CONCESSION RECIPES".
         05 CON-FUNCTION.
           10 LINE 25 COL 1 VALUE "F1 = HELP     F3 = END     ".
           10 COL 27 VALUE " F4 = RETURN     F12 = CANCEL".

       01 SCR-ACTION.
         05 LINE 5 COL 20 VALUE "A = ADD RECIPE".
         05 LINE 6 COL 20 VALUE "U = UPDATE RECIPE".
         05 LINE 7 COL 20 VALUE "V = VIEW RECIPE".
         05 LINE 9 COL 20 VALUE "ACTION:".
         05 COL 32 PIC X TO WS-ACTION REVERSE-VIDEO.
         05 LINE 10 COL 19 VALUE "ITEM NO:".
         05 COL 32 PIC 9(3) TO WS-ITEM-NO-IN REVERSE-VIDEO.

       01 SCR-DETAIL.
         05 SCR1-R6.
           10 LINE 6 COL 24 VALUE "ITEM NO:".
           10 COL 36 PIC 9(3) FROM WS-ITEM-NO-IN.
         05 SCR1-R7.
           10 LINE 7 COL 27 VALUE "NAME:".
           10 COL 36 PIC X(20) FROM WS-ITEM-NAME.
         05 SCR1-COMPS.
           10 LINE 9 COL 10
             VALUE "USES PER UNIT SOLD (ITEM NO / QTY, 000 = UNUSED):".
           10 LINE 10 COL 20 VALUE "ITEM 1:".
           10 COL 30 PIC 9(3) USING WS-COMP-ITEM(1) REVERSE-VIDEO.
           10 COL 36 PIC 9(3)V999 USING WS-COMP-QTY(1) REVERSE-VIDEO.
           10 LINE 11 COL 20 VALUE "ITEM 2:".
           10 COL 30 PIC 9(3) USING WS-COMP-ITEM(2) REVERSE-VIDEO.
           10 COL 36 PIC 9(3)V999 USING WS-COMP-QTY(2) REVERSE-VIDEO.
           10 LINE 12 COL 20 VALUE "ITEM 3:".
           10 COL 30 PIC 9(3) USING WS-COMP-ITEM(3) REVERSE-VIDEO.
           10 COL 36 PIC 9(3)V999 USING WS-COMP-QTY(3) REVERSE-VIDEO.
           10 LINE 13 COL 20 VALUE "ITEM 4:".
           10 COL 30 PIC 9(3) USING WS-COMP-ITEM(4) REVERSE-VIDEO.
           10 COL 36 PIC 9(3)V999 USING WS-COMP-QTY(4) REVERSE-VIDEO.
           10 LINE 14 COL 20 VALUE "ITEM 5:".
           10 COL 30 PIC 9(3) USING WS-COMP-ITEM(5) REVERSE-VIDEO.
           10 COL 36 PIC 9(3)V999 USING WS-COMP-QTY(5) REVERSE-VIDEO.
           10 LINE 15 COL 20 VALUE "ITEM 6:".
           10 COL 30 PIC 9(3) USING WS-COMP-ITEM(6) REVERSE-VIDEO.
           10 COL 36 PIC 9(3)V999 USING WS-COMP-QTY(6) REVERSE-VIDEO.
           10 LINE 16 COL 20 VALUE "ITEM 7:".
           10 COL 30 PIC 9(3) USING WS-COMP-ITEM(7) REVERSE-VIDEO.
           10 COL 36 PIC 9(3)V999 USING WS-COMP-QTY(7) REVERSE-VIDEO.
           10 LINE 17 COL 20 VALUE "ITEM 8:".
           10 COL 30 PIC 9(3) USING WS-COMP-ITEM(8) REVERSE-VIDEO.
           10 COL 36 PIC 9(3)V999 USING WS-COMP-QTY(8) REVERSE-VIDEO.

       01 MSG.
         05 ERR-ID FOREGROUND-COLOR 4.
           10 LINE 22 COL 9 PIC X(20) VALUE "ERROR MESSAGE:".
           10 LINE 23 COL 16 PIC X(42) FROM ERR-MSG.
           10 COL 60 PIC X TO WS-CONFIRM.
         05 SUCCESS-ID FOREGROUND-COLOR 2.
           10 LINE 22 COL 9 PIC X(42) FROM ERR-MSG.
         05 CONFIRM-SAVE.
           10 LINE 23 COL 16 PIC X(18) VALUE "CONFIRM SAVE? Y/N".
           10 REVERSE-VIDEO COL 38 PIC X TO WS-CONFIRM.
         05 CONTINUE-VIEW.
           10 LINE 23 COL 16 PIC X(23) VALUE "PRESS ENTER TO CONTINUE".
           10 COL 60 PIC X TO WS-CONFIRM.

       PROCEDURE DIVISION.
       100-MAIN.
           PERFORM 160-LOAD-FILE-CONFIG THRU 160-END
           COPY "CPYBOOKS/ENABLE-KEYS.CPY".
           MOVE FUNCTION CURRENT-DATE TO WS-DATETIME
           MOVE MRS-SIGNON-OPERATOR TO WS-OPERATOR-ID
      *    The first recipe anyone keys lays the file down.
           OPEN I-O MRS-RECIPE-FILE
           IF WS-RCP-STATUS = '35'
               OPEN OUTPUT MRS-RECIPE-FILE
               CLOSE MRS-RECIPE-FILE
               OPEN I-O MRS-RECIPE-FILE
           END-IF
           OPEN I-O MRS-CONCESSION-FILE
           OPEN EXTEND MRS-AUDIT-FILE
           MOVE SPACES TO WS-DONE
           PERFORM 200-ONE-ACTION THRU 200-EXIT
               UNTIL (WS-DONE = "Y" OR F3 OR F4)
           CLOSE MRS-RECIPE-FILE
           CLOSE MRS-CONCESSION-FILE
           CLOSE MRS-AUDIT-FILE
           GOBACK.
       100-EXIT.
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
               WHEN "RECIPE"
                   MOVE CFG-PATH TO UT-SYS-RECIPE
               WHEN "CONCESS"
                   MOVE CFG-PATH TO UT-SYS-CONCESS
               WHEN "AUDIT"
                   MOVE CFG-PATH TO UT-SYS-AUDIT
           END-EVALUATE.
       170-END.
           EXIT.

       200-ONE-ACTION.
           DISPLAY CLEAR
           DISPLAY SCR-ACTION
           ACCEPT SCR-ACTION
           IF F3 OR F4
               MOVE "Y" TO WS-DONE
           ELSE
               PERFORM 250-READ-RECIPE THRU 250-EXIT
               EVALUATE WS-ACTION
                   WHEN "A"
                       PERFORM 300-ADD THRU 300-EXIT
                   WHEN "U"
                       PERFORM 400-UPDATE THRU 400-EXIT
                   WHEN "V"
                       PERFORM 500-VIEW THRU 500-EXIT
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.
       200-EXIT.
           EXIT.

      * Reads the prepared item off the item file for its name and
      * whether the counter sells it, then its recipe if it has one.
       250-READ-RECIPE.
           MOVE SPACES TO WS-ITEM-NAME
           MOVE "N" TO WS-ITEM-OK
           MOVE WS-ITEM-NO-IN TO MRS-CON-ITEM-NO
           READ MRS-CONCESSION-FILE KEY IS MRS-CON-ITEM-NO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE MRS-CON-NAME TO WS-ITEM-NAME
                   IF MRS-CON-STOCK-ONLY NOT = "Y"
                      AND MRS-CON-ITEM-NO NOT = ZEROS
                       MOVE "Y" TO WS-ITEM-OK
                   END-IF
           END-READ
           MOVE WS-ITEM-NO-IN TO MRS-RCP-ITEM-NO
           READ MRS-RECIPE-FILE KEY IS MRS-RCP-ITEM-NO
               INVALID KEY
                   MOVE "N" TO WS-RECIPE-FOUND
               NOT INVALID KEY
                   MOVE "Y" TO WS-RECIPE-FOUND
           END-READ.
       250-EXIT.
           EXIT.

      * Every non-empty slot has to name an item on the item file
      * other than the prepared item itself, with no recipe of its
      * own. A blank quantity is taken as one.
       270-CHECK-COMPONENTS.
           MOVE "Y" TO WS-COMP-OK
           MOVE "N" TO WS-COMP-USED
           PERFORM VARYING WS-C FROM 1 BY 1 UNTIL WS-C > 8
               IF WS-COMP-ITEM(WS-C) NOT = ZEROS
                   MOVE "Y" TO WS-COMP-USED
                   IF WS-COMP-ITEM(WS-C) = WS-ITEM-NO-IN
                      AND WS-COMP-OK = "Y"
                       MOVE "R" TO WS-COMP-OK
                   END-IF
                   MOVE WS-COMP-ITEM(WS-C) TO MRS-CON-ITEM-NO
                   READ MRS-CONCESSION-FILE
                       INVALID KEY
                           MOVE "N" TO WS-COMP-OK
                       NOT INVALID KEY
                           CONTINUE
                   END-READ
                   MOVE WS-COMP-ITEM(WS-C) TO MRS-RCP-ITEM-NO
                   READ MRS-RECIPE-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           PERFORM 275-CHECK-NESTED THRU 275-EXIT
                   END-READ
                   IF WS-COMP-QTY(WS-C) = ZERO
                       MOVE 1 TO WS-COMP-QTY(WS-C)
                   END-IF
               END-IF
           END-PERFORM.
       270-EXIT.
           EXIT.

      * A component's recipe that has had every slot cleared is no
      * recipe at all.
       275-CHECK-NESTED.
           PERFORM VARYING WS-D FROM 1 BY 1 UNTIL WS-D > 8
               IF MRS-RCP-COMP-NO(WS-D) NOT = ZEROS
                  AND WS-COMP-OK = "Y"
                   MOVE "R" TO WS-COMP-OK
               END-IF
           END-PERFORM.
       275-EXIT.
           EXIT.

      * Walks the recipe file for any other recipe that already
      * uses the item being given one.
       280-CHECK-NOT-COMPONENT.
           MOVE "N" TO WS-RCP-EOF
           MOVE ZEROS TO MRS-RCP-ITEM-NO
           START MRS-RECIPE-FILE KEY IS NOT LESS THAN MRS-RCP-ITEM-NO
               INVALID KEY
                   MOVE "Y" TO WS-RCP-EOF
           END-START
           PERFORM UNTIL WS-RCP-EOF = "Y"
               READ MRS-RECIPE-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-RCP-EOF
                   NOT AT END
                       IF MRS-RCP-ITEM-NO NOT = WS-ITEM-NO-IN
                           PERFORM 285-SCAN-ONE THRU 285-EXIT
                       END-IF
               END-READ
           END-PERFORM.
       280-EXIT.
           EXIT.

       285-SCAN-ONE.
           PERFORM VARYING WS-D FROM 1 BY 1 UNTIL WS-D > 8
               IF MRS-RCP-COMP-NO(WS-D) = WS-ITEM-NO-IN
                   MOVE "C" TO WS-ITEM-OK
               END-IF
           END-PERFORM.
       285-EXIT.
           EXIT.

      * The item may not be sold, or may already sit inside another
      * recipe; either way it cannot have one.
       290-CHECK-ITEM.
           IF WS-ITEM-OK = "Y"
               PERFORM 280-CHECK-NOT-COMPONENT THRU 280-EXIT
           END-IF
           IF WS-ITEM-OK = "N"
               MOVE ITEM-NOT-SOLD TO ERR-MSG
               DISPLAY ERR-ID
               ACCEPT ERR-ID
           END-IF
           IF WS-ITEM-OK = "C"
               MOVE ITEM-IS-COMPONENT TO ERR-MSG
               DISPLAY ERR-ID
               ACCEPT ERR-ID
           END-IF.
       290-EXIT.
           EXIT.

       300-ADD.
           IF WS-RECIPE-FOUND = "Y"
               MOVE RECIPE-EXISTS TO ERR-MSG
               DISPLAY ERR-ID
               ACCEPT ERR-ID
               GO TO 300-EXIT
           END-IF
           PERFORM 290-CHECK-ITEM THRU 290-EXIT
           IF WS-ITEM-OK NOT = "Y"
               GO TO 300-EXIT
           END-IF
           MOVE ZEROS TO WS-COMP-ENTRY
           MOVE SPACES TO WS-CONFIRM
           DISPLAY CLEAR
           DISPLAY SCR-DETAIL
           ACCEPT SCR-DETAIL
           IF F3 OR F4 OR F12
               GO TO 300-EXIT
           END-IF
           PERFORM 270-CHECK-COMPONENTS THRU 270-EXIT
           IF WS-COMP-OK = "N"
               MOVE COMP-NOT-ON-FILE TO ERR-MSG
               DISPLAY ERR-ID
               ACCEPT ERR-ID
               GO TO 300-EXIT
           END-IF
           IF WS-COMP-OK = "R"
               MOVE COMP-HAS-RECIPE TO ERR-MSG
               DISPLAY ERR-ID
               ACCEPT ERR-ID
               GO TO 300-EXIT
           END-IF
           DISPLAY CONFIRM-SAVE
           ACCEPT CONFIRM-SAVE
           IF WS-CONFIRM = "Y"
               MOVE WS-ITEM-NO-IN TO MRS-RCP-ITEM-NO
               MOVE WS-COMP-ENTRY TO MRS-RCP-COMPONENTS
               WRITE MRS-RECIPE-REC
               PERFORM 600-CLEAR-OWN-STOCK THRU 600-EXIT
               MOVE "ADD" TO MRS-AUD-ACTION
               PERFORM 900-WRITE-AUDIT THRU 900-EXIT
               MOVE SUCCESS-ADDED TO ERR-MSG
               DISPLAY SUCCESS-ID
               DISPLAY CONTINUE-VIEW
               ACCEPT CONTINUE-VIEW
           END-IF.
       300-EXIT.
           EXIT.

       400-UPDATE.
           IF WS-RECIPE-FOUND = "N"
               MOVE RECIPE-NOT-FOUND TO ERR-MSG
               DISPLAY ERR-ID
               ACCEPT ERR-ID
               GO TO 400-EXIT
           END-IF
           MOVE MRS-RCP-COMPONENTS TO WS-COMP-ENTRY
           PERFORM 290-CHECK-ITEM THRU 290-EXIT
           IF WS-ITEM-OK NOT = "Y"
               GO TO 400-EXIT
           END-IF
           MOVE SPACES TO WS-CONFIRM
           DISPLAY CLEAR
           DISPLAY SCR-DETAIL
           ACCEPT SCR-DETAIL
           IF F3 OR F4 OR F12
               GO TO 400-EXIT
           END-IF
           PERFORM 270-CHECK-COMPONENTS THRU 270-EXIT
           IF WS-COMP-OK = "N"
               MOVE COMP-NOT-ON-FILE TO ERR-MSG
               DISPLAY ERR-ID
               ACCEPT ERR-ID
               GO TO 400-EXIT
           END-IF
           IF WS-COMP-OK = "R"
               MOVE COMP-HAS-RECIPE TO ERR-MSG
               DISPLAY ERR-ID
               ACCEPT ERR-ID
               GO TO 400-EXIT
           END-IF
           DISPLAY CONFIRM-SAVE
           ACCEPT CONFIRM-SAVE
           IF WS-CONFIRM = "Y"
               MOVE WS-ITEM-NO-IN TO MRS-RCP-ITEM-NO
               MOVE WS-COMP-ENTRY TO MRS-RCP-COMPONENTS
               REWRITE MRS-RECIPE-REC
               PERFORM 600-CLEAR-OWN-STOCK THRU 600-EXIT
               MOVE "UPDATE" TO MRS-AUD-ACTION
               PERFORM 900-WRITE-AUDIT THRU 900-EXIT
               MOVE SUCCESS-UPDATED TO ERR-MSG
               DISPLAY SUCCESS-ID
               DISPLAY CONTINUE-VIEW
               ACCEPT CONTINUE-VIEW
           END-IF.
       400-EXIT.
           EXIT.

       500-VIEW.
           IF WS-RECIPE-FOUND = "N"
               MOVE RECIPE-NOT-FOUND TO ERR-MSG
               DISPLAY ERR-ID
               ACCEPT ERR-ID
               GO TO 500-EXIT
           END-IF
           MOVE MRS-RCP-COMPONENTS TO WS-COMP-ENTRY
           DISPLAY CLEAR
           DISPLAY SCR-DETAIL
           DISPLAY CONTINUE-VIEW
           ACCEPT CONTINUE-VIEW.
       500-EXIT.
           EXIT.

      * A recipe with anything in it takes over the item's stock:
      * its own on-hand and reorder point go to zero.
       600-CLEAR-OWN-STOCK.
           IF WS-COMP-USED NOT = "Y"
               GO TO 600-EXIT
           END-IF
           MOVE WS-ITEM-NO-IN TO MRS-CON-ITEM-NO
           READ MRS-CONCESSION-FILE KEY IS MRS-CON-ITEM-NO
               INVALID KEY
                   GO TO 600-EXIT
               NOT INVALID KEY
                   CONTINUE
           END-READ
           MOVE ZEROS TO MRS-CON-ON-HAND
           MOVE ZEROS TO MRS-CON-REORDER-PT
           REWRITE MRS-CONCESSION-REC.
       600-EXIT.
           EXIT.

      * Appends one line to the audit trail for this change. The
      * action code is set by the caller before the PERFORM.
       900-WRITE-AUDIT.
           MOVE WS-YEAR TO MRS-AUD-YEAR
           MOVE WS-MONTH TO MRS-AUD-MONTH
           MOVE WS-DAY TO MRS-AUD-DAY
           MOVE "MRS-1490" TO MRS-AUD-PROGRAM
           MOVE WS-ITEM-NO-IN TO MRS-AUD-KEY
           MOVE WS-OPERATOR-ID TO MRS-AUD-OPERATOR
           COPY "CPYBOOKS/MRS-AUDSEQ.CPY".
           WRITE MRS-AUDIT-REC.
       900-EXIT.
           EXIT.

       end program MRS-1490.
