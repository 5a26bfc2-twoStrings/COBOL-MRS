      * nightly depletion pass subtracts what sold; between the two
      * the on-hand figure finally means something.
      *
      * A delivery against a purchase order is keyed with the order
      * number: the order has to be released (MRS-1470) and have a
      * line for the item, and the quantity goes onto that line's
      * received count as well as on hand. When every line on the
      * order has come in full the order closes. Order number zero
      * receives stock bought by hand, as before.
      *
      * Each receipt moves the item's unit cost to the weighted
      * average of the stock already on the shelf and the delivery:
      * the delivery is costed at the unit cost keyed, or, keyed as
      * zero, at the order line's cost. A delivery with no cost
      * either way leaves the item's cost where it was. An item
      * with no cost yet, or nothing left on the shelf, simply
      * takes the delivery's cost.
      *
      * The item can be keyed by number or by scanning the barcode
      * on the carton or the unit (MRS-1580 looks it up); a code
      * not set up is refused and logged for the unknown barcode
      * report, so a new product gets set up before it is received.
      *
      * Called from the concession sale screen's receiving option.
      *****************************************************************

               ACCESS IS DYNAMIC
               RECORD KEY IS MRS-CON-ITEM-NO.

           SELECT MRS-POHDR-FILE
               ASSIGN TO UT-SYS-POHDR
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS MRS-POH-PO-NO
               ALTERNATE KEY IS MRS-POH-SUPPLIER
               WITH DUPLICATES
               FILE STATUS IS WS-POH-STATUS.

           SELECT MRS-POLINE-FILE
               ASSIGN TO UT-SYS-POLINE
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS MRS-POL-KEY
               ALTERNATE KEY IS MRS-POL-ITEM-NO
               WITH DUPLICATES
               FILE STATUS IS WS-POL-STATUS.

           SELECT MRS-AUDIT-FILE
               ASSIGN TO UT-SYS-AUDIT
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       COPY "CPYBOOKS/MRS-CONCESS.CPY".
       COPY "CPYBOOKS/MRS-POHDR.CPY".
       COPY "CPYBOOKS/MRS-POLINE.CPY".
       COPY "CPYBOOKS/MRS-AUDIT.CPY".
       COPY "CPYBOOKS/MRS-FILE-CFG.CPY".

       WORKING-STORAGE SECTION.
       COPY "CPYBOOKS/FUNCTION-KEYS.CPY".
       COPY "CPYBOOKS/MRS-SIGNON.CPY".
       COPY "CPYBOOKS/MRS-SEQPUT.CPY".
       COPY "CPYBOOKS/MRS-UPCPUT.CPY".
       COPY "CPYBOOKS/MRS-TRNPUT.CPY".
       COPY "CPYBOOKS/DATETIME.CPY".

       01 WS-FILENAMES.
         05 UT-SYS-CONCESS PIC X(50)
           VALUE "C:\COBOL\MRS-CONCESS-INDEX.DAT".
         05 UT-SYS-POHDR PIC X(50)
           VALUE "C:\COBOL\MRS-POHDR-INDEX.DAT".
         05 UT-SYS-POLINE PIC X(50)
           VALUE "C:\COBOL\MRS-POLINE-INDEX.DAT".
         05 UT-SYS-AUDIT PIC X(50) VALUE "C:\COBOL\MRS-AUDIT.LOG".
         05 UT-SYS-FILE-CFG PIC X(50)
           VALUE "C:\COBOL\MRS-FILE-PATHS.CFG".

       01 WS-SCREEN-WORK.
         05 WS-ITEM-NO-IN PIC 9(3).
         05 WS-ITEM-KEY-IN PIC X(14).
         05 WS-QTY-RECV PIC 9(5).
         05 WS-CONFIRM PIC X.
         05 WS-ENTER PIC X.
         05 WS-OPERATOR-ID PIC X(8).
         05 WS-PO-NO-IN PIC 9(6).
         05 WS-UNIT-COST-IN PIC 9(3)V999.
         05 WS-RECV-COST PIC 9(3)V999.
         05 WS-POH-STATUS PIC XX.
         05 WS-POL-STATUS PIC XX.
         05 WS-PO-OPEN PIC X.
         05 WS-PO-LINE-FOUND PIC X.
         05 WS-PO-ALL-IN PIC X.
         05 WS-SCAN-EOF PIC X.
         05 WS-TODAY-NUM PIC 9(8).
         05 WS-ERR-TEXT PIC X(50).

       SCREEN SECTION.
       01 CLEAR BLANK SCREEN PROMPT AUTO REQUIRED BACKGROUND-COLOR 0
       FOREGROUND-COLOR 7.
         05 MV-TITLE-LINE.
           10 LINE 1 COL 1 VALUE "MRS145".
           10 COL 10 PIC X(8) FROM MRS-SIGNON-BANNER
                FOREGROUND-COLOR 4.
           10 COL 30 VALUE "MOVIE THEATER SYSTEM".
           10 COL 70 PIC Z9 FROM WS-MONTH.
           10 COL 72 VALUE "/".
           10 COL 27 VALUE " F4 = RETURN".

       01 SCR-RECEIVE.
         05 LINE 6 COL 15 VALUE "ITEM NO OR UPC:".
         05 COL 33 PIC X(14) TO WS-ITEM-KEY-IN REVERSE-VIDEO.
         05 LINE 7 COL 12 VALUE "QUANTITY RECEIVED:".
         05 COL 33 PIC 9(5) TO WS-QTY-RECV REVERSE-VIDEO.
         05 LINE 8 COL 8 VALUE "PURCHASE ORDER (0=NONE):".
         05 COL 33 PIC 9(6) TO WS-PO-NO-IN REVERSE-VIDEO.
         05 LINE 9 COL 7 VALUE "UNIT COST (0=AS ORDERED):".
         05 COL 33 PIC 9(3)V999 TO WS-UNIT-COST-IN REVERSE-VIDEO.

       01 SCR-SHOW-ITEM.
         05 LINE 11 COL 25 VALUE "ITEM:".
         05 COL 33 PIC X(20) FROM MRS-CON-NAME.
         05 LINE 12 COL 16 VALUE "ON HAND BEFORE:".
         05 COL 33 PIC ZZZZ9 FROM MRS-CON-ON-HAND.
         05 LINE 13 COL 13 VALUE "UNIT COST BEFORE:".
         05 COL 33 PIC ZZ9.999 FROM MRS-CON-UNIT-COST.

       01 SCR-SHOW-PO-LINE.
         05 LINE 14 COL 11 VALUE "ORDER LINE ORDERED:".
         05 COL 33 PIC ZZZZ9 FROM MRS-POL-QTY-ORDERED.
         05 LINE 15 COL 13 VALUE "RECEIVED SO FAR:".
         05 COL 33 PIC ZZZZ9 FROM MRS-POL-QTY-RECEIVED.
         05 LINE 16 COL 18 VALUE "ORDER COST:".
         05 COL 33 PIC ZZ9.99 FROM MRS-POL-UNIT-COST.

       01 MSG.
         05 RECV-CONFIRM.
           10 LINE 22 COL 10 VALUE "NO ITEM UNDER THAT NUMBER".
           10 LINE 24 COL 40 VALUE "PRESS ENTER TO CONTINUE".
           10 COL 65 PIC X TO WS-ENTER.
         05 UPC-BAD FOREGROUND-COLOR 4.
           10 LINE 22 COL 10
             VALUE "BARCODE NOT SET UP - LOGGED FOR THE OFFICE".
           10 LINE 24 COL 40 VALUE "PRESS ENTER TO CONTINUE".
           10 COL 65 PIC X TO WS-ENTER.
         05 PO-BAD FOREGROUND-COLOR 4.
           10 LINE 22 COL 10 PIC X(50) FROM WS-ERR-TEXT.
           10 LINE 24 COL 40 VALUE "PRESS ENTER TO CONTINUE".
           10 COL 65 PIC X TO WS-ENTER.
         05 RECV-DONE FOREGROUND-COLOR 2.
           10 LINE 22 COL 10 VALUE "RECEIPT RECORDED - ON HAND NOW:".
           10 COL 43 PIC ZZZZ9 FROM MRS-CON-ON-HAND.
           10 LINE 23 COL 27 VALUE "UNIT COST NOW:".
           10 COL 43 PIC ZZ9.999 FROM MRS-CON-UNIT-COST.
           10 LINE 24 COL 40 VALUE "PRESS ENTER TO CONTINUE".
           10 COL 65 PIC X TO WS-ENTER.

           COPY "CPYBOOKS/ENABLE-KEYS.CPY".
           MOVE FUNCTION CURRENT-DATE TO WS-DATETIME
           MOVE MRS-SIGNON-OPERATOR TO WS-OPERATOR-ID
           COMPUTE WS-TODAY-NUM =
               (WS-YEAR * 10000) + (WS-MONTH * 100) + WS-DAY
           OPEN I-O MRS-CONCESSION-FILE
      *    A site that has never had an order has no order files -
      *    everything it receives is bought by hand.
           MOVE "N" TO WS-PO-OPEN
           OPEN I-O MRS-POHDR-FILE
           IF WS-POH-STATUS = '00'
               OPEN I-O MRS-POLINE-FILE
               IF WS-POL-STATUS = '00'
                   MOVE "Y" TO WS-PO-OPEN
               ELSE
                   CLOSE MRS-POHDR-FILE
               END-IF
           END-IF
           OPEN EXTEND MRS-AUDIT-FILE

           PERFORM 200-ONE-RECEIPT THRU 200-EXIT
               UNTIL (F3 OR F4)

           CLOSE MRS-CONCESSION-FILE
           IF WS-PO-OPEN = "Y"
               CLOSE MRS-POHDR-FILE
               CLOSE MRS-POLINE-FILE
           END-IF
           CLOSE MRS-AUDIT-FILE
           GOBACK.
       100-EXIT.
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

           EVALUATE CFG-KEY
               WHEN "CONCESS"
                   MOVE CFG-PATH TO UT-SYS-CONCESS
               WHEN "POHDR"
                   MOVE CFG-PATH TO UT-SYS-POHDR
               WHEN "POLINE"
                   MOVE CFG-PATH TO UT-SYS-POLINE
               WHEN "AUDIT"
                   MOVE CFG-PATH TO UT-SYS-AUDIT
           END-EVALUATE.

       200-ONE-RECEIPT.
           MOVE ZEROS TO WS-ITEM-NO-IN
           MOVE SPACES TO WS-ITEM-KEY-IN
           MOVE ZEROS TO WS-QTY-RECV
           MOVE ZEROS TO WS-PO-NO-IN
           MOVE ZEROS TO WS-UNIT-COST-IN
           DISPLAY CLEAR
           DISPLAY SCR-RECEIVE
           ACCEPT SCR-RECEIVE
           IF F3 OR F4
               GO TO 200-EXIT
           END-IF
      *    Anything longer than an item number is a scanned barcode.
           IF WS-ITEM-KEY-IN(4:11) NOT = SPACES
               MOVE WS-ITEM-KEY-IN TO MRS-UPP-CODE
               MOVE "MRS-1450" TO MRS-UPP-PROGRAM
               CALL "MRS-1580" USING MRS-UPC-PUT
               IF MRS-UPP-ANSWER = "N"
                   DISPLAY UPC-BAD
                   ACCEPT UPC-BAD
                   GO TO 200-EXIT
               END-IF
               IF MRS-UPP-ANSWER NOT = "Y"
                   DISPLAY ITEM-BAD
                   ACCEPT ITEM-BAD
                   GO TO 200-EXIT
               END-IF
               MOVE MRS-UPP-ITEM-NO TO WS-ITEM-NO-IN
           ELSE
               IF FUNCTION TEST-NUMVAL (WS-ITEM-KEY-IN) NOT = 0
                   DISPLAY ITEM-BAD
                   ACCEPT ITEM-BAD
                   GO TO 200-EXIT
               END-IF
               COMPUTE WS-ITEM-NO-IN =
                   FUNCTION NUMVAL (WS-ITEM-KEY-IN)
           END-IF
           MOVE WS-ITEM-NO-IN TO MRS-CON-ITEM-NO
           READ MRS-CONCESSION-FILE KEY IS MRS-CON-ITEM-NO
               INVALID KEY
               NOT INVALID KEY
                   CONTINUE
           END-READ
      *    Records written before the stock and cost fields existed
      *    carry spaces there - zero stock and no cost yet, not bad
      *    data.
           IF MRS-CON-ON-HAND NOT NUMERIC
               MOVE ZEROS TO MRS-CON-ON-HAND
           END-IF
           IF MRS-CON-REORDER-PT NOT NUMERIC
               MOVE ZEROS TO MRS-CON-REORDER-PT
           END-IF
           IF MRS-CON-UNIT-COST NOT NUMERIC
               MOVE ZEROS TO MRS-CON-UNIT-COST
           END-IF
           IF WS-PO-NO-IN NOT = ZEROS
               PERFORM 300-FIND-PO-LINE THRU 300-EXIT
               IF WS-PO-LINE-FOUND NOT = "Y"
                   DISPLAY PO-BAD
                   ACCEPT PO-BAD
                   GO TO 200-EXIT
               END-IF
           END-IF
           DISPLAY SCR-SHOW-ITEM
           IF WS-PO-NO-IN NOT = ZEROS
               DISPLAY SCR-SHOW-PO-LINE
           END-IF
           DISPLAY RECV-CONFIRM
           ACCEPT RECV-CONFIRM
           IF WS-CONFIRM = "Y" AND WS-QTY-RECV NOT = ZEROS
               PERFORM 260-AVERAGE-COST THRU 260-EXIT
               ADD WS-QTY-RECV TO MRS-CON-ON-HAND
               REWRITE MRS-CONCESSION-REC
               END-REWRITE
               PERFORM 900-WRITE-AUDIT THRU 900-EXIT
               IF WS-PO-NO-IN NOT = ZEROS
                   PERFORM 350-POST-PO-LINE THRU 350-EXIT
               END-IF
               DISPLAY RECV-DONE
               ACCEPT RECV-DONE
           END-IF.
       200-EXIT.
           EXIT.

      * Costs the delivery and folds it into the item's unit cost,
      * weighted by the stock on the shelf before it landed. Run
      * before the quantity goes onto on hand.
       260-AVERAGE-COST.
           MOVE WS-UNIT-COST-IN TO WS-RECV-COST
           IF WS-RECV-COST = ZERO AND WS-PO-NO-IN NOT = ZEROS
               IF MRS-POL-UNIT-COST NUMERIC
                   MOVE MRS-POL-UNIT-COST TO WS-RECV-COST
               END-IF
           END-IF
           IF WS-RECV-COST = ZERO
               GO TO 260-EXIT
           END-IF
           IF MRS-CON-UNIT-COST = ZERO OR MRS-CON-ON-HAND = ZERO
               MOVE WS-RECV-COST TO MRS-CON-UNIT-COST
           ELSE
               COMPUTE MRS-CON-UNIT-COST ROUNDED =
                   ((MRS-CON-ON-HAND * MRS-CON-UNIT-COST)
                  + (WS-QTY-RECV * WS-RECV-COST))
                  / (MRS-CON-ON-HAND + WS-QTY-RECV)
           END-IF.
       260-EXIT.
           EXIT.

      * The order has to be out with the supplier (released) and
      * carry a line for the item keyed. Leaves the line in the
      * record area for the posting.
       300-FIND-PO-LINE.
           MOVE "N" TO WS-PO-LINE-FOUND
           IF WS-PO-OPEN NOT = "Y"
               MOVE "NO PURCHASE ORDER UNDER THAT NUMBER" TO WS-ERR-TEXT
               GO TO 300-EXIT
           END-IF
           MOVE WS-PO-NO-IN TO MRS-POH-PO-NO
           READ MRS-POHDR-FILE KEY IS MRS-POH-PO-NO
               INVALID KEY
                   MOVE "NO PURCHASE ORDER UNDER THAT NUMBER"
                       TO WS-ERR-TEXT
                   GO TO 300-EXIT
           END-READ
           IF MRS-POH-STATUS NOT = "R"
               MOVE "THAT ORDER IS NOT OPEN - SEE MRS-1470"
                   TO WS-ERR-TEXT
               GO TO 300-EXIT
           END-IF
           MOVE "N" TO WS-SCAN-EOF
           MOVE WS-PO-NO-IN TO MRS-POL-PO-NO
           MOVE ZEROS TO MRS-POL-LINE
           START MRS-POLINE-FILE KEY IS NOT LESS THAN MRS-POL-KEY
               INVALID KEY
                   MOVE "Y" TO WS-SCAN-EOF
           END-START
           PERFORM UNTIL WS-SCAN-EOF = "Y" OR WS-PO-LINE-FOUND = "Y"
               READ MRS-POLINE-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-SCAN-EOF
                   NOT AT END
                       IF MRS-POL-PO-NO NOT = WS-PO-NO-IN
                           MOVE "Y" TO WS-SCAN-EOF
                       ELSE
                           IF MRS-POL-ITEM-NO = MRS-CON-ITEM-NO
                               MOVE "Y" TO WS-PO-LINE-FOUND
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-PO-LINE-FOUND NOT = "Y"
               MOVE "THAT ITEM IS NOT ON THAT ORDER" TO WS-ERR-TEXT
           END-IF.
       300-EXIT.
           EXIT.

      * Puts the receipt on the order line, then closes the order
      * once no line on it is still owed anything.
       350-POST-PO-LINE.
           ADD WS-QTY-RECV TO MRS-POL-QTY-RECEIVED
               ON SIZE ERROR
                   MOVE 99999 TO MRS-POL-QTY-RECEIVED
           END-ADD
           MOVE WS-TODAY-NUM TO MRS-POL-LAST-RECV
           REWRITE MRS-POLINE-REC
           END-REWRITE
           MOVE "Y" TO WS-PO-ALL-IN
           MOVE "N" TO WS-SCAN-EOF
           MOVE WS-PO-NO-IN TO MRS-POL-PO-NO
           MOVE ZEROS TO MRS-POL-LINE
           START MRS-POLINE-FILE KEY IS NOT LESS THAN MRS-POL-KEY
               INVALID KEY
                   MOVE "Y" TO WS-SCAN-EOF
           END-START
           PERFORM UNTIL WS-SCAN-EOF = "Y" OR WS-PO-ALL-IN = "N"
               READ MRS-POLINE-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-SCAN-EOF
                   NOT AT END
                       IF MRS-POL-PO-NO NOT = WS-PO-NO-IN
                           MOVE "Y" TO WS-SCAN-EOF
                       ELSE
                           IF MRS-POL-QTY-RECEIVED <
                              MRS-POL-QTY-ORDERED
                               MOVE "N" TO WS-PO-ALL-IN
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-PO-ALL-IN = "Y"
               MOVE "C" TO MRS-POH-STATUS
               REWRITE MRS-POHDR-REC
               END-REWRITE
           END-IF.
       350-EXIT.
           EXIT.

       900-WRITE-AUDIT.
           MOVE WS-YEAR TO MRS-AUD-YEAR
           MOVE WS-MONTH TO MRS-AUD-MONTH
           MOVE "RECV" TO MRS-AUD-ACTION
           MOVE MRS-CON-ITEM-NO TO MRS-AUD-KEY
           MOVE WS-OPERATOR-ID TO MRS-AUD-OPERATOR
           COPY "CPYBOOKS/MRS-AUDSEQ.CPY".
           WRITE MRS-AUDIT-REC.
       900-EXIT.
           EXIT.
