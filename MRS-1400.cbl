      *     lands on the trail under reserved item number 000 so
      *     the nightly summary can route the money to the gift
      *     card liability instead of concession revenue.
      *   Tender M splits the sale across up to four cash, card, or
      *     gift card portions until the total is covered; the trail
      *     gets a line per tender so the drawer and settlement runs
      *     see each one's money.
      *   O on the item number prompt sells from the offline cache
      *     (MRS-3590); the counter drops there on its own when the
      *     item file will not open. The resync run (MRS-3595) puts
      *     those sales on the live files.
      *   A staff employee id keyed on a sale rings it as a staff
      *     sale: the staff discount rule for the item (or combo)
      *     comes off in place of any promotion code, MRS-1570 checks
      *     it against the employee's monthly allowance first, and
      *     the sale goes on the staff purchase ledger. A staff sale
      *     is paid for - it cannot go out as a comp (tender P).
      *   E on the item number prompt jumps to staff discount rule
      *     maintenance (MRS-1560).
      *   S on the item number prompt jumps to supplier and item
      *     supply maintenance (MRS-1460); U jumps to the purchase
      *     orders (MRS-1470), to edit and release the drafts the
      *     night run builds from the reorder list.
      *   I on the item number prompt jumps to the physical
      *     inventory count (MRS-1480).
      *   A barcode scanned (or keyed) on the item number prompt
      *     rings the item it is set up against on item
      *     maintenance (MRS-1580 looks it up). A code not set up
      *     is refused and logged for the unknown barcode report
      *     rather than rung as a near match.
      *   K on the item number prompt jumps to recipe maintenance
      *     (MRS-1490) - the ingredients and packaging a prepared
      *     item uses up as it is sold.
      *   A tax exemption certificate keyed on a sale rings it
      *     without tax once MRS-1620 has proved the certificate on
      *     file, unrevoked, and unexpired; the trail line carries
      *     zero tax and the sale goes on the tax exempt sales
      *     ledger under the certificate.
      * Called from the main menu.
      *****************************************************************

               ASSIGN TO UT-SYS-CONCESS
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS MRS-CON-ITEM-NO
               FILE STATUS IS WS-CONS-STATUS.

           SELECT MRS-CON-SALES-FILE
               ASSIGN TO UT-SYS-CON-SALES
       WORKING-STORAGE SECTION.
       COPY "CPYBOOKS/FUNCTION-KEYS.CPY".
       COPY "CPYBOOKS/MRS-SIGNON.CPY".
       COPY "CPYBOOKS/MRS-TRNPUT.CPY".
       COPY "CPYBOOKS/DATETIME.CPY".
       COPY "CPYBOOKS/MRS-STFPUT.CPY".
       COPY "CPYBOOKS/MRS-UPCPUT.CPY".
       COPY "CPYBOOKS/MRS-TXEPUT.CPY".

       01 WS-FILENAMES.
         05 UT-SYS-CONCESS PIC X(50)
         05 UT-SYS-FILE-CFG PIC X(50)
           VALUE "C:\COBOL\MRS-FILE-PATHS.CFG".

       01 WS-OFFLINE-CTL.
         05 WS-CONS-STATUS PIC XX.
         05 WS-OFF-KIND PIC X VALUE "C".

       01 WS-FILE-CFG-CTL.
         05 WS-CFG-STATUS PIC XX.
         05 WS-CFG-EOF PIC X.
           88 CFG-EOF VALUE 'Y'.

       01 WS-SALE-WORK.
         05 WS-ITEM-IN PIC X(14).
         05 WS-ITEM-NO PIC 9(3).
         05 WS-QTY PIC 99.
         05 WS-AMOUNT PIC 9(5)V99.
       01 WS-MEMBER-WORK.
         05 WS-MEM-STATUS PIC XX.
         05 WS-MEMBER-NO PIC 9(6).
         05 WS-MEM-ON-FILE PIC X.
         05 WS-PTS-PER-DOLLAR PIC 9(2) VALUE 1.
         05 WS-PTS-EARNED PIC 9(5).
         05 WS-AMT-DOLLARS PIC 9(5).
         05 PIC X(9) VALUE "  TENDER ".
         05 RC-TENDER PIC X.
         05 PIC X(46) VALUE SPACES.
       01 WS-RCPT-SPLIT-LINE.
         05 PIC X(8) VALUE "  PAID  ".
         05 RC-SPL-MONEY PIC $Z,ZZ9.99.
         05 PIC X(9) VALUE "  TENDER ".
         05 RC-SPL-TENDER PIC X.
         05 PIC X(53) VALUE SPACES.
       01 WS-RCPT-RULE.
         05 PIC X(40) VALUE ALL "-".
         05 PIC X(40) VALUE SPACES.
         05 WS-DISCOUNT PIC 9(5)V99.
         05 WS-TODAY-CHK PIC 9(8).

      * Staff sale: the employee the clerk keyed (blank = not a staff
      * sale), and the class and price before the discount that go
      * on the staff purchase ledger once the sale is down.
       01 WS-STAFF-WORK.
         05 WS-STAFF-ID PIC X(8).
         05 WS-STAFF-OK PIC X.
         05 WS-STAFF-CLASS PIC X(4).
         05 WS-STAFF-FACE PIC 9(5)V99.
         05 WS-STAFF-DATE PIC 9(8).
         05 WS-COMBO-AMT PIC 9(5)V99.
         05 WS-COMBO-DISC PIC 9(5)V99.

      * Tax exempt sale: the certificate the clerk keyed (blank =
      * taxed as usual), whether MRS-1620 passed it, and the tax
      * the sale would have carried, which goes on the exempt
      * sales ledger beside the money.
       01 WS-EXEMPT-WORK.
         05 WS-EXEMPT-CERT PIC X(12).
         05 WS-EXEMPT-OK PIC X.
         05 WS-EXEMPT-WHY PIC X(30).
         05 WS-EXEMPT-DATE PIC 9(8).
         05 WS-EXM-TAX PIC 9(5)V99.
         05 WS-EXM-REF PIC X(12).

      * The prepared-food tax rate in force today at this site, off
      * the jurisdiction table at startup. The county says the
      * counter's food is taxable; a site with no table on disk
       01 WS-COMBO-WORK.
         05 WS-CMB-STATUS PIC XX.
         05 WS-COMBO-NO PIC 9(3).
         05 WS-CSL-COMBO PIC 99 VALUE ZERO.
         05 WS-COMBO-QTY PIC 99.
         05 WS-REG-TOTAL PIC 9(7)V99.
         05 WS-ALLOC PIC 9(5)V99.
         05 WS-COMP-PRICES.
           10 WS-COMP-PRICE PIC 9(3)V99 OCCURS 5 TIMES.

      * Split tender (tender M): the portions keyed, each with the
      * share of amount and tax it carries, and how much of each
      * share the trail lines written so far have used up.
       01 WS-SPLIT-WORK.
         05 WS-SPL-OK PIC X.
         05 WS-SPL-CNT PIC 9.
         05 WS-SPL-I PIC 9.
         05 WS-SPL-BIG PIC 9.
         05 WS-SPL-LEFT PIC 9(6)V99.
         05 WS-SPL-KEY-TND PIC X.
         05 WS-SPL-KEY-AMT PIC 9(6)V99.
         05 WS-SPL-KEY-GC PIC 9(8).
         05 WS-SPL-GC-HELD PIC 9(6)V99.
         05 WS-SPL-AMT-SUM PIC 9(5)V99.
         05 WS-SPL-TAX-SUM PIC 9(5)V99.
         05 WS-SPL-LINE-AMT PIC 9(5)V99.
         05 WS-SPL-LINE-TAX PIC 9(5)V99.
         05 WS-SPL-LINE-QTY PIC 99.
         05 WS-SPL-WROTE PIC X.
         05 WS-SPL-SAVE-AMT PIC 9(5)V99.
         05 WS-SPL-SAVE-TAX PIC 9(5)V99.
         05 WS-SPL-PART OCCURS 4 TIMES.
           10 WS-SPL-TND PIC X.
           10 WS-SPL-MONEY PIC 9(6)V99.
           10 WS-SPL-AMT PIC 9(5)V99.
           10 WS-SPL-TAX PIC 9(5)V99.
           10 WS-SPL-AMT-LEFT PIC 9(5)V99.
           10 WS-SPL-TAX-LEFT PIC 9(5)V99.
           10 WS-SPL-GC PIC 9(8).

       SCREEN SECTION.
       01 CLEAR BLANK SCREEN PROMPT AUTO REQUIRED BACKGROUND-COLOR 0
       FOREGROUND-COLOR 7.
         05 MV-TITLE-LINE.
           10 LINE 1 COL 1 VALUE "MRS140".
           10 COL 10 PIC X(8) FROM MRS-SIGNON-BANNER
                FOREGROUND-COLOR 4.
           10 COL 30 VALUE "MOVIE THEATER SYSTEM".
           10 COL 70 PIC Z9 FROM WS-MONTH.
           10 COL 72 VALUE "/".
           10 COL 27 VALUE " F4 = RETURN".

       01 SCR-SALE.
         05 LINE 6 COL 4 VALUE "ITEM/UPC (M/B/R/G/O/C+COMBO):".
         05 COL 33 PIC X(14) TO WS-ITEM-IN REVERSE-VIDEO.
         05 LINE 7 COL 21 VALUE "QUANTITY:".
         05 COL 33 PIC 99 TO WS-QTY REVERSE-VIDEO.
         05 LINE 8 COL 11 VALUE "TENDER (C/K/P/G/M):".
         05 COL 33 PIC X TO WS-TENDER REVERSE-VIDEO.
         05 LINE 9 COL 8 VALUE "MEMBER NO (0=WALK-UP):".
         05 COL 33 PIC 9(6) TO WS-MEMBER-NO REVERSE-VIDEO.
         05 LINE 10 COL 7 VALUE "PROMO CODE (BLANK=NONE):".
         05 COL 33 PIC X(8) TO WS-PROMO-CODE REVERSE-VIDEO.
         05 LINE 14 COL 3 VALUE "STAFF EMPLOYEE (BLANK=NONE):".
         05 COL 33 PIC X(8) TO WS-STAFF-ID REVERSE-VIDEO.
         05 LINE 18 COL 3 VALUE "TAX EXEMPT CERT (BLANK=NONE):".
         05 COL 33 PIC X(12) TO WS-EXEMPT-CERT REVERSE-VIDEO.

       01 SCR-GIFT-SELL.
         05 LINE 10 COL 12 VALUE "GIFT CARD NO:".
         05 LINE 13 COL 12 VALUE "GIFT CARD NO:".
         05 COL 28 PIC 9(8) TO WS-GC-NO REVERSE-VIDEO.

       01 SCR-SPLIT.
         05 LINE 15 COL 8 VALUE "SPLIT - LEFT TO PAY:".
         05 COL 30 PIC $ZZ,ZZ9.99 FROM WS-SPL-LEFT.
         05 COL 44 VALUE "TENDER (C/K/G):".
         05 COL 60 PIC X TO WS-SPL-KEY-TND REVERSE-VIDEO.
         05 LINE 16 COL 8 VALUE "PORTION (0 = ALL LEFT):".
         05 COL 33 PIC 9(6)V99 TO WS-SPL-KEY-AMT REVERSE-VIDEO.
         05 LINE 17 COL 8 VALUE "GIFT CARD NO:".
         05 COL 33 PIC 9(8) TO WS-SPL-KEY-GC REVERSE-VIDEO.

       01 SCR-PRICED.
         05 SCR1-R10.
           10 LINE 10 COL 26 VALUE "ITEM:".
             VALUE "NO ACTIVE ITEM UNDER THAT NUMBER".
           10 LINE 24 COL 40 VALUE "PRESS ENTER TO CONTINUE".
           10 COL 65 PIC X TO WS-ENTER.
         05 UPC-BAD FOREGROUND-COLOR 4.
           10 LINE 22 COL 10
             VALUE "BARCODE NOT SET UP - LOGGED FOR THE OFFICE".
           10 LINE 24 COL 40 VALUE "PRESS ENTER TO CONTINUE".
           10 COL 65 PIC X TO WS-ENTER.
         05 SALE-DONE FOREGROUND-COLOR 2.
           10 LINE 22 COL 15 VALUE "SALE RECORDED.".
           10 LINE 24 COL 40 VALUE "PRESS ENTER TO CONTINUE".
           10 COL 40 PIC $Z,ZZ9.99 FROM MRS-GC-BALANCE.
           10 LINE 24 COL 40 VALUE "PRESS ENTER TO CONTINUE".
           10 COL 65 PIC X TO WS-ENTER.
         05 MEM-MERGED FOREGROUND-COLOR 4.
           10 LINE 22 COL 10
             VALUE "MEMBER MERGED - NOT CREDITED".
           10 LINE 24 COL 40 VALUE "PRESS ENTER TO CONTINUE".
           10 COL 65 PIC X TO WS-ENTER.
         05 GIFT-BAD FOREGROUND-COLOR 4.
           10 LINE 22 COL 10
             VALUE "NO ACTIVE GIFT CARD UNDER THAT NUMBER".
             VALUE "CARD NUMBER AND AMOUNT MUST BOTH BE ENTERED".
           10 LINE 24 COL 40 VALUE "PRESS ENTER TO CONTINUE".
           10 COL 65 PIC X TO WS-ENTER.
         05 SPLIT-BAD FOREGROUND-COLOR 4.
           10 LINE 22 COL 10
             VALUE "TENDER MUST BE C, K, OR G - NO MORE THAN IS LEFT".
           10 LINE 24 COL 40 VALUE "PRESS ENTER TO CONTINUE".
           10 COL 65 PIC X TO WS-ENTER.
         05 DAY-NOT-OPEN FOREGROUND-COLOR 4.
           10 LINE 22 COL 10
             VALUE "BUSINESS DAY NOT OPEN - SEE A SUPERVISOR.".
           10 LINE 24 COL 40 VALUE "PRESS ENTER TO CONTINUE".
           10 COL 65 PIC X TO WS-ENTER.
         05 STAFF-BAD FOREGROUND-COLOR 4.
           10 LINE 22 COL 10
             VALUE "NOT AN EMPLOYEE ON THE STAFF DISCOUNT".
           10 LINE 24 COL 40 VALUE "PRESS ENTER TO CONTINUE".
           10 COL 65 PIC X TO WS-ENTER.
         05 STAFF-OVER FOREGROUND-COLOR 4.
           10 LINE 22 COL 10
             VALUE "OVER THE MONTH'S STAFF ALLOWANCE - LEFT:".
           10 COL 52 PIC $Z,ZZ9.99 FROM MRS-STF-LEFT.
           10 LINE 24 COL 40 VALUE "PRESS ENTER TO CONTINUE".
           10 COL 65 PIC X TO WS-ENTER.
         05 EXEMPT-BAD FOREGROUND-COLOR 4.
           10 LINE 22 COL 10 VALUE "TAX EXEMPT CERTIFICATE".
           10 COL 33 PIC X(30) FROM WS-EXEMPT-WHY.
           10 LINE 24 COL 40 VALUE "PRESS ENTER TO CONTINUE".
           10 COL 65 PIC X TO WS-ENTER.
         05 STAFF-NOT-COMP FOREGROUND-COLOR 4.
           10 LINE 22 COL 10
             VALUE "A STAFF SALE CANNOT BE RUNG AS A COMP".
           10 LINE 24 COL 40 VALUE "PRESS ENTER TO CONTINUE".
           10 COL 65 PIC X TO WS-ENTER.

       PROCEDURE DIVISION.
       100-MAIN.
           COMPUTE WS-TODAY-NUM =
               (WS-YEAR * 10000) + (WS-MONTH * 100) + WS-DAY
           OPEN I-O MRS-CONCESSION-FILE
      *    No item file, no live sale - the offline register sells
      *    from the cache until the masters are back.
           IF WS-CONS-STATUS NOT = '00'
               CALL "MRS-3590" USING WS-OFF-KIND
               GOBACK
           END-IF
           OPEN EXTEND MRS-CON-SALES-FILE
           OPEN I-O MRS-GIFT-CARD-FILE
           OPEN I-O MRS-MEMBER-FILE
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

           MOVE ZEROS TO WS-MEMBER-NO
           MOVE SPACES TO WS-PROMO-CODE
           MOVE ZEROS TO WS-DISCOUNT
           MOVE SPACES TO WS-STAFF-ID
           MOVE SPACES TO WS-EXEMPT-CERT
           MOVE "N" TO WS-EXEMPT-OK
           DISPLAY CLEAR
           DISPLAY SCR-SALE
           ACCEPT SCR-SALE
               CALL "MRS-1550"
               GO TO 200-EXIT
           END-IF
           IF WS-ITEM-IN = "O" OR WS-ITEM-IN = "O  "
               CALL "MRS-3590" USING WS-OFF-KIND
               GO TO 200-EXIT
           END-IF
           IF WS-ITEM-IN = "E" OR WS-ITEM-IN = "E  "
               CALL "MRS-1560"
               GO TO 200-EXIT
           END-IF
           IF WS-ITEM-IN = "S" OR WS-ITEM-IN = "S  "
               CLOSE MRS-CONCESSION-FILE
               CALL "MRS-1460"
               OPEN I-O MRS-CONCESSION-FILE
               GO TO 200-EXIT
           END-IF
           IF WS-ITEM-IN = "U" OR WS-ITEM-IN = "U  "
               CLOSE MRS-CONCESSION-FILE
               CALL "MRS-1470"
               OPEN I-O MRS-CONCESSION-FILE
               GO TO 200-EXIT
           END-IF
           IF WS-ITEM-IN = "I" OR WS-ITEM-IN = "I  "
               CLOSE MRS-CONCESSION-FILE
               CALL "MRS-1480"
               OPEN I-O MRS-CONCESSION-FILE
               GO TO 200-EXIT
           END-IF
           IF WS-ITEM-IN = "K" OR WS-ITEM-IN = "K  "
               CLOSE MRS-CONCESSION-FILE
               CALL "MRS-1490"
               OPEN I-O MRS-CONCESSION-FILE
               GO TO 200-EXIT
           END-IF
           IF WS-ITEM-IN(1:1) = "C" AND WS-ITEM-IN(2:2) NOT = SPACES
               PERFORM 500-COMBO-SALE THRU 500-EXIT
               GO TO 200-EXIT
           END-IF
      *    Anything longer than an item number is a scanned barcode;
      *    the item it is set up against rings from here on as if
      *    its number had been keyed.
           IF WS-ITEM-IN(4:11) NOT = SPACES
               MOVE WS-ITEM-IN TO MRS-UPP-CODE
               MOVE "MRS-1400" TO MRS-UPP-PROGRAM
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
               MOVE MRS-UPP-ITEM-NO TO WS-ITEM-IN
           END-IF
           IF FUNCTION TEST-NUMVAL (WS-ITEM-IN) NOT = 0
               DISPLAY ITEM-BAD
               ACCEPT ITEM-BAD
               NOT INVALID KEY
                   CONTINUE
           END-READ
      *    A stock-only item (kernels, a bucket) is drawn down
      *    through a recipe and never rung on its own.
           IF MRS-CON-ACTIVE-FLAG NOT = "Y"
              OR MRS-CON-STOCK-ONLY = "Y"
               DISPLAY ITEM-BAD
               ACCEPT ITEM-BAD
               GO TO 200-EXIT
           IF WS-QTY = ZERO
               MOVE 1 TO WS-QTY
           END-IF
           PERFORM 380-CHECK-EXEMPT THRU 380-EXIT
           IF WS-EXEMPT-CERT NOT = SPACES AND WS-EXEMPT-OK NOT = "Y"
               GO TO 200-EXIT
           END-IF
           COMPUTE WS-AMOUNT = WS-QTY * MRS-CON-PRICE
      *    A keyed promotion code takes its discount off here, so
      *    the confirmed amount and the trail line carry the money
      *    actually charged. A staff sale takes the staff discount
      *    instead - the two never stack.
           IF WS-STAFF-ID NOT = SPACES
               MOVE SPACES TO WS-PROMO-CODE
               MOVE "C" TO WS-STAFF-CLASS
               MOVE WS-ITEM-NO TO WS-STAFF-CLASS(2:3)
               MOVE MRS-CON-NAME TO MRS-STF-DESC
               PERFORM 340-STAFF-PRICE THRU 340-EXIT
               IF WS-STAFF-OK NOT = "Y"
                   GO TO 200-EXIT
               END-IF
           ELSE
               PERFORM 330-APPLY-PROMO THRU 330-EXIT
           END-IF
      *    The county taxes prepared food - the tax rides on top of
      *    the discounted amount, and the customer is quoted the
      *    with-tax total.
           COMPUTE WS-TAX ROUNDED =
               (WS-AMOUNT * WS-CON-TAX-RATE) / 100
      *    A sale under a good exemption certificate charges none of
      *    it.
           MOVE ZEROS TO WS-EXM-TAX
           IF WS-EXEMPT-OK = "Y"
               MOVE WS-TAX TO WS-EXM-TAX
               MOVE ZEROS TO WS-TAX
           END-IF
           COMPUTE WS-TOTAL = WS-AMOUNT + WS-TAX
           DISPLAY SCR-PRICED
           DISPLAY CON-CONFIRM
                       GO TO 200-EXIT
                   END-IF
               END-IF
      *        Tender M takes its portions here, the same way -
      *        backing out part way spends nothing.
               IF WS-TENDER = "M"
                   PERFORM 360-TAKE-SPLIT-TENDER THRU 360-EXIT
                   IF WS-SPL-OK NOT = "Y"
                       GO TO 200-EXIT
                   END-IF
               END-IF
               IF WS-TENDER = "M"
                   PERFORM 370-WRITE-SPLIT-LINE THRU 370-EXIT
               ELSE
                   PERFORM 300-WRITE-SALE-TXN THRU 300-EXIT
               END-IF
               IF WS-STAFF-ID NOT = SPACES
                   PERFORM 345-STAFF-POST THRU 345-EXIT
               END-IF
               IF WS-EXEMPT-OK = "Y"
                   MOVE MRS-CSL-TIME TO WS-EXM-REF
                   MOVE WS-ITEM-NO TO WS-EXM-REF(7:3)
                   PERFORM 385-EXEMPT-POST THRU 385-EXIT
               END-IF
               PERFORM 320-CREDIT-MEMBER THRU 320-EXIT
               MOVE MRS-CON-NAME TO RC-WHAT
               PERFORM 310-PRINT-RECEIPT THRU 310-EXIT
           MOVE WS-QTY TO MRS-CSL-QTY
           MOVE WS-AMOUNT TO MRS-CSL-AMOUNT
           IF WS-TENDER NOT = "K" AND WS-TENDER NOT = "P" AND
              WS-TENDER NOT = "G" AND WS-TENDER NOT = "M"
               MOVE "C" TO WS-TENDER
           END-IF
           MOVE WS-TENDER TO MRS-CSL-TENDER
           MOVE WS-PROMO-CODE TO MRS-CSL-PROMO-CODE
           MOVE WS-DISCOUNT TO MRS-CSL-DISCOUNT
           MOVE WS-TAX TO MRS-CSL-TAX
           MOVE WS-CSL-COMBO TO MRS-CSL-COMBO-NO
           WRITE MRS-CSL-REC.
       300-EXIT.
           EXIT.
           MOVE WS-TENDER TO RC-TENDER
           WRITE MRS-RECEIPT-LINE FROM WS-RCPT-LINE-1
           WRITE MRS-RECEIPT-LINE FROM WS-RCPT-LINE-2
           IF WS-TENDER = "M"
               PERFORM VARYING WS-SPL-I FROM 1 BY 1
                   UNTIL WS-SPL-I > WS-SPL-CNT
                   MOVE WS-SPL-TND(WS-SPL-I) TO RC-SPL-TENDER
                   MOVE WS-SPL-MONEY(WS-SPL-I) TO RC-SPL-MONEY
                   WRITE MRS-RECEIPT-LINE FROM WS-RCPT-SPLIT-LINE
               END-PERFORM
           END-IF
           WRITE MRS-RECEIPT-LINE FROM WS-RCPT-RULE.
       310-EXIT.
           EXIT.
       330-EXIT.
           EXIT.

      * Prices a staff sale: MRS-1570 looks up the staff discount
      * rule for WS-STAFF-CLASS and checks the discount against what
      * is left of the employee's monthly allowance. An employee not
      * on the discount, or a sale that would run past the
      * allowance, is refused before anything is charged. The
      * caller sets WS-AMOUNT (the price before the discount),
      * WS-STAFF-CLASS, and MRS-STF-DESC first.
       340-STAFF-PRICE.
           MOVE "N" TO WS-STAFF-OK
           MOVE ZEROS TO WS-DISCOUNT
           IF WS-TENDER = "P"
               DISPLAY STAFF-NOT-COMP
               ACCEPT STAFF-NOT-COMP
               GO TO 340-EXIT
           END-IF
           IF WS-BIZ-OPEN = "Y"
               MOVE WS-BIZ-DATE-NUM TO WS-STAFF-DATE
           ELSE
               MOVE WS-TODAY-NUM TO WS-STAFF-DATE
           END-IF
           MOVE WS-AMOUNT TO WS-STAFF-FACE
           MOVE "Q" TO MRS-STF-FUNCTION
           MOVE WS-STAFF-ID TO MRS-STF-EMPLOYEE
           MOVE WS-STAFF-DATE TO MRS-STF-DATE
           MOVE "C" TO MRS-STF-REGISTER
           MOVE WS-STAFF-CLASS TO MRS-STF-CLASS
           MOVE WS-STAFF-FACE TO MRS-STF-FACE
           MOVE ZEROS TO MRS-STF-PENDING
           CALL "MRS-1570" USING MRS-STAFF-PUT
           IF MRS-STF-ANSWER = "E"
               DISPLAY STAFF-BAD
               ACCEPT STAFF-BAD
               GO TO 340-EXIT
           END-IF
           IF MRS-STF-ANSWER NOT = "Y"
               DISPLAY STAFF-OVER
               ACCEPT STAFF-OVER
               GO TO 340-EXIT
           END-IF
           MOVE MRS-STF-DISCOUNT TO WS-DISCOUNT
           SUBTRACT WS-DISCOUNT FROM WS-AMOUNT
           MOVE "Y" TO WS-STAFF-OK.
       340-EXIT.
           EXIT.

      * Puts a rung staff sale on the staff purchase ledger - the
      * price before the discount and the discount taken, as 340
      * quoted them. WS-QTY is the quantity sold.
       345-STAFF-POST.
           MOVE "P" TO MRS-STF-FUNCTION
           MOVE WS-STAFF-ID TO MRS-STF-EMPLOYEE
           MOVE WS-STAFF-DATE TO MRS-STF-DATE
           MOVE "C" TO MRS-STF-REGISTER
           MOVE WS-STAFF-CLASS TO MRS-STF-CLASS
           MOVE WS-QTY TO MRS-STF-QTY
           MOVE WS-STAFF-FACE TO MRS-STF-FACE
           MOVE WS-DISCOUNT TO MRS-STF-DISCOUNT
           CALL "MRS-1570" USING MRS-STAFF-PUT.
       345-EXIT.
           EXIT.

      * Proves a keyed tax exemption certificate good for the
      * selling day through MRS-1620. No certificate keyed is an
      * ordinary taxed sale; one not on file, revoked, or expired
      * refuses the sale with the reason on the message line.
       380-CHECK-EXEMPT.
           MOVE "N" TO WS-EXEMPT-OK
           IF WS-EXEMPT-CERT = SPACES
               GO TO 380-EXIT
           END-IF
           IF WS-BIZ-OPEN = "Y"
               MOVE WS-BIZ-DATE-NUM TO WS-EXEMPT-DATE
           ELSE
               MOVE WS-TODAY-NUM TO WS-EXEMPT-DATE
           END-IF
           MOVE "V" TO MRS-TXE-FUNCTION
           MOVE WS-EXEMPT-CERT TO MRS-TXE-CERT-NO
           MOVE WS-EXEMPT-DATE TO MRS-TXE-DATE
           CALL "MRS-1620" USING MRS-EXEMPT-PUT
           EVALUATE MRS-TXE-ANSWER
               WHEN "Y"
                   MOVE "Y" TO WS-EXEMPT-OK
               WHEN "X"
                   MOVE "HAS EXPIRED." TO WS-EXEMPT-WHY
               WHEN "R"
                   MOVE "HAS BEEN REVOKED." TO WS-EXEMPT-WHY
               WHEN OTHER
                   MOVE "IS NOT ON FILE." TO WS-EXEMPT-WHY
           END-EVALUATE
           IF WS-EXEMPT-OK NOT = "Y"
               DISPLAY EXEMPT-BAD
               ACCEPT EXEMPT-BAD
           END-IF.
       380-EXIT.
           EXIT.

      * Puts a rung exempt sale on the tax exempt sales ledger under
      * its certificate - the money rung and the tax forgone, with
      * the trail line's time and item (or C and the combo number)
      * as the reference. The caller sets WS-EXM-REF first.
       385-EXEMPT-POST.
           MOVE "P" TO MRS-TXE-FUNCTION
           MOVE WS-EXEMPT-CERT TO MRS-TXE-CERT-NO
           MOVE WS-EXEMPT-DATE TO MRS-TXE-DATE
           MOVE "C" TO MRS-TXE-REGISTER
           MOVE "SALE" TO MRS-TXE-ACTION
           MOVE WS-EXM-REF TO MRS-TXE-REF
           MOVE WS-AMOUNT TO MRS-TXE-AMOUNT
           MOVE WS-EXM-TAX TO MRS-TXE-TAX-FORGONE
           CALL "MRS-1620" USING MRS-EXEMPT-PUT.
       385-EXIT.
           EXIT.

      * Credits the sale's rewards points to the member the clerk
      * keyed: one point per whole dollar rung. Zero means a
      * walk-up; an unknown number is simply not credited (the
               NOT INVALID KEY
                   CONTINUE
           END-READ
           MOVE "Y" TO WS-MEM-ON-FILE
           PERFORM 325-FOLLOW-MERGE THRU 325-EXIT
           IF WS-MEM-ON-FILE = "N"
               GO TO 320-EXIT
           END-IF
           IF MRS-MEM-POINTS NOT NUMERIC
               MOVE ZEROS TO MRS-MEM-POINTS
           END-IF
       320-EXIT.
           EXIT.

      * Follows a number merged away on MRS-1210 to the member it
      * was merged into, and on again if that one has since been
      * merged too, so the card in the customer's hand still earns.
      * A number merged before the survivor was kept on the record
      * has nowhere to go and is refused.
       325-FOLLOW-MERGE.
           IF MRS-MEM-ACTIVE-FLAG NOT = "M"
               GO TO 325-EXIT
           END-IF
           IF MRS-MEM-MERGED-INTO NOT NUMERIC OR
              MRS-MEM-MERGED-INTO = ZEROS
               MOVE "N" TO WS-MEM-ON-FILE
               DISPLAY MEM-MERGED
               ACCEPT MEM-MERGED
               GO TO 325-EXIT
           END-IF
           MOVE MRS-MEM-MERGED-INTO TO MRS-MEM-NO
           READ MRS-MEMBER-FILE KEY IS MRS-MEM-NO
               INVALID KEY
                   MOVE "N" TO WS-MEM-ON-FILE
                   GO TO 325-EXIT
           END-READ
           GO TO 325-FOLLOW-MERGE.
       325-EXIT.
           EXIT.

      * Checks and debits the gift card a tender-G sale spends: on
      * file, active, and holding enough to cover the amount due.
       350-REDEEM-GIFT-CARD.
       350-EXIT.
           EXIT.

      * Takes a tender-M sale's portions off the clerk until the
      * with-tax total is covered, then debits the gift cards among
      * them and shares the amount and tax out across the portions.
      * A zero portion takes everything left, and the fourth always
      * does. A gift card portion is proved live and covered as it
      * is keyed (counting an earlier portion on the same card), so
      * F3/F4 part way through leaves every card as it was.
       360-TAKE-SPLIT-TENDER.
           MOVE "Y" TO WS-SPL-OK
           MOVE ZEROS TO WS-SPL-CNT
           MOVE WS-TOTAL TO WS-SPL-LEFT
      *    Nothing owed leaves nothing to split - it rings as cash.
           IF WS-TOTAL = ZERO
               MOVE "C" TO WS-TENDER
               GO TO 360-EXIT
           END-IF
           PERFORM 365-TAKE-ONE-PORTION THRU 365-EXIT
               UNTIL WS-SPL-LEFT = ZERO OR WS-SPL-OK NOT = "Y"
           IF WS-SPL-OK NOT = "Y"
               GO TO 360-EXIT
           END-IF
           PERFORM 375-POST-SPLIT-GIFT THRU 375-EXIT
           PERFORM 368-APPORTION-SPLIT THRU 368-EXIT.
       360-EXIT.
           EXIT.

       365-TAKE-ONE-PORTION.
           MOVE SPACE TO WS-SPL-KEY-TND
           MOVE ZEROS TO WS-SPL-KEY-AMT
           MOVE ZEROS TO WS-SPL-KEY-GC
           DISPLAY SCR-SPLIT
           ACCEPT SCR-SPLIT
           IF F3 OR F4
               MOVE "N" TO WS-SPL-OK
               GO TO 365-EXIT
           END-IF
           IF WS-SPL-KEY-AMT = ZERO OR WS-SPL-CNT = 3
               MOVE WS-SPL-LEFT TO WS-SPL-KEY-AMT
           END-IF
           IF (WS-SPL-KEY-TND NOT = "C" AND WS-SPL-KEY-TND NOT = "K"
               AND WS-SPL-KEY-TND NOT = "G")
              OR WS-SPL-KEY-AMT > WS-SPL-LEFT
               DISPLAY SPLIT-BAD
               ACCEPT SPLIT-BAD
               GO TO 365-EXIT
           END-IF
           IF WS-SPL-KEY-TND = "G"
               IF WS-GC-STATUS NOT = '00'
                   DISPLAY GIFT-BAD
                   ACCEPT GIFT-BAD
                   GO TO 365-EXIT
               END-IF
               MOVE WS-SPL-KEY-GC TO MRS-GC-NO
               READ MRS-GIFT-CARD-FILE
                   INVALID KEY
                       DISPLAY GIFT-BAD
                       ACCEPT GIFT-BAD
                       GO TO 365-EXIT
                   NOT INVALID KEY
                       CONTINUE
               END-READ
               IF MRS-GC-STATUS NOT = "A"
                   DISPLAY GIFT-BAD
                   ACCEPT GIFT-BAD
                   GO TO 365-EXIT
               END-IF
               MOVE WS-SPL-KEY-AMT TO WS-SPL-GC-HELD
               PERFORM VARYING WS-SPL-I FROM 1 BY 1
                   UNTIL WS-SPL-I > WS-SPL-CNT
                   IF WS-SPL-TND(WS-SPL-I) = "G" AND
                      WS-SPL-GC(WS-SPL-I) = WS-SPL-KEY-GC
                       ADD WS-SPL-MONEY(WS-SPL-I) TO WS-SPL-GC-HELD
                   END-IF
               END-PERFORM
               IF MRS-GC-BALANCE < WS-SPL-GC-HELD
                   DISPLAY GIFT-SHORT
                   ACCEPT GIFT-SHORT
                   GO TO 365-EXIT
               END-IF
           ELSE
               MOVE ZEROS TO WS-SPL-KEY-GC
           END-IF
           ADD 1 TO WS-SPL-CNT
           MOVE WS-SPL-KEY-TND TO WS-SPL-TND(WS-SPL-CNT)
           MOVE WS-SPL-KEY-AMT TO WS-SPL-MONEY(WS-SPL-CNT)
           MOVE WS-SPL-KEY-GC TO WS-SPL-GC(WS-SPL-CNT)
           SUBTRACT WS-SPL-KEY-AMT FROM WS-SPL-LEFT.
       365-EXIT.
           EXIT.

      * Shares the sale's amount and tax across the portions by each
      * portion's money - every portion but the largest takes its
      * tax share cut down to the cent and the rest of its money as
      * amount, and the largest takes what remains, so the shares
      * add back to the sale exactly and each portion's amount plus
      * tax is the money that tender took. MRS-3500 splits a ticket
      * sale the same way.
       368-APPORTION-SPLIT.
           MOVE ZEROS TO WS-SPL-AMT-SUM
           MOVE ZEROS TO WS-SPL-TAX-SUM
           MOVE 1 TO WS-SPL-BIG
           PERFORM VARYING WS-SPL-I FROM 1 BY 1
               UNTIL WS-SPL-I > WS-SPL-CNT
               IF WS-SPL-MONEY(WS-SPL-I) > WS-SPL-MONEY(WS-SPL-BIG)
                   MOVE WS-SPL-I TO WS-SPL-BIG
               END-IF
           END-PERFORM
           PERFORM VARYING WS-SPL-I FROM 1 BY 1
               UNTIL WS-SPL-I > WS-SPL-CNT
               IF WS-SPL-I NOT = WS-SPL-BIG
                   COMPUTE WS-SPL-TAX(WS-SPL-I) =
                       (WS-TAX * WS-SPL-MONEY(WS-SPL-I)) / WS-TOTAL
                   COMPUTE WS-SPL-AMT(WS-SPL-I) =
                       WS-SPL-MONEY(WS-SPL-I) - WS-SPL-TAX(WS-SPL-I)
                   ADD WS-SPL-TAX(WS-SPL-I) TO WS-SPL-TAX-SUM
                   ADD WS-SPL-AMT(WS-SPL-I) TO WS-SPL-AMT-SUM
               END-IF
           END-PERFORM
           COMPUTE WS-SPL-TAX(WS-SPL-BIG) = WS-TAX - WS-SPL-TAX-SUM
           COMPUTE WS-SPL-AMT(WS-SPL-BIG) = WS-AMOUNT - WS-SPL-AMT-SUM
           PERFORM VARYING WS-SPL-I FROM 1 BY 1
               UNTIL WS-SPL-I > WS-SPL-CNT
               MOVE WS-SPL-AMT(WS-SPL-I) TO WS-SPL-AMT-LEFT(WS-SPL-I)
               MOVE WS-SPL-TAX(WS-SPL-I) TO WS-SPL-TAX-LEFT(WS-SPL-I)
           END-PERFORM.
       368-EXIT.
           EXIT.

      * Writes one item line of a split sale (WS-ITEM-NO, WS-QTY,
      * WS-AMOUNT, WS-TAX as 300 would take them) across the
      * portions in order: each portion's share is used up before
      * the next one's is touched, so however many lines the sale
      * has - one item, or a combo's components - the lines for an
      * item add back to that item's money and the lines for a
      * tender add back to that tender's money. The quantity rides
      * on the item's first line only.
       370-WRITE-SPLIT-LINE.
           MOVE WS-AMOUNT TO WS-SPL-SAVE-AMT
           MOVE WS-TAX TO WS-SPL-SAVE-TAX
           MOVE WS-AMOUNT TO WS-SPL-LINE-AMT
           MOVE WS-TAX TO WS-SPL-LINE-TAX
           MOVE WS-QTY TO WS-SPL-LINE-QTY
           MOVE "N" TO WS-SPL-WROTE
           PERFORM VARYING WS-SPL-I FROM 1 BY 1
               UNTIL WS-SPL-I > WS-SPL-CNT
               IF WS-SPL-LINE-AMT > WS-SPL-AMT-LEFT(WS-SPL-I)
                   MOVE WS-SPL-AMT-LEFT(WS-SPL-I) TO WS-AMOUNT
               ELSE
                   MOVE WS-SPL-LINE-AMT TO WS-AMOUNT
               END-IF
               IF WS-SPL-LINE-TAX > WS-SPL-TAX-LEFT(WS-SPL-I)
                   MOVE WS-SPL-TAX-LEFT(WS-SPL-I) TO WS-TAX
               ELSE
                   MOVE WS-SPL-LINE-TAX TO WS-TAX
               END-IF
               IF WS-AMOUNT > ZERO OR WS-TAX > ZERO
                   SUBTRACT WS-AMOUNT FROM WS-SPL-AMT-LEFT(WS-SPL-I)
                   SUBTRACT WS-TAX FROM WS-SPL-TAX-LEFT(WS-SPL-I)
                   SUBTRACT WS-AMOUNT FROM WS-SPL-LINE-AMT
                   SUBTRACT WS-TAX FROM WS-SPL-LINE-TAX
                   MOVE WS-SPL-TND(WS-SPL-I) TO WS-TENDER
                   PERFORM 300-WRITE-SALE-TXN THRU 300-EXIT
                   MOVE ZEROS TO WS-QTY
                   MOVE "Y" TO WS-SPL-WROTE
               END-IF
           END-PERFORM
      *    A component priced at nothing still goes down once so the
      *    day summary counts it.
           IF WS-SPL-WROTE = "N"
               MOVE ZEROS TO WS-AMOUNT
               MOVE ZEROS TO WS-TAX
               MOVE WS-SPL-TND(1) TO WS-TENDER
               PERFORM 300-WRITE-SALE-TXN THRU 300-EXIT
           END-IF
           MOVE "M" TO WS-TENDER
           MOVE WS-SPL-LINE-QTY TO WS-QTY
           MOVE WS-SPL-SAVE-AMT TO WS-AMOUNT
           MOVE WS-SPL-SAVE-TAX TO WS-TAX.
       370-EXIT.
           EXIT.

      * Spends each gift card portion of a split sale off its card.
       375-POST-SPLIT-GIFT.
           PERFORM VARYING WS-SPL-I FROM 1 BY 1
               UNTIL WS-SPL-I > WS-SPL-CNT
               IF WS-SPL-TND(WS-SPL-I) = "G"
                   MOVE WS-SPL-GC(WS-SPL-I) TO MRS-GC-NO
                   READ MRS-GIFT-CARD-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           SUBTRACT WS-SPL-MONEY(WS-SPL-I)
                               FROM MRS-GC-BALANCE
                           REWRITE MRS-GIFT-CARD-REC
                           END-REWRITE
                   END-READ
               END-IF
           END-PERFORM.
       375-EXIT.
           EXIT.

      * Rings an advertised combo as one keystroke. The customer is
      * charged the one combo price; the trail gets one line per
      * COMPONENT item with the combo price prorated across them by
           IF WS-QTY = ZERO
               MOVE 1 TO WS-QTY
           END-IF
           PERFORM 380-CHECK-EXEMPT THRU 380-EXIT
           IF WS-EXEMPT-CERT NOT = SPACES AND WS-EXEMPT-OK NOT = "Y"
               GO TO 500-EXIT
           END-IF
           MOVE WS-QTY TO WS-COMBO-QTY
      *    Price every component at its regular price first - the
      *    regular total is what the combo price gets prorated
               GO TO 500-EXIT
           END-IF
           COMPUTE WS-AMOUNT = WS-COMBO-QTY * MRS-CMB-PRICE
      *    A staff combo takes the staff discount off the combo
      *    price; the components are prorated from what is left.
           MOVE ZEROS TO WS-COMBO-DISC
           IF WS-STAFF-ID NOT = SPACES
               MOVE "CMB*" TO WS-STAFF-CLASS
               MOVE MRS-CMB-NAME TO MRS-STF-DESC
               PERFORM 340-STAFF-PRICE THRU 340-EXIT
               IF WS-STAFF-OK NOT = "Y"
                   GO TO 500-EXIT
               END-IF
               MOVE WS-DISCOUNT TO WS-COMBO-DISC
           END-IF
           MOVE WS-AMOUNT TO WS-COMBO-AMT
           COMPUTE WS-COMBO-TAX ROUNDED =
               (WS-AMOUNT * WS-CON-TAX-RATE) / 100
           MOVE ZEROS TO WS-EXM-TAX
           IF WS-EXEMPT-OK = "Y"
               MOVE WS-COMBO-TAX TO WS-EXM-TAX
               MOVE ZEROS TO WS-COMBO-TAX
           END-IF
           MOVE WS-COMBO-TAX TO WS-TAX
           COMPUTE WS-TOTAL = WS-AMOUNT + WS-COMBO-TAX
           DISPLAY SCR-COMBO-PRICED
                   GO TO 500-EXIT
               END-IF
           END-IF
           IF WS-TENDER = "M"
               PERFORM 360-TAKE-SPLIT-TENDER THRU 360-EXIT
               IF WS-SPL-OK NOT = "Y"
                   GO TO 500-EXIT
               END-IF
           END-IF
           PERFORM 530-WRITE-COMBO-LINES THRU 530-EXIT
           MOVE WS-COMBO-QTY TO WS-QTY
           MOVE WS-COMBO-AMT TO WS-AMOUNT
           COMPUTE WS-TOTAL = WS-AMOUNT + WS-COMBO-TAX
           IF WS-STAFF-ID NOT = SPACES
               MOVE WS-COMBO-DISC TO WS-DISCOUNT
               PERFORM 345-STAFF-POST THRU 345-EXIT
           END-IF
           IF WS-EXEMPT-OK = "Y"
               MOVE MRS-CSL-TIME TO WS-EXM-REF
               MOVE "C" TO WS-EXM-REF(7:1)
               MOVE WS-COMBO-NO TO WS-EXM-REF(8:3)
               PERFORM 385-EXEMPT-POST THRU 385-EXIT
           END-IF
           PERFORM 320-CREDIT-MEMBER THRU 320-EXIT
           MOVE MRS-CMB-NAME TO RC-WHAT
           PERFORM 310-PRINT-RECEIPT THRU 310-EXIT
               END-IF
           END-PERFORM
           MOVE ZEROS TO WS-ALLOC-SUM
           MOVE WS-COMBO-AMT TO WS-AMOUNT
           MOVE WS-AMOUNT TO WS-ALLOC
      *    The component lines carry the combo's number so the
      *    margin report can put the combo back together.
           MOVE WS-COMBO-NO TO WS-CSL-COMBO
           PERFORM 540-WRITE-ONE-COMPONENT THRU 540-EXIT
               VARYING WS-C FROM 1 BY 1 UNTIL WS-C > 5
           MOVE ZERO TO WS-CSL-COMBO.
       530-EXIT.
           EXIT.

           IF MRS-CMB-ITEM-NO(WS-C) = ZEROS
               GO TO 540-EXIT
           END-IF
           MOVE WS-COMBO-AMT TO WS-AMOUNT
           IF WS-C = WS-LAST-C
               COMPUTE WS-ALLOC = WS-AMOUNT - WS-ALLOC-SUM
           ELSE
           COMPUTE WS-QTY = WS-COMBO-QTY * MRS-CMB-ITEM-QTY(WS-C)
           MOVE WS-ALLOC TO WS-AMOUNT
      *    The combo's tax rides whole on the last component line,
      *    so the trail's tax sums to exactly what was collected. A
      *    staff combo's discount rides there too.
           IF WS-C = WS-LAST-C
               MOVE WS-COMBO-TAX TO WS-TAX
               MOVE WS-COMBO-DISC TO WS-DISCOUNT
           ELSE
               MOVE ZEROS TO WS-TAX
               MOVE ZEROS TO WS-DISCOUNT
           END-IF
      *    A split combo spreads each component across the tenders.
           IF WS-TENDER = "M"
               PERFORM 370-WRITE-SPLIT-LINE THRU 370-EXIT
           ELSE
               PERFORM 300-WRITE-SALE-TXN THRU 300-EXIT
           END-IF.
       540-EXIT.
           EXIT.

