      * the box office the way it does for rentals, so the journal
      * number is built from the run date with batch number 90 - the
      * series corporate set aside for box-office drops.
      *
      * Every revenue, tax, gift card and pass line has its other
      * side written with it: what came in as cash goes against the
      * cash account, what came in on a card against card settlement
      * clearing, what the online partner sold against the partner
      * receivable - less the partner's fee, which goes to its own
      * expense account - so the day's journal nets to zero. The
      * lines are laid down on this run's staging file and MRS-5030
      * releases the journal to the feed only if it balances.
      * Each showing's revenue line is staged under the theatre it
      * played at, for the site profit and loss statement; the
      * tender and liability lines are chain-wide.
      *****************************************************************

       ENVIRONMENT DIVISION.
               FILE STATUS IS WS-TIX-STATUS.

           SELECT MRS-GL-POST-FILE
               ASSIGN TO UT-SYS-GL-STAGE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STAGE-STATUS.

           SELECT MRS-TIC-CONTROL-RPT
               ASSIGN TO UT-SYS-CONTROL-RPT
       FILE SECTION.
       COPY "CPYBOOKS/MRS-TICKET-SALES.CPY".
       COPY "CPYBOOKS/MRS-TSLIDX.CPY".
       COPY "CPYBOOKS/MRS-GLSTG.CPY".
       COPY "CPYBOOKS/MRS-FILE-CFG.CPY".

       FD  MRS-TIC-CONTROL-RPT

       WORKING-STORAGE SECTION.
       COPY "CPYBOOKS/DATETIME.CPY".
       COPY "CPYBOOKS/MRS-SIGNON.CPY".
       COPY "CPYBOOKS/MRS-TRNPUT.CPY".
       COPY "CPYBOOKS/MRS-GLAPUT.CPY".
       COPY "CPYBOOKS/MRS-GLRPUT.CPY".

       01  WS-FILENAMES.
           05  UT-SYS-TIC-SALES      PIC X(50)
                               VALUE "C:\COBOL\MRS-TICKET-SALES.DAT".
           05  UT-SYS-TSLIDX         PIC X(50)
                               VALUE "C:\COBOL\MRS-TSLIDX-INDEX.DAT".
           05  UT-SYS-GL-STAGE       PIC X(50)
                               VALUE "C:\COBOL\MRS-GL-STAGE-5100.DAT".
           05  UT-SYS-CONTROL-RPT    PIC X(50)
                               VALUE "C:\COBOL\MRS-TIC-CONTROL.RPT".
           05  UT-SYS-FILE-CFG       PIC X(50)
       01  WS-SWITCHES.
           05  WS-SALES-STATUS       PIC XX.
           05  WS-TIX-STATUS         PIC XX.
           05  WS-STAGE-STATUS       PIC XX.
           05  SALES-EOF             PIC X.
           05  TIX-EOF               PIC X.

       01  WS-POSTING.
           05  WS-POSTNUM            PIC 9(3) VALUE ZERO.
           05  WS-ACCNUM-TICKET      PIC 999.
           05  WS-ACCNUM-TAX         PIC 999.
           05  WS-ACCNUM-GIFT        PIC 999.
           05  WS-ACCNUM-PASS        PIC 999.
           05  WS-ACCNUM-CASH        PIC 999.
           05  WS-ACCNUM-CARD        PIC 999.
           05  WS-ACCNUM-ONLINE      PIC 999.
           05  WS-ACCNUM-ONLFEE      PIC 999.
           05  WS-TAX-NET            PIC S9(7)V99 VALUE ZERO.
           05  WS-GIFT-NET           PIC S9(7)V99 VALUE ZERO.
           05  WS-PASS-NET           PIC S9(7)V99 VALUE ZERO.
           05  WS-CASH-NET           PIC S9(7)V99 VALUE ZERO.
           05  WS-CARD-NET           PIC S9(7)V99 VALUE ZERO.
           05  WS-ONLINE-NET         PIC S9(7)V99 VALUE ZERO.
           05  WS-ONLFEE-NET         PIC S9(7)V99 VALUE ZERO.
           05  WS-TENDER-MONEY       PIC S9(7)V99.
           05  WS-PREFIX             PIC X(4) VALUE 'MRS-'.
           05  WS-JOR-BATCH          PIC 99 VALUE 90.
           05  WS-GL-DESC-BUILD.
               10 PIC X(15)          VALUE 'TICKETS SCREEN '.
               10 WGD-SCREEN         PIC 99.
               10 PIC X(6)           VALUE ' SHOW '.
               10 WGD-SHOW-TIME      PIC X(7).

       01  WS-DATE-CALC.
           05  WS-TODAY-NUM          PIC 9(8).
           05  WS-SHOW-SLOT OCCURS 99 TIMES INDEXED BY TOT-I.
               10  WST-SHOW-ID       PIC 9(4).
               10  WST-USED          PIC X.
               10  WST-SCREEN        PIC 99.
               10  WST-SHOW-TIME     PIC X(7).
               10  WST-SITE          PIC X(2).
               10  WST-AMOUNT        PIC S9(7)V99.

       01  WS-CONTROL-TOTALS.
           05  WS-RFND-LINE-CNT      PIC 9(5) VALUE ZERO.
           05  WS-GCRD-LINE-CNT      PIC 9(5) VALUE ZERO.
           05  WS-PASS-LINE-CNT      PIC 9(5) VALUE ZERO.
           05  WS-ONLINE-LINE-CNT    PIC 9(5) VALUE ZERO.
           05  WS-POST-LINE-CNT      PIC 9(5) VALUE ZERO.
           05  WS-GRAND-AMT-TOT      PIC S9(7)V99 VALUE ZERO.


       PROCEDURE DIVISION.
       100-MAIN.
      *    The accounts come off the chart of accounts; a source with
      *    no single active account refuses the run before anything
      *    is written (MRS-5020 prints why).
           MOVE "MRS-5100" TO MRS-GAP-PROGRAM
           MOVE "**" TO MRS-GAP-SITE
           MOVE 8 TO MRS-GAP-COUNT
           MOVE "TICKET" TO MRS-GAP-SOURCE(1)
           MOVE "SALESTAX" TO MRS-GAP-SOURCE(2)
           MOVE "GIFTCARD" TO MRS-GAP-SOURCE(3)
           MOVE "PASS" TO MRS-GAP-SOURCE(4)
           MOVE "CASH" TO MRS-GAP-SOURCE(5)
           MOVE "CARDCLR" TO MRS-GAP-SOURCE(6)
           MOVE "ONLINEAR" TO MRS-GAP-SOURCE(7)
           MOVE "ONLINFEE" TO MRS-GAP-SOURCE(8)
           CALL "MRS-5020" USING MRS-GLA-PUT
           IF MRS-GAP-ANSWER NOT = "Y"
               DISPLAY "MRS-5100: GL ACCOUNTS NOT IN ORDER - "
                   "RUN REFUSED, NOTHING POSTED."
               GOBACK
           END-IF
           MOVE MRS-GAP-ACC-NUM(1) TO WS-ACCNUM-TICKET
           MOVE MRS-GAP-ACC-NUM(2) TO WS-ACCNUM-TAX
           MOVE MRS-GAP-ACC-NUM(3) TO WS-ACCNUM-GIFT
           MOVE MRS-GAP-ACC-NUM(4) TO WS-ACCNUM-PASS
           MOVE MRS-GAP-ACC-NUM(5) TO WS-ACCNUM-CASH
           MOVE MRS-GAP-ACC-NUM(6) TO WS-ACCNUM-CARD
           MOVE MRS-GAP-ACC-NUM(7) TO WS-ACCNUM-ONLINE
           MOVE MRS-GAP-ACC-NUM(8) TO WS-ACCNUM-ONLFEE
           PERFORM 900-OPEN-FILES THRU 900-EXIT
           MOVE FUNCTION CURRENT-DATE TO WS-DATETIME
           COMPUTE WS-TODAY-NUM =
           PERFORM 400-PRINT-CONTROL-TOTALS THRU 400-EXIT

           PERFORM 910-CLOSE-FILES THRU 910-EXIT
      *    The staged journal goes to the feed only if it balances.
           MOVE "MRS-5100" TO MRS-GLR-PROGRAM
           MOVE UT-SYS-GL-STAGE TO MRS-GLR-STAGE
           MOVE "E" TO MRS-GLR-FEED-MODE
           CALL "MRS-5030" USING MRS-GLR-PUT
           GOBACK.
       100-EXIT.
           EXIT.
           IF MRS-TSL-TAX NOT NUMERIC
               MOVE ZEROS TO MRS-TSL-TAX
           END-IF
           PERFORM 260-TALLY-TENDER THRU 260-EXIT
      *    A gift card issue took money in but is not ticket
      *    revenue - it raises the outstanding-card liability and
      *    never touches a showing total.
       250-EXIT.
           EXIT.

      * Builds the other side of the line: the money that came in
      * (or went back out) as cash or on a card. Gift card spends
      * are balanced by the liability line itself, and comps and
      * points ring at zero money, so neither reaches these totals.
      * Gift card issues and pass sales carry no tax into the GL,
      * so only their amount counts here.
       260-TALLY-TENDER.
           IF MRS-TSL-ACTION = "GCRD" OR MRS-TSL-ACTION = "PASS"
               MOVE MRS-TSL-AMOUNT TO WS-TENDER-MONEY
           ELSE
               COMPUTE WS-TENDER-MONEY = MRS-TSL-AMOUNT + MRS-TSL-TAX
           END-IF
           IF MRS-TSL-ACTION = "RFND" OR MRS-TSL-ACTION = "XOUT"
               COMPUTE WS-TENDER-MONEY = 0 - WS-TENDER-MONEY
           END-IF
           IF MRS-TSL-ACTION = "PADM"
               MOVE ZERO TO WS-TENDER-MONEY
           END-IF
           EVALUATE MRS-TSL-TENDER
               WHEN "C"
                   ADD WS-TENDER-MONEY TO WS-CASH-NET
               WHEN "K"
                   ADD WS-TENDER-MONEY TO WS-CARD-NET
               WHEN "O"
                   PERFORM 265-TALLY-ONLINE THRU 265-EXIT
           END-EVALUATE.
       260-EXIT.
           EXIT.

      * An online partner sale was paid to the partner, who owes it
      * to us less the fee it keeps (carried in the discount field
      * of its trail line); a partner refund takes both back.
       265-TALLY-ONLINE.
           ADD 1 TO WS-ONLINE-LINE-CNT
           IF MRS-TSL-DISCOUNT NOT NUMERIC
               MOVE ZEROS TO MRS-TSL-DISCOUNT
           END-IF
           IF MRS-TSL-ACTION = "RFND" OR MRS-TSL-ACTION = "XOUT"
               COMPUTE WS-ONLINE-NET = WS-ONLINE-NET
                   + WS-TENDER-MONEY + MRS-TSL-DISCOUNT
               SUBTRACT MRS-TSL-DISCOUNT FROM WS-ONLFEE-NET
           ELSE
               COMPUTE WS-ONLINE-NET = WS-ONLINE-NET
                   + WS-TENDER-MONEY - MRS-TSL-DISCOUNT
               ADD MRS-TSL-DISCOUNT TO WS-ONLFEE-NET
           END-IF.
       265-EXIT.
           EXIT.

      * Finds (or claims) the totals slot for the showing named on
      * the transaction line just read.
       270-FIND-SHOW-SLOT.
                       WHEN WST-USED(TOT-I) NOT = "Y"
                           MOVE "Y" TO WST-USED(TOT-I)
                           MOVE MRS-TSL-SHOW-ID TO WST-SHOW-ID(TOT-I)
      *                    Lines from before two-digit screens
      *                    carry a blank tens digit.
                           IF MRS-TSL-SCREEN(1:1) = SPACE
                               MOVE "0" TO MRS-TSL-SCREEN(1:1)
                           END-IF
                           MOVE MRS-TSL-SCREEN TO WST-SCREEN(TOT-I)
                           MOVE MRS-TSL-SHOW-TIME
                               TO WST-SHOW-TIME(TOT-I)
                           MOVE MRS-TSL-SITE TO WST-SITE(TOT-I)
                           IF WST-SITE(TOT-I) = SPACES
                               MOVE "**" TO WST-SITE(TOT-I)
                           END-IF
                           MOVE ZEROS TO WST-AMOUNT(TOT-I)
                   END-SEARCH
               WHEN WST-USED(TOT-I) = "Y"
      *    Season pass money books once, the day the pass sells.
           IF WS-PASS-NET NOT = ZERO
               PERFORM 380-POST-PASS THRU 380-EXIT
           END-IF
      *    The offsetting side: the drawer cash and the card
      *    settlement the lines above were paid with.
           IF WS-CASH-NET NOT = ZERO
               PERFORM 390-POST-CASH THRU 390-EXIT
           END-IF
           IF WS-CARD-NET NOT = ZERO
               PERFORM 395-POST-CARD THRU 395-EXIT
           END-IF
           IF WS-ONLINE-NET NOT = ZERO
               PERFORM 396-POST-ONLINE THRU 396-EXIT
           END-IF
           IF WS-ONLFEE-NET NOT = ZERO
               PERFORM 397-POST-ONLINE-FEE THRU 397-EXIT
           END-IF.
       300-EXIT.
           EXIT.
           ADD 1 TO WS-POSTNUM
           MOVE WS-POSTNUM TO MRS-IDENTIFIER
           MOVE WS-PREFIX TO MRS-PREFIX
      *    Box office revenue belongs to the theatre the showing
      *    played at.
           MOVE WST-SITE(TOT-I) TO MRS-GL-SITE
           MOVE WS-ACCNUM-TICKET TO MRS-GL-ACC-NUM
           MOVE WS-MONTH TO MRS-GL-MONTH-OF-TRANS
           MOVE WS-DAY TO MRS-GL-DAY-OF-TRANS
           ADD 1 TO WS-POSTNUM
           MOVE WS-POSTNUM TO MRS-IDENTIFIER
           MOVE WS-PREFIX TO MRS-PREFIX
           MOVE "**" TO MRS-GL-SITE
           MOVE WS-ACCNUM-GIFT TO MRS-GL-ACC-NUM
           MOVE WS-MONTH TO MRS-GL-MONTH-OF-TRANS
           MOVE WS-DAY TO MRS-GL-DAY-OF-TRANS
           ADD 1 TO WS-POSTNUM
           MOVE WS-POSTNUM TO MRS-IDENTIFIER
           MOVE WS-PREFIX TO MRS-PREFIX
           MOVE "**" TO MRS-GL-SITE
           MOVE WS-ACCNUM-PASS TO MRS-GL-ACC-NUM
           MOVE WS-MONTH TO MRS-GL-MONTH-OF-TRANS
           MOVE WS-DAY TO MRS-GL-DAY-OF-TRANS
       380-EXIT.
           EXIT.

       390-POST-CASH.
           ADD 1 TO WS-POSTNUM
           MOVE WS-POSTNUM TO MRS-IDENTIFIER
           MOVE WS-PREFIX TO MRS-PREFIX
           MOVE "**" TO MRS-GL-SITE
           MOVE WS-ACCNUM-CASH TO MRS-GL-ACC-NUM
           MOVE WS-MONTH TO MRS-GL-MONTH-OF-TRANS
           MOVE WS-DAY TO MRS-GL-DAY-OF-TRANS
           MOVE WS-YEAR TO MRS-GL-YEAR-OF-TRANS
           COMPUTE MRS-GL-ADJUST-AMOUNT = 0 - WS-CASH-NET
           MOVE WS-TODAY-NUM TO MRS-GL-JOR-DATE
           MOVE WS-JOR-BATCH TO MRS-GL-JOR-NUM
           MOVE "BOX OFFICE CASH TAKEN" TO MRS-GL-DESC
           WRITE MRS-GL-POST-REC
           ADD 1 TO WS-POST-LINE-CNT.
       390-EXIT.
           EXIT.

       395-POST-CARD.
           ADD 1 TO WS-POSTNUM
           MOVE WS-POSTNUM TO MRS-IDENTIFIER
           MOVE WS-PREFIX TO MRS-PREFIX
           MOVE "**" TO MRS-GL-SITE
           MOVE WS-ACCNUM-CARD TO MRS-GL-ACC-NUM
           MOVE WS-MONTH TO MRS-GL-MONTH-OF-TRANS
           MOVE WS-DAY TO MRS-GL-DAY-OF-TRANS
           MOVE WS-YEAR TO MRS-GL-YEAR-OF-TRANS
           COMPUTE MRS-GL-ADJUST-AMOUNT = 0 - WS-CARD-NET
           MOVE WS-TODAY-NUM TO MRS-GL-JOR-DATE
           MOVE WS-JOR-BATCH TO MRS-GL-JOR-NUM
           MOVE "BOX OFFICE CARD SETTLEMENT" TO MRS-GL-DESC
           WRITE MRS-GL-POST-REC
           ADD 1 TO WS-POST-LINE-CNT.
       395-EXIT.
           EXIT.

       396-POST-ONLINE.
           ADD 1 TO WS-POSTNUM
           MOVE WS-POSTNUM TO MRS-IDENTIFIER
           MOVE WS-PREFIX TO MRS-PREFIX
           MOVE "**" TO MRS-GL-SITE
           MOVE WS-ACCNUM-ONLINE TO MRS-GL-ACC-NUM
           MOVE WS-MONTH TO MRS-GL-MONTH-OF-TRANS
           MOVE WS-DAY TO MRS-GL-DAY-OF-TRANS
           MOVE WS-YEAR TO MRS-GL-YEAR-OF-TRANS
           COMPUTE MRS-GL-ADJUST-AMOUNT = 0 - WS-ONLINE-NET
           MOVE WS-TODAY-NUM TO MRS-GL-JOR-DATE
           MOVE WS-JOR-BATCH TO MRS-GL-JOR-NUM
           MOVE "ONLINE PARTNER SALES DUE" TO MRS-GL-DESC
           WRITE MRS-GL-POST-REC
           ADD 1 TO WS-POST-LINE-CNT.
       396-EXIT.
           EXIT.

       397-POST-ONLINE-FEE.
           ADD 1 TO WS-POSTNUM
           MOVE WS-POSTNUM TO MRS-IDENTIFIER
           MOVE WS-PREFIX TO MRS-PREFIX
           MOVE "**" TO MRS-GL-SITE
           MOVE WS-ACCNUM-ONLFEE TO MRS-GL-ACC-NUM
           MOVE WS-MONTH TO MRS-GL-MONTH-OF-TRANS
           MOVE WS-DAY TO MRS-GL-DAY-OF-TRANS
           MOVE WS-YEAR TO MRS-GL-YEAR-OF-TRANS
           COMPUTE MRS-GL-ADJUST-AMOUNT = 0 - WS-ONLFEE-NET
           MOVE WS-TODAY-NUM TO MRS-GL-JOR-DATE
           MOVE WS-JOR-BATCH TO MRS-GL-JOR-NUM
           MOVE "ONLINE PARTNER FEES" TO MRS-GL-DESC
           WRITE MRS-GL-POST-REC
           ADD 1 TO WS-POST-LINE-CNT.
       397-EXIT.
           EXIT.

       360-POST-TAX.
           ADD 1 TO WS-POSTNUM
           MOVE WS-POSTNUM TO MRS-IDENTIFIER
           MOVE WS-PREFIX TO MRS-PREFIX
           MOVE "**" TO MRS-GL-SITE
           MOVE WS-ACCNUM-TAX TO MRS-GL-ACC-NUM
           MOVE WS-MONTH TO MRS-GL-MONTH-OF-TRANS
           MOVE WS-DAY TO MRS-GL-DAY-OF-TRANS
           MOVE "SEASON PASS SALES (ACCT 185)" TO RD-LABEL
           MOVE WS-PASS-LINE-CNT TO RD-COUNT
           MOVE WS-PASS-NET TO RD-AMOUNT
           WRITE MRS-TIC-CONTROL-LINE FROM WS-RPT-DETAIL

           MOVE "CASH TAKEN (OFFSET)" TO RD-LABEL
           MOVE ZEROS TO RD-COUNT
           MOVE WS-CASH-NET TO RD-AMOUNT
           WRITE MRS-TIC-CONTROL-LINE FROM WS-RPT-DETAIL

           MOVE "CARD SETTLEMENT (OFFSET)" TO RD-LABEL
           MOVE ZEROS TO RD-COUNT
           MOVE WS-CARD-NET TO RD-AMOUNT
           WRITE MRS-TIC-CONTROL-LINE FROM WS-RPT-DETAIL

           MOVE "ONLINE PARTNER DUE (OFFSET)" TO RD-LABEL
           MOVE WS-ONLINE-LINE-CNT TO RD-COUNT
           MOVE WS-ONLINE-NET TO RD-AMOUNT
           WRITE MRS-TIC-CONTROL-LINE FROM WS-RPT-DETAIL

           MOVE "ONLINE PARTNER FEES (OFFSET)" TO RD-LABEL
           MOVE ZEROS TO RD-COUNT
           MOVE WS-ONLFEE-NET TO RD-AMOUNT
           WRITE MRS-TIC-CONTROL-LINE FROM WS-RPT-DETAIL.
       400-EXIT.
           EXIT.

      * Opens the files. The staging file is opened EXTEND so lines
      * left by a run that stopped short of its release are not lost
      * under this one; MRS-5030 empties it once it has released.
       900-OPEN-FILES.
           PERFORM 160-LOAD-FILE-CONFIG THRU 160-EXIT
           OPEN INPUT MRS-TICKET-SALES-FILE
           END-IF
           OPEN INPUT MRS-TSLIDX-FILE
           OPEN EXTEND MRS-GL-POST-FILE
           IF WS-STAGE-STATUS = '35'
               OPEN OUTPUT MRS-GL-POST-FILE
           END-IF
           OPEN OUTPUT MRS-TIC-CONTROL-RPT.
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
       160-EXIT.
           EXIT.

           EVALUATE CFG-KEY
               WHEN "TIC-SALES"
                   MOVE CFG-PATH TO UT-SYS-TIC-SALES
               WHEN "GL-STAGE-5100"
                   MOVE CFG-PATH TO UT-SYS-GL-STAGE
               WHEN "TIC-CONTROL-RPT"
                   MOVE CFG-PATH TO UT-SYS-CONTROL-RPT
               WHEN "TSLIDX"
