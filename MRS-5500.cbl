      * MRS-5100's ticket run. The day's concession sales trail is
      * totaled by item for the daily sales summary, and the day's
      * concession revenue goes into the MRS-GL-POST-FILE feed as
      * one line per theatre under its own account (140, journal
      * batch 92 - the series corporate set aside for concession
      * drops), so corporate finally sees the counter's half of the
      * margin, and the site profit and loss statement sees each
      * theatre's counter on its own.
      *
      * The other side of the day goes out with it, driven by the
      * tender each line was paid with: cash against the cash
      * account, card against card settlement clearing, comps and
      * points against the comps account (a gift card spend is
      * already balanced by the liability line). The lines are laid
      * down on this run's staging file and MRS-5030 releases the
      * journal to the feed only if it nets to zero.
      *****************************************************************

       ENVIRONMENT DIVISION.
               RECORD KEY IS MRS-CON-ITEM-NO.

           SELECT MRS-GL-POST-FILE
               ASSIGN TO UT-SYS-GL-STAGE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STAGE-STATUS.

           SELECT MRS-CON-SUMMARY-RPT
               ASSIGN TO UT-SYS-CON-SUMMARY
       FILE SECTION.
       COPY "CPYBOOKS/MRS-CON-SALES.CPY".
       COPY "CPYBOOKS/MRS-CONCESS.CPY".
       COPY "CPYBOOKS/MRS-GLSTG.CPY".
       COPY "CPYBOOKS/MRS-FILE-CFG.CPY".

       FD  MRS-CON-SUMMARY-RPT

       WORKING-STORAGE SECTION.
       COPY "CPYBOOKS/DATETIME.CPY".
       COPY "CPYBOOKS/MRS-SIGNON.CPY".
       COPY "CPYBOOKS/MRS-TRNPUT.CPY".
       COPY "CPYBOOKS/MRS-GLAPUT.CPY".
       COPY "CPYBOOKS/MRS-GLRPUT.CPY".

       01  WS-FILENAMES.
           05  UT-SYS-CON-SALES      PIC X(50)
                               VALUE "C:\COBOL\MRS-CON-SALES.DAT".
           05  UT-SYS-CONCESS        PIC X(50)
                               VALUE "C:\COBOL\MRS-CONCESS-INDEX.DAT".
           05  UT-SYS-GL-STAGE       PIC X(50)
                               VALUE "C:\COBOL\MRS-GL-STAGE-5500.DAT".
           05  UT-SYS-CON-SUMMARY    PIC X(50)
                               VALUE "C:\COBOL\MRS-CON-SUMMARY.RPT".
           05  UT-SYS-FILE-CFG       PIC X(50)

       01  WS-SWITCHES.
           05  WS-SALES-STATUS       PIC XX.
           05  WS-STAGE-STATUS       PIC XX.
           05  SALES-EOF             PIC X.
           05  WS-ITEM-FOUND         PIC X.

       01  WS-POSTING.
           05  WS-POSTNUM            PIC 9(3) VALUE ZERO.
           05  WS-ACCNUM-CONCESS     PIC 999.
           05  WS-ACCNUM-GIFT        PIC 999.
           05  WS-PREFIX             PIC X(4) VALUE 'MRS-'.
           05  WS-JOR-BATCH          PIC 99 VALUE 92.
           05  WS-TODAY-NUM          PIC 9(8).
           05  WS-DAY-TOTAL          PIC S9(7)V99 VALUE ZERO.
           05  WS-GIFT-NET           PIC S9(7)V99 VALUE ZERO.
           05  WS-ACCNUM-TAX         PIC 999.
           05  WS-CON-TAX-NET        PIC S9(7)V99 VALUE ZERO.
           05  WS-ACCNUM-CASH        PIC 999.
           05  WS-ACCNUM-CARD        PIC 999.
           05  WS-ACCNUM-COMPS       PIC 999.
           05  WS-CASH-NET           PIC S9(7)V99 VALUE ZERO.
           05  WS-CARD-NET           PIC S9(7)V99 VALUE ZERO.
           05  WS-COMPS-NET          PIC S9(7)V99 VALUE ZERO.
           05  WS-OFFSET-AMT         PIC S9(7)V99.

      * One slot per theatre whose counter took revenue today.
       01  WS-SITE-TOTALS.
           05  WS-SITE-SLOT OCCURS 20 TIMES INDEXED BY SIT-I.
               10  WSS-USED          PIC X.
               10  WSS-SITE          PIC X(2).
               10  WSS-AMOUNT        PIC S9(7)V99.

      * One slot per item sold today.
       01  WS-ITEM-TOTALS.
           05  RG-AMOUNT             PIC ---,---,--9.99.
           05  PIC X(35) VALUE SPACES.

       01  WS-RPT-OFFSET.
           05  RO-LABEL              PIC X(31).
           05  RO-AMOUNT             PIC ---,---,--9.99.
           05  PIC X(35) VALUE SPACES.

       PROCEDURE DIVISION.
       100-MAIN.
      *    The accounts come off the chart of accounts; a source with
      *    no single active account refuses the run before anything
      *    is written (MRS-5020 prints why).
           MOVE "MRS-5500" TO MRS-GAP-PROGRAM
           MOVE "**" TO MRS-GAP-SITE
           MOVE 6 TO MRS-GAP-COUNT
           MOVE "CONCESS" TO MRS-GAP-SOURCE(1)
           MOVE "GIFTCARD" TO MRS-GAP-SOURCE(2)
           MOVE "SALESTAX" TO MRS-GAP-SOURCE(3)
           MOVE "CASH" TO MRS-GAP-SOURCE(4)
           MOVE "CARDCLR" TO MRS-GAP-SOURCE(5)
           MOVE "COMPS" TO MRS-GAP-SOURCE(6)
           CALL "MRS-5020" USING MRS-GLA-PUT
           IF MRS-GAP-ANSWER NOT = "Y"
               DISPLAY "MRS-5500: GL ACCOUNTS NOT IN ORDER - "
                   "RUN REFUSED, NOTHING POSTED."
               GOBACK
           END-IF
           MOVE MRS-GAP-ACC-NUM(1) TO WS-ACCNUM-CONCESS
           MOVE MRS-GAP-ACC-NUM(2) TO WS-ACCNUM-GIFT
           MOVE MRS-GAP-ACC-NUM(3) TO WS-ACCNUM-TAX
           MOVE MRS-GAP-ACC-NUM(4) TO WS-ACCNUM-CASH
           MOVE MRS-GAP-ACC-NUM(5) TO WS-ACCNUM-CARD
           MOVE MRS-GAP-ACC-NUM(6) TO WS-ACCNUM-COMPS
           PERFORM 900-OPEN-FILES THRU 900-EXIT
           MOVE FUNCTION CURRENT-DATE TO WS-DATETIME
           COMPUTE WS-TODAY-NUM =

           PERFORM 200-TOTAL-SALES THRU 200-EXIT
           PERFORM 400-PRINT-SUMMARY THRU 400-EXIT
           PERFORM VARYING SIT-I FROM 1 BY 1 UNTIL SIT-I > 20
               IF WSS-USED(SIT-I) = "Y"
                  AND WSS-AMOUNT(SIT-I) NOT = ZERO
                   PERFORM 500-POST-REVENUE THRU 500-EXIT
               END-IF
           END-PERFORM
           IF WS-GIFT-NET NOT = ZERO
               PERFORM 550-POST-GIFT THRU 550-EXIT
           END-IF
           IF WS-CON-TAX-NET NOT = ZERO
               PERFORM 560-POST-TAX THRU 560-EXIT
           END-IF
           IF WS-CASH-NET NOT = ZERO
               MOVE WS-ACCNUM-CASH TO MRS-GL-ACC-NUM
               MOVE WS-CASH-NET TO WS-OFFSET-AMT
               MOVE "CONCESSION CASH TAKEN" TO MRS-GL-DESC
               PERFORM 570-POST-OFFSET THRU 570-EXIT
           END-IF
           IF WS-CARD-NET NOT = ZERO
               MOVE WS-ACCNUM-CARD TO MRS-GL-ACC-NUM
               MOVE WS-CARD-NET TO WS-OFFSET-AMT
               MOVE "CONCESSION CARD SETTLEMENT" TO MRS-GL-DESC
               PERFORM 570-POST-OFFSET THRU 570-EXIT
           END-IF
           IF WS-COMPS-NET NOT = ZERO
               MOVE WS-ACCNUM-COMPS TO MRS-GL-ACC-NUM
               MOVE WS-COMPS-NET TO WS-OFFSET-AMT
               MOVE "CONCESSION COMPS AND POINTS" TO MRS-GL-DESC
               PERFORM 570-POST-OFFSET THRU 570-EXIT
           END-IF

           MOVE WS-DAY-TOTAL TO RT-AMOUNT
           WRITE MRS-CON-SUMMARY-LINE FROM WS-RPT-TOTAL
           MOVE WS-GIFT-NET TO RG-AMOUNT
           WRITE MRS-CON-SUMMARY-LINE FROM WS-RPT-GIFT
           MOVE "CASH TAKEN (OFFSET):" TO RO-LABEL
           MOVE WS-CASH-NET TO RO-AMOUNT
           WRITE MRS-CON-SUMMARY-LINE FROM WS-RPT-OFFSET
           MOVE "CARD SETTLEMENT (OFFSET):" TO RO-LABEL
           MOVE WS-CARD-NET TO RO-AMOUNT
           WRITE MRS-CON-SUMMARY-LINE FROM WS-RPT-OFFSET
           MOVE "COMPS AND POINTS (OFFSET):" TO RO-LABEL
           MOVE WS-COMPS-NET TO RO-AMOUNT
           WRITE MRS-CON-SUMMARY-LINE FROM WS-RPT-OFFSET

           DISPLAY "MRS-5500 CONCESSIONS: " WS-ITEM-COUNT
               " ITEM(S) SOLD TODAY."

           PERFORM 910-CLOSE-FILES THRU 910-EXIT
      *    The staged journal goes to the feed only if it balances.
           MOVE "MRS-5500" TO MRS-GLR-PROGRAM
           MOVE UT-SYS-GL-STAGE TO MRS-GLR-STAGE
           MOVE "E" TO MRS-GLR-FEED-MODE
           CALL "MRS-5030" USING MRS-GLR-PUT
           GOBACK.
       100-EXIT.
           EXIT.
               ADD MRS-CSL-AMOUNT TO WS-GIFT-NET
           ELSE
               ADD MRS-CSL-AMOUNT TO WS-DAY-TOTAL
               PERFORM 280-FIND-SITE-SLOT THRU 280-EXIT
               ADD MRS-CSL-AMOUNT TO WSS-AMOUNT(SIT-I)
               IF MRS-CSL-TENDER = "G"
                   COMPUTE WS-GIFT-NET = WS-GIFT-NET
                       - MRS-CSL-AMOUNT - MRS-CSL-TAX
               END-IF
           END-IF
           ADD MRS-CSL-TAX TO WS-CON-TAX-NET
      *    The other side: every line's with-tax money, by how it
      *    was paid. A gift card spend needs none - the liability
      *    line above already carries it.
           EVALUATE MRS-CSL-TENDER
               WHEN "C"
                   COMPUTE WS-CASH-NET = WS-CASH-NET
                       + MRS-CSL-AMOUNT + MRS-CSL-TAX
               WHEN "K"
                   COMPUTE WS-CARD-NET = WS-CARD-NET
                       + MRS-CSL-AMOUNT + MRS-CSL-TAX
               WHEN "P"
               WHEN "L"
                   COMPUTE WS-COMPS-NET = WS-COMPS-NET
                       + MRS-CSL-AMOUNT + MRS-CSL-TAX
           END-EVALUATE.
       250-EXIT.
           EXIT.

       270-EXIT.
           EXIT.

      * Finds (or claims) the revenue slot for the theatre on the
      * line just read. A line with no site, or a theatre past the
      * end of the table, goes under the chain-wide "**" slot -
      * slot 20 is kept back for it.
       280-FIND-SITE-SLOT.
           IF MRS-CSL-SITE = SPACES
               PERFORM 285-CHAIN-SLOT THRU 285-EXIT
               GO TO 280-EXIT
           END-IF
           SET SIT-I TO 1
           SEARCH WS-SITE-SLOT
               AT END
                   SET SIT-I TO 1
                   SEARCH WS-SITE-SLOT
                       AT END
                           PERFORM 285-CHAIN-SLOT THRU 285-EXIT
                       WHEN WSS-USED(SIT-I) NOT = "Y"
                        AND SIT-I < 20
                           MOVE "Y" TO WSS-USED(SIT-I)
                           MOVE MRS-CSL-SITE TO WSS-SITE(SIT-I)
                           MOVE ZEROS TO WSS-AMOUNT(SIT-I)
                   END-SEARCH
               WHEN WSS-USED(SIT-I) = "Y"
                AND WSS-SITE(SIT-I) = MRS-CSL-SITE
                   CONTINUE
           END-SEARCH.
       280-EXIT.
           EXIT.

       285-CHAIN-SLOT.
           SET SIT-I TO 20
           IF WSS-USED(SIT-I) NOT = "Y"
               MOVE "Y" TO WSS-USED(SIT-I)
               MOVE "**" TO WSS-SITE(SIT-I)
               MOVE ZEROS TO WSS-AMOUNT(SIT-I)
           END-IF.
       285-EXIT.
           EXIT.

       400-PRINT-SUMMARY.
           PERFORM VARYING ITM-I FROM 1 BY 1 UNTIL ITM-I > 100
               IF WI-USED(ITM-I) = "Y"
       400-EXIT.
           EXIT.

      * One feed line per theatre for the day's concession take.
       500-POST-REVENUE.
           ADD 1 TO WS-POSTNUM
           MOVE WS-POSTNUM TO MRS-IDENTIFIER
           MOVE WS-PREFIX TO MRS-PREFIX
           MOVE WSS-SITE(SIT-I) TO MRS-GL-SITE
           MOVE WS-ACCNUM-CONCESS TO MRS-GL-ACC-NUM
           MOVE WS-MONTH TO MRS-GL-MONTH-OF-TRANS
           MOVE WS-DAY TO MRS-GL-DAY-OF-TRANS
           MOVE WS-YEAR TO MRS-GL-YEAR-OF-TRANS
           MOVE WSS-AMOUNT(SIT-I) TO MRS-GL-ADJUST-AMOUNT
           MOVE WS-TODAY-NUM TO MRS-GL-JOR-DATE
           MOVE WS-JOR-BATCH TO MRS-GL-JOR-NUM
           MOVE "CONCESSION SALES FOR THE DAY" TO MRS-GL-DESC
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
           MOVE WS-ACCNUM-TAX TO MRS-GL-ACC-NUM
           MOVE WS-MONTH TO MRS-GL-MONTH-OF-TRANS
           MOVE WS-DAY TO MRS-GL-DAY-OF-TRANS
       560-EXIT.
           EXIT.

      * One offsetting line - account, amount and description are
      * set by the caller; the line goes out with the sign turned
      * so the day's journal nets to zero.
       570-POST-OFFSET.
           ADD 1 TO WS-POSTNUM
           MOVE WS-POSTNUM TO MRS-IDENTIFIER
           MOVE WS-PREFIX TO MRS-PREFIX
           MOVE "**" TO MRS-GL-SITE
           MOVE WS-MONTH TO MRS-GL-MONTH-OF-TRANS
           MOVE WS-DAY TO MRS-GL-DAY-OF-TRANS
           MOVE WS-YEAR TO MRS-GL-YEAR-OF-TRANS
           COMPUTE MRS-GL-ADJUST-AMOUNT = 0 - WS-OFFSET-AMT
           MOVE WS-TODAY-NUM TO MRS-GL-JOR-DATE
           MOVE WS-JOR-BATCH TO MRS-GL-JOR-NUM
           WRITE MRS-GL-POST-REC.
       570-EXIT.
           EXIT.

      * Opens the files. The staging file is opened EXTEND so lines
      * left by a run that stopped short of its release are not lost
      * under this one; MRS-5030 empties it once it has released.
       900-OPEN-FILES.
           PERFORM 160-LOAD-FILE-CONFIG THRU 160-END
           OPEN INPUT MRS-CON-SALES-FILE
           OPEN INPUT MRS-CONCESSION-FILE
           OPEN EXTEND MRS-GL-POST-FILE
           IF WS-STAGE-STATUS = '35'
               OPEN OUTPUT MRS-GL-POST-FILE
           END-IF
           OPEN OUTPUT MRS-CON-SUMMARY-RPT.
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
               WHEN "GL-STAGE-5500"
                   MOVE CFG-PATH TO UT-SYS-GL-STAGE
               WHEN "CON-SUMMARY"
                   MOVE CFG-PATH TO UT-SYS-CON-SUMMARY
           END-EVALUATE.
