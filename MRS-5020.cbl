       IDENTIFICATION DIVISION.
       PROGRAM-ID.  MRS-5020.
       AUTHOR.  JOHN BELLEK.
      *****************************************************************
      * GL account lookup - the one place a posting run learns which
      * general ledger account its money goes to. Called by every
      * run that writes the GL feed before it writes anything, with
      * the posting sources it needs (MRS-GLAPUT.CPY); each source
      * is looked up on the chart of accounts (MRS-GLACCT.CPY) and
      * must have exactly one active account for every site.
      *
      * When any source comes up missing, retired, or served by two
      * active accounts, the whole batch is refused: the answer says
      * so, and the GL account exception report names the run, each
      * source, the account found, and what is wrong with it, and is
      * registered on the report spool. The run posts nothing, so a
      * corrected chart and a rerun post the batch whole.
      *
      * The first time any run asks and there is no chart on disk,
      * the chart is laid down with the accounts the runs have
      * always posted to, so nothing changes until the office
      * changes the chart (MRS-1650). A source the runs came to need
      * after the chart was laid down (the offset accounts the
      * balanced journals post to, the month-end accrual's liability
      * account, the concession cost of goods sold, inventory and
      * shrinkage accounts, the online partner's receivable and
      * fees, the advertisers' receivable) is added from the same
      * starting list the first time a run asks for it - provided no
      * account, active or retired, has ever served it and its
      * starting number is still free.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MRS-GL-ACCT-FILE
               ASSIGN TO UT-SYS-GLACCT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MRS-GLA-ACC-NUM
               FILE STATUS IS WS-GLA-STATUS.

           SELECT MRS-GLA-EXCEPT-RPT
               ASSIGN TO UT-SYS-GLACCT-RPT
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT MRS-FILE-CONFIG-FILE
               ASSIGN TO UT-SYS-FILE-CFG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CFG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       COPY "CPYBOOKS/MRS-GLACCT.CPY".
       COPY "CPYBOOKS/MRS-FILE-CFG.CPY".

       FD  MRS-GLA-EXCEPT-RPT
           RECORD CONTAINS 80 CHARACTERS.
       01  MRS-GLA-EXCEPT-LINE                 PIC X(80).

       WORKING-STORAGE SECTION.
       COPY "CPYBOOKS/MRS-SPLPUT.CPY".
       COPY "CPYBOOKS/DATETIME.CPY".
       COPY "CPYBOOKS/MRS-SIGNON.CPY".
       COPY "CPYBOOKS/MRS-TRNPUT.CPY".

       01  WS-FILENAMES.
           05  UT-SYS-GLACCT         PIC X(50)
                               VALUE "C:\COBOL\MRS-GLACCT-INDEX.DAT".
           05  UT-SYS-GLACCT-RPT     PIC X(50)
                               VALUE "C:\COBOL\MRS-GLACCT-EXCEPT.RPT".
           05  UT-SYS-FILE-CFG       PIC X(50)
                                   VALUE "C:\COBOL\MRS-FILE-PATHS.CFG".

       01  WS-FILE-CFG-CTL.
           05  WS-CFG-STATUS         PIC XX.
           05  WS-CFG-EOF            PIC X.
               88  CFG-EOF VALUE 'Y'.

       01  WS-CONTROL.
           05  WS-GLA-STATUS         PIC XX.
           05  GLA-EOF               PIC X.
           05  WS-R                  PIC 9.
           05  WS-K                  PIC 99.
           05  WS-SITE               PIC X(2).
           05  WS-ACTIVE-CNT         PIC 99.
           05  WS-ACTIVE-NUM         PIC 999.
           05  WS-ADDED              PIC X.
           05  WS-RETIRED-NUM        PIC 999.
           05  WS-NOW-DATE           PIC 9(8).

      * The accounts the posting runs carried in their own code
      * before there was a chart - laid down as the starting chart.
       01  WS-START-CHART.
           05  PIC X(12) VALUE "100RENTAL  E".
           05  PIC X(30) VALUE "FILM RENTAL CHARGES".
           05  PIC X(12) VALUE "105CASH    A".
           05  PIC X(30) VALUE "CASH AND CHECKS ON HAND".
           05  PIC X(12) VALUE "106CARDCLR A".
           05  PIC X(30) VALUE "CARD SETTLEMENT CLEARING".
           05  PIC X(12) VALUE "108ONLINEARA".
           05  PIC X(30) VALUE "ONLINE PARTNER RECEIVABLE".
           05  PIC X(12) VALUE "109ADVERTARA".
           05  PIC X(30) VALUE "ADVERTISER RECEIVABLE".
           05  PIC X(12) VALUE "110RETURN  E".
           05  PIC X(30) VALUE "FILM RENTAL RETURN CREDITS".
           05  PIC X(12) VALUE "120TICKET  R".
           05  PIC X(30) VALUE "TICKET SALES".
           05  PIC X(12) VALUE "125SALESTAXL".
           05  PIC X(30) VALUE "SALES TAX PAYABLE".
           05  PIC X(12) VALUE "130VENDPAY L".
           05  PIC X(30) VALUE "DISTRIBUTOR PAYABLE".
           05  PIC X(12) VALUE "132FILMACCRL".
           05  PIC X(30) VALUE "ACCRUED FILM RENT".
           05  PIC X(12) VALUE "135FILMRENTE".
           05  PIC X(30) VALUE "FILM RENT EXPENSE".
           05  PIC X(12) VALUE "140CONCESS R".
           05  PIC X(30) VALUE "CONCESSION SALES".
           05  PIC X(12) VALUE "142CONCOGS E".
           05  PIC X(30) VALUE "CONCESSION COST OF GOODS SOLD".
           05  PIC X(12) VALUE "143CONINV  A".
           05  PIC X(30) VALUE "CONCESSION INVENTORY".
           05  PIC X(12) VALUE "144CONSHRK E".
           05  PIC X(30) VALUE "CONCESSION SHRINKAGE".
           05  PIC X(12) VALUE "145COMPS   E".
           05  PIC X(30) VALUE "COMPS AND POINTS REDEEMED".
           05  PIC X(12) VALUE "150GIFTCARDL".
           05  PIC X(30) VALUE "GIFT CARD LIABILITY".
           05  PIC X(12) VALUE "160PRIVATE R".
           05  PIC X(30) VALUE "PRIVATE SCREENING FEES".
           05  PIC X(12) VALUE "170DEPOSIT A".
           05  PIC X(30) VALUE "BANK DEPOSITS".
           05  PIC X(12) VALUE "180GROUP   R".
           05  PIC X(30) VALUE "GROUP SALES".
           05  PIC X(12) VALUE "185PASS    R".
           05  PIC X(30) VALUE "SEASON PASS SALES".
           05  PIC X(12) VALUE "190CARDFEE E".
           05  PIC X(30) VALUE "CARD PROCESSING FEES".
           05  PIC X(12) VALUE "192ONLINFEEE".
           05  PIC X(30) VALUE "ONLINE PARTNER FEES".
           05  PIC X(12) VALUE "200ADVERT  R".
           05  PIC X(30) VALUE "ADVERTISING SALES".
       01  WS-START-TABLE REDEFINES WS-START-CHART.
           05  WS-START-ENTRY OCCURS 24 TIMES.
               10  WS-START-NUM      PIC 999.
               10  WS-START-SOURCE   PIC X(8).
               10  WS-START-TYPE     PIC X.
               10  WS-START-DESC     PIC X(30).

       01  WS-RPT-HEADER.
           05  PIC X(27) VALUE "MRS GL BATCH REFUSED - RUN".
           05  RH-PROGRAM            PIC X(8).
           05  PIC X(4)  VALUE "  ON".
           05  RH-DATE               PIC 9(8).
           05  PIC X(33) VALUE SPACES.

       01  WS-RPT-COL-HDR.
           05  PIC X(10) VALUE "SOURCE".
           05  PIC X(9)  VALUE "ACCOUNT".
           05  PIC X(61) VALUE "PROBLEM".

       01  WS-RPT-DETAIL.
           05  RD-SOURCE             PIC X(8).
           05  PIC X(2)  VALUE SPACES.
           05  RD-ACC-NUM            PIC X(3).
           05  PIC X(6)  VALUE SPACES.
           05  RD-PROBLEM            PIC X(61).

       01  WS-RPT-FOOTER-1.
           05  PIC X(40) VALUE "NOTHING WAS POSTED. CORRECT THE CHART".
           05  PIC X(40) VALUE " OF ACCOUNTS (MRS-1650) AND RERUN.".

       01  WS-RPT-BLANK              PIC X(80) VALUE SPACES.

       LINKAGE SECTION.
       COPY "CPYBOOKS/MRS-GLAPUT.CPY".

       PROCEDURE DIVISION USING MRS-GLA-PUT.
       100-MAIN.
           PERFORM 160-LOAD-FILE-CONFIG THRU 160-END
           MOVE FUNCTION CURRENT-DATE TO WS-DATETIME
           COMPUTE WS-NOW-DATE =
               (WS-YEAR * 10000) + (WS-MONTH * 100) + WS-DAY
           MOVE "Y" TO MRS-GAP-ANSWER
           MOVE MRS-GAP-SITE TO WS-SITE
           IF WS-SITE = SPACES OR WS-SITE = LOW-VALUES
               MOVE "**" TO WS-SITE
           END-IF
           OPEN I-O MRS-GL-ACCT-FILE
           IF WS-GLA-STATUS = '35'
               PERFORM 200-START-CHART THRU 200-EXIT
               OPEN I-O MRS-GL-ACCT-FILE
           END-IF
      *    A chart that cannot be read serves no source at all.
           IF WS-GLA-STATUS NOT = '00'
               PERFORM VARYING WS-R FROM 1 BY 1
                       UNTIL WS-R > MRS-GAP-COUNT
                   MOVE ZEROS TO MRS-GAP-ACC-NUM(WS-R)
                   MOVE "M" TO MRS-GAP-STATUS(WS-R)
               END-PERFORM
           ELSE
               PERFORM 300-RESOLVE-ONE THRU 300-EXIT
                   VARYING WS-R FROM 1 BY 1
                   UNTIL WS-R > MRS-GAP-COUNT
               CLOSE MRS-GL-ACCT-FILE
           END-IF
           PERFORM VARYING WS-R FROM 1 BY 1
                   UNTIL WS-R > MRS-GAP-COUNT
               IF MRS-GAP-STATUS(WS-R) NOT = "Y"
                   MOVE "N" TO MRS-GAP-ANSWER
               END-IF
           END-PERFORM
           IF MRS-GAP-ANSWER = "N"
               PERFORM 500-PRINT-REFUSAL THRU 500-EXIT
           END-IF
           GOBACK.
       100-EXIT.
           EXIT.

       200-START-CHART.
           OPEN OUTPUT MRS-GL-ACCT-FILE
           IF WS-GLA-STATUS NOT = '00'
               GO TO 200-EXIT
           END-IF
           PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > 24
               MOVE SPACES TO MRS-GLA-REC
               MOVE WS-START-NUM(WS-K) TO MRS-GLA-ACC-NUM
               MOVE WS-START-DESC(WS-K) TO MRS-GLA-DESC
               MOVE WS-START-TYPE(WS-K) TO MRS-GLA-TYPE
               MOVE "**" TO MRS-GLA-SITE
               MOVE "Y" TO MRS-GLA-ACTIVE
               MOVE WS-START-SOURCE(WS-K) TO MRS-GLA-SOURCE
               WRITE MRS-GLA-REC
               END-WRITE
           END-PERFORM
           CLOSE MRS-GL-ACCT-FILE.
       200-EXIT.
           EXIT.

      * Walks the chart for the accounts serving one source on the
      * run's site (or every site). The chart is small; a pass per
      * source is cheaper than a second key to keep in step.
       300-RESOLVE-ONE.
           MOVE ZEROS TO WS-ACTIVE-CNT
           MOVE ZEROS TO WS-ACTIVE-NUM
           MOVE ZEROS TO WS-RETIRED-NUM
           MOVE "N" TO GLA-EOF
           MOVE LOW-VALUES TO MRS-GLA-REC
           MOVE ZEROS TO MRS-GLA-ACC-NUM
           START MRS-GL-ACCT-FILE KEY IS NOT LESS THAN MRS-GLA-ACC-NUM
               INVALID KEY
                   MOVE "Y" TO GLA-EOF
           END-START
           PERFORM UNTIL GLA-EOF = "Y"
               READ MRS-GL-ACCT-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO GLA-EOF
                   NOT AT END
                       IF MRS-GLA-SOURCE = MRS-GAP-SOURCE(WS-R)
                          AND (MRS-GLA-SITE = "**"
                               OR MRS-GLA-SITE = WS-SITE)
                           IF MRS-GLA-ACTIVE = "Y"
                               ADD 1 TO WS-ACTIVE-CNT
                               MOVE MRS-GLA-ACC-NUM TO WS-ACTIVE-NUM
                           ELSE
                               MOVE MRS-GLA-ACC-NUM TO WS-RETIRED-NUM
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           EVALUATE TRUE
               WHEN WS-ACTIVE-CNT = 1
                   MOVE WS-ACTIVE-NUM TO MRS-GAP-ACC-NUM(WS-R)
                   MOVE "Y" TO MRS-GAP-STATUS(WS-R)
               WHEN WS-ACTIVE-CNT > 1
                   MOVE WS-ACTIVE-NUM TO MRS-GAP-ACC-NUM(WS-R)
                   MOVE "D" TO MRS-GAP-STATUS(WS-R)
               WHEN WS-RETIRED-NUM NOT = ZEROS
                   MOVE WS-RETIRED-NUM TO MRS-GAP-ACC-NUM(WS-R)
                   MOVE "I" TO MRS-GAP-STATUS(WS-R)
               WHEN OTHER
                   MOVE ZEROS TO MRS-GAP-ACC-NUM(WS-R)
                   MOVE "M" TO MRS-GAP-STATUS(WS-R)
                   PERFORM 350-ADD-STARTING THRU 350-EXIT
           END-EVALUATE.
       300-EXIT.
           EXIT.

      * A source nothing on the chart has ever served takes its
      * account off the starting list, if the list has one for it
      * and the number is not already in use for something else.
       350-ADD-STARTING.
           MOVE "N" TO WS-ADDED
           PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > 24
               IF WS-START-SOURCE(WS-K) = MRS-GAP-SOURCE(WS-R)
                  AND WS-ADDED = "N"
                   MOVE SPACES TO MRS-GLA-REC
                   MOVE WS-START-NUM(WS-K) TO MRS-GLA-ACC-NUM
                   MOVE WS-START-DESC(WS-K) TO MRS-GLA-DESC
                   MOVE WS-START-TYPE(WS-K) TO MRS-GLA-TYPE
                   MOVE "**" TO MRS-GLA-SITE
                   MOVE "Y" TO MRS-GLA-ACTIVE
                   MOVE WS-START-SOURCE(WS-K) TO MRS-GLA-SOURCE
                   WRITE MRS-GLA-REC
                       INVALID KEY
                           MOVE "X" TO WS-ADDED
                       NOT INVALID KEY
                           MOVE "Y" TO WS-ADDED
                   END-WRITE
               END-IF
           END-PERFORM
           IF WS-ADDED = "Y"
               MOVE MRS-GLA-ACC-NUM TO MRS-GAP-ACC-NUM(WS-R)
               MOVE "Y" TO MRS-GAP-STATUS(WS-R)
           END-IF.
       350-EXIT.
           EXIT.

       500-PRINT-REFUSAL.
           OPEN OUTPUT MRS-GLA-EXCEPT-RPT
           MOVE MRS-GAP-PROGRAM TO RH-PROGRAM
           MOVE WS-NOW-DATE TO RH-DATE
           WRITE MRS-GLA-EXCEPT-LINE FROM WS-RPT-HEADER
           WRITE MRS-GLA-EXCEPT-LINE FROM WS-RPT-BLANK
           WRITE MRS-GLA-EXCEPT-LINE FROM WS-RPT-COL-HDR
           PERFORM 550-PRINT-ONE THRU 550-EXIT
               VARYING WS-R FROM 1 BY 1
               UNTIL WS-R > MRS-GAP-COUNT
           WRITE MRS-GLA-EXCEPT-LINE FROM WS-RPT-BLANK
           WRITE MRS-GLA-EXCEPT-LINE FROM WS-RPT-FOOTER-1
           CLOSE MRS-GLA-EXCEPT-RPT
           DISPLAY "MRS-5020 GL ACCOUNTS: " MRS-GAP-PROGRAM
               " BATCH REFUSED - SEE GL ACCOUNT EXCEPTION REPORT."
      *    The finished output registers on the report spool so
      *    the office can find and reprint it later.
           MOVE MRS-GAP-PROGRAM TO MRS-SP-PROGRAM
           MOVE SPACES TO MRS-SP-PARMS
           MOVE WS-NOW-DATE TO MRS-SP-PARMS(1:8)
           MOVE UT-SYS-GLACCT-RPT TO MRS-SP-PATH
           CALL "MRS-7050" USING MRS-SPOOL-PUT.
       500-EXIT.
           EXIT.

       550-PRINT-ONE.
           IF MRS-GAP-STATUS(WS-R) = "Y"
               GO TO 550-EXIT
           END-IF
           MOVE MRS-GAP-SOURCE(WS-R) TO RD-SOURCE
           IF MRS-GAP-ACC-NUM(WS-R) = ZEROS
               MOVE "---" TO RD-ACC-NUM
           ELSE
               MOVE MRS-GAP-ACC-NUM(WS-R) TO RD-ACC-NUM
           END-IF
           EVALUATE MRS-GAP-STATUS(WS-R)
               WHEN "I"
                   MOVE "ACCOUNT IS INACTIVE ON THE CHART"
                       TO RD-PROBLEM
               WHEN "D"
                   MOVE "TWO OR MORE ACTIVE ACCOUNTS SERVE THIS SOURCE"
                       TO RD-PROBLEM
               WHEN OTHER
                   MOVE "NO ACCOUNT ON THE CHART SERVES THIS SOURCE"
                       TO RD-PROBLEM
           END-EVALUATE
           WRITE MRS-GLA-EXCEPT-LINE FROM WS-RPT-DETAIL.
       550-EXIT.
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
               WHEN "GLACCT"
                   MOVE CFG-PATH TO UT-SYS-GLACCT
               WHEN "GLACCT-RPT"
                   MOVE CFG-PATH TO UT-SYS-GLACCT-RPT
           END-EVALUATE.
       170-END.
           EXIT.

       end program MRS-5020.
