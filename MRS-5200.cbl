      * the remittance register and one payable posting in the
      * MRS-GL-POST-FILE feed (account 130, journal batch 91 - the
      * series corporate set aside for settlement drops), so the
      * share actually hits the books. The payable line goes out
      * with its other side, the same amount against film rent
      * expense, on this run's staging file; MRS-5030 releases the
      * journal to the feed only if it nets to zero.
      *
      * Each settlement also lands as a payable record on
      * MRS-PAYABLE-FILE (for the check entry screen and the aging
      * two components the share came from, so the envelope with
      * the check explains itself.
      *
      * A title booked on contracted terms (MRS-FILM-TERMS-FILE,
      * keyed by the showing's vendor+movie) does not settle at the
      * vendor's flat share. Its trail lines are bucketed by the
      * playweek of the showing they name - week one being the
      * seven days from the terms' run start - and each playweek
      * ending inside the month is priced on its own: the sliding
      * scale percentage for that week, 90/10 over the house
      * allowance, or the better of the two, never less than the
      * weekly minimum guarantee. The film rent so worked lands on
      * the same payable and GL line as the flat share, and the
      * remittance advice lists every title and week it came from.
      * A vendor carrying no flat share still settles when any of
      * its titles has terms on file.
      *
      * The share percentage read here is always an approved one: a
      * new share keyed in vendor update waits on the pending vendor
      * change file until a second supervisor approves it (MRS-2850)
      * and only then reaches the vendor record.
      *
      * One console ACCEPT names the range to settle: YYYYMM for a
      * calendar month, PYYYYPP for a fiscal period, WYYYYWW for a
      * film week, QYYYYQ or FYYYY for a fiscal quarter or year (see
      * MRS-5070); blank settles the current calendar month, which
      * is what the night run does. "The month" below means that
      * range - a contracted title's playweeks count when they end
      * inside it, and the payable carries the year and month the
      * range ends in.
      *
      * Run once at month end. Nothing stamps a vendor as settled,
      * so a second run in the same month drops a second payable
      * into the feed - same discipline as the other month-end jobs.
               ASSIGN TO UT-SYS-MRS-RENT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MRS-RENT-ID
               ALTERNATE KEY IS MRS-RENT-COPY-KEY
               WITH DUPLICATES.

           SELECT MRS-SHOW-FILE
               ASSIGN TO UT-SYS-MRS-SHOW
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MRS-SHOW-ID
               ALTERNATE KEY IS MRS-SHOW-LOOKUP-KEY
               WITH DUPLICATES
               ALTERNATE KEY IS MRS-RENTAL-ID
               WITH DUPLICATES.

           SELECT MRS-TICKET-SALES-FILE
               FILE STATUS IS WS-SALES-STATUS.

           SELECT MRS-GL-POST-FILE
               ASSIGN TO UT-SYS-GL-STAGE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STAGE-STATUS.

           SELECT MRS-SETTLE-RPT
               ASSIGN TO UT-SYS-SETTLE-RPT
               RECORD KEY IS MRS-PAY-ID
               FILE STATUS IS WS-PAY-STATUS.

      *    Per-title contracted terms. A site without the file yet
      *    settles every title at the vendor's flat share.
           SELECT MRS-FILM-TERMS-FILE
               ASSIGN TO UT-SYS-FILMTERM
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MRS-FT-TITLE-KEY
               FILE STATUS IS WS-FT-STATUS.

      *    Printed remittance advice, one block per vendor, showing
      *    how the share was computed.
           SELECT MRS-REMIT-RPT
       COPY "CPYBOOKS/MRS-RENTAL.CPY".
       COPY "CPYBOOKS/MRS-SHOW.CPY".
       COPY "CPYBOOKS/MRS-TICKET-SALES.CPY".
       COPY "CPYBOOKS/MRS-GLSTG.CPY".
       COPY "CPYBOOKS/MRS-FILE-CFG.CPY".

       FD  MRS-SETTLE-RPT
       01  MRS-SETTLE-LINE                     PIC X(80).

       COPY "CPYBOOKS/MRS-PAYABLE.CPY".
       COPY "CPYBOOKS/MRS-FILMTERM.CPY".

       FD  MRS-REMIT-RPT
           RECORD CONTAINS 80 CHARACTERS.
       WORKING-STORAGE SECTION.
       COPY "CPYBOOKS/MRS-JOBCTR.CPY".
       COPY "CPYBOOKS/DATETIME.CPY".
       COPY "CPYBOOKS/MRS-SIGNON.CPY".
       COPY "CPYBOOKS/MRS-TRNPUT.CPY".
       COPY "CPYBOOKS/MRS-GLAPUT.CPY".
       COPY "CPYBOOKS/MRS-GLRPUT.CPY".
       COPY "CPYBOOKS/MRS-FCLPUT.CPY".

       01  WS-FILENAMES.
           05  UT-SYS-MRS-VEN        PIC X(50)
                               VALUE "C:\COBOL\MRS-SHOW-INDEX.dat".
           05  UT-SYS-TIC-SALES      PIC X(50)
                               VALUE "C:\COBOL\MRS-TICKET-SALES.DAT".
           05  UT-SYS-GL-STAGE       PIC X(50)
                               VALUE "C:\COBOL\MRS-GL-STAGE-5200.DAT".
           05  UT-SYS-SETTLE-RPT     PIC X(50)
                               VALUE "C:\COBOL\MRS-SETTLE.RPT".
           05  UT-SYS-PAYABLE        PIC X(50)
                               VALUE "C:\COBOL\MRS-PAYABLE-INDEX.DAT".
           05  UT-SYS-REMIT-RPT      PIC X(50)
                               VALUE "C:\COBOL\MRS-REMIT-ADVICE.RPT".
           05  UT-SYS-FILMTERM       PIC X(50)
                               VALUE "C:\COBOL\MRS-FILMTERM-INDEX.DAT".
           05  UT-SYS-FILE-CFG       PIC X(50)
                                   VALUE "C:\COBOL\MRS-FILE-PATHS.CFG".

       01  WS-SWITCHES.
           05  WS-SALES-STATUS       PIC XX.
           05  VEN-EOF               PIC X.
           05  WS-STAGE-STATUS       PIC XX.
           05  SALES-EOF             PIC X.
           05  RENT-EOF              PIC X.
           05  WS-SHOW-FOUND         PIC X.
           05  WS-PERIOD-YM          PIC 9(6).
           05  WS-PERIOD-START       PIC 9(8).
           05  WS-PERIOD-END         PIC 9(8).
           05  WS-LINE-DATE          PIC 9(8).
           05  WS-RENT-START-NUM     PIC 9(8).
           05  WS-RENT-END-NUM       PIC 9(8).


       01  WS-POSTING.
           05  WS-POSTNUM            PIC 9(3) VALUE ZERO.
           05  WS-ACCNUM-SHARE       PIC 999.
           05  WS-ACCNUM-FILMRENT    PIC 999.
           05  WS-PREFIX             PIC X(4) VALUE 'MRS-'.
           05  WS-JOR-BATCH          PIC 99 VALUE 91.
           05  WS-TODAY-NUM          PIC 9(8).
               10 WGD-VENDOR         PIC X(2).
               10 PIC X(11)          VALUE SPACES.

      * Contracted-terms work. Each title-and-playweek the month's
      * trail touches gets one slot; the slots are priced once the
      * trail has been read, so a week's allowance and guarantee
      * apply to the whole week's gross, not line by line.
       01  WS-TERMS-WORK.
           05  WS-FT-STATUS          PIC XX.
           05  WS-HAVE-TERMS-FILE    PIC X VALUE "N".
           05  WS-VENDOR-HAS-TERMS   PIC X.
           05  WS-TITLE-HAS-TERMS    PIC X.
           05  WS-LAST-FT-KEY        PIC X(6).
           05  WS-LAST-FT-HIT        PIC X.
           05  FT-EOF                PIC X.
           05  WS-LINE-AMT           PIC S9(7)V99.
           05  WS-PLAY-DATE          PIC 9(8).
           05  WS-RUN-START-NUM      PIC 9(8).
           05  WS-RUN-START-INT      PIC 9(7).
           05  WS-PLAY-INT           PIC 9(7).
           05  WS-WEEK-NO            PIC 9(3).
           05  WS-WEEK-END-NUM       PIC 9(8).
           05  WS-PCT-SLOT           PIC 9.
           05  WS-SLIDE-RENT         PIC S9(7)V99.
           05  WS-NUT-RENT           PIC S9(7)V99.
           05  WS-TERMS-GROSS        PIC S9(7)V99.
           05  WS-TERMS-RENT         PIC S9(7)V99.
           05  WS-TW-I               PIC 9(3).
           05  WS-TW-HIT             PIC X.
           05  WS-TW-COUNT           PIC 9(3).
       01  WS-TITLE-WEEK-TABLE.
           05  WS-TW-SLOT OCCURS 300 TIMES.
               10  TW-TITLE          PIC X(6).
               10  TW-WEEK           PIC 9(3).
               10  TW-TYPE           PIC X.
               10  TW-GROSS          PIC S9(7)V99.
               10  TW-RENT           PIC S9(7)V99.

       01  WS-CONTROL-TOTALS.
           05  WS-VENDOR-CNT         PIC 9(5) VALUE ZERO.
           05  WS-PAYABLE-TOT        PIC S9(7)V99 VALUE ZERO.
           05  PIC X(2)  VALUE SPACES.
           05  RM-COMPANY            PIC X(15).
           05  PIC X(9)  VALUE "  PERIOD ".
           05  RM-PERIOD             PIC X(20).
           05  PIC X(6)  VALUE SPACES.

       01  WS-REMIT-DETAIL.
           05  RM-LABEL              PIC X(28).
           05  RM-PCT                PIC ZZ9.99.
           05  PIC X(46) VALUE SPACES.

       01  WS-REMIT-WEEK-LINE.
           05  PIC X(6)  VALUE "TITLE ".
           05  RW-TITLE              PIC X(6).
           05  PIC X(4)  VALUE " WK ".
           05  RW-WEEK               PIC ZZ9.
           05  PIC X(2)  VALUE SPACES.
           05  RW-TYPE               PIC X.
           05  PIC X(8)  VALUE "  GROSS ".
           05  RW-GROSS              PIC ---,--9.99.
           05  PIC X(7)  VALUE "  RENT ".
           05  RW-RENT               PIC ---,--9.99.
           05  PIC X(23) VALUE SPACES.

       01  WS-REMIT-BLANK            PIC X(80) VALUE SPACES.

       01  WS-RPT-HEADER.
           05  PIC X(26) VALUE "MRS REVENUE SHARE SETTLE -".
           05  PIC X(1)  VALUE SPACES.
           05  RH-PERIOD             PIC X(20).
           05  PIC X(33) VALUE SPACES.

       01  WS-RPT-COL-HDR.
           05  PIC X(4)  VALUE "VEN".

       PROCEDURE DIVISION.
       100-MAIN.
      *    The range is settled up front; one that cannot be placed
      *    refuses the run before anything is written.
           ACCEPT MRS-FCL-RANGE
           CALL "MRS-5070" USING MRS-FCL-PUT
           IF MRS-FCL-ANSWER NOT = "Y"
               DISPLAY "MRS-5200: RANGE " MRS-FCL-RANGE
                   " NOT ON THE CALENDAR - RUN REFUSED."
               GOBACK
           END-IF
      *    The accounts come off the chart of accounts; a source with
      *    no single active account refuses the run before anything
      *    is written (MRS-5020 prints why).
           MOVE "MRS-5200" TO MRS-GAP-PROGRAM
           MOVE "**" TO MRS-GAP-SITE
           MOVE 2 TO MRS-GAP-COUNT
           MOVE "VENDPAY" TO MRS-GAP-SOURCE(1)
           MOVE "FILMRENT" TO MRS-GAP-SOURCE(2)
           CALL "MRS-5020" USING MRS-GLA-PUT
           IF MRS-GAP-ANSWER NOT = "Y"
               DISPLAY "MRS-5200: GL ACCOUNTS NOT IN ORDER - "
                   "RUN REFUSED, NOTHING POSTED."
               GOBACK
           END-IF
           MOVE MRS-GAP-ACC-NUM(1) TO WS-ACCNUM-SHARE
           MOVE MRS-GAP-ACC-NUM(2) TO WS-ACCNUM-FILMRENT
           PERFORM 900-OPEN-FILES THRU 900-EXIT
           MOVE FUNCTION CURRENT-DATE TO WS-DATETIME
           COMPUTE WS-TODAY-NUM =
               (WS-YEAR * 10000) + (WS-MONTH * 100) + WS-DAY
           MOVE MRS-FCL-END-YM TO WS-PERIOD-YM
           MOVE MRS-FCL-FROM TO WS-PERIOD-START
           MOVE MRS-FCL-TO TO WS-PERIOD-END

           MOVE MRS-FCL-LABEL TO RH-PERIOD
           WRITE MRS-SETTLE-LINE FROM WS-RPT-HEADER
           WRITE MRS-SETTLE-LINE FROM WS-RPT-COL-HDR

               " VENDOR(S) SETTLED."

           PERFORM 910-CLOSE-FILES THRU 910-EXIT
      *    The staged journal goes to the feed only if it balances.
           MOVE "MRS-5200" TO MRS-GLR-PROGRAM
           MOVE UT-SYS-GL-STAGE TO MRS-GLR-STAGE
           MOVE "E" TO MRS-GLR-FEED-MODE
           CALL "MRS-5030" USING MRS-GLR-PUT
           GOBACK.
       100-EXIT.
           EXIT.
                   AT END
                       MOVE "Y" TO VEN-EOF
                   NOT AT END
                       PERFORM 210-CHECK-VENDOR-TERMS THRU 210-EXIT
                       IF MRS-VENDOR-REVENUE-SHARE-PCT > ZERO OR
                          WS-VENDOR-HAS-TERMS = "Y"
                           PERFORM 250-SETTLE-ONE-VENDOR THRU 250-EXIT
                       END-IF
               END-READ
       200-EXIT.
           EXIT.

      * Tells whether any title of this vendor's is booked on
      * contracted terms - such a vendor settles even when it carries
      * no flat share percentage.
       210-CHECK-VENDOR-TERMS.
           MOVE "N" TO WS-VENDOR-HAS-TERMS
           IF WS-HAVE-TERMS-FILE NOT = "Y"
               GO TO 210-EXIT
           END-IF
           MOVE LOW-VALUES TO MRS-FT-TITLE-KEY
           MOVE MRS-VENDOR-ID TO MRS-FT-VENDOR
           START MRS-FILM-TERMS-FILE
               KEY IS NOT LESS THAN MRS-FT-TITLE-KEY
               INVALID KEY
                   GO TO 210-EXIT
           END-START
           READ MRS-FILM-TERMS-FILE NEXT RECORD
               AT END
                   GO TO 210-EXIT
           END-READ
           IF MRS-FT-VENDOR = MRS-VENDOR-ID
               MOVE "Y" TO WS-VENDOR-HAS-TERMS
           END-IF.
       210-EXIT.
           EXIT.

       250-SETTLE-ONE-VENDOR.
           MOVE ZERO TO WS-TICKET-REV
           MOVE ZERO TO WS-RENTAL-REV
           MOVE ZERO TO WS-TERMS-GROSS
           MOVE ZERO TO WS-TERMS-RENT
           MOVE ZERO TO WS-TW-COUNT
           MOVE SPACES TO WS-LAST-FT-KEY
           PERFORM 300-TICKET-REVENUE THRU 300-EXIT
           PERFORM 380-PRICE-PLAYWEEKS THRU 380-EXIT
           PERFORM 400-RENTAL-REVENUE THRU 400-EXIT
           COMPUTE WS-PAYABLE ROUNDED =
               ((WS-TICKET-REV + WS-RENTAL-REV)
               * MRS-VENDOR-REVENUE-SHARE-PCT / 100)
               + WS-TERMS-RENT
           ADD 1 TO WS-VENDOR-CNT
           ADD WS-PAYABLE TO WS-PAYABLE-TOT

           MOVE MRS-VENDOR-ID TO RD-VENDOR
           MOVE MRS-VENDOR-COMPANY TO RD-COMPANY
           COMPUTE RD-TICKET-REV = WS-TICKET-REV + WS-TERMS-GROSS
           MOVE WS-RENTAL-REV TO RD-RENTAL-REV
           MOVE MRS-VENDOR-REVENUE-SHARE-PCT TO RD-PCT
           MOVE WS-PAYABLE TO RD-PAYABLE
           MOVE WS-NEXT-PAY-ID TO MRS-PAY-ID
           MOVE MRS-VENDOR-ID TO MRS-PAY-VENDOR
           MOVE WS-PERIOD-YM TO MRS-PAY-PERIOD-YM
           COMPUTE MRS-PAY-TICKET-REV = WS-TICKET-REV + WS-TERMS-GROSS
           MOVE WS-RENTAL-REV TO MRS-PAY-RENTAL-REV
           MOVE MRS-VENDOR-REVENUE-SHARE-PCT TO MRS-PAY-SHARE-PCT
           MOVE WS-PAYABLE TO MRS-PAY-AMOUNT
       600-PRINT-REMITTANCE.
           MOVE MRS-VENDOR-ID TO RM-VENDOR
           MOVE MRS-VENDOR-COMPANY TO RM-COMPANY
           MOVE MRS-FCL-LABEL TO RM-PERIOD
           WRITE MRS-REMIT-LINE FROM WS-REMIT-HDR
           MOVE "TICKET REVENUE (NET)" TO RM-LABEL
           MOVE WS-TICKET-REV TO RM-AMOUNT
           WRITE MRS-REMIT-LINE FROM WS-REMIT-DETAIL
           MOVE MRS-VENDOR-REVENUE-SHARE-PCT TO RM-PCT
           WRITE MRS-REMIT-LINE FROM WS-REMIT-PCT-LINE
           IF WS-TW-COUNT > ZERO
               PERFORM VARYING WS-TW-I FROM 1 BY 1
                       UNTIL WS-TW-I > WS-TW-COUNT
                   MOVE TW-TITLE(WS-TW-I) TO RW-TITLE
                   MOVE TW-WEEK(WS-TW-I) TO RW-WEEK
                   MOVE TW-TYPE(WS-TW-I) TO RW-TYPE
                   MOVE TW-GROSS(WS-TW-I) TO RW-GROSS
                   MOVE TW-RENT(WS-TW-I) TO RW-RENT
                   WRITE MRS-REMIT-LINE FROM WS-REMIT-WEEK-LINE
               END-PERFORM
               MOVE "CONTRACTED TITLES GROSS" TO RM-LABEL
               MOVE WS-TERMS-GROSS TO RM-AMOUNT
               WRITE MRS-REMIT-LINE FROM WS-REMIT-DETAIL
               MOVE "CONTRACTED FILM RENT" TO RM-LABEL
               MOVE WS-TERMS-RENT TO RM-AMOUNT
               WRITE MRS-REMIT-LINE FROM WS-REMIT-DETAIL
           END-IF
           MOVE "AMOUNT PAYABLE" TO RM-LABEL
           MOVE WS-PAYABLE TO RM-AMOUNT
           WRITE MRS-REMIT-LINE FROM WS-REMIT-DETAIL
                   AT END
                       MOVE "Y" TO SALES-EOF
                   NOT AT END
                       PERFORM 350-APPLY-SALE-LINE THRU 350-EXIT
               END-READ
           END-PERFORM.
       300-EXIT.
           EXIT.

      * A flat-share title counts the lines rung this month. A
      * contracted title counts the lines for its playweeks that end
      * this month, whenever the money was taken - an advance sale
      * belongs to the week the seat was for - so the whole file is
      * walked and the month test depends on which kind of title
      * the showing carries.
       350-APPLY-SALE-LINE.
           MOVE MRS-TSL-DATE TO WS-LINE-DATE
           IF WS-HAVE-TERMS-FILE NOT = "Y" AND
              (WS-LINE-DATE < WS-PERIOD-START OR
               WS-LINE-DATE > WS-PERIOD-END)
               GO TO 350-EXIT
           END-IF
           MOVE MRS-TSL-SHOW-ID TO MRS-SHOW-ID
           READ MRS-SHOW-FILE KEY IS MRS-SHOW-ID
               INVALID KEY
               NOT INVALID KEY
                   MOVE "Y" TO WS-SHOW-FOUND
           END-READ
           IF WS-SHOW-FOUND NOT = "Y"
               GO TO 350-EXIT
           END-IF
           MOVE MRS-RENTAL-ID(1:2) TO WS-SHOW-VENDOR
           IF WS-SHOW-VENDOR NOT = MRS-VENDOR-ID
               GO TO 350-EXIT
           END-IF
           IF MRS-TSL-ACTION = "RFND" OR
              MRS-TSL-ACTION = "XOUT"
               COMPUTE WS-LINE-AMT = ZERO - MRS-TSL-AMOUNT
           ELSE
               MOVE MRS-TSL-AMOUNT TO WS-LINE-AMT
           END-IF
           PERFORM 360-FIND-TITLE-TERMS THRU 360-EXIT
           IF WS-TITLE-HAS-TERMS = "Y"
               PERFORM 370-BUCKET-PLAYWEEK THRU 370-EXIT
           ELSE
               IF WS-LINE-DATE >= WS-PERIOD-START AND
                  WS-LINE-DATE <= WS-PERIOD-END
                   ADD WS-LINE-AMT TO WS-TICKET-REV
               END-IF
           END-IF.
       350-EXIT.
           EXIT.

      * Looks the showing's title up on the terms file. Trail lines
      * for one title tend to run together, so the last answer is
      * kept and the terms record left in the record area for the
      * bucketing below.
       360-FIND-TITLE-TERMS.
           MOVE "N" TO WS-TITLE-HAS-TERMS
           IF WS-HAVE-TERMS-FILE NOT = "Y"
               GO TO 360-EXIT
           END-IF
           IF MRS-RENTAL-ID(1:6) = WS-LAST-FT-KEY
               MOVE WS-LAST-FT-HIT TO WS-TITLE-HAS-TERMS
               GO TO 360-EXIT
           END-IF
           MOVE MRS-RENTAL-ID(1:6) TO WS-LAST-FT-KEY
           MOVE MRS-RENTAL-ID(1:6) TO MRS-FT-TITLE-KEY
           READ MRS-FILM-TERMS-FILE KEY IS MRS-FT-TITLE-KEY
               INVALID KEY
                   MOVE "N" TO WS-TITLE-HAS-TERMS
               NOT INVALID KEY
                   MOVE "Y" TO WS-TITLE-HAS-TERMS
           END-READ
           MOVE WS-TITLE-HAS-TERMS TO WS-LAST-FT-HIT.
       360-EXIT.
           EXIT.

      * Works out which playweek of the run the showing falls in and
      * adds the line to that title-and-week slot when the week ends
      * inside the settlement month. A showing dated before the run
      * start (a sneak preview) counts toward week one.
       370-BUCKET-PLAYWEEK.
           MOVE MRS-SHOW-DATE TO WS-PLAY-DATE
           IF WS-PLAY-DATE = ZERO
               MOVE MRS-TSL-DATE TO WS-PLAY-DATE
           END-IF
           MOVE MRS-FT-RUN-START TO WS-RUN-START-NUM
           IF WS-RUN-START-NUM = ZERO
               MOVE WS-PLAY-DATE TO WS-RUN-START-NUM
           END-IF
           COMPUTE WS-RUN-START-INT =
               FUNCTION INTEGER-OF-DATE (WS-RUN-START-NUM)
           COMPUTE WS-PLAY-INT =
               FUNCTION INTEGER-OF-DATE (WS-PLAY-DATE)
           IF WS-PLAY-INT < WS-RUN-START-INT
               MOVE 1 TO WS-WEEK-NO
           ELSE
               COMPUTE WS-WEEK-NO =
                   ((WS-PLAY-INT - WS-RUN-START-INT) / 7) + 1
           END-IF
           COMPUTE WS-WEEK-END-NUM = FUNCTION DATE-OF-INTEGER
               (WS-RUN-START-INT + (WS-WEEK-NO * 7) - 1)
           IF WS-WEEK-END-NUM < WS-PERIOD-START OR
              WS-WEEK-END-NUM > WS-PERIOD-END
               GO TO 370-EXIT
           END-IF
           MOVE "N" TO WS-TW-HIT
           PERFORM VARYING WS-TW-I FROM 1 BY 1
                   UNTIL WS-TW-I > WS-TW-COUNT OR WS-TW-HIT = "Y"
               IF TW-TITLE(WS-TW-I) = MRS-FT-TITLE-KEY AND
                  TW-WEEK(WS-TW-I) = WS-WEEK-NO
                   ADD WS-LINE-AMT TO TW-GROSS(WS-TW-I)
                   MOVE "Y" TO WS-TW-HIT
               END-IF
           END-PERFORM
           IF WS-TW-HIT = "Y"
               GO TO 370-EXIT
           END-IF
           IF WS-TW-COUNT >= 300
      *        No room left to price the week on its own - settle the
      *        line at the flat share rather than drop it.
               DISPLAY "MRS-5200 PLAYWEEK TABLE FULL - TITLE "
                   MRS-FT-TITLE-KEY " SETTLED AT FLAT SHARE."
               ADD WS-LINE-AMT TO WS-TICKET-REV
               GO TO 370-EXIT
           END-IF
           ADD 1 TO WS-TW-COUNT
           MOVE MRS-FT-TITLE-KEY TO TW-TITLE(WS-TW-COUNT)
           MOVE WS-WEEK-NO TO TW-WEEK(WS-TW-COUNT)
           MOVE MRS-FT-TERMS-TYPE TO TW-TYPE(WS-TW-COUNT)
           MOVE WS-LINE-AMT TO TW-GROSS(WS-TW-COUNT)
           MOVE ZERO TO TW-RENT(WS-TW-COUNT).
       370-EXIT.
           EXIT.

      * Prices every title-and-playweek slot off its terms once the
      * whole trail is in.
       380-PRICE-PLAYWEEKS.
           PERFORM VARYING WS-TW-I FROM 1 BY 1
                   UNTIL WS-TW-I > WS-TW-COUNT
               PERFORM 385-PRICE-ONE-WEEK THRU 385-EXIT
           END-PERFORM.
       380-EXIT.
           EXIT.

      * One playweek's film rent. Sliding scale takes the week's
      * percentage (the eighth week's figure carries the rest of the
      * run); over the nut takes the over percentage of the gross
      * above the house allowance; best-of takes the larger. A week
      * that grossed anything pays at least the minimum guarantee.
       385-PRICE-ONE-WEEK.
           MOVE TW-TITLE(WS-TW-I) TO MRS-FT-TITLE-KEY
           READ MRS-FILM-TERMS-FILE KEY IS MRS-FT-TITLE-KEY
               INVALID KEY
                   COMPUTE TW-RENT(WS-TW-I) ROUNDED =
                       TW-GROSS(WS-TW-I)
                       * MRS-VENDOR-REVENUE-SHARE-PCT / 100
                   GO TO 385-ACCUMULATE
           END-READ
           IF TW-WEEK(WS-TW-I) > 8
               MOVE 8 TO WS-PCT-SLOT
           ELSE
               MOVE TW-WEEK(WS-TW-I) TO WS-PCT-SLOT
           END-IF
           COMPUTE WS-SLIDE-RENT ROUNDED =
               TW-GROSS(WS-TW-I) * MRS-FT-WEEK-PCT(WS-PCT-SLOT) / 100
           COMPUTE WS-NUT-RENT ROUNDED =
               (TW-GROSS(WS-TW-I) - MRS-FT-HOUSE-ALLOW)
               * MRS-FT-OVER-PCT / 100
           IF WS-NUT-RENT < ZERO
               MOVE ZERO TO WS-NUT-RENT
           END-IF
           EVALUATE MRS-FT-TERMS-TYPE
               WHEN "N"
                   MOVE WS-NUT-RENT TO TW-RENT(WS-TW-I)
               WHEN "B"
                   IF WS-NUT-RENT > WS-SLIDE-RENT
                       MOVE WS-NUT-RENT TO TW-RENT(WS-TW-I)
                   ELSE
                       MOVE WS-SLIDE-RENT TO TW-RENT(WS-TW-I)
                   END-IF
               WHEN OTHER
                   MOVE WS-SLIDE-RENT TO TW-RENT(WS-TW-I)
           END-EVALUATE
           IF TW-GROSS(WS-TW-I) > ZERO AND
              TW-RENT(WS-TW-I) < MRS-FT-MIN-GUARANTEE
               MOVE MRS-FT-MIN-GUARANTEE TO TW-RENT(WS-TW-I)
           END-IF.
       385-ACCUMULATE.
           ADD TW-GROSS(WS-TW-I) TO WS-TERMS-GROSS
           ADD TW-RENT(WS-TW-I) TO WS-TERMS-RENT.
       385-EXIT.
           EXIT.

      * Adds up the vendor's rental subtotals for rentals whose
      * window touches the settlement month. Whether a rental's movie
      * belongs to this vendor is decided by reading the movie master
           ADD 1 TO WS-POSTNUM
           MOVE WS-POSTNUM TO MRS-IDENTIFIER
           MOVE WS-PREFIX TO MRS-PREFIX
           MOVE "**" TO MRS-GL-SITE
           MOVE WS-ACCNUM-SHARE TO MRS-GL-ACC-NUM
           MOVE WS-MONTH TO MRS-GL-MONTH-OF-TRANS
           MOVE WS-DAY TO MRS-GL-DAY-OF-TRANS
           MOVE WS-JOR-BATCH TO MRS-GL-JOR-NUM
           MOVE MRS-VENDOR-ID TO WGD-VENDOR
           MOVE WS-GL-DESC-BUILD TO MRS-GL-DESC
           WRITE MRS-GL-POST-REC
      *    The other side: the film rent the payable is for.
           ADD 1 TO WS-POSTNUM
           MOVE WS-POSTNUM TO MRS-IDENTIFIER
           MOVE WS-ACCNUM-FILMRENT TO MRS-GL-ACC-NUM
           COMPUTE MRS-GL-ADJUST-AMOUNT = 0 - WS-PAYABLE
           WRITE MRS-GL-POST-REC.
       500-EXIT.
           EXIT.

      * Opens the files. The staging file is opened EXTEND so lines
      * left by a run that stopped short of its release are not lost
      * under this one; MRS-5030 empties it once it has released.
       900-OPEN-FILES.
           PERFORM 160-LOAD-FILE-CONFIG THRU 160-EXIT
           OPEN INPUT MRS-VENDOR-FILE
                      MRS-SHOW-FILE
           OPEN INPUT MRS-TICKET-SALES-FILE
           OPEN EXTEND MRS-GL-POST-FILE
           IF WS-STAGE-STATUS = '35'
               OPEN OUTPUT MRS-GL-POST-FILE
           END-IF
           OPEN OUTPUT MRS-SETTLE-RPT
           OPEN OUTPUT MRS-REMIT-RPT
           OPEN I-O MRS-PAYABLE-FILE
           OPEN INPUT MRS-FILM-TERMS-FILE
           IF WS-FT-STATUS = '00'
               MOVE "Y" TO WS-HAVE-TERMS-FILE
           END-IF
           PERFORM 650-FIND-NEXT-PAY-ID THRU 650-EXIT.
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

                   MOVE CFG-PATH TO UT-SYS-MRS-SHOW
               WHEN "TIC-SALES"
                   MOVE CFG-PATH TO UT-SYS-TIC-SALES
               WHEN "GL-STAGE-5200"
                   MOVE CFG-PATH TO UT-SYS-GL-STAGE
               WHEN "SETTLE-RPT"
                   MOVE CFG-PATH TO UT-SYS-SETTLE-RPT
               WHEN "PAYABLE"
                   MOVE CFG-PATH TO UT-SYS-PAYABLE
               WHEN "REMIT-RPT"
                   MOVE CFG-PATH TO UT-SYS-REMIT-RPT
               WHEN "FILMTERM"
                   MOVE CFG-PATH TO UT-SYS-FILMTERM
           END-EVALUATE.
       170-EXIT.
           EXIT.
                 MRS-REMIT-RPT
           IF WS-PAY-STATUS = '00'
               CLOSE MRS-PAYABLE-FILE
           END-IF
           IF WS-HAVE-TERMS-FILE = "Y"
               CLOSE MRS-FILM-TERMS-FILE
           END-IF.
       910-EXIT.
           EXIT.
