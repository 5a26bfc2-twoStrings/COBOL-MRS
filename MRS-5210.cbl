       IDENTIFICATION DIVISION.
       PROGRAM-ID.  MRS-5210.
       AUTHOR.  JOHN BELLEK.
      *****************************************************************
      * Month-end film rent accrual. Film rent for titles that played
      * this month is owed to the distributors whether or not the
      * settlement has been cut, and until now the accountant
      * estimated the unsettled part on a spreadsheet. This run works
      * it out title by title from the month's money, the same two
      * components the settlement run (MRS-5200) pays on:
      *
      *   ticket revenue - the month's MRS-TICKET-SALES-FILE lines
      *     (refunds and exchange-outs netted out), handed to the
      *     title through the showing's MRS-RENTAL-ID;
      *   rental revenue - MRS-RENTAL-FILE subtotals for rentals
      *     whose window touches the month, handed to the title
      *     through the movie master under the vendor's key.
      *
      * A title's ticket revenue accrues at its vendor's flat share,
      * or, when the title is booked on contracted terms, at the
      * terms' rate for the playweek the title stands in on the run
      * date - sliding scale at that week's percentage, over the nut
      * at the over percentage, best-of at the larger of the two.
      * The week-by-week pricing with allowances and guarantees is
      * the settlement's job; an accrual is an estimate and leans to
      * the full rate. Rental revenue accrues at the flat share.
      *
      * A vendor already settled for the month - a payable on
      * MRS-PAYABLE-FILE for the period, open or paid - has its film
      * rent on the books already through the settlement's posting,
      * and is listed but not accrued.
      *
      * Each vendor's accrual goes to the GL as a balanced journal
      * (journal batch 89): film rent expense against accrued film
      * rent, dated today. Its reversal - the same two lines with the
      * signs turned - goes out in the same run as a second journal
      * dated the first of next month, so the accrual clears itself
      * when the real settlement posts. Both journals are staged and
      * released through MRS-5030 like every other posting run.
      *
      * The accrual detail report lists every vendor and, under it,
      * every title with its ticket and rental revenue, the rate
      * used and the film rent accrued, and is registered on the
      * report spool.
      *
      * Run on the month's last night, after the settlement run.
      * Nothing stamps a month as accrued, so a second run in the
      * same month stages a second accrual and its reversal - same
      * discipline as the other month-end jobs.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MRS-VENDOR-FILE
               ASSIGN TO UT-SYS-MRS-VEN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MRS-VENDOR-ID.

           SELECT MRS-MOVIE-FILE
               ASSIGN TO UT-SYS-MRS-MOVIE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MRS-MOVIE-KEY.

           SELECT MRS-RENTAL-FILE
               ASSIGN TO UT-SYS-MRS-RENT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MRS-RENT-ID
               ALTERNATE KEY IS MRS-RENT-COPY-KEY
               WITH DUPLICATES.

           SELECT MRS-SHOW-FILE
               ASSIGN TO UT-SYS-MRS-SHOW
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MRS-SHOW-ID
               ALTERNATE KEY IS MRS-SHOW-LOOKUP-KEY
               WITH DUPLICATES
               ALTERNATE KEY IS MRS-RENTAL-ID
               WITH DUPLICATES.

           SELECT MRS-TICKET-SALES-FILE
               ASSIGN TO UT-SYS-TIC-SALES
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SALES-STATUS.

           SELECT MRS-GL-POST-FILE
               ASSIGN TO UT-SYS-GL-STAGE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STAGE-STATUS.

           SELECT MRS-PAYABLE-FILE
               ASSIGN TO UT-SYS-PAYABLE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MRS-PAY-ID
               FILE STATUS IS WS-PAY-STATUS.

           SELECT MRS-FILM-TERMS-FILE
               ASSIGN TO UT-SYS-FILMTERM
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MRS-FT-TITLE-KEY
               FILE STATUS IS WS-FT-STATUS.

           SELECT MRS-ACCRUAL-RPT
               ASSIGN TO UT-SYS-ACCRUAL-RPT
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT MRS-FILE-CONFIG-FILE
               ASSIGN TO UT-SYS-FILE-CFG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CFG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       COPY "CPYBOOKS/MRS-VENDOR.CPY".
       COPY "CPYBOOKS/MRS-MOVIE.CPY".
       COPY "CPYBOOKS/MRS-RENTAL.CPY".
       COPY "CPYBOOKS/MRS-SHOW.CPY".
       COPY "CPYBOOKS/MRS-TICKET-SALES.CPY".
       COPY "CPYBOOKS/MRS-GLSTG.CPY".
       COPY "CPYBOOKS/MRS-PAYABLE.CPY".
       COPY "CPYBOOKS/MRS-FILMTERM.CPY".
       COPY "CPYBOOKS/MRS-FILE-CFG.CPY".

       FD  MRS-ACCRUAL-RPT
           RECORD CONTAINS 80 CHARACTERS.
       01  MRS-ACCRUAL-LINE                    PIC X(80).

       WORKING-STORAGE SECTION.
       COPY "CPYBOOKS/MRS-JOBCTR.CPY".
       COPY "CPYBOOKS/DATETIME.CPY".
       COPY "CPYBOOKS/MRS-SIGNON.CPY".
       COPY "CPYBOOKS/MRS-TRNPUT.CPY".
       COPY "CPYBOOKS/MRS-GLAPUT.CPY".
       COPY "CPYBOOKS/MRS-GLRPUT.CPY".
       COPY "CPYBOOKS/MRS-SPLPUT.CPY".

       01  WS-FILENAMES.
           05  UT-SYS-MRS-VEN        PIC X(50)
                               VALUE "C:\COBOL\VENDOR-INDEXED.DAT".
           05  UT-SYS-MRS-MOVIE      PIC X(50)
                               VALUE "C:\COBOL\MRS-MOVIE-INDEX.dat".
           05  UT-SYS-MRS-RENT       PIC X(50)
                                   VALUE "C:\COBOL\MRS-RENTAL.DAT".
           05  UT-SYS-MRS-SHOW       PIC X(50)
                               VALUE "C:\COBOL\MRS-SHOW-INDEX.dat".
           05  UT-SYS-TIC-SALES      PIC X(50)
                               VALUE "C:\COBOL\MRS-TICKET-SALES.DAT".
           05  UT-SYS-GL-STAGE       PIC X(50)
                               VALUE "C:\COBOL\MRS-GL-STAGE-5210.DAT".
           05  UT-SYS-PAYABLE        PIC X(50)
                               VALUE "C:\COBOL\MRS-PAYABLE-INDEX.DAT".
           05  UT-SYS-FILMTERM       PIC X(50)
                               VALUE "C:\COBOL\MRS-FILMTERM-INDEX.DAT".
           05  UT-SYS-ACCRUAL-RPT    PIC X(50)
                               VALUE "C:\COBOL\MRS-FILM-ACCRUAL.RPT".
           05  UT-SYS-FILE-CFG       PIC X(50)
                                   VALUE "C:\COBOL\MRS-FILE-PATHS.CFG".

       01  WS-FILE-CFG-CTL.
           05  WS-CFG-STATUS         PIC XX.
           05  WS-CFG-EOF            PIC X.
               88  CFG-EOF VALUE 'Y'.

       01  WS-SWITCHES.
           05  WS-SALES-STATUS       PIC XX.
           05  WS-STAGE-STATUS       PIC XX.
           05  WS-PAY-STATUS         PIC XX.
           05  WS-FT-STATUS          PIC XX.
           05  WS-HAVE-TERMS-FILE    PIC X VALUE "N".
           05  VEN-EOF               PIC X.
           05  SALES-EOF             PIC X.
           05  RENT-EOF              PIC X.
           05  PAY-EOF               PIC X.
           05  WS-SHOW-FOUND         PIC X.
           05  WS-MOVIE-FOUND        PIC X.
           05  WS-SETTLED            PIC X.
           05  WS-SETTLED-ID         PIC 9(5).

       01  WS-PERIOD.
           05  WS-PERIOD-YM          PIC 9(6).
           05  WS-PERIOD-START       PIC 9(8).
           05  WS-PERIOD-END         PIC 9(8).
           05  WS-LINE-YM            PIC 9(6).
           05  WS-RENT-START-NUM     PIC 9(8).
           05  WS-RENT-END-NUM       PIC 9(8).
           05  WS-NEXT-MONTH         PIC 99.
           05  WS-NEXT-YEAR          PIC 9999.
           05  WS-NEXT-FIRST         PIC 9(8).

      * One slot per title the vendor took money on this month. The
      * title key is the vendor number plus the movie number, the
      * way a showing and the terms file name it.
       01  WS-TITLE-WORK.
           05  WS-TT-I               PIC 9(3).
           05  WS-TT-HIT             PIC X.
           05  WS-TT-COUNT           PIC 9(3).
           05  WS-TT-KEY             PIC X(6).
           05  WS-LINE-AMT           PIC S9(7)V99.
           05  WS-TITLE-PCT          PIC 9(2)V99.
           05  WS-TITLE-TERMS        PIC X.
           05  WS-TITLE-RENT         PIC S9(7)V99.
           05  WS-PCT-SLOT           PIC 9.
           05  WS-RUN-START-NUM      PIC 9(8).
           05  WS-WEEK-NO            PIC 9(3).
       01  WS-TITLE-TABLE.
           05  WS-TT-SLOT OCCURS 200 TIMES.
               10  TT-TITLE          PIC X(6).
               10  TT-TICKET         PIC S9(7)V99.
               10  TT-RENTAL         PIC S9(7)V99.

       01  WS-POSTING.
           05  WS-POSTNUM            PIC 9(3) VALUE ZERO.
           05  WS-ACCNUM-FILMRENT    PIC 999.
           05  WS-ACCNUM-ACCRUED     PIC 999.
           05  WS-PREFIX             PIC X(4) VALUE 'MRS-'.
           05  WS-JOR-BATCH          PIC 99 VALUE 89.
           05  WS-TODAY-NUM          PIC 9(8).
           05  WS-GL-DESC-ACCRUE.
               10 PIC X(25)          VALUE 'FILM RENT ACCRUAL VENDOR '.
               10 WGA-VENDOR         PIC X(2).
               10 PIC X(3)           VALUE SPACES.
           05  WS-GL-DESC-REVERSE.
               10 PIC X(24)          VALUE 'ACCRUAL REVERSAL VENDOR '.
               10 WGR-VENDOR         PIC X(2).
               10 PIC X(4)           VALUE SPACES.

       01  WS-CONTROL-TOTALS.
           05  WS-VENDOR-ACCRUED     PIC S9(7)V99.
           05  WS-VENDOR-CNT         PIC 9(5) VALUE ZERO.
           05  WS-SETTLED-CNT        PIC 9(5) VALUE ZERO.
           05  WS-ACCRUED-TOT        PIC S9(7)V99 VALUE ZERO.

       01  WS-RPT-HEADER.
           05  PIC X(24) VALUE "MRS FILM RENT ACCRUAL -".
           05  RH-MONTH              PIC Z9.
           05  PIC X     VALUE "/".
           05  RH-YEAR               PIC 9999.
           05  PIC X(20) VALUE "   REVERSES ON ".
           05  RH-REV-MONTH          PIC Z9.
           05  PIC X     VALUE "/".
           05  PIC X(2)  VALUE "01".
           05  PIC X     VALUE "/".
           05  RH-REV-YEAR           PIC 9999.
           05  PIC X(19) VALUE SPACES.

       01  WS-RPT-COL-HDR.
           05  PIC X(9)  VALUE "  TITLE".
           05  PIC X(21) VALUE "MOVIE".
           05  PIC X(12) VALUE "TICKET REV".
           05  PIC X(12) VALUE "RENTAL REV".
           05  PIC X(9)  VALUE "RATE".
           05  PIC X(10) VALUE "ACCRUED".
           05  PIC X(7)  VALUE SPACES.

       01  WS-RPT-VENDOR.
           05  PIC X(7)  VALUE "VENDOR ".
           05  RV-VENDOR             PIC X(2).
           05  PIC X(2)  VALUE SPACES.
           05  RV-COMPANY            PIC X(15).
           05  PIC X(14) VALUE "  FLAT SHARE ".
           05  RV-PCT                PIC Z9.99.
           05  PIC X(35) VALUE SPACES.

       01  WS-RPT-DETAIL.
           05  PIC X(2)  VALUE SPACES.
           05  RD-TITLE              PIC X(6).
           05  PIC X(1)  VALUE SPACES.
           05  RD-NAME               PIC X(20).
           05  PIC X(1)  VALUE SPACES.
           05  RD-TICKET             PIC ---,--9.99.
           05  PIC X(2)  VALUE SPACES.
           05  RD-RENTAL             PIC ---,--9.99.
           05  PIC X(2)  VALUE SPACES.
           05  RD-PCT                PIC Z9.99.
           05  PIC X(1)  VALUE SPACES.
           05  RD-TERMS              PIC X.
           05  PIC X(2)  VALUE SPACES.
           05  RD-ACCRUED            PIC ---,--9.99.
           05  PIC X(7)  VALUE SPACES.

       01  WS-RPT-VENDOR-TOTAL.
           05  PIC X(9)  VALUE SPACES.
           05  PIC X(19) VALUE "VENDOR ACCRUED".
           05  RVT-AMOUNT            PIC ---,---,--9.99.
           05  PIC X(38) VALUE SPACES.

       01  WS-RPT-SETTLED.
           05  PIC X(9)  VALUE SPACES.
           05  PIC X(26) VALUE "SETTLED ON PAYABLE".
           05  RS-PAY-ID             PIC 9(5).
           05  PIC X(18) VALUE " - NOT ACCRUED".
           05  PIC X(22) VALUE SPACES.

       01  WS-RPT-BLANK              PIC X(80) VALUE SPACES.

       01  WS-RPT-TOTAL.
           05  PIC X(18) VALUE "VENDORS ACCRUED:".
           05  RT-COUNT              PIC ZZZZ9.
           05  PIC X(19) VALUE "   TOTAL ACCRUED:".
           05  RT-ACCRUED            PIC ---,---,--9.99.
           05  PIC X(24) VALUE SPACES.

       01  WS-RPT-TOTAL-2.
           05  PIC X(18) VALUE "VENDORS SETTLED:".
           05  RT-SETTLED            PIC ZZZZ9.
           05  PIC X(57) VALUE SPACES.

       01  WS-RPT-FOOTER.
           05  PIC X(40) VALUE
               "RATE FLAG  S = SLIDING  N = OVER THE NUT".
           05  PIC X(40) VALUE
               "  B = BEST OF  BLANK = FLAT SHARE".

       PROCEDURE DIVISION.
       100-MAIN.
      *    The accounts come off the chart of accounts; a source with
      *    no single active account refuses the run before anything
      *    is written (MRS-5020 prints why).
           MOVE "MRS-5210" TO MRS-GAP-PROGRAM
           MOVE "**" TO MRS-GAP-SITE
           MOVE 2 TO MRS-GAP-COUNT
           MOVE "FILMRENT" TO MRS-GAP-SOURCE(1)
           MOVE "FILMACCR" TO MRS-GAP-SOURCE(2)
           CALL "MRS-5020" USING MRS-GLA-PUT
           IF MRS-GAP-ANSWER NOT = "Y"
               DISPLAY "MRS-5210: GL ACCOUNTS NOT IN ORDER - "
                   "RUN REFUSED, NOTHING POSTED."
               GOBACK
           END-IF
           MOVE MRS-GAP-ACC-NUM(1) TO WS-ACCNUM-FILMRENT
           MOVE MRS-GAP-ACC-NUM(2) TO WS-ACCNUM-ACCRUED
      *    Working totals survive between calls from the night run.
           MOVE ZERO TO WS-POSTNUM
           MOVE ZERO TO WS-VENDOR-CNT
           MOVE ZERO TO WS-SETTLED-CNT
           MOVE ZERO TO WS-ACCRUED-TOT
           PERFORM 900-OPEN-FILES THRU 900-EXIT
           MOVE FUNCTION CURRENT-DATE TO WS-DATETIME
           COMPUTE WS-TODAY-NUM =
               (WS-YEAR * 10000) + (WS-MONTH * 100) + WS-DAY
           COMPUTE WS-PERIOD-YM = (WS-YEAR * 100) + WS-MONTH
           COMPUTE WS-PERIOD-START = (WS-PERIOD-YM * 100) + 1
           COMPUTE WS-PERIOD-END = (WS-PERIOD-YM * 100) + 31
           IF WS-MONTH = 12
               MOVE 1 TO WS-NEXT-MONTH
               COMPUTE WS-NEXT-YEAR = WS-YEAR + 1
           ELSE
               COMPUTE WS-NEXT-MONTH = WS-MONTH + 1
               MOVE WS-YEAR TO WS-NEXT-YEAR
           END-IF
           COMPUTE WS-NEXT-FIRST =
               (WS-NEXT-YEAR * 10000) + (WS-NEXT-MONTH * 100) + 1

           MOVE WS-MONTH TO RH-MONTH
           MOVE WS-YEAR TO RH-YEAR
           MOVE WS-NEXT-MONTH TO RH-REV-MONTH
           MOVE WS-NEXT-YEAR TO RH-REV-YEAR
           WRITE MRS-ACCRUAL-LINE FROM WS-RPT-HEADER
           WRITE MRS-ACCRUAL-LINE FROM WS-RPT-COL-HDR
           WRITE MRS-ACCRUAL-LINE FROM WS-RPT-BLANK

           PERFORM 200-WALK-VENDORS THRU 200-EXIT

           MOVE WS-VENDOR-CNT TO RT-COUNT
           MOVE WS-ACCRUED-TOT TO RT-ACCRUED
           WRITE MRS-ACCRUAL-LINE FROM WS-RPT-TOTAL
           MOVE WS-SETTLED-CNT TO RT-SETTLED
           WRITE MRS-ACCRUAL-LINE FROM WS-RPT-TOTAL-2
           WRITE MRS-ACCRUAL-LINE FROM WS-RPT-BLANK
           WRITE MRS-ACCRUAL-LINE FROM WS-RPT-FOOTER

      *    The night driver logs these on the job log.
           MOVE WS-VENDOR-CNT TO MRS-JOB-READ
           MOVE WS-POSTNUM TO MRS-JOB-WRITTEN
           DISPLAY "MRS-5210 FILM RENT ACCRUAL: " WS-VENDOR-CNT
               " VENDOR(S) ACCRUED."

           PERFORM 910-CLOSE-FILES THRU 910-EXIT
      *    The staged journals go to the feed only if they balance.
           MOVE "MRS-5210" TO MRS-GLR-PROGRAM
           MOVE UT-SYS-GL-STAGE TO MRS-GLR-STAGE
           MOVE "E" TO MRS-GLR-FEED-MODE
           CALL "MRS-5030" USING MRS-GLR-PUT
      *    The finished output registers on the report spool so
      *    the office can find and reprint it later.
           MOVE "MRS-5210" TO MRS-SP-PROGRAM
           MOVE SPACES TO MRS-SP-PARMS
           MOVE WS-PERIOD-YM TO MRS-SP-PARMS(1:6)
           MOVE UT-SYS-ACCRUAL-RPT TO MRS-SP-PATH
           CALL "MRS-7050" USING MRS-SPOOL-PUT
           GOBACK.
       100-EXIT.
           EXIT.

      * Every vendor on file is looked at - inactive ones too, since
      * their titles may still have played this month. A vendor that
      * took nothing this month prints nothing.
       200-WALK-VENDORS.
           MOVE "N" TO VEN-EOF
           MOVE LOW-VALUES TO MRS-VENDOR-ID
           START MRS-VENDOR-FILE KEY IS NOT LESS THAN MRS-VENDOR-ID
               INVALID KEY
                   MOVE "Y" TO VEN-EOF
           END-START
           PERFORM UNTIL VEN-EOF = "Y"
               READ MRS-VENDOR-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO VEN-EOF
                   NOT AT END
                       PERFORM 250-ACCRUE-ONE-VENDOR THRU 250-EXIT
               END-READ
           END-PERFORM.
       200-EXIT.
           EXIT.

       250-ACCRUE-ONE-VENDOR.
           MOVE ZERO TO WS-TT-COUNT
           MOVE ZERO TO WS-VENDOR-ACCRUED
           PERFORM 300-TICKET-REVENUE THRU 300-EXIT
           PERFORM 400-RENTAL-REVENUE THRU 400-EXIT
           IF WS-TT-COUNT = ZERO
               GO TO 250-EXIT
           END-IF
           MOVE MRS-VENDOR-ID TO RV-VENDOR
           MOVE MRS-VENDOR-COMPANY TO RV-COMPANY
           MOVE MRS-VENDOR-REVENUE-SHARE-PCT TO RV-PCT
           WRITE MRS-ACCRUAL-LINE FROM WS-RPT-VENDOR
           PERFORM 260-CHECK-SETTLED THRU 260-EXIT
           IF WS-SETTLED = "Y"
               MOVE WS-SETTLED-ID TO RS-PAY-ID
               WRITE MRS-ACCRUAL-LINE FROM WS-RPT-SETTLED
               WRITE MRS-ACCRUAL-LINE FROM WS-RPT-BLANK
               ADD 1 TO WS-SETTLED-CNT
               GO TO 250-EXIT
           END-IF
           PERFORM VARYING WS-TT-I FROM 1 BY 1
                   UNTIL WS-TT-I > WS-TT-COUNT
               PERFORM 500-PRICE-TITLE THRU 500-EXIT
           END-PERFORM
           MOVE WS-VENDOR-ACCRUED TO RVT-AMOUNT
           WRITE MRS-ACCRUAL-LINE FROM WS-RPT-VENDOR-TOTAL
           WRITE MRS-ACCRUAL-LINE FROM WS-RPT-BLANK
           IF WS-VENDOR-ACCRUED NOT = ZERO
               ADD 1 TO WS-VENDOR-CNT
               ADD WS-VENDOR-ACCRUED TO WS-ACCRUED-TOT
               PERFORM 600-POST-ACCRUAL THRU 600-EXIT
           END-IF.
       250-EXIT.
           EXIT.

      * Has the settlement run already laid this vendor's payable
      * down for the month? A site without the payable file yet has
      * settled nobody.
       260-CHECK-SETTLED.
           MOVE "N" TO WS-SETTLED
           IF WS-PAY-STATUS NOT = '00'
               GO TO 260-EXIT
           END-IF
           MOVE "N" TO PAY-EOF
           MOVE ZEROS TO MRS-PAY-ID
           START MRS-PAYABLE-FILE KEY IS NOT LESS THAN MRS-PAY-ID
               INVALID KEY
                   MOVE "Y" TO PAY-EOF
           END-START
           PERFORM UNTIL PAY-EOF = "Y" OR WS-SETTLED = "Y"
               READ MRS-PAYABLE-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO PAY-EOF
                   NOT AT END
                       IF MRS-PAY-VENDOR = MRS-VENDOR-ID AND
                          MRS-PAY-PERIOD-YM = WS-PERIOD-YM
                           MOVE "Y" TO WS-SETTLED
                           MOVE MRS-PAY-ID TO WS-SETTLED-ID
                       END-IF
               END-READ
           END-PERFORM.
       260-EXIT.
           EXIT.

      * Nets the month's ticket trail for this vendor into its title
      * slots. The showing a sale names carries MRS-RENTAL-ID, whose
      * first six characters are the vendor and movie numbers.
       300-TICKET-REVENUE.
           IF WS-SALES-STATUS NOT = '00'
               GO TO 300-EXIT
           END-IF
           CLOSE MRS-TICKET-SALES-FILE
           OPEN INPUT MRS-TICKET-SALES-FILE
           MOVE "N" TO SALES-EOF
           PERFORM UNTIL SALES-EOF = "Y"
               READ MRS-TICKET-SALES-FILE
                   AT END
                       MOVE "Y" TO SALES-EOF
                   NOT AT END
                       PERFORM 350-APPLY-SALE-LINE THRU 350-EXIT
               END-READ
           END-PERFORM.
       300-EXIT.
           EXIT.

       350-APPLY-SALE-LINE.
           MOVE MRS-TSL-DATE(1:6) TO WS-LINE-YM
           IF WS-LINE-YM NOT = WS-PERIOD-YM
               GO TO 350-EXIT
           END-IF
           MOVE MRS-TSL-SHOW-ID TO MRS-SHOW-ID
           READ MRS-SHOW-FILE KEY IS MRS-SHOW-ID
               INVALID KEY
                   MOVE "N" TO WS-SHOW-FOUND
               NOT INVALID KEY
                   MOVE "Y" TO WS-SHOW-FOUND
           END-READ
           IF WS-SHOW-FOUND NOT = "Y"
               GO TO 350-EXIT
           END-IF
           IF MRS-RENTAL-ID(1:2) NOT = MRS-VENDOR-ID
               GO TO 350-EXIT
           END-IF
           IF MRS-TSL-ACTION = "RFND" OR
              MRS-TSL-ACTION = "XOUT"
               COMPUTE WS-LINE-AMT = ZERO - MRS-TSL-AMOUNT
           ELSE
               MOVE MRS-TSL-AMOUNT TO WS-LINE-AMT
           END-IF
           MOVE MRS-RENTAL-ID(1:6) TO WS-TT-KEY
           PERFORM 380-FIND-TITLE-SLOT THRU 380-EXIT
           IF WS-TT-HIT = "Y"
               ADD WS-LINE-AMT TO TT-TICKET(WS-TT-I)
           END-IF.
       350-EXIT.
           EXIT.

      * Finds the slot for the title in WS-TT-KEY, opening a new one
      * when the title has none yet. A full table says so on the
      * console and the title's money is left out of the estimate.
       380-FIND-TITLE-SLOT.
           MOVE "N" TO WS-TT-HIT
           PERFORM VARYING WS-TT-I FROM 1 BY 1
                   UNTIL WS-TT-I > WS-TT-COUNT OR WS-TT-HIT = "Y"
               IF TT-TITLE(WS-TT-I) = WS-TT-KEY
                   MOVE "Y" TO WS-TT-HIT
               END-IF
           END-PERFORM
           IF WS-TT-HIT = "Y"
               SUBTRACT 1 FROM WS-TT-I
               GO TO 380-EXIT
           END-IF
           IF WS-TT-COUNT >= 200
               DISPLAY "MRS-5210 TITLE TABLE FULL - TITLE "
                   WS-TT-KEY " NOT ACCRUED."
               GO TO 380-EXIT
           END-IF
           ADD 1 TO WS-TT-COUNT
           MOVE WS-TT-COUNT TO WS-TT-I
           MOVE WS-TT-KEY TO TT-TITLE(WS-TT-I)
           MOVE ZERO TO TT-TICKET(WS-TT-I)
           MOVE ZERO TO TT-RENTAL(WS-TT-I)
           MOVE "Y" TO WS-TT-HIT.
       380-EXIT.
           EXIT.

      * Adds the vendor's rental subtotals for rentals whose window
      * touches the month to their title slots. Whether a rental's
      * movie belongs to this vendor is decided by reading the movie
      * master under this vendor's key, as the settlement does.
       400-RENTAL-REVENUE.
           MOVE "N" TO RENT-EOF
           MOVE LOW-VALUES TO MRS-RENT-ID
           START MRS-RENTAL-FILE KEY IS NOT LESS THAN MRS-RENT-ID
               INVALID KEY
                   MOVE "Y" TO RENT-EOF
           END-START
           PERFORM UNTIL RENT-EOF = "Y"
               READ MRS-RENTAL-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO RENT-EOF
                   NOT AT END
                       PERFORM 450-APPLY-RENTAL THRU 450-EXIT
               END-READ
           END-PERFORM.
       400-EXIT.
           EXIT.

       450-APPLY-RENTAL.
           MOVE MRS-START-DATE TO WS-RENT-START-NUM
           MOVE MRS-END-DATE TO WS-RENT-END-NUM
           IF WS-RENT-START-NUM > WS-PERIOD-END OR
              WS-RENT-END-NUM < WS-PERIOD-START
               GO TO 450-EXIT
           END-IF
           MOVE MRS-VENDOR-ID TO MRS-VENDOR-NO
           MOVE MRS-MOVIE-ID TO MRS-MOVIE-NO
           READ MRS-MOVIE-FILE KEY IS MRS-MOVIE-KEY
               INVALID KEY
                   MOVE "N" TO WS-MOVIE-FOUND
               NOT INVALID KEY
                   MOVE "Y" TO WS-MOVIE-FOUND
           END-READ
           IF WS-MOVIE-FOUND NOT = "Y"
               GO TO 450-EXIT
           END-IF
           MOVE MRS-MOVIE-KEY TO WS-TT-KEY
           PERFORM 380-FIND-TITLE-SLOT THRU 380-EXIT
           IF WS-TT-HIT = "Y"
               ADD MRS-SUBTOTAL TO TT-RENTAL(WS-TT-I)
           END-IF.
       450-EXIT.
           EXIT.

      * One title's accrued film rent and its detail line. The rate
      * for the ticket money comes off the title's terms when it has
      * any, otherwise the vendor's flat share.
       500-PRICE-TITLE.
           MOVE MRS-VENDOR-REVENUE-SHARE-PCT TO WS-TITLE-PCT
           MOVE SPACE TO WS-TITLE-TERMS
           IF WS-HAVE-TERMS-FILE = "Y"
               MOVE TT-TITLE(WS-TT-I) TO MRS-FT-TITLE-KEY
               READ MRS-FILM-TERMS-FILE KEY IS MRS-FT-TITLE-KEY
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM 550-TERMS-RATE THRU 550-EXIT
               END-READ
           END-IF
           COMPUTE WS-TITLE-RENT ROUNDED =
               (TT-TICKET(WS-TT-I) * WS-TITLE-PCT / 100)
               + (TT-RENTAL(WS-TT-I)
                  * MRS-VENDOR-REVENUE-SHARE-PCT / 100)
           ADD WS-TITLE-RENT TO WS-VENDOR-ACCRUED
           MOVE TT-TITLE(WS-TT-I) TO MRS-MOVIE-KEY
           READ MRS-MOVIE-FILE KEY IS MRS-MOVIE-KEY
               INVALID KEY
                   MOVE SPACES TO RD-NAME
               NOT INVALID KEY
                   MOVE MRS-MOVIE-NAME TO RD-NAME
           END-READ
           MOVE TT-TITLE(WS-TT-I) TO RD-TITLE
           MOVE TT-TICKET(WS-TT-I) TO RD-TICKET
           MOVE TT-RENTAL(WS-TT-I) TO RD-RENTAL
           MOVE WS-TITLE-PCT TO RD-PCT
           MOVE WS-TITLE-TERMS TO RD-TERMS
           MOVE WS-TITLE-RENT TO RD-ACCRUED
           WRITE MRS-ACCRUAL-LINE FROM WS-RPT-DETAIL.
       500-EXIT.
           EXIT.

      * The contracted rate for the playweek the title stands in on
      * the run date - week one being the seven days from the run
      * start, weeks past the eighth at the eighth week's figure.
       550-TERMS-RATE.
           MOVE MRS-FT-TERMS-TYPE TO WS-TITLE-TERMS
           MOVE MRS-FT-RUN-START TO WS-RUN-START-NUM
           IF WS-RUN-START-NUM = ZERO OR
              WS-RUN-START-NUM > WS-TODAY-NUM
               MOVE 1 TO WS-WEEK-NO
           ELSE
               COMPUTE WS-WEEK-NO =
                   ((FUNCTION INTEGER-OF-DATE (WS-TODAY-NUM)
                   - FUNCTION INTEGER-OF-DATE (WS-RUN-START-NUM))
                   / 7) + 1
           END-IF
           IF WS-WEEK-NO > 8
               MOVE 8 TO WS-PCT-SLOT
           ELSE
               MOVE WS-WEEK-NO TO WS-PCT-SLOT
           END-IF
           EVALUATE MRS-FT-TERMS-TYPE
               WHEN "N"
                   MOVE MRS-FT-OVER-PCT TO WS-TITLE-PCT
               WHEN "B"
                   IF MRS-FT-OVER-PCT > MRS-FT-WEEK-PCT(WS-PCT-SLOT)
                       MOVE MRS-FT-OVER-PCT TO WS-TITLE-PCT
                   ELSE
                       MOVE MRS-FT-WEEK-PCT(WS-PCT-SLOT)
                           TO WS-TITLE-PCT
                   END-IF
               WHEN OTHER
                   MOVE "S" TO WS-TITLE-TERMS
                   MOVE MRS-FT-WEEK-PCT(WS-PCT-SLOT) TO WS-TITLE-PCT
           END-EVALUATE.
       550-EXIT.
           EXIT.

      * Stages the vendor's accrual journal, dated today, and its
      * reversal journal, dated the first of next month. Each is
      * film rent expense against accrued film rent, so each nets
      * to zero on its own.
       600-POST-ACCRUAL.
           MOVE MRS-VENDOR-ID TO WGA-VENDOR
           MOVE MRS-VENDOR-ID TO WGR-VENDOR
           MOVE WS-PREFIX TO MRS-PREFIX
           MOVE "**" TO MRS-GL-SITE
           MOVE WS-MONTH TO MRS-GL-MONTH-OF-TRANS
           MOVE WS-DAY TO MRS-GL-DAY-OF-TRANS
           MOVE WS-YEAR TO MRS-GL-YEAR-OF-TRANS
           MOVE WS-TODAY-NUM TO MRS-GL-JOR-DATE
           MOVE WS-JOR-BATCH TO MRS-GL-JOR-NUM
           MOVE WS-GL-DESC-ACCRUE TO MRS-GL-DESC
           ADD 1 TO WS-POSTNUM
           MOVE WS-POSTNUM TO MRS-IDENTIFIER
           MOVE WS-ACCNUM-ACCRUED TO MRS-GL-ACC-NUM
           MOVE WS-VENDOR-ACCRUED TO MRS-GL-ADJUST-AMOUNT
           WRITE MRS-GL-POST-REC
           ADD 1 TO WS-POSTNUM
           MOVE WS-POSTNUM TO MRS-IDENTIFIER
           MOVE WS-ACCNUM-FILMRENT TO MRS-GL-ACC-NUM
           COMPUTE MRS-GL-ADJUST-AMOUNT = 0 - WS-VENDOR-ACCRUED
           WRITE MRS-GL-POST-REC
      *    The reversal, the same two lines turned round.
           MOVE WS-NEXT-MONTH TO MRS-GL-MONTH-OF-TRANS
           MOVE 1 TO MRS-GL-DAY-OF-TRANS
           MOVE WS-NEXT-YEAR TO MRS-GL-YEAR-OF-TRANS
           MOVE WS-NEXT-FIRST TO MRS-GL-JOR-DATE
           MOVE WS-GL-DESC-REVERSE TO MRS-GL-DESC
           ADD 1 TO WS-POSTNUM
           MOVE WS-POSTNUM TO MRS-IDENTIFIER
           MOVE WS-ACCNUM-ACCRUED TO MRS-GL-ACC-NUM
           COMPUTE MRS-GL-ADJUST-AMOUNT = 0 - WS-VENDOR-ACCRUED
           WRITE MRS-GL-POST-REC
           ADD 1 TO WS-POSTNUM
           MOVE WS-POSTNUM TO MRS-IDENTIFIER
           MOVE WS-ACCNUM-FILMRENT TO MRS-GL-ACC-NUM
           MOVE WS-VENDOR-ACCRUED TO MRS-GL-ADJUST-AMOUNT
           WRITE MRS-GL-POST-REC.
       600-EXIT.
           EXIT.

      * Opens the files. The staging file is opened EXTEND so lines
      * left by a run that stopped short of its release are not lost
      * under this one; MRS-5030 empties it once it has released.
       900-OPEN-FILES.
           PERFORM 160-LOAD-FILE-CONFIG THRU 160-EXIT
           MOVE "N" TO WS-HAVE-TERMS-FILE
           OPEN INPUT MRS-VENDOR-FILE
                      MRS-MOVIE-FILE
                      MRS-RENTAL-FILE
                      MRS-SHOW-FILE
           OPEN INPUT MRS-TICKET-SALES-FILE
           OPEN EXTEND MRS-GL-POST-FILE
           IF WS-STAGE-STATUS = '35'
               OPEN OUTPUT MRS-GL-POST-FILE
           END-IF
           OPEN OUTPUT MRS-ACCRUAL-RPT
           OPEN INPUT MRS-PAYABLE-FILE
           OPEN INPUT MRS-FILM-TERMS-FILE
           IF WS-FT-STATUS = '00'
               MOVE "Y" TO WS-HAVE-TERMS-FILE
           END-IF.
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
                           PERFORM 170-APPLY-CONFIG-KEY THRU 170-EXIT
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
       160-EXIT.
           EXIT.

       170-APPLY-CONFIG-KEY.
           EVALUATE CFG-KEY
               WHEN "MRS-VEN"
                   MOVE CFG-PATH TO UT-SYS-MRS-VEN
               WHEN "MRS-MOVIE"
                   MOVE CFG-PATH TO UT-SYS-MRS-MOVIE
               WHEN "MRS-RENT"
                   MOVE CFG-PATH TO UT-SYS-MRS-RENT
               WHEN "MRS-SHOW"
                   MOVE CFG-PATH TO UT-SYS-MRS-SHOW
               WHEN "TIC-SALES"
                   MOVE CFG-PATH TO UT-SYS-TIC-SALES
               WHEN "GL-STAGE-5210"
                   MOVE CFG-PATH TO UT-SYS-GL-STAGE
               WHEN "PAYABLE"
                   MOVE CFG-PATH TO UT-SYS-PAYABLE
               WHEN "FILMTERM"
                   MOVE CFG-PATH TO UT-SYS-FILMTERM
               WHEN "ACCRUAL-RPT"
                   MOVE CFG-PATH TO UT-SYS-ACCRUAL-RPT
           END-EVALUATE.
       170-EXIT.
           EXIT.

      * Closes the files
       910-CLOSE-FILES.
           IF WS-SALES-STATUS = '00'
               CLOSE MRS-TICKET-SALES-FILE
           END-IF
           CLOSE MRS-VENDOR-FILE
                 MRS-MOVIE-FILE
                 MRS-RENTAL-FILE
                 MRS-SHOW-FILE
                 MRS-GL-POST-FILE
                 MRS-ACCRUAL-RPT
           IF WS-PAY-STATUS = '00'
               CLOSE MRS-PAYABLE-FILE
           END-IF
           IF WS-HAVE-TERMS-FILE = "Y"
               CLOSE MRS-FILM-TERMS-FILE
           END-IF.
       910-EXIT.
           EXIT.

       end program MRS-5210.
