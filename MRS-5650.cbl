       IDENTIFICATION DIVISION.
       PROGRAM-ID.  MRS-5650.
       AUTHOR.  JOHN BELLEK.
      *****************************************************************
      * Monthly advertiser invoicing. The pre-show slides and spots
      * local businesses buy were billed off a paper contract and a
      * hand-typed invoice; this run bills them off what actually
      * played. The month's lines on the ad play log (laid down each
      * night by MRS-6580) are totaled per contract:
      *
      *   per-showing contracts - one charge at the logged rate for
      *     every showing the spot played ahead of this month;
      *   per-week contracts - one charge at the logged rate for
      *     every contract week (seven days from the contract's from
      *     date) whose first logged play falls in this month, so a
      *     week straddling month end bills once, in the month it
      *     started playing.
      *
      * Each advertiser with anything to bill gets one invoice -
      * numbered advertiser number plus period - listing every
      * contract with its plays, weeks, rate and amount, addressed
      * off the advertiser master. The month's ad revenue is staged
      * as one journal (batch 98 - the series corporate set aside
      * for advertising drops): the revenue under the advertising
      * account and the same money owed against the advertisers'
      * receivable, so it nets to zero, and MRS-5030 releases it to
      * the feed only if it balances.
      *
      * Run once at month end. Nothing stamps a play as invoiced, so
      * a second run in the same month drops a second revenue journal
      * into the feed - same discipline as the other month-end jobs.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MRS-AD-PLAY-FILE
               ASSIGN TO UT-SYS-AD-PLAY
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MRS-APL-KEY
               FILE STATUS IS WS-APL-STATUS.

           SELECT MRS-AD-CONTRACT-FILE
               ASSIGN TO UT-SYS-AD-CONTRACT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MRS-ADC-NO
               FILE STATUS IS WS-ADC-STATUS.

           SELECT MRS-ADVERTISER-FILE
               ASSIGN TO UT-SYS-ADVERT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MRS-ADV-NO
               FILE STATUS IS WS-ADV-STATUS.

           SELECT MRS-GL-POST-FILE
               ASSIGN TO UT-SYS-GL-STAGE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STAGE-STATUS.

           SELECT MRS-AD-INVOICE-RPT
               ASSIGN TO UT-SYS-AD-INVOICE
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT MRS-FILE-CONFIG-FILE
               ASSIGN TO UT-SYS-FILE-CFG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CFG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       COPY "CPYBOOKS/MRS-ADPLAY.CPY".
       COPY "CPYBOOKS/MRS-ADCON.CPY".
       COPY "CPYBOOKS/MRS-ADVERT.CPY".
       COPY "CPYBOOKS/MRS-GLSTG.CPY".
       COPY "CPYBOOKS/MRS-FILE-CFG.CPY".

       FD  MRS-AD-INVOICE-RPT
           RECORD CONTAINS 80 CHARACTERS.
       01  MRS-AD-INVOICE-LINE                 PIC X(80).

       WORKING-STORAGE SECTION.
       COPY "CPYBOOKS/MRS-JOBCTR.CPY".
       COPY "CPYBOOKS/DATETIME.CPY".
       COPY "CPYBOOKS/MRS-SIGNON.CPY".
       COPY "CPYBOOKS/MRS-TRNPUT.CPY".
       COPY "CPYBOOKS/MRS-GLAPUT.CPY".
       COPY "CPYBOOKS/MRS-GLRPUT.CPY".

       01  WS-FILENAMES.
           05  UT-SYS-AD-PLAY        PIC X(50)
                               VALUE "C:\COBOL\MRS-ADPLAY-INDEX.DAT".
           05  UT-SYS-AD-CONTRACT    PIC X(50)
                               VALUE "C:\COBOL\MRS-ADCON-INDEX.DAT".
           05  UT-SYS-ADVERT         PIC X(50)
                               VALUE "C:\COBOL\MRS-ADVERT-INDEX.DAT".
           05  UT-SYS-GL-STAGE       PIC X(50)
                               VALUE "C:\COBOL\MRS-GL-STAGE-5650.DAT".
           05  UT-SYS-AD-INVOICE     PIC X(50)
                               VALUE "C:\COBOL\MRS-AD-INVOICE.RPT".
           05  UT-SYS-FILE-CFG       PIC X(50)
                                   VALUE "C:\COBOL\MRS-FILE-PATHS.CFG".

       01  WS-FILE-CFG-CTL.
           05  WS-CFG-STATUS         PIC XX.
           05  WS-CFG-EOF            PIC X.
               88  CFG-EOF VALUE 'Y'.

       01  WS-SWITCHES.
           05  WS-APL-STATUS         PIC XX.
           05  WS-ADC-STATUS         PIC XX.
           05  WS-ADV-STATUS         PIC XX.
           05  WS-STAGE-STATUS       PIC XX.
           05  APL-EOF               PIC X.
           05  ADV-EOF               PIC X.
           05  WS-TABLE-FULL         PIC X VALUE "N".
           05  WS-SLOT-OK            PIC X.
           05  WS-HAVE-PLAYS         PIC X VALUE "N".
           05  WS-HAVE-CONTRACTS     PIC X VALUE "N".
           05  WS-HAVE-ADVERTISERS   PIC X VALUE "N".

       01  WS-POSTING.
           05  WS-POSTNUM            PIC 9(3) VALUE ZERO.
           05  WS-ACCNUM-AD          PIC 999.
           05  WS-ACCNUM-ADAR        PIC 999.
           05  WS-PREFIX             PIC X(4) VALUE 'MRS-'.
           05  WS-JOR-BATCH          PIC 99 VALUE 98.
           05  WS-TODAY-NUM          PIC 9(8).
           05  WS-PERIOD-YM          PIC 9(6).
           05  WS-PERIOD-START       PIC 9(8).
           05  WS-PERIOD-END         PIC 9(8).
           05  WS-LOOKBACK-DATE      PIC 9(8).
           05  WS-DATE-INT           PIC 9(8).
           05  WS-PLAY-INT           PIC 9(8).
           05  WS-WEEK-NO            PIC 9(3).
           05  WS-CUR-ADV            PIC 9(6).
           05  WS-ADV-TOTAL          PIC 9(7)V99.
           05  WS-MONTH-TOTAL        PIC 9(8)V99 VALUE ZERO.
           05  WS-PLAYS-READ         PIC 9(7) VALUE ZERO.
           05  WS-INVOICE-CNT        PIC 9(5) VALUE ZERO.

      * One slot per contract met on the log - plays before the
      * month only matter to per-week contracts, to tell which weeks
      * already billed. A week flag is "E" for a week that played
      * before this month and "B" for one first played in it.
       01  WS-CONTRACT-TABLE.
           05  WS-CT-COUNT           PIC 9(3) VALUE ZERO.
           05  WS-CT-SLOT OCCURS 500 TIMES INDEXED BY CT-I.
               10  WC-CONTRACT       PIC 9(6).
               10  WC-ADV-NO         PIC 9(6).
               10  WC-BASIS          PIC X.
               10  WC-FROM-INT       PIC 9(8).
               10  WC-PLAYS          PIC 9(5).
               10  WC-WEEKS          PIC 9(3).
               10  WC-RATE           PIC 9(5)V99.
               10  WC-AMOUNT         PIC 9(7)V99.
               10  WC-BILLED         PIC X.
               10  WC-WEEK-FLAGS.
                   15  WC-WEEK-FLAG  PIC X OCCURS 53 TIMES.

       01  WS-INV-HEADER1.
           05  PIC X(38) VALUE "MRS PRE-SHOW ADVERTISING INVOICE".
           05  PIC X(13) VALUE "INVOICE NO: ".
           05  IH-ADV-NO             PIC 9(6).
           05  PIC X     VALUE "-".
           05  IH-PERIOD             PIC 9(6).
           05  PIC X(16) VALUE SPACES.

       01  WS-INV-HEADER2.
           05  PIC X(8)  VALUE "PERIOD:".
           05  IH-MONTH              PIC Z9.
           05  PIC X     VALUE "/".
           05  IH-YEAR               PIC 9999.
           05  PIC X(23) VALUE SPACES.
           05  PIC X(13) VALUE "INVOICE DATE:".
           05  IH-INV-MONTH          PIC Z9.
           05  PIC X     VALUE "/".
           05  IH-INV-DAY            PIC 99.
           05  PIC X     VALUE "/".
           05  IH-INV-YEAR           PIC 9999.
           05  PIC X(19) VALUE SPACES.

       01  WS-INV-ADDRESS.
           05  IA-LABEL              PIC X(9).
           05  IA-TEXT               PIC X(30).
           05  PIC X(41) VALUE SPACES.

       01  WS-INV-COL-HDR.
           05  PIC X(9)  VALUE "CONTRACT".
           05  PIC X(21) VALUE "SPOT".
           05  PIC X(5)  VALUE "SITE".
           05  PIC X(4)  VALUE "SCR".
           05  PIC X(6)  VALUE "BASIS".
           05  PIC X(6)  VALUE "PLAYS".
           05  PIC X(6)  VALUE "WEEKS".
           05  PIC X(10) VALUE "RATE".
           05  PIC X(13) VALUE "AMOUNT".

       01  WS-INV-DETAIL.
           05  ID-CONTRACT           PIC 9(6).
           05  PIC X(3)  VALUE SPACES.
           05  ID-SPOT-NAME          PIC X(20).
           05  PIC X     VALUE SPACES.
           05  ID-SITE               PIC X(2).
           05  PIC X(3)  VALUE SPACES.
           05  ID-SCREEN             PIC X(2).
           05  PIC X(2)  VALUE SPACES.
           05  ID-BASIS              PIC X(4).
           05  PIC X     VALUE SPACES.
           05  ID-PLAYS              PIC ZZZZ9.
           05  PIC X     VALUE SPACES.
           05  ID-WEEKS              PIC ZZ9.
           05  PIC X     VALUE SPACES.
           05  ID-RATE               PIC ZZ,ZZ9.99.
           05  PIC X     VALUE SPACES.
           05  ID-AMOUNT             PIC Z,ZZZ,ZZ9.99.
           05  PIC X(4)  VALUE SPACES.

       01  WS-INV-TOTAL.
           05  PIC X(56) VALUE SPACES.
           05  PIC X(12) VALUE "AMOUNT DUE:".
           05  IT-AMOUNT             PIC Z,ZZZ,ZZ9.99.

       01  WS-INV-RULE.
           05  PIC X(80) VALUE ALL "-".

       01  WS-RPT-TOTAL.
           05  PIC X(22) VALUE "ADVERTISERS INVOICED:".
           05  RT-COUNT              PIC ZZZZ9.
           05  PIC X(5)  VALUE SPACES.
           05  PIC X(24) VALUE "AD REVENUE (ACCT 200):".
           05  RT-AMOUNT             PIC ZZ,ZZZ,ZZ9.99.
           05  PIC X(11) VALUE SPACES.

       01  WS-RPT-FULL.
           05  PIC X(80) VALUE
               "CONTRACT TABLE FULL - SOME PLAYS WERE NOT BILLED.".

       01  WS-RPT-NONE.
           05  PIC X(80) VALUE
              "NO ADVERTISING PLAYED THIS MONTH - NOTHING INVOICED.".

       PROCEDURE DIVISION.
       100-MAIN.
      *    The accounts come off the chart of accounts; a source with
      *    no single active account refuses the run before anything
      *    is written (MRS-5020 prints why).
           MOVE "MRS-5650" TO MRS-GAP-PROGRAM
           MOVE "**" TO MRS-GAP-SITE
           MOVE 2 TO MRS-GAP-COUNT
           MOVE "ADVERT" TO MRS-GAP-SOURCE(1)
           MOVE "ADVERTAR" TO MRS-GAP-SOURCE(2)
           CALL "MRS-5020" USING MRS-GLA-PUT
           IF MRS-GAP-ANSWER NOT = "Y"
               DISPLAY "MRS-5650: GL ACCOUNTS NOT IN ORDER - "
                   "RUN REFUSED, NOTHING POSTED."
               GOBACK
           END-IF
           MOVE MRS-GAP-ACC-NUM(1) TO WS-ACCNUM-AD
           MOVE MRS-GAP-ACC-NUM(2) TO WS-ACCNUM-ADAR
           PERFORM 900-OPEN-FILES THRU 900-EXIT
           MOVE FUNCTION CURRENT-DATE TO WS-DATETIME
           COMPUTE WS-TODAY-NUM =
               (WS-YEAR * 10000) + (WS-MONTH * 100) + WS-DAY
           COMPUTE WS-PERIOD-YM = (WS-YEAR * 100) + WS-MONTH
           COMPUTE WS-PERIOD-START = (WS-PERIOD-YM * 100) + 1
           COMPUTE WS-PERIOD-END = (WS-PERIOD-YM * 100) + 31
      *    No contract runs longer than a year, so a year and a week
      *    back reaches the first play of any week still billable.
           COMPUTE WS-DATE-INT =
               FUNCTION INTEGER-OF-DATE (WS-PERIOD-START) - 371
           COMPUTE WS-LOOKBACK-DATE =
               FUNCTION DATE-OF-INTEGER (WS-DATE-INT)

           IF WS-HAVE-PLAYS = "Y"
               PERFORM 200-READ-PLAYS THRU 200-EXIT
           END-IF
           PERFORM 500-INVOICE-ADVERTISERS THRU 500-EXIT
           PERFORM 600-INVOICE-ORPHANS THRU 600-EXIT

           IF WS-INVOICE-CNT = ZERO
               WRITE MRS-AD-INVOICE-LINE FROM WS-RPT-NONE
           END-IF
           IF WS-TABLE-FULL = "Y"
               WRITE MRS-AD-INVOICE-LINE FROM WS-RPT-FULL
           END-IF
           MOVE WS-INVOICE-CNT TO RT-COUNT
           MOVE WS-MONTH-TOTAL TO RT-AMOUNT
           WRITE MRS-AD-INVOICE-LINE FROM WS-RPT-TOTAL
           IF WS-MONTH-TOTAL NOT = ZERO
               PERFORM 700-POST-REVENUE THRU 700-EXIT
           END-IF

      *    The night driver logs these on the job log.
           MOVE WS-PLAYS-READ TO MRS-JOB-READ
           MOVE WS-INVOICE-CNT TO MRS-JOB-WRITTEN
           DISPLAY "MRS-5650 AD INVOICING: " WS-INVOICE-CNT
               " ADVERTISER(S) INVOICED."

           PERFORM 910-CLOSE-FILES THRU 910-EXIT

      *    The staged journal goes to the feed only if it balances.
           MOVE "MRS-5650" TO MRS-GLR-PROGRAM
           MOVE UT-SYS-GL-STAGE TO MRS-GLR-STAGE
           MOVE "E" TO MRS-GLR-FEED-MODE
           CALL "MRS-5030" USING MRS-GLR-PUT
           GOBACK.
       100-EXIT.
           EXIT.

      * Reads the log in date order from the look-back date through
      * the end of the month.
       200-READ-PLAYS.
           MOVE "N" TO APL-EOF
           MOVE LOW-VALUES TO MRS-APL-KEY
           MOVE WS-LOOKBACK-DATE TO MRS-APL-DATE
           START MRS-AD-PLAY-FILE KEY IS NOT LESS THAN MRS-APL-KEY
               INVALID KEY
                   MOVE "Y" TO APL-EOF
           END-START
           PERFORM UNTIL APL-EOF = "Y"
               READ MRS-AD-PLAY-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO APL-EOF
                   NOT AT END
                       IF MRS-APL-DATE > WS-PERIOD-END
                           MOVE "Y" TO APL-EOF
                       ELSE
                           PERFORM 250-APPLY-ONE-PLAY THRU 250-EXIT
                       END-IF
               END-READ
           END-PERFORM.
       200-EXIT.
           EXIT.

      * A per-showing play before the month was billed last month
      * and needs no slot; everything else is tallied on its
      * contract's slot.
       250-APPLY-ONE-PLAY.
           IF MRS-APL-DATE < WS-PERIOD-START AND
              MRS-APL-RATE-BASIS NOT = "W"
               GO TO 250-EXIT
           END-IF
           PERFORM 270-FIND-CONTRACT-SLOT THRU 270-EXIT
           IF WS-SLOT-OK = "N"
               GO TO 250-EXIT
           END-IF
           IF MRS-APL-DATE >= WS-PERIOD-START
               ADD 1 TO WS-PLAYS-READ
               ADD 1 TO WC-PLAYS(CT-I)
               MOVE MRS-APL-RATE TO WC-RATE(CT-I)
           END-IF
           IF MRS-APL-RATE-BASIS NOT = "W"
               ADD MRS-APL-RATE TO WC-AMOUNT(CT-I)
               GO TO 250-EXIT
           END-IF
           COMPUTE WS-PLAY-INT =
               FUNCTION INTEGER-OF-DATE (MRS-APL-DATE)
           IF WS-PLAY-INT < WC-FROM-INT(CT-I)
               MOVE 1 TO WS-WEEK-NO
           ELSE
               COMPUTE WS-WEEK-NO =
                   ((WS-PLAY-INT - WC-FROM-INT(CT-I)) / 7) + 1
           END-IF
           IF WS-WEEK-NO > 53
               MOVE 53 TO WS-WEEK-NO
           END-IF
           IF MRS-APL-DATE < WS-PERIOD-START
               MOVE "E" TO WC-WEEK-FLAG(CT-I, WS-WEEK-NO)
               GO TO 250-EXIT
           END-IF
           IF WC-WEEK-FLAG(CT-I, WS-WEEK-NO) = SPACE
               MOVE "B" TO WC-WEEK-FLAG(CT-I, WS-WEEK-NO)
               ADD 1 TO WC-WEEKS(CT-I)
               ADD MRS-APL-RATE TO WC-AMOUNT(CT-I)
           END-IF.
       250-EXIT.
           EXIT.

      * Finds the play's contract slot, opening one on first sight
      * with the contract's from date for the week arithmetic.
       270-FIND-CONTRACT-SLOT.
           MOVE "Y" TO WS-SLOT-OK
           SET CT-I TO 1
           SEARCH WS-CT-SLOT
               AT END
                   MOVE "N" TO WS-SLOT-OK
                   MOVE "Y" TO WS-TABLE-FULL
               WHEN CT-I > WS-CT-COUNT
                   ADD 1 TO WS-CT-COUNT
                   PERFORM 280-OPEN-SLOT THRU 280-EXIT
               WHEN WC-CONTRACT(CT-I) = MRS-APL-CONTRACT
                   CONTINUE
           END-SEARCH.
       270-EXIT.
           EXIT.

       280-OPEN-SLOT.
           MOVE MRS-APL-CONTRACT TO WC-CONTRACT(CT-I)
           MOVE MRS-APL-ADV-NO TO WC-ADV-NO(CT-I)
           MOVE MRS-APL-RATE-BASIS TO WC-BASIS(CT-I)
           MOVE ZEROS TO WC-PLAYS(CT-I)
           MOVE ZEROS TO WC-WEEKS(CT-I)
           MOVE ZEROS TO WC-RATE(CT-I)
           MOVE ZEROS TO WC-AMOUNT(CT-I)
           MOVE "N" TO WC-BILLED(CT-I)
           MOVE SPACES TO WC-WEEK-FLAGS(CT-I)
           MOVE MRS-APL-DATE TO MRS-ADC-FROM-DATE
           IF WS-HAVE-CONTRACTS = "Y"
               MOVE MRS-APL-CONTRACT TO MRS-ADC-NO
               READ MRS-AD-CONTRACT-FILE
                   INVALID KEY
                       MOVE MRS-APL-DATE TO MRS-ADC-FROM-DATE
               END-READ
           END-IF
           COMPUTE WC-FROM-INT(CT-I) =
               FUNCTION INTEGER-OF-DATE (MRS-ADC-FROM-DATE).
       280-EXIT.
           EXIT.

      * One invoice per advertiser on the master with anything
      * played this month.
       500-INVOICE-ADVERTISERS.
           IF WS-CT-COUNT = ZERO OR WS-HAVE-ADVERTISERS = "N"
               GO TO 500-EXIT
           END-IF
           MOVE "N" TO ADV-EOF
           MOVE LOW-VALUES TO MRS-ADV-NO
           START MRS-ADVERTISER-FILE KEY IS NOT LESS THAN MRS-ADV-NO
               INVALID KEY
                   MOVE "Y" TO ADV-EOF
           END-START
           PERFORM UNTIL ADV-EOF = "Y"
               READ MRS-ADVERTISER-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO ADV-EOF
                   NOT AT END
                       MOVE MRS-ADV-NO TO WS-CUR-ADV
                       PERFORM 550-INVOICE-ONE THRU 550-EXIT
               END-READ
           END-PERFORM.
       500-EXIT.
           EXIT.

      * Prints the invoice for WS-CUR-ADV, if it has anything to
      * bill, addressed from whatever advertiser record is in the
      * buffer.
       550-INVOICE-ONE.
           MOVE ZERO TO WS-ADV-TOTAL
           PERFORM VARYING CT-I FROM 1 BY 1 UNTIL CT-I > WS-CT-COUNT
               IF WC-ADV-NO(CT-I) = WS-CUR-ADV
                   ADD WC-AMOUNT(CT-I) TO WS-ADV-TOTAL
               END-IF
           END-PERFORM
           IF WS-ADV-TOTAL = ZERO
               GO TO 550-EXIT
           END-IF
           ADD 1 TO WS-INVOICE-CNT
           ADD WS-ADV-TOTAL TO WS-MONTH-TOTAL
           PERFORM 560-PRINT-HEADING THRU 560-EXIT
           PERFORM VARYING CT-I FROM 1 BY 1 UNTIL CT-I > WS-CT-COUNT
               IF WC-ADV-NO(CT-I) = WS-CUR-ADV
                   MOVE "Y" TO WC-BILLED(CT-I)
                   IF WC-AMOUNT(CT-I) NOT = ZERO
                       PERFORM 570-PRINT-CONTRACT THRU 570-EXIT
                   END-IF
               END-IF
           END-PERFORM
           MOVE WS-ADV-TOTAL TO IT-AMOUNT
           WRITE MRS-AD-INVOICE-LINE FROM WS-INV-TOTAL
           WRITE MRS-AD-INVOICE-LINE FROM WS-INV-RULE.
       550-EXIT.
           EXIT.

       560-PRINT-HEADING.
           MOVE WS-CUR-ADV TO IH-ADV-NO
           MOVE WS-PERIOD-YM TO IH-PERIOD
           WRITE MRS-AD-INVOICE-LINE FROM WS-INV-HEADER1
           MOVE WS-MONTH TO IH-MONTH
           MOVE WS-YEAR TO IH-YEAR
           MOVE WS-MONTH TO IH-INV-MONTH
           MOVE WS-DAY TO IH-INV-DAY
           MOVE WS-YEAR TO IH-INV-YEAR
           WRITE MRS-AD-INVOICE-LINE FROM WS-INV-HEADER2
           MOVE "BILL TO:" TO IA-LABEL
           MOVE MRS-ADV-NAME TO IA-TEXT
           WRITE MRS-AD-INVOICE-LINE FROM WS-INV-ADDRESS
           MOVE SPACES TO IA-LABEL
           IF MRS-ADV-CONTACT NOT = SPACES
               MOVE MRS-ADV-CONTACT TO IA-TEXT
               WRITE MRS-AD-INVOICE-LINE FROM WS-INV-ADDRESS
           END-IF
           IF MRS-ADV-ADDR1 NOT = SPACES
               MOVE MRS-ADV-ADDR1 TO IA-TEXT
               WRITE MRS-AD-INVOICE-LINE FROM WS-INV-ADDRESS
           END-IF
           IF MRS-ADV-ADDR2 NOT = SPACES
               MOVE MRS-ADV-ADDR2 TO IA-TEXT
               WRITE MRS-AD-INVOICE-LINE FROM WS-INV-ADDRESS
           END-IF
           MOVE SPACES TO MRS-AD-INVOICE-LINE
           WRITE MRS-AD-INVOICE-LINE
           WRITE MRS-AD-INVOICE-LINE FROM WS-INV-COL-HDR.
       560-EXIT.
           EXIT.

       570-PRINT-CONTRACT.
           MOVE WC-CONTRACT(CT-I) TO ID-CONTRACT
           MOVE "(CONTRACT GONE)" TO ID-SPOT-NAME
           MOVE SPACES TO ID-SITE
           MOVE SPACES TO ID-SCREEN
           IF WS-HAVE-CONTRACTS = "Y"
               MOVE WC-CONTRACT(CT-I) TO MRS-ADC-NO
               READ MRS-AD-CONTRACT-FILE
                   NOT INVALID KEY
                       MOVE MRS-ADC-SPOT-NAME TO ID-SPOT-NAME
                       MOVE MRS-ADC-SITE TO ID-SITE
                       IF MRS-ADC-SCREEN = ZERO
                           MOVE "*" TO ID-SCREEN
                       ELSE
                           MOVE MRS-ADC-SCREEN TO ID-SCREEN
                       END-IF
               END-READ
           END-IF
           MOVE WC-PLAYS(CT-I) TO ID-PLAYS
           MOVE WC-WEEKS(CT-I) TO ID-WEEKS
           IF WC-BASIS(CT-I) = "W"
               MOVE "WEEK" TO ID-BASIS
           ELSE
               MOVE "SHOW" TO ID-BASIS
           END-IF
           MOVE WC-RATE(CT-I) TO ID-RATE
           MOVE WC-AMOUNT(CT-I) TO ID-AMOUNT
           WRITE MRS-AD-INVOICE-LINE FROM WS-INV-DETAIL.
       570-EXIT.
           EXIT.

      * Plays logged for an advertiser no longer on the master are
      * still money owed - they invoice under the bare number so
      * the office can chase them.
       600-INVOICE-ORPHANS.
           PERFORM VARYING CT-I FROM 1 BY 1 UNTIL CT-I > WS-CT-COUNT
               IF WC-BILLED(CT-I) = "N" AND WC-AMOUNT(CT-I) NOT = ZERO
                   MOVE WC-ADV-NO(CT-I) TO WS-CUR-ADV
                   MOVE SPACES TO MRS-ADVERTISER-REC
                   MOVE "(ADVERTISER NOT ON FILE)" TO MRS-ADV-NAME
                   PERFORM 550-INVOICE-ONE THRU 550-EXIT
               END-IF
           END-PERFORM.
       600-EXIT.
           EXIT.

      * One journal for the whole month's advertising: the revenue
      * with the sign a sale carries on the feed, and the same money
      * owed by the advertisers against the receivable, so the
      * journal nets to zero. Advertising is chain-wide money.
       700-POST-REVENUE.
           ADD 1 TO WS-POSTNUM
           MOVE WS-POSTNUM TO MRS-IDENTIFIER
           MOVE WS-PREFIX TO MRS-PREFIX
           MOVE "**" TO MRS-GL-SITE
           MOVE WS-ACCNUM-AD TO MRS-GL-ACC-NUM
           MOVE WS-MONTH TO MRS-GL-MONTH-OF-TRANS
           MOVE WS-DAY TO MRS-GL-DAY-OF-TRANS
           MOVE WS-YEAR TO MRS-GL-YEAR-OF-TRANS
           MOVE WS-MONTH-TOTAL TO MRS-GL-ADJUST-AMOUNT
           MOVE WS-TODAY-NUM TO MRS-GL-JOR-DATE
           MOVE WS-JOR-BATCH TO MRS-GL-JOR-NUM
           MOVE "ADVERTISING FOR THE MONTH" TO MRS-GL-DESC
           WRITE MRS-GL-POST-REC
           ADD 1 TO WS-POSTNUM
           MOVE WS-POSTNUM TO MRS-IDENTIFIER
           MOVE WS-ACCNUM-ADAR TO MRS-GL-ACC-NUM
           COMPUTE MRS-GL-ADJUST-AMOUNT = 0 - WS-MONTH-TOTAL
           MOVE "ADVERTISING INVOICED" TO MRS-GL-DESC
           WRITE MRS-GL-POST-REC.
       700-EXIT.
           EXIT.

      * Opens the files. The staging file is opened EXTEND and made
      * when it is not there yet; MRS-5030 empties it each time it
      * releases. A site with no play log, contracts or advertisers
      * yet simply has nothing to bill.
       900-OPEN-FILES.
           PERFORM 160-LOAD-FILE-CONFIG THRU 160-END
           OPEN INPUT MRS-AD-PLAY-FILE
           IF WS-APL-STATUS = '00'
               MOVE "Y" TO WS-HAVE-PLAYS
           END-IF
           OPEN INPUT MRS-AD-CONTRACT-FILE
           IF WS-ADC-STATUS = '00'
               MOVE "Y" TO WS-HAVE-CONTRACTS
           END-IF
           OPEN INPUT MRS-ADVERTISER-FILE
           IF WS-ADV-STATUS = '00'
               MOVE "Y" TO WS-HAVE-ADVERTISERS
           END-IF
           OPEN EXTEND MRS-GL-POST-FILE
           IF WS-STAGE-STATUS = '35'
               OPEN OUTPUT MRS-GL-POST-FILE
           END-IF
           OPEN OUTPUT MRS-AD-INVOICE-RPT.
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
               WHEN "AD-PLAY"
                   MOVE CFG-PATH TO UT-SYS-AD-PLAY
               WHEN "AD-CONTRACT"
                   MOVE CFG-PATH TO UT-SYS-AD-CONTRACT
               WHEN "ADVERT"
                   MOVE CFG-PATH TO UT-SYS-ADVERT
               WHEN "GL-STAGE-5650"
                   MOVE CFG-PATH TO UT-SYS-GL-STAGE
               WHEN "AD-INVOICE"
                   MOVE CFG-PATH TO UT-SYS-AD-INVOICE
           END-EVALUATE.
       170-END.
           EXIT.

      * Closes the files
       910-CLOSE-FILES.
           IF WS-HAVE-PLAYS = "Y"
               CLOSE MRS-AD-PLAY-FILE
           END-IF
           IF WS-HAVE-CONTRACTS = "Y"
               CLOSE MRS-AD-CONTRACT-FILE
           END-IF
           IF WS-HAVE-ADVERTISERS = "Y"
               CLOSE MRS-ADVERTISER-FILE
           END-IF
           CLOSE MRS-GL-POST-FILE
                 MRS-AD-INVOICE-RPT.
       910-EXIT.
           EXIT.

       end program MRS-5650.
