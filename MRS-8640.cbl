       IDENTIFICATION DIVISION.
       PROGRAM-ID.  MRS-8640.
       AUTHOR.  JOHN BELLEK.
      *****************************************************************
      * Loss-prevention exception report. The drawer report says
      * whether the cash balanced, not whether somebody is working a
      * scheme; this one reads one business day off the ticket and
      * concession trails and flags the patterns loss prevention
      * asks about:
      *
      *   SELF-REFUND  a refund of a ticket the same operator sold
      *                (matched by the serial the refund took back)
      *   LATE-REFUND  a refund or exchange rung after the showing
      *                had already started
      *   CLOSED-DAY   a refund or exchange of a sale from an earlier
      *                business day, already closed and balanced
      *   QUICK-REFUND a sale and a refund of the same amount within
      *                WS-QUICK-MINUTES of each other
      *   HIGH-RATE    an operator whose comps and refunds run more
      *                than WS-RATE-FACTOR times the site's own rate,
      *                once the operator has WS-MIN-LINES on the day
      *
      * Each flag names the operator, the rule, and the trail lines
      * involved - "TIC" or "CON" and the line's position in that
      * trail, counting the first line as 1 - so the office can pull
      * the lines themselves. A refund's seats and money ride on the
      * first line of a split, so only lines carrying seats count as
      * refunds and sales here.
      *
      * One console ACCEPT drives it: the business date (YYYYMMDD,
      * zero = today), so the night stream's blank line reports the
      * day just sold and the office can rerun any day on demand.
      * Lines from before the site field existed count under "01".
      *
      * It can also be queued from the report request screen
      * (MRS-7080) and run by MRS-7070, which hands it the
      * parameters keyed with the request in place of the
      * console.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MRS-TICKET-SALES-FILE
               ASSIGN TO UT-SYS-TIC-SALES
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SALES-STATUS.

           SELECT MRS-CON-SALES-FILE
               ASSIGN TO UT-SYS-CON-SALES
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CON-STATUS.

           SELECT MRS-LOSSPREV-RPT
               ASSIGN TO UT-SYS-LOSSPREV-RPT
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT MRS-FILE-CONFIG-FILE
               ASSIGN TO UT-SYS-FILE-CFG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CFG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       COPY "CPYBOOKS/MRS-TICKET-SALES.CPY".
       COPY "CPYBOOKS/MRS-CON-SALES.CPY".
       COPY "CPYBOOKS/MRS-FILE-CFG.CPY".

       FD  MRS-LOSSPREV-RPT
           RECORD CONTAINS 80 CHARACTERS.
       01  MRS-LOSSPREV-LINE                   PIC X(80).

       WORKING-STORAGE SECTION.
       COPY "CPYBOOKS/MRS-JOBCTR.CPY".
       COPY "CPYBOOKS/MRS-SPLPUT.CPY".
       COPY "CPYBOOKS/DATETIME.CPY".
       COPY "CPYBOOKS/MRS-SIGNON.CPY".
       COPY "CPYBOOKS/MRS-TRNPUT.CPY".
       COPY "CPYBOOKS/MRS-RPQCTL.CPY".

       01  WS-FILENAMES.
           05  UT-SYS-TIC-SALES      PIC X(50)
                               VALUE "C:\COBOL\MRS-TICKET-SALES.DAT".
           05  UT-SYS-CON-SALES      PIC X(50)
                                   VALUE "C:\COBOL\MRS-CON-SALES.DAT".
           05  UT-SYS-LOSSPREV-RPT   PIC X(50)
                                   VALUE "C:\COBOL\MRS-LOSS-PREV.RPT".
           05  UT-SYS-FILE-CFG       PIC X(50)
                                   VALUE "C:\COBOL\MRS-FILE-PATHS.CFG".

       01  WS-FILE-CFG-CTL.
           05  WS-CFG-STATUS         PIC XX.
           05  WS-CFG-EOF            PIC X.
               88  CFG-EOF VALUE 'Y'.

      * How far out of line is out of line.
       01  WS-THRESHOLDS.
           05  WS-QUICK-MINUTES      PIC 9(3) VALUE 15.
           05  WS-RATE-FACTOR        PIC 9(2) VALUE 3.
           05  WS-MIN-LINES          PIC 9(3) VALUE 10.

       01  WS-SWITCHES.
           05  WS-SALES-STATUS       PIC XX.
           05  WS-CON-STATUS         PIC XX.
           05  SALES-EOF             PIC X.
           05  CON-EOF               PIC X.

       01  WS-CONTROL.
           05  WS-PICK-DATE          PIC 9(8) VALUE ZERO.
           05  WS-LINE-NO            PIC 9(7).
           05  WS-LINE-SITE          PIC X(2).
           05  WS-LINE-OPR           PIC X(8).
           05  WS-LINE-HIT           PIC X.
           05  WS-LINE-TRAIL         PIC X(3).
           05  WS-LINE-SECS          PIC 9(5).
           05  WS-SHOW-DAY           PIC 9(8).
           05  WS-LINE-STAMP         PIC 9(12).
           05  WS-SHOW-STAMP         PIC 9(12).
           05  WS-GAP-SECS           PIC S9(6).
           05  WS-WINDOW-SECS        PIC 9(6).
           05  WS-SERIAL-END         PIC 9(10).
           05  WS-I                  PIC 9(3).
           05  WS-J                  PIC 9(3).
           05  WS-S                  PIC 9(2).
           05  WS-LEFT               PIC 9(12).
           05  WS-RIGHT              PIC 9(12).
           05  WS-RATE-PCT           PIC 9(3).
           05  WS-SITE-PCT           PIC 9(3).
           05  WS-TIC-READ           PIC 9(7) VALUE ZERO.
           05  WS-CON-READ           PIC 9(7) VALUE ZERO.
           05  WS-FLAG-COUNT         PIC 9(5) VALUE ZERO.

      * The day's refunds and exchanges-out off the ticket trail,
      * with what the second pass finds behind each one.
       01  WS-RFD-TABLE.
           05  WS-RFD-COUNT          PIC 9(3) VALUE ZERO.
           05  WS-RFD-SLOT OCCURS 300 TIMES.
               10  WF-LINE           PIC 9(7).
               10  WF-OPERATOR       PIC X(8).
               10  WF-ACTION         PIC X(4).
               10  WF-SERIAL         PIC 9(9).
               10  WF-AMOUNT         PIC 9(5)V99.
               10  WF-SECS           PIC 9(5).
               10  WF-SHOW-ID        PIC 9(4).
               10  WF-LATE           PIC X.
               10  WF-ORIG-LINE      PIC 9(7).
               10  WF-ORIG-OPR       PIC X(8).
               10  WF-ORIG-DATE      PIC 9(8).
               10  WF-QUICK-LINE     PIC 9(7).
               10  WF-QUICK-OPR      PIC X(8).

      * Lines and comps/refunds per operator per site, and per site.
       01  WS-OPR-TABLE.
           05  WS-OPR-COUNT          PIC 9(3) VALUE ZERO.
           05  WS-OPR-SLOT OCCURS 200 TIMES.
               10  WO-SITE           PIC X(2).
               10  WO-OPERATOR       PIC X(8).
               10  WO-LINES          PIC 9(5).
               10  WO-HITS           PIC 9(5).

       01  WS-SITE-TABLE.
           05  WS-SITE-COUNT         PIC 9(2) VALUE ZERO.
           05  WS-SITE-SLOT OCCURS 20 TIMES.
               10  WT-SITE           PIC X(2).
               10  WT-LINES          PIC 9(7).
               10  WT-HITS           PIC 9(7).

      * Every comp or refund line of the day, so a HIGH-RATE flag
      * can list the lines behind it.
       01  WS-HIT-TABLE.
           05  WS-HIT-COUNT          PIC 9(3) VALUE ZERO.
           05  WS-HIT-SLOT OCCURS 999 TIMES.
               10  WH-SITE           PIC X(2).
               10  WH-OPERATOR       PIC X(8).
               10  WH-TRAIL          PIC X(3).
               10  WH-LINE           PIC 9(7).

       01  WS-RPT-HEADER.
           05  PIC X(33) VALUE "MRS LOSS-PREVENTION EXCEPTIONS -".
           05  RH-DATE               PIC 9(8).
           05  PIC X(39) VALUE SPACES.

       01  WS-RPT-COL-HDR.
           05  PIC X(13) VALUE "RULE".
           05  PIC X(9)  VALUE "OPERATOR".
           05  PIC X(58) VALUE "TRAIL LINES".

       01  WS-RPT-DETAIL.
           05  RD-RULE               PIC X(12).
           05  PIC X(1)  VALUE SPACES.
           05  RD-OPERATOR           PIC X(8).
           05  PIC X(1)  VALUE SPACES.
           05  RD-TEXT               PIC X(58).

       01  WS-RPT-FOOTER.
           05  PIC X(20) VALUE "EXCEPTIONS FLAGGED:".
           05  RF-COUNT              PIC ZZZZ9.
           05  PIC X(55) VALUE SPACES.

       01  WS-RPT-NONE.
           05  PIC X(40) VALUE "NO EXCEPTIONS FOR THE DAY.".
           05  PIC X(40) VALUE SPACES.

       01  WS-RPT-BLANK              PIC X(80) VALUE SPACES.

       01  WS-EDIT.
           05  WE-LINE               PIC 9(7).
           05  WE-LINE2              PIC 9(7).
           05  WE-AMOUNT             PIC ZZ,ZZ9.99.
           05  WE-SHOW-ID            PIC 9(4).
           05  WE-COUNT              PIC ZZZZ9.
           05  WE-COUNT2             PIC ZZZZ9.
           05  WE-PCT                PIC ZZ9.
           05  WE-PCT2               PIC ZZ9.

       PROCEDURE DIVISION.
       100-MAIN.
           PERFORM 160-LOAD-FILE-CONFIG THRU 160-END
           MOVE FUNCTION CURRENT-DATE TO WS-DATETIME
      *    A request off the report queue brings its parameters
      *    with it; run by hand, they come off the console.
           IF MRS-RPQ-ACTIVE = "Y"
               MOVE MRS-RPQ-PARM(1) TO WS-PICK-DATE
           ELSE
               ACCEPT WS-PICK-DATE
           END-IF
           IF WS-PICK-DATE = ZEROS
               COMPUTE WS-PICK-DATE =
                   (WS-YEAR * 10000) + (WS-MONTH * 100) + WS-DAY
           END-IF
           COMPUTE WS-WINDOW-SECS = WS-QUICK-MINUTES * 60

           PERFORM 200-SCAN-TICKETS THRU 200-EXIT
           PERFORM 300-SCAN-CONCESSIONS THRU 300-EXIT
           PERFORM 400-MATCH-REFUNDS THRU 400-EXIT

           OPEN OUTPUT MRS-LOSSPREV-RPT
           MOVE WS-PICK-DATE TO RH-DATE
           WRITE MRS-LOSSPREV-LINE FROM WS-RPT-HEADER
           WRITE MRS-LOSSPREV-LINE FROM WS-RPT-COL-HDR
           PERFORM 500-PRINT-REFUND-FLAGS THRU 500-EXIT
               VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-RFD-COUNT
           PERFORM 600-PRINT-RATE-FLAGS THRU 600-EXIT
               VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-OPR-COUNT
           WRITE MRS-LOSSPREV-LINE FROM WS-RPT-BLANK
           IF WS-FLAG-COUNT = ZERO
               WRITE MRS-LOSSPREV-LINE FROM WS-RPT-NONE
           END-IF
           MOVE WS-FLAG-COUNT TO RF-COUNT
           WRITE MRS-LOSSPREV-LINE FROM WS-RPT-FOOTER
           CLOSE MRS-LOSSPREV-RPT

           DISPLAY "MRS-8640 LOSS PREVENTION: " WS-PICK-DATE " - "
               WS-FLAG-COUNT " EXCEPTION(S) FLAGGED."
      *    The finished output registers on the report spool so
      *    the office can find and reprint it later.
      *    The night driver logs these on the job log.
           COMPUTE MRS-JOB-READ = WS-TIC-READ + WS-CON-READ
           MOVE WS-FLAG-COUNT TO MRS-JOB-WRITTEN
           MOVE "MRS-8640" TO MRS-SP-PROGRAM
           MOVE SPACES TO MRS-SP-PARMS
           MOVE WS-PICK-DATE TO MRS-SP-PARMS(1:8)
           MOVE UT-SYS-LOSSPREV-RPT TO MRS-SP-PATH
           CALL "MRS-7050" USING MRS-SPOOL-PUT
           GOBACK.
       100-EXIT.
           EXIT.

      * First pass over the ticket trail: the day's refunds and
      * exchanges-out go in the refund table, and every line of the
      * day counts toward its operator's rate.
       200-SCAN-TICKETS.
           MOVE "N" TO SALES-EOF
           MOVE ZERO TO WS-LINE-NO
           OPEN INPUT MRS-TICKET-SALES-FILE
           IF WS-SALES-STATUS NOT = '00'
               MOVE "Y" TO SALES-EOF
           END-IF
           PERFORM UNTIL SALES-EOF = "Y"
               READ MRS-TICKET-SALES-FILE
                   AT END
                       MOVE "Y" TO SALES-EOF
                   NOT AT END
                       ADD 1 TO WS-LINE-NO
                       IF MRS-TSL-DATE = WS-PICK-DATE
                           ADD 1 TO WS-TIC-READ
                           PERFORM 250-TICKET-LINE THRU 250-EXIT
                       END-IF
               END-READ
           END-PERFORM
           IF WS-SALES-STATUS = '00' OR WS-SALES-STATUS = '10'
               CLOSE MRS-TICKET-SALES-FILE
           END-IF.
       200-EXIT.
           EXIT.

      * The second and later lines of a split carry no seats; they
      * are the same transaction and do not count again.
       250-TICKET-LINE.
           IF MRS-TSL-QTY = ZERO AND MRS-TSL-ACTION NOT = "GCRD"
               GO TO 250-EXIT
           END-IF
           MOVE "N" TO WS-LINE-HIT
           IF MRS-TSL-ACTION = "RFND"
               MOVE "Y" TO WS-LINE-HIT
           END-IF
           IF MRS-TSL-TENDER = "P" AND MRS-TSL-ACTION = "SALE"
               MOVE "Y" TO WS-LINE-HIT
           END-IF
           MOVE MRS-TSL-SITE TO WS-LINE-SITE
           MOVE MRS-TSL-OPERATOR TO WS-LINE-OPR
           MOVE "TIC" TO WS-LINE-TRAIL
           PERFORM 700-COUNT-LINE THRU 700-EXIT
           IF MRS-TSL-ACTION NOT = "RFND" AND
              MRS-TSL-ACTION NOT = "XOUT"
               GO TO 250-EXIT
           END-IF
           IF WS-RFD-COUNT NOT < 300
               GO TO 250-EXIT
           END-IF
           ADD 1 TO WS-RFD-COUNT
           MOVE WS-RFD-COUNT TO WS-J
           MOVE WS-LINE-NO TO WF-LINE(WS-J)
           MOVE MRS-TSL-OPERATOR TO WF-OPERATOR(WS-J)
           MOVE MRS-TSL-ACTION TO WF-ACTION(WS-J)
           MOVE MRS-TSL-SERIAL TO WF-SERIAL(WS-J)
           IF MRS-TSL-SERIAL NOT NUMERIC
               MOVE ZERO TO WF-SERIAL(WS-J)
           END-IF
           MOVE MRS-TSL-AMOUNT TO WF-AMOUNT(WS-J)
           COMPUTE WF-SECS(WS-J) = (MRS-TSL-HOUR * 3600)
               + (MRS-TSL-MINUTE * 60) + MRS-TSL-SECOND
           MOVE MRS-TSL-SHOW-ID TO WF-SHOW-ID(WS-J)
           MOVE ZERO TO WF-ORIG-LINE(WS-J)
           MOVE SPACES TO WF-ORIG-OPR(WS-J)
           MOVE ZERO TO WF-ORIG-DATE(WS-J)
           MOVE ZERO TO WF-QUICK-LINE(WS-J)
           MOVE SPACES TO WF-QUICK-OPR(WS-J)
      *    Rung after the showing started: the line's own date and
      *    clock against the showing's date and start time. A line
      *    with no showing date is a same-day sale.
           MOVE "N" TO WF-LATE(WS-J)
           IF MRS-TSL-SHOW-TIME(1:4) NOT NUMERIC
               GO TO 250-EXIT
           END-IF
           MOVE WS-PICK-DATE TO WS-SHOW-DAY
           IF MRS-TSL-SHOW-DATE NUMERIC AND
              MRS-TSL-SHOW-DATE NOT = ZERO
               MOVE MRS-TSL-SHOW-DATE TO WS-SHOW-DAY
           END-IF
           COMPUTE WS-LINE-STAMP = (WS-PICK-DATE * 10000)
               + (MRS-TSL-HOUR * 100) + MRS-TSL-MINUTE
           MOVE WS-SHOW-DAY TO WS-SHOW-STAMP(1:8)
           MOVE MRS-TSL-SHOW-TIME(1:4) TO WS-SHOW-STAMP(9:4)
           IF WS-LINE-STAMP > WS-SHOW-STAMP
               MOVE "Y" TO WF-LATE(WS-J)
           END-IF.
       250-EXIT.
           EXIT.

      * The concession trail has no refunds; its comps and its
      * volume go toward the operator's rate.
       300-SCAN-CONCESSIONS.
           MOVE "N" TO CON-EOF
           MOVE ZERO TO WS-LINE-NO
           OPEN INPUT MRS-CON-SALES-FILE
           IF WS-CON-STATUS NOT = '00'
               MOVE "Y" TO CON-EOF
           END-IF
           PERFORM UNTIL CON-EOF = "Y"
               READ MRS-CON-SALES-FILE
                   AT END
                       MOVE "Y" TO CON-EOF
                   NOT AT END
                       ADD 1 TO WS-LINE-NO
                       IF MRS-CSL-DATE = WS-PICK-DATE
                           ADD 1 TO WS-CON-READ
                           MOVE "N" TO WS-LINE-HIT
                           IF MRS-CSL-TENDER = "P"
                               MOVE "Y" TO WS-LINE-HIT
                           END-IF
                           MOVE MRS-CSL-SITE TO WS-LINE-SITE
                           MOVE MRS-CSL-OPERATOR TO WS-LINE-OPR
                           MOVE "CON" TO WS-LINE-TRAIL
                           PERFORM 700-COUNT-LINE THRU 700-EXIT
                       END-IF
               END-READ
           END-PERFORM
           IF WS-CON-STATUS = '00' OR WS-CON-STATUS = '10'
               CLOSE MRS-CON-SALES-FILE
           END-IF.
       300-EXIT.
           EXIT.

      * Second pass over the whole ticket trail, any date: for each
      * of the day's refunds, the sale its serial came off of, and a
      * same-day sale of the same amount just before it. The latest
      * line ahead of the refund wins both.
       400-MATCH-REFUNDS.
           IF WS-RFD-COUNT = ZERO
               GO TO 400-EXIT
           END-IF
           MOVE "N" TO SALES-EOF
           MOVE ZERO TO WS-LINE-NO
           OPEN INPUT MRS-TICKET-SALES-FILE
           IF WS-SALES-STATUS NOT = '00'
               MOVE "Y" TO SALES-EOF
           END-IF
           PERFORM UNTIL SALES-EOF = "Y"
               READ MRS-TICKET-SALES-FILE
                   AT END
                       MOVE "Y" TO SALES-EOF
                   NOT AT END
                       ADD 1 TO WS-LINE-NO
                       IF MRS-TSL-QTY > ZERO AND
                          (MRS-TSL-ACTION = "SALE" OR
                           MRS-TSL-ACTION = "XIN " OR
                           MRS-TSL-ACTION = "PADM")
                           PERFORM 450-MATCH-ONE-SALE THRU 450-EXIT
                               VARYING WS-J FROM 1 BY 1
                               UNTIL WS-J > WS-RFD-COUNT
                       END-IF
               END-READ
           END-PERFORM
           IF WS-SALES-STATUS = '00' OR WS-SALES-STATUS = '10'
               CLOSE MRS-TICKET-SALES-FILE
           END-IF.
       400-EXIT.
           EXIT.

       450-MATCH-ONE-SALE.
           IF WS-LINE-NO NOT < WF-LINE(WS-J)
               GO TO 450-EXIT
           END-IF
           IF MRS-TSL-SERIAL NUMERIC AND MRS-TSL-SERIAL > ZERO AND
              WF-SERIAL(WS-J) > ZERO
               COMPUTE WS-SERIAL-END = MRS-TSL-SERIAL + MRS-TSL-QTY
               IF WF-SERIAL(WS-J) NOT < MRS-TSL-SERIAL AND
                  WF-SERIAL(WS-J) < WS-SERIAL-END
                   MOVE WS-LINE-NO TO WF-ORIG-LINE(WS-J)
                   MOVE MRS-TSL-OPERATOR TO WF-ORIG-OPR(WS-J)
                   MOVE MRS-TSL-DATE TO WF-ORIG-DATE(WS-J)
               END-IF
           END-IF
           IF WF-ACTION(WS-J) NOT = "RFND" OR
              MRS-TSL-ACTION NOT = "SALE" OR
              MRS-TSL-DATE NOT = WS-PICK-DATE OR
              MRS-TSL-AMOUNT NOT = WF-AMOUNT(WS-J)
               GO TO 450-EXIT
           END-IF
           COMPUTE WS-LINE-SECS = (MRS-TSL-HOUR * 3600)
               + (MRS-TSL-MINUTE * 60) + MRS-TSL-SECOND
           COMPUTE WS-GAP-SECS = WF-SECS(WS-J) - WS-LINE-SECS
           IF WS-GAP-SECS NOT < ZERO AND
              WS-GAP-SECS NOT > WS-WINDOW-SECS
               MOVE WS-LINE-NO TO WF-QUICK-LINE(WS-J)
               MOVE MRS-TSL-OPERATOR TO WF-QUICK-OPR(WS-J)
           END-IF.
       450-EXIT.
           EXIT.

      * Every rule one refund can fire, one report line each.
       500-PRINT-REFUND-FLAGS.
           MOVE WF-OPERATOR(WS-I) TO RD-OPERATOR
           MOVE WF-LINE(WS-I) TO WE-LINE
           MOVE WF-ORIG-LINE(WS-I) TO WE-LINE2
           IF WF-ACTION(WS-I) = "RFND" AND WF-ORIG-LINE(WS-I) > ZERO
              AND WF-ORIG-OPR(WS-I) = WF-OPERATOR(WS-I)
               MOVE "SELF-REFUND" TO RD-RULE
               MOVE SPACES TO RD-TEXT
               STRING "RFND TIC " WE-LINE " OF OWN SALE TIC "
                      WE-LINE2 DELIMITED BY SIZE
                   INTO RD-TEXT
               END-STRING
               PERFORM 800-WRITE-FLAG THRU 800-EXIT
           END-IF
           IF WF-LATE(WS-I) = "Y"
               MOVE "LATE-REFUND" TO RD-RULE
               MOVE WF-SHOW-ID(WS-I) TO WE-SHOW-ID
               MOVE SPACES TO RD-TEXT
               STRING WF-ACTION(WS-I) " TIC " WE-LINE
                      " AFTER SHOW " WE-SHOW-ID " STARTED"
                      DELIMITED BY SIZE
                   INTO RD-TEXT
               END-STRING
               PERFORM 800-WRITE-FLAG THRU 800-EXIT
           END-IF
           IF WF-ORIG-LINE(WS-I) > ZERO AND
              WF-ORIG-DATE(WS-I) < WS-PICK-DATE
               MOVE "CLOSED-DAY" TO RD-RULE
               MOVE SPACES TO RD-TEXT
               STRING WF-ACTION(WS-I) " TIC " WE-LINE
                      " OF SALE TIC " WE-LINE2 " DATED "
                      WF-ORIG-DATE(WS-I) DELIMITED BY SIZE
                   INTO RD-TEXT
               END-STRING
               PERFORM 800-WRITE-FLAG THRU 800-EXIT
           END-IF
           IF WF-QUICK-LINE(WS-I) > ZERO
               MOVE "QUICK-REFUND" TO RD-RULE
               MOVE WF-QUICK-LINE(WS-I) TO WE-LINE2
               MOVE WF-AMOUNT(WS-I) TO WE-AMOUNT
               MOVE SPACES TO RD-TEXT
               STRING "RFND TIC " WE-LINE " " WE-AMOUNT
                      " SOLD TIC " WE-LINE2 " BY "
                      WF-QUICK-OPR(WS-I) DELIMITED BY SIZE
                   INTO RD-TEXT
               END-STRING
               PERFORM 800-WRITE-FLAG THRU 800-EXIT
           END-IF.
       500-EXIT.
           EXIT.

      * Operator rate against the site rate, compared cross-
      * multiplied so no rounding decides a flag:
      *   hits / lines > factor * site hits / site lines
       600-PRINT-RATE-FLAGS.
           IF WO-LINES(WS-I) < WS-MIN-LINES OR WO-HITS(WS-I) = ZERO
               GO TO 600-EXIT
           END-IF
           PERFORM VARYING WS-S FROM 1 BY 1
               UNTIL WS-S > WS-SITE-COUNT
                  OR WT-SITE(WS-S) = WO-SITE(WS-I)
               CONTINUE
           END-PERFORM
           COMPUTE WS-LEFT = WO-HITS(WS-I) * WT-LINES(WS-S)
           COMPUTE WS-RIGHT = WS-RATE-FACTOR * WT-HITS(WS-S)
               * WO-LINES(WS-I)
           IF WS-LEFT NOT > WS-RIGHT
               GO TO 600-EXIT
           END-IF
           COMPUTE WS-RATE-PCT = (WO-HITS(WS-I) * 100)
               / WO-LINES(WS-I)
           COMPUTE WS-SITE-PCT = (WT-HITS(WS-S) * 100)
               / WT-LINES(WS-S)
           MOVE "HIGH-RATE" TO RD-RULE
           MOVE WO-OPERATOR(WS-I) TO RD-OPERATOR
           MOVE WO-HITS(WS-I) TO WE-COUNT
           MOVE WO-LINES(WS-I) TO WE-COUNT2
           MOVE WS-RATE-PCT TO WE-PCT
           MOVE WS-SITE-PCT TO WE-PCT2
           MOVE SPACES TO RD-TEXT
           STRING "SITE " WO-SITE(WS-I) " COMP/RFND " WE-COUNT
                  " OF " WE-COUNT2 " =" WE-PCT "% VS SITE" WE-PCT2 "%"
                  DELIMITED BY SIZE
               INTO RD-TEXT
           END-STRING
           PERFORM 800-WRITE-FLAG THRU 800-EXIT
           MOVE SPACES TO RD-RULE
           MOVE SPACES TO RD-OPERATOR
           PERFORM 650-LIST-HIT THRU 650-EXIT
               VARYING WS-J FROM 1 BY 1
               UNTIL WS-J > WS-HIT-COUNT.
       600-EXIT.
           EXIT.

       650-LIST-HIT.
           IF WH-SITE(WS-J) NOT = WO-SITE(WS-I) OR
              WH-OPERATOR(WS-J) NOT = WO-OPERATOR(WS-I)
               GO TO 650-EXIT
           END-IF
           MOVE WH-LINE(WS-J) TO WE-LINE
           MOVE SPACES TO RD-TEXT
           STRING "  " WH-TRAIL(WS-J) " " WE-LINE DELIMITED BY SIZE
               INTO RD-TEXT
           END-STRING
           WRITE MRS-LOSSPREV-LINE FROM WS-RPT-DETAIL.
       650-EXIT.
           EXIT.

      * One line of the day toward its operator and its site; a comp
      * or refund line is also kept for the HIGH-RATE listing.
       700-COUNT-LINE.
           IF WS-LINE-SITE = SPACES
               MOVE "01" TO WS-LINE-SITE
           END-IF
           PERFORM VARYING WS-S FROM 1 BY 1
               UNTIL WS-S > WS-SITE-COUNT
                  OR WT-SITE(WS-S) = WS-LINE-SITE
               CONTINUE
           END-PERFORM
           IF WS-S > WS-SITE-COUNT
               IF WS-SITE-COUNT < 20
                   ADD 1 TO WS-SITE-COUNT
                   MOVE WS-SITE-COUNT TO WS-S
                   MOVE WS-LINE-SITE TO WT-SITE(WS-S)
                   MOVE ZERO TO WT-LINES(WS-S)
                   MOVE ZERO TO WT-HITS(WS-S)
               ELSE
                   GO TO 700-EXIT
               END-IF
           END-IF
           ADD 1 TO WT-LINES(WS-S)
           PERFORM VARYING WS-J FROM 1 BY 1
               UNTIL WS-J > WS-OPR-COUNT
                  OR (WO-SITE(WS-J) = WS-LINE-SITE AND
                      WO-OPERATOR(WS-J) = WS-LINE-OPR)
               CONTINUE
           END-PERFORM
           IF WS-J > WS-OPR-COUNT
               IF WS-OPR-COUNT < 200
                   ADD 1 TO WS-OPR-COUNT
                   MOVE WS-OPR-COUNT TO WS-J
                   MOVE WS-LINE-SITE TO WO-SITE(WS-J)
                   MOVE WS-LINE-OPR TO WO-OPERATOR(WS-J)
                   MOVE ZERO TO WO-LINES(WS-J)
                   MOVE ZERO TO WO-HITS(WS-J)
               ELSE
                   GO TO 700-EXIT
               END-IF
           END-IF
           ADD 1 TO WO-LINES(WS-J)
           IF WS-LINE-HIT NOT = "Y"
               GO TO 700-EXIT
           END-IF
           ADD 1 TO WT-HITS(WS-S)
           ADD 1 TO WO-HITS(WS-J)
           IF WS-HIT-COUNT < 999
               ADD 1 TO WS-HIT-COUNT
               MOVE WS-LINE-SITE TO WH-SITE(WS-HIT-COUNT)
               MOVE WS-LINE-OPR TO WH-OPERATOR(WS-HIT-COUNT)
               MOVE WS-LINE-TRAIL TO WH-TRAIL(WS-HIT-COUNT)
               MOVE WS-LINE-NO TO WH-LINE(WS-HIT-COUNT)
           END-IF.
       700-EXIT.
           EXIT.

       800-WRITE-FLAG.
           WRITE MRS-LOSSPREV-LINE FROM WS-RPT-DETAIL
           ADD 1 TO WS-FLAG-COUNT.
       800-EXIT.
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
               WHEN "TIC-SALES"
                   MOVE CFG-PATH TO UT-SYS-TIC-SALES
               WHEN "CON-SALES"
                   MOVE CFG-PATH TO UT-SYS-CON-SALES
               WHEN "LOSSPREV-RPT"
                   MOVE CFG-PATH TO UT-SYS-LOSSPREV-RPT
           END-EVALUATE.
       170-END.
           EXIT.

       end program MRS-8640.
