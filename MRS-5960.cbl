       IDENTIFICATION DIVISION.
       PROGRAM-ID.  MRS-5960.
       AUTHOR.  JOHN BELLEK.
      *****************************************************************
      * Bank statement reconciliation. MRS-8610 prints the deposit
      * slip and MRS-5950 ties the processor's settlement file to
      * the trails, but nothing confirmed the money then actually
      * landed in the bank. This run reads the statement file the
      * bank lets us download (comma-delimited, one line per
      * transaction: date, code, amount, reference) and matches
      * every credit on it to what MRS says should have arrived:
      *
      *   cash deposits - the over/short ledger's counted cash, one
      *     deposit per day and site (what the slip was made out for);
      *   card settlements - the processor settlement file's settled
      *     amount, one payment per day and site (the fee already off).
      *
      * Statement codes: DEP branch deposit, STL card settlement,
      * CR any other credit, FEE bank service charge, CHB chargeback,
      * DR any other debit. A DEP credit matches a deposit, an STL
      * credit a settlement, a CR credit either - and only ever one
      * that was made on or up to five days before the bank booked
      * it. An exact amount wins; failing that a DEP or STL credit
      * takes the nearest unmatched day of its kind and prints the
      * difference.
      *
      * Exceptions - a credit MRS cannot account for, an amount
      * that differs, a deposit or settlement the bank never booked
      * - print as such and drop on the MRS-ACTION-FILE queue the
      * way the other exception runs do, skipping any item already
      * open. A deposit or settlement too recent to have cleared by
      * the statement's last day prints as in transit and is not
      * queued. Bank fees and chargebacks are listed on their own -
      * nothing in MRS records them, so the office can journal them
      * by hand. Other debits (checks paid and the like) are not
      * part of this reconciliation and are only counted.
      *
      * Deposits and settlements dated before the statement window
      * are left for the statement that covered them. The report is
      * registered on the report spool.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MRS-BANK-STMT-FILE
               ASSIGN TO UT-SYS-BANK-STMT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BANK-STATUS.

           SELECT MRS-OVRSHORT-FILE
               ASSIGN TO UT-SYS-OVRSHORT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OVS-STATUS.

           SELECT MRS-SETTLE-IN-FILE
               ASSIGN TO UT-SYS-SETTLE-IN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IN-STATUS.

           SELECT MRS-ACTION-FILE
               ASSIGN TO UT-SYS-ACTION
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MRS-ACT-ID
               FILE STATUS IS WS-ACT-STATUS.

           SELECT MRS-BANK-RECON-RPT
               ASSIGN TO UT-SYS-BANK-RPT
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT MRS-FILE-CONFIG-FILE
               ASSIGN TO UT-SYS-FILE-CFG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CFG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MRS-BANK-STMT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  MRS-BANK-STMT-LINE                  PIC X(80).

       COPY "CPYBOOKS/MRS-OVRSHORT.CPY".

       FD  MRS-SETTLE-IN-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  MRS-SETTLE-IN-LINE                  PIC X(80).

       COPY "CPYBOOKS/MRS-ACTION.CPY".
       COPY "CPYBOOKS/MRS-FILE-CFG.CPY".

       FD  MRS-BANK-RECON-RPT
           RECORD CONTAINS 80 CHARACTERS.
       01  MRS-BANK-RECON-LINE                 PIC X(80).

       WORKING-STORAGE SECTION.
       COPY "CPYBOOKS/DATETIME.CPY".
       COPY "CPYBOOKS/MRS-SIGNON.CPY".
       COPY "CPYBOOKS/MRS-TRNPUT.CPY".
       COPY "CPYBOOKS/MRS-SPLPUT.CPY".

       01  WS-FILENAMES.
           05  UT-SYS-BANK-STMT      PIC X(50)
                               VALUE "C:\COBOL\MRS-BANK-STMT.DAT".
           05  UT-SYS-OVRSHORT       PIC X(50)
                               VALUE "C:\COBOL\MRS-OVRSHORT.DAT".
           05  UT-SYS-SETTLE-IN      PIC X(50)
                               VALUE "C:\COBOL\MRS-SETTLEMENT-IN.DAT".
           05  UT-SYS-ACTION         PIC X(50)
                               VALUE "C:\COBOL\MRS-ACTION-INDEX.DAT".
           05  UT-SYS-BANK-RPT       PIC X(50)
                               VALUE "C:\COBOL\MRS-BANK-RECON.RPT".
           05  UT-SYS-FILE-CFG       PIC X(50)
                                   VALUE "C:\COBOL\MRS-FILE-PATHS.CFG".

       01  WS-FILE-CFG-CTL.
           05  WS-CFG-STATUS         PIC XX.
           05  WS-CFG-EOF            PIC X.
               88  CFG-EOF VALUE 'Y'.

       01  WS-CONTROL.
           05  WS-BANK-STATUS        PIC XX.
           05  WS-OVS-STATUS         PIC XX.
           05  WS-IN-STATUS          PIC XX.
           05  WS-ACT-STATUS         PIC XX.
           05  BANK-EOF              PIC X.
           05  OVS-EOF               PIC X.
           05  IN-EOF                PIC X.
           05  WS-ACT-EOF            PIC X.
           05  WS-ACT-OPEN-DUP       PIC X.
           05  WS-ACT-NEXT-ID        PIC 9(5).
           05  WS-ACT-NEW-KEY        PIC X(12).
           05  WS-ACT-NEW-DESC       PIC X(30).
           05  WS-ACT-AMT            PIC -(5)9.99.
           05  WS-TODAY-NUM          PIC 9(8).
           05  WS-LINE-VALID         PIC X.
           05  WS-I                  PIC 9(3).
           05  WS-J                  PIC 9(3).
           05  WS-BEST               PIC 9(3).
           05  WS-BEST-GAP           PIC 9(3).
           05  WS-GAP                PIC S9(7).
           05  WS-LAG-DAYS           PIC 9 VALUE 5.

      * The statement window: first and last day the bank booked,
      * and the earliest MRS day that could have landed inside it.
       01  WS-WINDOW.
           05  WS-STMT-FIRST         PIC 9(8).
           05  WS-STMT-LAST          PIC 9(8).
           05  WS-STMT-FIRST-INT     PIC 9(7).
           05  WS-STMT-LAST-INT      PIC 9(7).
           05  WS-EXP-FROM-INT       PIC 9(7).
           05  WS-LINE-DATE          PIC 9(8).
           05  WS-LINE-INT           PIC 9(7).
           05  WS-LINE-SITE          PIC X(2).
           05  WS-LINE-KIND          PIC X(3).
           05  WS-LINE-AMT           PIC S9(7)V99.

      * One slot per statement line.
       01  WS-BANK-TABLE.
           05  WS-BANK-COUNT         PIC 9(3) VALUE ZERO.
           05  WS-BANK-SLOT OCCURS 300 TIMES INDEXED BY BNK-I.
               10  WB-DATE           PIC 9(8).
               10  WB-DATE-INT       PIC 9(7).
               10  WB-CODE           PIC X(3).
               10  WB-AMOUNT         PIC S9(7)V99.
               10  WB-REF            PIC X(30).
      *            N = not matched, Y = matched, A = matched with an
      *            amount difference.
               10  WB-MATCH          PIC X.
               10  WB-EXP            PIC 9(3).

      * One slot per deposit or settlement MRS expects the bank to
      * have booked: kind DEP or STL, day and site, amount.
       01  WS-EXP-TABLE.
           05  WS-EXP-COUNT          PIC 9(3) VALUE ZERO.
           05  WS-EXP-SLOT OCCURS 300 TIMES INDEXED BY EXP-I.
               10  WE-KIND           PIC X(3).
               10  WE-DATE           PIC 9(8).
               10  WE-DATE-INT       PIC 9(7).
               10  WE-SITE           PIC X(2).
               10  WE-AMOUNT         PIC S9(7)V99.
               10  WE-MATCH          PIC X.

       01  WS-IN-FIELDS.
           05  WF-DATE-X             PIC X(10).
           05  WF-CODE-X             PIC X(4).
           05  WF-SITE-X             PIC X(4).
           05  WF-AMOUNT-X           PIC X(14).
           05  WF-FEE-X              PIC X(12).
           05  WF-REF-X              PIC X(40).

       01  WS-TOTALS.
           05  WS-CREDIT-CNT         PIC 9(3) VALUE ZERO.
           05  WS-MATCHED-CNT        PIC 9(3) VALUE ZERO.
           05  WS-EXCEPTION-CNT      PIC 9(3) VALUE ZERO.
           05  WS-TRANSIT-CNT        PIC 9(3) VALUE ZERO.
           05  WS-FEE-CNT            PIC 9(3) VALUE ZERO.
           05  WS-OTHER-DEBIT-CNT    PIC 9(3) VALUE ZERO.
           05  WS-QUEUED-CNT         PIC 9(3) VALUE ZERO.

       01  WS-RPT-HEADER.
           05  PIC X(35) VALUE "MRS BANK RECONCILIATION - STATEMENT".
           05  PIC X(1)  VALUE SPACES.
           05  RH-FIRST              PIC 9(8).
           05  PIC X(4)  VALUE " TO ".
           05  RH-LAST               PIC 9(8).
           05  PIC X(24) VALUE SPACES.

       01  WS-RPT-CREDIT-HDR         PIC X(80)
           VALUE "BANK CREDITS:".
       01  WS-RPT-MRS-HDR            PIC X(80)
           VALUE "MRS DEPOSITS AND SETTLEMENTS NOT ON THE STATEMENT:".
       01  WS-RPT-FEE-HDR            PIC X(80)
           VALUE "BANK FEES AND CHARGEBACKS NOT IN MRS:".

       01  WS-RPT-COL-HDR.
           05  PIC X(10) VALUE "BANK DATE".
           05  PIC X(4)  VALUE "CD".
           05  PIC X(12) VALUE "   BANK AMT".
           05  PIC X(4)  VALUE "MRS".
           05  PIC X(9)  VALUE "MRS DATE".
           05  PIC X(3)  VALUE "ST".
           05  PIC X(11) VALUE "    MRS AMT".
           05  PIC X(11) VALUE "       DIFF".
           05  PIC X(16) VALUE SPACES.

       01  WS-RPT-DETAIL.
           05  RD-BANK-DATE          PIC X(8).
           05  PIC X(2)  VALUE SPACES.
           05  RD-CODE               PIC X(3).
           05  PIC X(1)  VALUE SPACES.
           05  RD-BANK-AMT           PIC ---,--9.99 BLANK WHEN ZERO.
           05  PIC X(2)  VALUE SPACES.
           05  RD-KIND               PIC X(3).
           05  PIC X(1)  VALUE SPACES.
           05  RD-MRS-DATE           PIC X(8).
           05  PIC X(1)  VALUE SPACES.
           05  RD-SITE               PIC X(2).
           05  PIC X(1)  VALUE SPACES.
           05  RD-MRS-AMT            PIC ---,--9.99 BLANK WHEN ZERO.
           05  PIC X(1)  VALUE SPACES.
           05  RD-DIFF               PIC ---,--9.99.
           05  PIC X(1)  VALUE SPACES.
           05  RD-FLAG               PIC X(10).
           05  PIC X(6)  VALUE SPACES.

       01  WS-RPT-FEE-LINE.
           05  RF-DATE               PIC 9(8).
           05  PIC X(2)  VALUE SPACES.
           05  RF-CODE               PIC X(3).
           05  PIC X(1)  VALUE SPACES.
           05  RF-AMOUNT             PIC ---,--9.99.
           05  PIC X(2)  VALUE SPACES.
           05  RF-REF                PIC X(30).
           05  PIC X(24) VALUE SPACES.

       01  WS-RPT-BLANK              PIC X(80) VALUE SPACES.

       01  WS-RPT-TOTAL.
           05  PIC X(17) VALUE "CREDITS MATCHED:".
           05  RT-MATCHED            PIC ZZ9.
           05  PIC X(4)  VALUE " OF ".
           05  RT-CREDITS            PIC ZZ9.
           05  PIC X(15) VALUE "   EXCEPTIONS:".
           05  RT-EXCEPTIONS         PIC ZZ9.
           05  PIC X(15) VALUE "   IN TRANSIT:".
           05  RT-TRANSIT            PIC ZZ9.
           05  PIC X(17) VALUE SPACES.

       01  WS-RPT-TOTAL-2.
           05  PIC X(26) VALUE "FEES AND CHARGEBACKS:".
           05  RT-FEES               PIC ZZ9.
           05  PIC X(26) VALUE "   OTHER DEBITS SKIPPED:".
           05  RT-OTHER              PIC ZZ9.
           05  PIC X(22) VALUE SPACES.

       PROCEDURE DIVISION.
       100-MAIN.
           PERFORM 160-LOAD-FILE-CONFIG THRU 160-END
           MOVE FUNCTION CURRENT-DATE TO WS-DATETIME
           COMPUTE WS-TODAY-NUM =
               (WS-YEAR * 10000) + (WS-MONTH * 100) + WS-DAY

           PERFORM 200-LOAD-STATEMENT THRU 200-EXIT
           IF WS-BANK-COUNT = ZERO
               DISPLAY "MRS-5960 BANK RECON: NO STATEMENT FILE OR NO "
                   "LINES - NOTHING TO RECONCILE."
               GOBACK
           END-IF
           COMPUTE WS-STMT-FIRST-INT =
               FUNCTION INTEGER-OF-DATE (WS-STMT-FIRST)
           COMPUTE WS-STMT-LAST-INT =
               FUNCTION INTEGER-OF-DATE (WS-STMT-LAST)
           COMPUTE WS-EXP-FROM-INT = WS-STMT-FIRST-INT - WS-LAG-DAYS

           PERFORM 300-LOAD-DEPOSITS THRU 300-EXIT
           PERFORM 350-LOAD-SETTLEMENTS THRU 350-EXIT
           PERFORM 400-MATCH-EXACT THRU 400-EXIT
               VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-BANK-COUNT
           PERFORM 450-MATCH-NEAREST THRU 450-EXIT
               VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-BANK-COUNT

           OPEN I-O MRS-ACTION-FILE
           IF WS-ACT-STATUS = '35'
               OPEN OUTPUT MRS-ACTION-FILE
               CLOSE MRS-ACTION-FILE
               OPEN I-O MRS-ACTION-FILE
           END-IF
           OPEN OUTPUT MRS-BANK-RECON-RPT
           MOVE WS-STMT-FIRST TO RH-FIRST
           MOVE WS-STMT-LAST TO RH-LAST
           WRITE MRS-BANK-RECON-LINE FROM WS-RPT-HEADER
           WRITE MRS-BANK-RECON-LINE FROM WS-RPT-BLANK
           WRITE MRS-BANK-RECON-LINE FROM WS-RPT-CREDIT-HDR
           WRITE MRS-BANK-RECON-LINE FROM WS-RPT-COL-HDR
           PERFORM 500-PRINT-CREDIT THRU 500-EXIT
               VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-BANK-COUNT
           WRITE MRS-BANK-RECON-LINE FROM WS-RPT-BLANK
           WRITE MRS-BANK-RECON-LINE FROM WS-RPT-MRS-HDR
           WRITE MRS-BANK-RECON-LINE FROM WS-RPT-COL-HDR
           PERFORM 600-PRINT-NOT-BANKED THRU 600-EXIT
               VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-EXP-COUNT
           WRITE MRS-BANK-RECON-LINE FROM WS-RPT-BLANK
           WRITE MRS-BANK-RECON-LINE FROM WS-RPT-FEE-HDR
           PERFORM 700-PRINT-BANK-DEBIT THRU 700-EXIT
               VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-BANK-COUNT

           WRITE MRS-BANK-RECON-LINE FROM WS-RPT-BLANK
           MOVE WS-MATCHED-CNT TO RT-MATCHED
           MOVE WS-CREDIT-CNT TO RT-CREDITS
           MOVE WS-EXCEPTION-CNT TO RT-EXCEPTIONS
           MOVE WS-TRANSIT-CNT TO RT-TRANSIT
           WRITE MRS-BANK-RECON-LINE FROM WS-RPT-TOTAL
           MOVE WS-FEE-CNT TO RT-FEES
           MOVE WS-OTHER-DEBIT-CNT TO RT-OTHER
           WRITE MRS-BANK-RECON-LINE FROM WS-RPT-TOTAL-2
           CLOSE MRS-BANK-RECON-RPT
           CLOSE MRS-ACTION-FILE

           DISPLAY "MRS-5960 BANK RECON: " WS-CREDIT-CNT
               " CREDIT(S), " WS-EXCEPTION-CNT " EXCEPTION(S), "
               WS-QUEUED-CNT " QUEUED."
      *    The finished output registers on the report spool so
      *    the office can find and reprint it later.
           MOVE "MRS-5960" TO MRS-SP-PROGRAM
           MOVE SPACES TO MRS-SP-PARMS
           MOVE WS-STMT-LAST TO MRS-SP-PARMS(1:8)
           MOVE UT-SYS-BANK-RPT TO MRS-SP-PATH
           CALL "MRS-7050" USING MRS-SPOOL-PUT
           GOBACK.
       100-EXIT.
           EXIT.

      * Reads the statement into the table and notes the first and
      * last day it covers. A line that does not parse is skipped
      * with a console note - the bank's download carries a heading
      * line and sometimes a trailer.
       200-LOAD-STATEMENT.
           MOVE 99999999 TO WS-STMT-FIRST
           MOVE ZEROS TO WS-STMT-LAST
           MOVE "N" TO BANK-EOF
           OPEN INPUT MRS-BANK-STMT-FILE
           IF WS-BANK-STATUS NOT = '00'
               GO TO 200-EXIT
           END-IF
           PERFORM UNTIL BANK-EOF = "Y"
               READ MRS-BANK-STMT-FILE
                   AT END
                       MOVE "Y" TO BANK-EOF
                   NOT AT END
                       PERFORM 250-PARSE-STMT-LINE THRU 250-EXIT
               END-READ
           END-PERFORM
           CLOSE MRS-BANK-STMT-FILE.
       200-EXIT.
           EXIT.

       250-PARSE-STMT-LINE.
           IF MRS-BANK-STMT-LINE = SPACES
               GO TO 250-EXIT
           END-IF
           MOVE SPACES TO WF-DATE-X WF-CODE-X WF-AMOUNT-X WF-REF-X
           UNSTRING MRS-BANK-STMT-LINE DELIMITED BY ","
               INTO WF-DATE-X WF-CODE-X WF-AMOUNT-X WF-REF-X
           END-UNSTRING
           MOVE "Y" TO WS-LINE-VALID
           IF FUNCTION TEST-NUMVAL (WF-DATE-X) NOT = 0
               MOVE "N" TO WS-LINE-VALID
           ELSE
               COMPUTE WS-LINE-DATE = FUNCTION NUMVAL (WF-DATE-X)
               IF FUNCTION TEST-DATE-YYYYMMDD (WS-LINE-DATE) NOT = 0
                   MOVE "N" TO WS-LINE-VALID
               END-IF
           END-IF
           IF FUNCTION TEST-NUMVAL (WF-AMOUNT-X) NOT = 0
               MOVE "N" TO WS-LINE-VALID
           END-IF
           IF WF-CODE-X NOT = "DEP" AND WF-CODE-X NOT = "STL" AND
              WF-CODE-X NOT = "CR" AND WF-CODE-X NOT = "FEE" AND
              WF-CODE-X NOT = "CHB" AND WF-CODE-X NOT = "DR"
               MOVE "N" TO WS-LINE-VALID
           END-IF
           IF WS-LINE-VALID = "N"
               DISPLAY "MRS-5960 BANK RECON: SKIPPED UNPARSEABLE LINE."
               GO TO 250-EXIT
           END-IF
           IF WS-BANK-COUNT >= 300
               DISPLAY "MRS-5960 BANK RECON: STATEMENT TABLE FULL - "
                   "LINE DROPPED."
               GO TO 250-EXIT
           END-IF
           ADD 1 TO WS-BANK-COUNT
           SET BNK-I TO WS-BANK-COUNT
           MOVE WS-LINE-DATE TO WB-DATE(BNK-I)
           COMPUTE WB-DATE-INT(BNK-I) =
               FUNCTION INTEGER-OF-DATE (WS-LINE-DATE)
           MOVE WF-CODE-X TO WB-CODE(BNK-I)
           COMPUTE WB-AMOUNT(BNK-I) = FUNCTION NUMVAL (WF-AMOUNT-X)
           MOVE WF-REF-X TO WB-REF(BNK-I)
           MOVE "N" TO WB-MATCH(BNK-I)
           MOVE ZERO TO WB-EXP(BNK-I)
           IF WS-LINE-DATE < WS-STMT-FIRST
               MOVE WS-LINE-DATE TO WS-STMT-FIRST
           END-IF
           IF WS-LINE-DATE > WS-STMT-LAST
               MOVE WS-LINE-DATE TO WS-STMT-LAST
           END-IF.
       250-EXIT.
           EXIT.

      * One expected deposit per day and site: the cash counted into
      * the bags across every operator's line on the ledger.
       300-LOAD-DEPOSITS.
           MOVE "N" TO OVS-EOF
           OPEN INPUT MRS-OVRSHORT-FILE
           IF WS-OVS-STATUS NOT = '00'
               GO TO 300-EXIT
           END-IF
           PERFORM UNTIL OVS-EOF = "Y"
               READ MRS-OVRSHORT-FILE
                   AT END
                       MOVE "Y" TO OVS-EOF
                   NOT AT END
                       MOVE "DEP" TO WS-LINE-KIND
                       MOVE MRS-OVS-DATE TO WS-LINE-DATE
                       MOVE MRS-OVS-SITE TO WS-LINE-SITE
                       MOVE MRS-OVS-COUNTED-CASH TO WS-LINE-AMT
                       PERFORM 390-ADD-EXPECTED THRU 390-EXIT
               END-READ
           END-PERFORM
           CLOSE MRS-OVRSHORT-FILE.
       300-EXIT.
           EXIT.

      * One expected card payment per line of the processor's file -
      * the same file, in the same layout, MRS-5950 reconciles to
      * the trails (date, site, gross settled, fee).
       350-LOAD-SETTLEMENTS.
           MOVE "N" TO IN-EOF
           OPEN INPUT MRS-SETTLE-IN-FILE
           IF WS-IN-STATUS NOT = '00'
               GO TO 350-EXIT
           END-IF
           PERFORM UNTIL IN-EOF = "Y"
               READ MRS-SETTLE-IN-FILE
                   AT END
                       MOVE "Y" TO IN-EOF
                   NOT AT END
                       PERFORM 370-PARSE-SETTLE-LINE THRU 370-EXIT
               END-READ
           END-PERFORM
           CLOSE MRS-SETTLE-IN-FILE.
       350-EXIT.
           EXIT.

       370-PARSE-SETTLE-LINE.
           IF MRS-SETTLE-IN-LINE = SPACES
               GO TO 370-EXIT
           END-IF
           MOVE SPACES TO WF-DATE-X WF-SITE-X WF-AMOUNT-X WF-FEE-X
           UNSTRING MRS-SETTLE-IN-LINE DELIMITED BY ","
               INTO WF-DATE-X WF-SITE-X WF-AMOUNT-X WF-FEE-X
           END-UNSTRING
           IF FUNCTION TEST-NUMVAL (WF-DATE-X) NOT = 0 OR
              FUNCTION TEST-NUMVAL (WF-AMOUNT-X) NOT = 0
               GO TO 370-EXIT
           END-IF
           MOVE "STL" TO WS-LINE-KIND
           COMPUTE WS-LINE-DATE = FUNCTION NUMVAL (WF-DATE-X)
           MOVE WF-SITE-X(1:2) TO WS-LINE-SITE
           COMPUTE WS-LINE-AMT = FUNCTION NUMVAL (WF-AMOUNT-X)
           PERFORM 390-ADD-EXPECTED THRU 390-EXIT.
       370-EXIT.
           EXIT.

      * Adds WS-LINE-KIND/DATE/SITE/AMT to its day-and-site slot when
      * the day could have landed inside the statement window. The
      * search stops on the day's slot, or on the first free one.
       390-ADD-EXPECTED.
           IF FUNCTION TEST-DATE-YYYYMMDD (WS-LINE-DATE) NOT = 0
               GO TO 390-EXIT
           END-IF
           COMPUTE WS-LINE-INT = FUNCTION INTEGER-OF-DATE (WS-LINE-DATE)
           IF WS-LINE-INT < WS-EXP-FROM-INT OR
              WS-LINE-INT > WS-STMT-LAST-INT
               GO TO 390-EXIT
           END-IF
           IF WS-LINE-SITE = SPACES OR WS-LINE-SITE = LOW-VALUES
               MOVE "01" TO WS-LINE-SITE
           END-IF
           SET EXP-I TO 1
           SEARCH WS-EXP-SLOT
               AT END
                   DISPLAY "MRS-5960 BANK RECON: MRS TABLE FULL - "
                       "DAY DROPPED."
                   GO TO 390-EXIT
               WHEN EXP-I > WS-EXP-COUNT
                   CONTINUE
               WHEN WE-KIND(EXP-I) = WS-LINE-KIND AND
                    WE-DATE(EXP-I) = WS-LINE-DATE AND
                    WE-SITE(EXP-I) = WS-LINE-SITE
                   CONTINUE
           END-SEARCH
           IF EXP-I > WS-EXP-COUNT
               ADD 1 TO WS-EXP-COUNT
               SET EXP-I TO WS-EXP-COUNT
               MOVE WS-LINE-KIND TO WE-KIND(EXP-I)
               MOVE WS-LINE-DATE TO WE-DATE(EXP-I)
               MOVE WS-LINE-INT TO WE-DATE-INT(EXP-I)
               MOVE WS-LINE-SITE TO WE-SITE(EXP-I)
               MOVE ZEROS TO WE-AMOUNT(EXP-I)
               MOVE "N" TO WE-MATCH(EXP-I)
           END-IF
           ADD WS-LINE-AMT TO WE-AMOUNT(EXP-I).
       390-EXIT.
           EXIT.

      * First pass: a credit takes the first unmatched day, in the
      * order the ledger and processor file list them, of a kind it
      * can pay, to the penny, made on or up to the lag before the
      * bank booked it.
       400-MATCH-EXACT.
           SET BNK-I TO WS-I
           IF WB-CODE(BNK-I) NOT = "DEP" AND
              WB-CODE(BNK-I) NOT = "STL" AND
              WB-CODE(BNK-I) NOT = "CR"
               GO TO 400-EXIT
           END-IF
           MOVE ZERO TO WS-BEST
           PERFORM VARYING WS-J FROM 1 BY 1
                   UNTIL WS-J > WS-EXP-COUNT OR WS-BEST > ZERO
               SET EXP-I TO WS-J
               PERFORM 420-TEST-WINDOW THRU 420-EXIT
               IF WS-GAP >= ZERO AND
                  WE-AMOUNT(EXP-I) = WB-AMOUNT(BNK-I)
                   MOVE WS-J TO WS-BEST
               END-IF
           END-PERFORM
           IF WS-BEST > ZERO
               SET EXP-I TO WS-BEST
               MOVE "Y" TO WB-MATCH(BNK-I)
               MOVE WS-BEST TO WB-EXP(BNK-I)
               MOVE "Y" TO WE-MATCH(EXP-I)
           END-IF.
       400-EXIT.
           EXIT.

      * WS-GAP comes back as the days from the MRS day to the bank
      * day when the pair could go together - unmatched, the right
      * kind, inside the lag - and -1 when it could not.
       420-TEST-WINDOW.
           MOVE -1 TO WS-GAP
           IF WE-MATCH(EXP-I) NOT = "N"
               GO TO 420-EXIT
           END-IF
           IF WB-CODE(BNK-I) NOT = "CR" AND
              WB-CODE(BNK-I) NOT = WE-KIND(EXP-I)
               GO TO 420-EXIT
           END-IF
           IF WB-DATE-INT(BNK-I) < WE-DATE-INT(EXP-I) OR
              WB-DATE-INT(BNK-I) > WE-DATE-INT(EXP-I) + WS-LAG-DAYS
               GO TO 420-EXIT
           END-IF
           COMPUTE WS-GAP = WB-DATE-INT(BNK-I) - WE-DATE-INT(EXP-I).
       420-EXIT.
           EXIT.

      * Second pass: a DEP or STL credit still unmatched takes the
      * nearest unmatched day of its own kind inside the lag, and
      * the pair prints with its difference.
       450-MATCH-NEAREST.
           SET BNK-I TO WS-I
           IF WB-MATCH(BNK-I) NOT = "N" OR
              (WB-CODE(BNK-I) NOT = "DEP" AND
               WB-CODE(BNK-I) NOT = "STL")
               GO TO 450-EXIT
           END-IF
           MOVE ZERO TO WS-BEST
           MOVE 999 TO WS-BEST-GAP
           PERFORM VARYING WS-J FROM 1 BY 1 UNTIL WS-J > WS-EXP-COUNT
               SET EXP-I TO WS-J
               PERFORM 420-TEST-WINDOW THRU 420-EXIT
               IF WS-GAP >= ZERO AND WS-GAP < WS-BEST-GAP
                   MOVE WS-J TO WS-BEST
                   MOVE WS-GAP TO WS-BEST-GAP
               END-IF
           END-PERFORM
           IF WS-BEST > ZERO
               SET EXP-I TO WS-BEST
               MOVE "A" TO WB-MATCH(BNK-I)
               MOVE WS-BEST TO WB-EXP(BNK-I)
               MOVE "A" TO WE-MATCH(EXP-I)
           END-IF.
       450-EXIT.
           EXIT.

      * One line per credit on the statement with what it matched.
       500-PRINT-CREDIT.
           SET BNK-I TO WS-I
           IF WB-CODE(BNK-I) NOT = "DEP" AND
              WB-CODE(BNK-I) NOT = "STL" AND
              WB-CODE(BNK-I) NOT = "CR"
               GO TO 500-EXIT
           END-IF
           ADD 1 TO WS-CREDIT-CNT
           MOVE WB-DATE(BNK-I) TO RD-BANK-DATE
           MOVE WB-CODE(BNK-I) TO RD-CODE
           MOVE WB-AMOUNT(BNK-I) TO RD-BANK-AMT
           IF WB-MATCH(BNK-I) = "N"
               MOVE SPACES TO RD-KIND
               MOVE SPACES TO RD-MRS-DATE
               MOVE SPACES TO RD-SITE
               MOVE ZEROS TO RD-MRS-AMT
               MOVE WB-AMOUNT(BNK-I) TO RD-DIFF
               MOVE "*NOT MRS*" TO RD-FLAG
               WRITE MRS-BANK-RECON-LINE FROM WS-RPT-DETAIL
               ADD 1 TO WS-EXCEPTION-CNT
               MOVE SPACES TO WS-ACT-NEW-KEY
               MOVE WB-DATE(BNK-I) TO WS-ACT-NEW-KEY(1:8)
               MOVE "**B" TO WS-ACT-NEW-KEY(9:3)
               MOVE WB-AMOUNT(BNK-I) TO WS-ACT-AMT
               MOVE SPACES TO WS-ACT-NEW-DESC
               STRING "BANK CREDIT NO MRS " WS-ACT-AMT
                   DELIMITED BY SIZE INTO WS-ACT-NEW-DESC
               PERFORM 800-WRITE-ACTION THRU 800-EXIT
               GO TO 500-EXIT
           END-IF
           SET EXP-I TO WB-EXP(BNK-I)
           MOVE WE-KIND(EXP-I) TO RD-KIND
           MOVE WE-DATE(EXP-I) TO RD-MRS-DATE
           MOVE WE-SITE(EXP-I) TO RD-SITE
           MOVE WE-AMOUNT(EXP-I) TO RD-MRS-AMT
           COMPUTE RD-DIFF = WB-AMOUNT(BNK-I) - WE-AMOUNT(EXP-I)
           IF WB-MATCH(BNK-I) = "Y"
               MOVE SPACES TO RD-FLAG
               ADD 1 TO WS-MATCHED-CNT
               WRITE MRS-BANK-RECON-LINE FROM WS-RPT-DETAIL
               GO TO 500-EXIT
           END-IF
           MOVE "*AMOUNT*" TO RD-FLAG
           WRITE MRS-BANK-RECON-LINE FROM WS-RPT-DETAIL
           ADD 1 TO WS-EXCEPTION-CNT
           MOVE SPACES TO WS-ACT-NEW-KEY
           MOVE WE-DATE(EXP-I) TO WS-ACT-NEW-KEY(1:8)
           MOVE WE-SITE(EXP-I) TO WS-ACT-NEW-KEY(9:2)
           MOVE "A" TO WS-ACT-NEW-KEY(11:1)
           COMPUTE WS-ACT-AMT = WB-AMOUNT(BNK-I) - WE-AMOUNT(EXP-I)
           MOVE SPACES TO WS-ACT-NEW-DESC
           STRING "BANK/MRS AMOUNT DIFF " WS-ACT-AMT
               DELIMITED BY SIZE INTO WS-ACT-NEW-DESC
           PERFORM 800-WRITE-ACTION THRU 800-EXIT.
       500-EXIT.
           EXIT.

      * A deposit or settlement the statement never booked. Inside
      * the lag of the statement's last day it may simply not have
      * cleared yet - printed, not queued.
       600-PRINT-NOT-BANKED.
           SET EXP-I TO WS-I
           IF WE-MATCH(EXP-I) NOT = "N"
               GO TO 600-EXIT
           END-IF
      *    A day before the statement opened that did not turn up in
      *    its first days was banked on the statement before.
           IF WE-DATE-INT(EXP-I) < WS-STMT-FIRST-INT
               GO TO 600-EXIT
           END-IF
           MOVE SPACES TO RD-BANK-DATE
           MOVE SPACES TO RD-CODE
           MOVE ZEROS TO RD-BANK-AMT
           MOVE WE-KIND(EXP-I) TO RD-KIND
           MOVE WE-DATE(EXP-I) TO RD-MRS-DATE
           MOVE WE-SITE(EXP-I) TO RD-SITE
           MOVE WE-AMOUNT(EXP-I) TO RD-MRS-AMT
           COMPUTE RD-DIFF = ZERO - WE-AMOUNT(EXP-I)
           IF WE-DATE-INT(EXP-I) + WS-LAG-DAYS > WS-STMT-LAST-INT
               MOVE "IN TRANSIT" TO RD-FLAG
               ADD 1 TO WS-TRANSIT-CNT
               WRITE MRS-BANK-RECON-LINE FROM WS-RPT-DETAIL
               GO TO 600-EXIT
           END-IF
           MOVE "*MISSING*" TO RD-FLAG
           WRITE MRS-BANK-RECON-LINE FROM WS-RPT-DETAIL
           ADD 1 TO WS-EXCEPTION-CNT
           MOVE SPACES TO WS-ACT-NEW-KEY
           MOVE WE-DATE(EXP-I) TO WS-ACT-NEW-KEY(1:8)
           MOVE WE-SITE(EXP-I) TO WS-ACT-NEW-KEY(9:2)
           MOVE WE-AMOUNT(EXP-I) TO WS-ACT-AMT
           MOVE SPACES TO WS-ACT-NEW-DESC
           IF WE-KIND(EXP-I) = "DEP"
               MOVE "D" TO WS-ACT-NEW-KEY(11:1)
               STRING "DEPOSIT NOT IN BANK " WS-ACT-AMT
                   DELIMITED BY SIZE INTO WS-ACT-NEW-DESC
           ELSE
               MOVE "S" TO WS-ACT-NEW-KEY(11:1)
               STRING "STLM NOT IN BANK " WS-ACT-AMT
                   DELIMITED BY SIZE INTO WS-ACT-NEW-DESC
           END-IF
           PERFORM 800-WRITE-ACTION THRU 800-EXIT.
       600-EXIT.
           EXIT.

      * Fees and chargebacks are listed for the office to journal;
      * other debits are counted and left alone.
       700-PRINT-BANK-DEBIT.
           SET BNK-I TO WS-I
           IF WB-CODE(BNK-I) = "DR"
               ADD 1 TO WS-OTHER-DEBIT-CNT
               GO TO 700-EXIT
           END-IF
           IF WB-CODE(BNK-I) NOT = "FEE" AND
              WB-CODE(BNK-I) NOT = "CHB"
               GO TO 700-EXIT
           END-IF
           ADD 1 TO WS-FEE-CNT
           MOVE WB-DATE(BNK-I) TO RF-DATE
           MOVE WB-CODE(BNK-I) TO RF-CODE
           MOVE WB-AMOUNT(BNK-I) TO RF-AMOUNT
           MOVE WB-REF(BNK-I) TO RF-REF
           WRITE MRS-BANK-RECON-LINE FROM WS-RPT-FEE-LINE.
       700-EXIT.
           EXIT.

      * Queues one work item the way the exception runs do: scan for
      * the next id and skip the write when an open item already
      * says the same thing about the same day, so a re-run against
      * the same statement does not pile up duplicates.
       800-WRITE-ACTION.
           MOVE "N" TO WS-ACT-OPEN-DUP
           MOVE "N" TO WS-ACT-EOF
           MOVE ZERO TO WS-ACT-NEXT-ID
           MOVE LOW-VALUES TO MRS-ACT-ID
           START MRS-ACTION-FILE KEY IS NOT LESS THAN MRS-ACT-ID
               INVALID KEY
                   MOVE "Y" TO WS-ACT-EOF
           END-START
           PERFORM UNTIL WS-ACT-EOF = "Y"
               READ MRS-ACTION-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-ACT-EOF
                   NOT AT END
                       IF MRS-ACT-ID > WS-ACT-NEXT-ID
                           MOVE MRS-ACT-ID TO WS-ACT-NEXT-ID
                       END-IF
                       IF MRS-ACT-SOURCE = "MRS-5960" AND
                          MRS-ACT-KEY = WS-ACT-NEW-KEY AND
                          MRS-ACT-DESC = WS-ACT-NEW-DESC AND
                          MRS-ACT-STATUS = "O"
                           MOVE "Y" TO WS-ACT-OPEN-DUP
                       END-IF
               END-READ
           END-PERFORM
           IF WS-ACT-OPEN-DUP = "N"
               ADD 1 TO WS-ACT-NEXT-ID
               MOVE WS-ACT-NEXT-ID TO MRS-ACT-ID
               MOVE "MRS-5960" TO MRS-ACT-SOURCE
               MOVE WS-ACT-NEW-KEY TO MRS-ACT-KEY
               MOVE WS-ACT-NEW-DESC TO MRS-ACT-DESC
               MOVE WS-TODAY-NUM TO MRS-ACT-CREATED
               MOVE "O" TO MRS-ACT-STATUS
               MOVE SPACES TO MRS-ACT-UPDATED-BY
               WRITE MRS-ACTION-REC
               ADD 1 TO WS-QUEUED-CNT
           END-IF.
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
               WHEN "BANK-STMT"
                   MOVE CFG-PATH TO UT-SYS-BANK-STMT
               WHEN "OVRSHORT"
                   MOVE CFG-PATH TO UT-SYS-OVRSHORT
               WHEN "SETTLE-IN"
                   MOVE CFG-PATH TO UT-SYS-SETTLE-IN
               WHEN "ACTION"
                   MOVE CFG-PATH TO UT-SYS-ACTION
               WHEN "BANK-RECON"
                   MOVE CFG-PATH TO UT-SYS-BANK-RPT
           END-EVALUATE.
       170-END.
           EXIT.

       end program MRS-5960.
