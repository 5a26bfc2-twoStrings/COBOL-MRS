       IDENTIFICATION DIVISION.
       PROGRAM-ID.  MRS-5280.
       AUTHOR.  JOHN BELLEK.
      *****************************************************************
      * ACH vendor payment run. The big distributors want their
      * settlements paid electronically rather than by the paper
      * check MRS-5250 records. This run picks up every payable a
      * supervisor has approved for payment (MRS-5250, status "A"),
      * pays each vendor set up for ACH one credit for the total of
      * its approved payables, and writes the lot as one NACHA file
      * for the bank:
      *
      *   1 file header    (our bank, our company id)
      *   5 batch header   (CCD, credits only, the effective date)
      *   6 entry detail   one per vendor, checking (22) or savings
      *                    (32) credit to its routing and account
      *   7 addenda        the payable ids and periods being paid
      *   8 batch control  and 9 file control, with the entry hash
      *                    and credit total, padded to a block of 10
      *
      * Each payable paid flips to "P" with "ACH" and the batch
      * number as its check number and the effective date as its
      * paid date, so the 1099 run and the aging report see it the
      * same as a check. Batch numbers come off the number control
      * file ("ACHBATCH"), seeded the first time from the highest
      * batch already on the payable file.
      *
      * Approved payables for a vendor the run cannot pay - on paper
      * checks, bank details missing or a routing number that fails
      * its check digit, a total that is not a payment, or a vendor
      * no longer on file - stay approved and print on the register
      * with the reason, to be paid by check or fixed and rerun.
      *
      * One console ACCEPT: the effective date (YYYYMMDD; zero is
      * the next weekday). The company and bank particulars come
      * from a one-line settings file (MRS-ACH-ORIGIN.CFG):
      *   cols  1-9   our bank's routing number
      *   cols 10-32  our bank's name
      *   cols 33-42  the company id the bank assigned us
      *   cols 43-65  our company name
      * The ACH file is rewritten every run - send it to the bank
      * before the next run. The register, with a remittance detail
      * for every vendor paid, is registered on the report spool.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MRS-PAYABLE-FILE
               ASSIGN TO UT-SYS-PAYABLE
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS MRS-PAY-ID
               FILE STATUS IS WS-PAY-STATUS.

           SELECT MRS-VENDOR-FILE
               ASSIGN TO UT-SYS-MRS-VEN
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS MRS-VENDOR-ID
               FILE STATUS IS WS-VEN-STATUS.

           SELECT MRS-NUMBER-CONTROL-FILE
               ASSIGN TO UT-SYS-NUMCTL
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS MRS-NCT-KEY
               FILE STATUS IS WS-NCT-STATUS.

           SELECT MRS-ACH-ORIGIN-FILE
               ASSIGN TO UT-SYS-ACH-ORIGIN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ORG-STATUS.

           SELECT MRS-ACH-FILE
               ASSIGN TO UT-SYS-ACH-OUT
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT MRS-ACH-RPT
               ASSIGN TO UT-SYS-ACH-RPT
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT MRS-AUDIT-FILE
               ASSIGN TO UT-SYS-AUDIT
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT MRS-FILE-CONFIG-FILE
               ASSIGN TO UT-SYS-FILE-CFG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CFG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       COPY "CPYBOOKS/MRS-PAYABLE.CPY".
       COPY "CPYBOOKS/MRS-VENDOR.CPY".
       COPY "CPYBOOKS/MRS-NUMCTL.CPY".
       COPY "CPYBOOKS/MRS-AUDIT.CPY".
       COPY "CPYBOOKS/MRS-FILE-CFG.CPY".

       FD  MRS-ACH-ORIGIN-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  MRS-ACH-ORIGIN-REC.
           05  MRS-ORG-ROUTING       PIC X(9).
           05  MRS-ORG-BANK-NAME     PIC X(23).
           05  MRS-ORG-COMPANY-ID    PIC X(10).
           05  MRS-ORG-COMPANY-NAME  PIC X(23).
           05  FILLER                PIC X(15).

       FD  MRS-ACH-FILE
           RECORD CONTAINS 94 CHARACTERS.
       01  MRS-ACH-LINE                        PIC X(94).

       FD  MRS-ACH-RPT
           RECORD CONTAINS 80 CHARACTERS.
       01  MRS-ACH-RPT-LINE                    PIC X(80).

       WORKING-STORAGE SECTION.
       COPY "CPYBOOKS/DATETIME.CPY".
       COPY "CPYBOOKS/MRS-SIGNON.CPY".
       COPY "CPYBOOKS/MRS-SEQPUT.CPY".
       COPY "CPYBOOKS/MRS-TRNPUT.CPY".
       COPY "CPYBOOKS/MRS-PERMCHK.CPY".
       COPY "CPYBOOKS/MRS-SPLPUT.CPY".

       01  WS-FILENAMES.
           05  UT-SYS-PAYABLE        PIC X(50)
                               VALUE "C:\COBOL\MRS-PAYABLE-INDEX.DAT".
           05  UT-SYS-MRS-VEN        PIC X(50)
                               VALUE "C:\COBOL\VENDOR-INDEXED.DAT".
           05  UT-SYS-NUMCTL         PIC X(50)
                               VALUE "C:\COBOL\MRS-NUMCTL-INDEX.DAT".
           05  UT-SYS-ACH-ORIGIN     PIC X(50)
                               VALUE "C:\COBOL\MRS-ACH-ORIGIN.CFG".
           05  UT-SYS-ACH-OUT        PIC X(50)
                               VALUE "C:\COBOL\MRS-ACH-PAYMENT.ACH".
           05  UT-SYS-ACH-RPT        PIC X(50)
                               VALUE "C:\COBOL\MRS-ACH-REGISTER.RPT".
           05  UT-SYS-AUDIT          PIC X(50)
                               VALUE "C:\COBOL\MRS-AUDIT.LOG".
           05  UT-SYS-FILE-CFG       PIC X(50)
                                   VALUE "C:\COBOL\MRS-FILE-PATHS.CFG".

       01  WS-FILE-CFG-CTL.
           05  WS-CFG-STATUS         PIC XX.
           05  WS-CFG-EOF            PIC X.
               88  CFG-EOF VALUE 'Y'.

       01  WS-CONTROL.
           05  WS-PAY-STATUS         PIC XX.
           05  WS-VEN-STATUS         PIC XX.
           05  WS-NCT-STATUS         PIC XX.
           05  WS-ORG-STATUS         PIC XX.
           05  PAY-EOF               PIC X.
           05  WS-TODAY-NUM          PIC 9(8).
           05  WS-TODAY-INT          PIC 9(7).
           05  WS-EFFECTIVE          PIC 9(8).
           05  WS-EFF-INT            PIC 9(7).
           05  WS-DOW                PIC 9.
           05  WS-HIGH-BATCH         PIC 9(5) VALUE ZERO.
           05  WS-BATCH-NO           PIC 9(5) VALUE ZERO.
           05  WS-BATCH-REF.
               10  FILLER            PIC X(3) VALUE "ACH".
               10  WS-BATCH-REF-NO   PIC 9(5).
           05  WS-I                  PIC 9(3).
           05  WS-ROUTING-OK         PIC X.
           05  WS-VEN-OPEN           PIC X VALUE "N".
           05  WS-ADD-PTR            PIC 9(3).
           05  WS-ACH-LINES          PIC 9(6) VALUE ZERO.

      * Routing number check digit: 3-7-1 weights across the nine
      * digits must sum to a multiple of ten.
       01  WS-ABA-WORK.
           05  WS-ABA                PIC X(9).
           05  WS-ABA-DIGITS REDEFINES WS-ABA.
               10  WS-ABA-D          PIC 9 OCCURS 9 TIMES.
           05  WS-ABA-SUM            PIC 9(4).

      * Last four of an account number for the register.
       01  WS-MASK-WORK.
           05  WS-ACCT-IN            PIC X(17).
           05  WS-ACCT-REV           PIC X(17).
           05  WS-ACCT-TRAIL         PIC 99.
           05  WS-ACCT-MASK.
               10  FILLER            PIC X(5) VALUE ALL "*".
               10  WS-ACCT-LAST-4    PIC X(4).

      * One slot per approved payable.
       01  WS-PAY-TABLE.
           05  WS-PAY-COUNT          PIC 9(3) VALUE ZERO.
           05  WS-PAY-SLOT OCCURS 500 TIMES INDEXED BY PT-I.
               10  WT-PAY-ID         PIC 9(5).
               10  WT-PERIOD         PIC 9(6).
               10  WT-TICKET         PIC S9(7)V99.
               10  WT-RENTAL         PIC S9(7)V99.
               10  WT-PCT            PIC 9(2)V99.
               10  WT-AMOUNT         PIC S9(7)V99.
               10  WT-VSLOT          PIC 9(3).

      * One slot per vendor with an approved payable. WV-RESULT:
      *   P = paid in this batch     C = paid by check, not ACH
      *   R = bank details unusable  Z = total is not a payment
      *   G = vendor not on file
       01  WS-VEN-TABLE.
           05  WS-VEN-COUNT          PIC 9(3) VALUE ZERO.
           05  WS-VEN-SLOT OCCURS 200 TIMES INDEXED BY VT-I.
               10  WV-ID             PIC X(2).
               10  WV-COMPANY        PIC X(15).
               10  WV-ROUTING        PIC X(9).
               10  WV-ACCOUNT        PIC X(17).
               10  WV-TYPE           PIC X.
               10  WV-COUNT          PIC 9(3).
               10  WV-TOTAL          PIC S9(9)V99.
               10  WV-RESULT         PIC X.
               10  WV-TRACE-SEQ      PIC 9(7).

       01  WS-TOTALS.
           05  WS-PAID-VEN-CNT       PIC 9(3) VALUE ZERO.
           05  WS-PAID-PAY-CNT       PIC 9(4) VALUE ZERO.
           05  WS-PAID-TOTAL         PIC S9(9)V99 VALUE ZERO.
           05  WS-LEFT-VEN-CNT       PIC 9(3) VALUE ZERO.
           05  WS-LEFT-TOTAL         PIC S9(9)V99 VALUE ZERO.
           05  WS-ENTRY-HASH         PIC 9(10) VALUE ZERO.
           05  WS-CREDIT-TOTAL       PIC 9(10)V99 VALUE ZERO.
           05  WS-ENTRY-ADD-CNT      PIC 9(6) VALUE ZERO.

      *****************************************************************
      * NACHA record layouts, 94 characters each.
      *****************************************************************
       01  ACH-FILE-HEADER.
           05  FILLER                PIC X(1)  VALUE "1".
           05  FILLER                PIC X(2)  VALUE "01".
           05  FILLER                PIC X(1)  VALUE SPACE.
           05  AFH-DEST-ROUTING      PIC X(9).
           05  AFH-ORIGIN-ID         PIC X(10).
           05  AFH-CREATE-DATE       PIC 9(6).
           05  AFH-CREATE-TIME       PIC 9(4).
           05  FILLER                PIC X(1)  VALUE "A".
           05  FILLER                PIC X(3)  VALUE "094".
           05  FILLER                PIC X(2)  VALUE "10".
           05  FILLER                PIC X(1)  VALUE "1".
           05  AFH-DEST-NAME         PIC X(23).
           05  AFH-ORIGIN-NAME       PIC X(23).
           05  AFH-REFERENCE         PIC X(8).

       01  ACH-BATCH-HEADER.
           05  FILLER                PIC X(1)  VALUE "5".
           05  FILLER                PIC X(3)  VALUE "220".
           05  ABH-COMPANY-NAME      PIC X(16).
           05  FILLER                PIC X(20) VALUE SPACES.
           05  ABH-COMPANY-ID        PIC X(10).
           05  FILLER                PIC X(3)  VALUE "CCD".
           05  FILLER                PIC X(10) VALUE "VENDOR PAY".
           05  FILLER                PIC X(6)  VALUE SPACES.
           05  ABH-EFFECTIVE         PIC 9(6).
           05  FILLER                PIC X(3)  VALUE SPACES.
           05  FILLER                PIC X(1)  VALUE "1".
           05  ABH-ODFI              PIC X(8).
           05  ABH-BATCH-NO          PIC 9(7).

       01  ACH-ENTRY-DETAIL.
           05  FILLER                PIC X(1)  VALUE "6".
           05  AED-TRAN-CODE         PIC X(2).
           05  AED-RDFI              PIC X(8).
           05  AED-RDFI-NUM REDEFINES AED-RDFI PIC 9(8).
           05  AED-CHECK-DIGIT       PIC X(1).
           05  AED-ACCOUNT           PIC X(17).
           05  AED-AMOUNT            PIC 9(8)V99.
           05  AED-IDENT             PIC X(15).
           05  AED-NAME              PIC X(22).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  FILLER                PIC X(1)  VALUE "1".
           05  AED-TRACE-ODFI        PIC X(8).
           05  AED-TRACE-SEQ         PIC 9(7).

       01  ACH-ADDENDA.
           05  FILLER                PIC X(1)  VALUE "7".
           05  FILLER                PIC X(2)  VALUE "05".
           05  AAD-PAYMENT-INFO      PIC X(80).
           05  FILLER                PIC X(4)  VALUE "0001".
           05  AAD-ENTRY-SEQ         PIC 9(7).

       01  ACH-BATCH-CONTROL.
           05  FILLER                PIC X(1)  VALUE "8".
           05  FILLER                PIC X(3)  VALUE "220".
           05  ABC-ENTRY-ADD-CNT     PIC 9(6).
           05  ABC-ENTRY-HASH        PIC 9(10).
           05  ABC-DEBIT-TOTAL       PIC 9(10)V99 VALUE ZERO.
           05  ABC-CREDIT-TOTAL      PIC 9(10)V99.
           05  ABC-COMPANY-ID        PIC X(10).
           05  FILLER                PIC X(19) VALUE SPACES.
           05  FILLER                PIC X(6)  VALUE SPACES.
           05  ABC-ODFI              PIC X(8).
           05  ABC-BATCH-NO          PIC 9(7).

       01  ACH-FILE-CONTROL.
           05  FILLER                PIC X(1)  VALUE "9".
           05  FILLER                PIC 9(6)  VALUE 1.
           05  AFC-BLOCK-CNT         PIC 9(6).
           05  AFC-ENTRY-ADD-CNT     PIC 9(8).
           05  AFC-ENTRY-HASH        PIC 9(10).
           05  AFC-DEBIT-TOTAL       PIC 9(10)V99 VALUE ZERO.
           05  AFC-CREDIT-TOTAL      PIC 9(10)V99.
           05  FILLER                PIC X(39) VALUE SPACES.

       01  ACH-BLOCK-FILL            PIC X(94) VALUE ALL "9".

      *****************************************************************
      * Register and remittance print lines.
      *****************************************************************
       01  WS-RPT-HEADER.
           05  PIC X(33) VALUE "MRS ACH PAYMENT REGISTER - BATCH ".
           05  RH-BATCH              PIC X(8).
           05  PIC X(12) VALUE "  EFFECTIVE ".
           05  RH-EFFECTIVE          PIC 9(8).
           05  PIC X(19) VALUE SPACES.

       01  WS-RPT-COL-HDR.
           05  PIC X(4)  VALUE "VN".
           05  PIC X(16) VALUE "COMPANY".
           05  PIC X(10) VALUE "ROUTING".
           05  PIC X(10) VALUE "ACCOUNT".
           05  PIC X(4)  VALUE "NO.".
           05  PIC X(15) VALUE "        AMOUNT".
           05  PIC X(14) VALUE "STATUS".
           05  PIC X(7)  VALUE SPACES.

       01  WS-RPT-DETAIL.
           05  RG-VENDOR             PIC X(2).
           05  PIC X(2)  VALUE SPACES.
           05  RG-COMPANY            PIC X(15).
           05  PIC X(1)  VALUE SPACES.
           05  RG-ROUTING            PIC X(9).
           05  PIC X(1)  VALUE SPACES.
           05  RG-ACCOUNT            PIC X(9).
           05  PIC X(1)  VALUE SPACES.
           05  RG-COUNT              PIC ZZ9.
           05  PIC X(1)  VALUE SPACES.
           05  RG-AMOUNT             PIC ---,---,--9.99.
           05  PIC X(1)  VALUE SPACES.
           05  RG-STATUS             PIC X(14).
           05  PIC X(7)  VALUE SPACES.

       01  WS-RPT-BLANK              PIC X(80) VALUE SPACES.

       01  WS-RPT-TOTAL.
           05  PIC X(14) VALUE "VENDORS PAID:".
           05  RT-PAID-VEN           PIC ZZ9.
           05  PIC X(13) VALUE "   PAYABLES:".
           05  RT-PAID-PAY           PIC Z,ZZ9.
           05  PIC X(9)  VALUE SPACES.
           05  RT-PAID-AMT           PIC ---,---,--9.99.
           05  PIC X(22) VALUE SPACES.

       01  WS-RPT-TOTAL-2.
           05  PIC X(30) VALUE "LEFT APPROVED - NOT PAID:".
           05  RT-LEFT-VEN           PIC ZZ9.
           05  PIC X(11) VALUE SPACES.
           05  RT-LEFT-AMT           PIC ---,---,--9.99.
           05  PIC X(22) VALUE SPACES.

       01  WS-RPT-REMIT-TITLE        PIC X(80)
           VALUE "REMITTANCE DETAIL:".

       01  WS-RPT-REMIT-HDR.
           05  PIC X(9)  VALUE "REMIT TO ".
           05  RR-VENDOR             PIC X(2).
           05  PIC X(1)  VALUE SPACES.
           05  RR-COMPANY            PIC X(15).
           05  PIC X(2)  VALUE SPACES.
           05  PIC X(6)  VALUE "TRACE ".
           05  RR-TRACE-ODFI         PIC X(8).
           05  RR-TRACE-SEQ          PIC 9(7).
           05  PIC X(12) VALUE "  EFFECTIVE ".
           05  RR-EFFECTIVE          PIC 9(8).
           05  PIC X(10) VALUE SPACES.

       01  WS-RPT-REMIT-COL.
           05  PIC X(9)  VALUE "  PAY-ID".
           05  PIC X(8)  VALUE "PERIOD".
           05  PIC X(13) VALUE "  TICKET REV".
           05  PIC X(14) VALUE "  RENTAL REV".
           05  PIC X(7)  VALUE "SHARE".
           05  PIC X(12) VALUE "      AMOUNT".
           05  PIC X(17) VALUE SPACES.

       01  WS-RPT-REMIT-LINE.
           05  PIC X(2)  VALUE SPACES.
           05  RL-PAY-ID             PIC 9(5).
           05  PIC X(2)  VALUE SPACES.
           05  RL-PERIOD             PIC 9(6).
           05  PIC X(2)  VALUE SPACES.
           05  RL-TICKET             PIC -,---,--9.99.
           05  PIC X(1)  VALUE SPACES.
           05  RL-RENTAL             PIC -,---,--9.99.
           05  PIC X(2)  VALUE SPACES.
           05  RL-PCT                PIC Z9.99.
           05  PIC X(2)  VALUE SPACES.
           05  RL-AMOUNT             PIC -,---,--9.99.
           05  PIC X(17) VALUE SPACES.

       01  WS-RPT-REMIT-TOTAL.
           05  PIC X(51) VALUE "  TOTAL THIS PAYMENT".
           05  RL-TOTAL              PIC -,---,--9.99.
           05  PIC X(17) VALUE SPACES.

       PROCEDURE DIVISION.
       100-MAIN.
           PERFORM 160-LOAD-FILE-CONFIG THRU 160-END
           MOVE FUNCTION CURRENT-DATE TO WS-DATETIME
           COMPUTE WS-TODAY-NUM =
               (WS-YEAR * 10000) + (WS-MONTH * 100) + WS-DAY
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE (WS-TODAY-NUM)

      *    A signed-on operator needs the payment run permission; the
      *    unattended run has no operator to ask about.
           IF MRS-SIGNON-OPERATOR NOT = SPACES AND
              MRS-SIGNON-OPERATOR NOT = LOW-VALUES
               MOVE MRS-SIGNON-OPERATOR TO MRS-PCK-OPERATOR
               MOVE "ACHRUN" TO MRS-PCK-FUNCTION
               IF MRS-SIGNON-LEVEL < 2
                   MOVE "N" TO MRS-PCK-DEFAULT
               ELSE
                   MOVE "Y" TO MRS-PCK-DEFAULT
               END-IF
               CALL 'MRS-1050' USING MRS-PERM-CHECK
               IF MRS-PCK-ANSWER NOT = "Y"
                   DISPLAY "MRS-5280: ACH PAYMENT RUN REFUSED FOR THIS "
                       "OPERATOR"
                   GOBACK
               END-IF
           END-IF

           ACCEPT WS-EFFECTIVE
           PERFORM 180-SET-EFFECTIVE THRU 180-EXIT
           IF WS-EFFECTIVE = ZERO
               DISPLAY "MRS-5280: EFFECTIVE DATE MUST BE A WEEKDAY "
                   "TODAY OR LATER - NOTHING PAID."
               GOBACK
           END-IF

           PERFORM 200-LOAD-ORIGIN THRU 200-EXIT
           IF WS-ROUTING-OK NOT = "Y"
               DISPLAY "MRS-5280: MRS-ACH-ORIGIN.CFG MISSING OR ITS "
                   "ROUTING NUMBER IS BAD - NOTHING PAID."
               GOBACK
           END-IF

           OPEN I-O MRS-PAYABLE-FILE
           IF WS-PAY-STATUS NOT = '00'
               DISPLAY "MRS-5280: NO PAYABLE FILE - NOTHING PAID."
               GOBACK
           END-IF
           PERFORM 250-LOAD-APPROVED THRU 250-EXIT
           IF WS-PAY-COUNT = ZERO
               CLOSE MRS-PAYABLE-FILE
               DISPLAY "MRS-5280: NO APPROVED PAYABLES - NOTHING PAID."
               GOBACK
           END-IF

           OPEN INPUT MRS-VENDOR-FILE
           IF WS-VEN-STATUS = '00'
               MOVE "Y" TO WS-VEN-OPEN
           END-IF
           PERFORM 300-CHECK-VENDOR THRU 300-EXIT
               VARYING VT-I FROM 1 BY 1
               UNTIL VT-I > WS-VEN-COUNT
           IF WS-VEN-OPEN = "Y"
               CLOSE MRS-VENDOR-FILE
           END-IF

           IF WS-PAID-VEN-CNT > ZERO
               PERFORM 400-DRAW-BATCH THRU 400-EXIT
               PERFORM 500-WRITE-ACH-FILE THRU 500-EXIT
               OPEN EXTEND MRS-AUDIT-FILE
               PERFORM 600-MARK-PAID THRU 600-EXIT
                   VARYING PT-I FROM 1 BY 1
                   UNTIL PT-I > WS-PAY-COUNT
               CLOSE MRS-AUDIT-FILE
           END-IF
           CLOSE MRS-PAYABLE-FILE

           PERFORM 700-PRINT-REGISTER THRU 700-EXIT

           DISPLAY "MRS-5280 ACH RUN: BATCH " WS-BATCH-REF " - "
               WS-PAID-VEN-CNT " VENDOR(S) PAID, " WS-LEFT-VEN-CNT
               " LEFT APPROVED."
      *    The finished output registers on the report spool so
      *    the office can find and reprint it later.
           MOVE "MRS-5280" TO MRS-SP-PROGRAM
           MOVE SPACES TO MRS-SP-PARMS
           MOVE WS-BATCH-REF TO MRS-SP-PARMS(1:8)
           MOVE WS-EFFECTIVE TO MRS-SP-PARMS(10:8)
           MOVE UT-SYS-ACH-RPT TO MRS-SP-PATH
           CALL "MRS-7050" USING MRS-SPOOL-PUT
           GOBACK.
       100-EXIT.
           EXIT.

      * Zero takes the next weekday after today. A keyed date must
      * be a real weekday no earlier than today; anything else comes
      * back as zero and the run stops.
       180-SET-EFFECTIVE.
           IF WS-EFFECTIVE = ZERO
               COMPUTE WS-EFF-INT = WS-TODAY-INT + 1
               COMPUTE WS-DOW = FUNCTION MOD (WS-EFF-INT - 1, 7)
               IF WS-DOW = 5
                   ADD 2 TO WS-EFF-INT
               END-IF
               IF WS-DOW = 6
                   ADD 1 TO WS-EFF-INT
               END-IF
               COMPUTE WS-EFFECTIVE =
                   FUNCTION DATE-OF-INTEGER (WS-EFF-INT)
               GO TO 180-EXIT
           END-IF
           IF FUNCTION TEST-DATE-YYYYMMDD (WS-EFFECTIVE) NOT = 0
               MOVE ZERO TO WS-EFFECTIVE
               GO TO 180-EXIT
           END-IF
           COMPUTE WS-EFF-INT = FUNCTION INTEGER-OF-DATE (WS-EFFECTIVE)
           COMPUTE WS-DOW = FUNCTION MOD (WS-EFF-INT - 1, 7)
           IF WS-EFF-INT < WS-TODAY-INT OR WS-DOW > 4
               MOVE ZERO TO WS-EFFECTIVE
           END-IF.
       180-EXIT.
           EXIT.

       200-LOAD-ORIGIN.
           MOVE "N" TO WS-ROUTING-OK
           OPEN INPUT MRS-ACH-ORIGIN-FILE
           IF WS-ORG-STATUS NOT = '00'
               GO TO 200-EXIT
           END-IF
           READ MRS-ACH-ORIGIN-FILE
               AT END
                   MOVE SPACES TO MRS-ACH-ORIGIN-REC
           END-READ
           CLOSE MRS-ACH-ORIGIN-FILE
           IF MRS-ORG-COMPANY-ID = SPACES
               GO TO 200-EXIT
           END-IF
           MOVE MRS-ORG-ROUTING TO WS-ABA
           PERFORM 350-CHECK-ROUTING THRU 350-EXIT.
       200-EXIT.
           EXIT.

      * Loads every approved payable and notes the highest ACH batch
      * number already on the file, the seed for the first draw.
       250-LOAD-APPROVED.
           MOVE "N" TO PAY-EOF
           MOVE ZEROS TO MRS-PAY-ID
           START MRS-PAYABLE-FILE KEY IS NOT LESS THAN MRS-PAY-ID
               INVALID KEY
                   MOVE "Y" TO PAY-EOF
           END-START
           PERFORM UNTIL PAY-EOF = "Y"
               READ MRS-PAYABLE-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO PAY-EOF
                   NOT AT END
                       PERFORM 270-ONE-PAYABLE THRU 270-EXIT
               END-READ
           END-PERFORM.
       250-EXIT.
           EXIT.

       270-ONE-PAYABLE.
           IF MRS-PAY-CHECK-NO(1:3) = "ACH" AND
              MRS-PAY-CHECK-NO(4:5) IS NUMERIC
               IF MRS-PAY-CHECK-NO(4:5) > WS-HIGH-BATCH
                   MOVE MRS-PAY-CHECK-NO(4:5) TO WS-HIGH-BATCH
               END-IF
           END-IF
           IF MRS-PAY-STATUS NOT = "A"
               GO TO 270-EXIT
           END-IF
           IF WS-PAY-COUNT >= 500
               DISPLAY "MRS-5280 ACH RUN: PAYABLE TABLE FULL - "
                   "PAYABLE " MRS-PAY-ID " LEFT FOR THE NEXT RUN."
               GO TO 270-EXIT
           END-IF
           SET VT-I TO 1
           SEARCH WS-VEN-SLOT
               AT END
                   DISPLAY "MRS-5280 ACH RUN: VENDOR TABLE FULL - "
                       "PAYABLE " MRS-PAY-ID " LEFT FOR THE NEXT RUN."
                   GO TO 270-EXIT
               WHEN VT-I > WS-VEN-COUNT
                   ADD 1 TO WS-VEN-COUNT
                   MOVE MRS-PAY-VENDOR TO WV-ID(VT-I)
                   MOVE ZERO TO WV-COUNT(VT-I)
                   MOVE ZERO TO WV-TOTAL(VT-I)
                   MOVE ZERO TO WV-TRACE-SEQ(VT-I)
               WHEN WV-ID(VT-I) = MRS-PAY-VENDOR
                   CONTINUE
           END-SEARCH
           ADD 1 TO WV-COUNT(VT-I)
           ADD MRS-PAY-AMOUNT TO WV-TOTAL(VT-I)
           ADD 1 TO WS-PAY-COUNT
           SET PT-I TO WS-PAY-COUNT
           MOVE MRS-PAY-ID TO WT-PAY-ID(PT-I)
           MOVE MRS-PAY-PERIOD-YM TO WT-PERIOD(PT-I)
           MOVE MRS-PAY-TICKET-REV TO WT-TICKET(PT-I)
           MOVE MRS-PAY-RENTAL-REV TO WT-RENTAL(PT-I)
           MOVE MRS-PAY-SHARE-PCT TO WT-PCT(PT-I)
           MOVE MRS-PAY-AMOUNT TO WT-AMOUNT(PT-I)
           SET WT-VSLOT(PT-I) TO VT-I.
       270-EXIT.
           EXIT.

      * Decides whether this run can pay the vendor in slot VT-I.
       300-CHECK-VENDOR.
           MOVE SPACES TO WV-COMPANY(VT-I) WV-ROUTING(VT-I)
                          WV-ACCOUNT(VT-I) WV-TYPE(VT-I)
           MOVE "G" TO WV-RESULT(VT-I)
           IF WS-VEN-OPEN NOT = "Y"
               GO TO 300-CHECK-END
           END-IF
           MOVE WV-ID(VT-I) TO MRS-VENDOR-ID
           READ MRS-VENDOR-FILE KEY IS MRS-VENDOR-ID
               INVALID KEY
                   GO TO 300-CHECK-END
           END-READ
           MOVE MRS-VENDOR-COMPANY TO WV-COMPANY(VT-I)
           MOVE MRS-VENDOR-BANK-ROUTING TO WV-ROUTING(VT-I)
           MOVE MRS-VENDOR-BANK-ACCOUNT TO WV-ACCOUNT(VT-I)
           MOVE MRS-VENDOR-ACCOUNT-TYPE TO WV-TYPE(VT-I)
           IF MRS-VENDOR-PAY-METHOD NOT = "A"
               MOVE "C" TO WV-RESULT(VT-I)
               GO TO 300-CHECK-END
           END-IF
           MOVE MRS-VENDOR-BANK-ROUTING TO WS-ABA
           PERFORM 350-CHECK-ROUTING THRU 350-EXIT
           IF WS-ROUTING-OK NOT = "Y" OR
              MRS-VENDOR-BANK-ACCOUNT = SPACES OR
              (MRS-VENDOR-ACCOUNT-TYPE NOT = "C" AND
               MRS-VENDOR-ACCOUNT-TYPE NOT = "S")
               MOVE "R" TO WV-RESULT(VT-I)
               GO TO 300-CHECK-END
           END-IF
           IF WV-TOTAL(VT-I) NOT > ZERO
               MOVE "Z" TO WV-RESULT(VT-I)
               GO TO 300-CHECK-END
           END-IF
           MOVE "P" TO WV-RESULT(VT-I)
           ADD 1 TO WS-PAID-VEN-CNT
           MOVE WS-PAID-VEN-CNT TO WV-TRACE-SEQ(VT-I).
       300-CHECK-END.
           IF WV-RESULT(VT-I) NOT = "P"
               ADD 1 TO WS-LEFT-VEN-CNT
               ADD WV-TOTAL(VT-I) TO WS-LEFT-TOTAL
           END-IF.
       300-EXIT.
           EXIT.

      * Sets WS-ROUTING-OK for the nine characters in WS-ABA.
       350-CHECK-ROUTING.
           MOVE "N" TO WS-ROUTING-OK
           IF WS-ABA IS NOT NUMERIC OR WS-ABA = ZEROS
               GO TO 350-EXIT
           END-IF
           COMPUTE WS-ABA-SUM =
               3 * (WS-ABA-D(1) + WS-ABA-D(4) + WS-ABA-D(7))
             + 7 * (WS-ABA-D(2) + WS-ABA-D(5) + WS-ABA-D(8))
             +     (WS-ABA-D(3) + WS-ABA-D(6) + WS-ABA-D(9))
           IF FUNCTION MOD (WS-ABA-SUM, 10) = 0
               MOVE "Y" TO WS-ROUTING-OK
           END-IF.
       350-EXIT.
           EXIT.

      * Draws the batch number off the number control record in one
      * read-take-rewrite. The very first draw seeds the record from
      * the highest batch on the payable file; a site with no control
      * file takes that high-water mark plus one.
       400-DRAW-BATCH.
           COMPUTE WS-BATCH-NO = WS-HIGH-BATCH + 1
           OPEN I-O MRS-NUMBER-CONTROL-FILE
           IF WS-NCT-STATUS NOT = '00'
               GO TO 400-END
           END-IF
           MOVE "ACHBATCH" TO MRS-NCT-KEY
           READ MRS-NUMBER-CONTROL-FILE
               INVALID KEY
                   MOVE "ACHBATCH" TO MRS-NCT-KEY
                   COMPUTE MRS-NCT-NEXT = WS-BATCH-NO + 1
                   WRITE MRS-NUMBER-CONTROL-REC
               NOT INVALID KEY
                   IF MRS-NCT-NEXT > WS-BATCH-NO
                       MOVE MRS-NCT-NEXT TO WS-BATCH-NO
                   END-IF
                   COMPUTE MRS-NCT-NEXT = WS-BATCH-NO + 1
                   REWRITE MRS-NUMBER-CONTROL-REC
           END-READ
           CLOSE MRS-NUMBER-CONTROL-FILE.
       400-END.
           MOVE WS-BATCH-NO TO WS-BATCH-REF-NO.
       400-EXIT.
           EXIT.

       500-WRITE-ACH-FILE.
           OPEN OUTPUT MRS-ACH-FILE
           MOVE MRS-ORG-ROUTING TO AFH-DEST-ROUTING
           MOVE MRS-ORG-COMPANY-ID TO AFH-ORIGIN-ID
           MOVE WS-TODAY-NUM(3:6) TO AFH-CREATE-DATE
           MOVE WS-DATETIME(9:4) TO AFH-CREATE-TIME
           MOVE MRS-ORG-BANK-NAME TO AFH-DEST-NAME
           MOVE MRS-ORG-COMPANY-NAME TO AFH-ORIGIN-NAME
           MOVE WS-BATCH-REF TO AFH-REFERENCE
           WRITE MRS-ACH-LINE FROM ACH-FILE-HEADER
           ADD 1 TO WS-ACH-LINES

           MOVE MRS-ORG-COMPANY-NAME TO ABH-COMPANY-NAME
           MOVE MRS-ORG-COMPANY-ID TO ABH-COMPANY-ID
           MOVE WS-EFFECTIVE(3:6) TO ABH-EFFECTIVE
           MOVE MRS-ORG-ROUTING(1:8) TO ABH-ODFI
           MOVE WS-BATCH-NO TO ABH-BATCH-NO
           WRITE MRS-ACH-LINE FROM ACH-BATCH-HEADER
           ADD 1 TO WS-ACH-LINES

           PERFORM 550-WRITE-ENTRY THRU 550-EXIT
               VARYING VT-I FROM 1 BY 1
               UNTIL VT-I > WS-VEN-COUNT

           MOVE WS-ENTRY-ADD-CNT TO ABC-ENTRY-ADD-CNT
           MOVE WS-ENTRY-HASH TO ABC-ENTRY-HASH
           MOVE WS-CREDIT-TOTAL TO ABC-CREDIT-TOTAL
           MOVE MRS-ORG-COMPANY-ID TO ABC-COMPANY-ID
           MOVE MRS-ORG-ROUTING(1:8) TO ABC-ODFI
           MOVE WS-BATCH-NO TO ABC-BATCH-NO
           WRITE MRS-ACH-LINE FROM ACH-BATCH-CONTROL
           ADD 1 TO WS-ACH-LINES

           ADD 1 TO WS-ACH-LINES
           COMPUTE AFC-BLOCK-CNT = (WS-ACH-LINES + 9) / 10
           MOVE WS-ENTRY-ADD-CNT TO AFC-ENTRY-ADD-CNT
           MOVE WS-ENTRY-HASH TO AFC-ENTRY-HASH
           MOVE WS-CREDIT-TOTAL TO AFC-CREDIT-TOTAL
           WRITE MRS-ACH-LINE FROM ACH-FILE-CONTROL
           PERFORM UNTIL FUNCTION MOD (WS-ACH-LINES, 10) = 0
               WRITE MRS-ACH-LINE FROM ACH-BLOCK-FILL
               ADD 1 TO WS-ACH-LINES
           END-PERFORM
           CLOSE MRS-ACH-FILE.
       500-EXIT.
           EXIT.

      * One credit and its addenda for the vendor in slot VT-I.
       550-WRITE-ENTRY.
           IF WV-RESULT(VT-I) NOT = "P"
               GO TO 550-EXIT
           END-IF
           IF WV-TYPE(VT-I) = "S"
               MOVE "32" TO AED-TRAN-CODE
           ELSE
               MOVE "22" TO AED-TRAN-CODE
           END-IF
           MOVE WV-ROUTING(VT-I)(1:8) TO AED-RDFI
           MOVE WV-ROUTING(VT-I)(9:1) TO AED-CHECK-DIGIT
           MOVE WV-ACCOUNT(VT-I) TO AED-ACCOUNT
           MOVE WV-TOTAL(VT-I) TO AED-AMOUNT
           MOVE WV-ID(VT-I) TO AED-IDENT
           MOVE WV-COMPANY(VT-I) TO AED-NAME
           MOVE MRS-ORG-ROUTING(1:8) TO AED-TRACE-ODFI
           MOVE WV-TRACE-SEQ(VT-I) TO AED-TRACE-SEQ
           WRITE MRS-ACH-LINE FROM ACH-ENTRY-DETAIL
           ADD 1 TO WS-ACH-LINES

           MOVE SPACES TO AAD-PAYMENT-INFO
           MOVE 1 TO WS-ADD-PTR
           STRING "MRS SETTLEMENT PAYABLE/PERIOD:" DELIMITED BY SIZE
               INTO AAD-PAYMENT-INFO WITH POINTER WS-ADD-PTR
           END-STRING
           PERFORM 560-ADDENDA-PAYABLE THRU 560-EXIT
               VARYING PT-I FROM 1 BY 1
               UNTIL PT-I > WS-PAY-COUNT
           MOVE WV-TRACE-SEQ(VT-I) TO AAD-ENTRY-SEQ
           WRITE MRS-ACH-LINE FROM ACH-ADDENDA
           ADD 1 TO WS-ACH-LINES

           ADD 2 TO WS-ENTRY-ADD-CNT
           ADD AED-RDFI-NUM TO WS-ENTRY-HASH
           ADD WV-TOTAL(VT-I) TO WS-CREDIT-TOTAL
           ADD WV-TOTAL(VT-I) TO WS-PAID-TOTAL.
       550-EXIT.
           EXIT.

      * Adds one payable of this vendor's to the addenda text while
      * there is room; the remittance detail carries the full list.
       560-ADDENDA-PAYABLE.
           IF WT-VSLOT(PT-I) NOT = VT-I OR WS-ADD-PTR > 68
               GO TO 560-EXIT
           END-IF
           STRING " " WT-PAY-ID(PT-I) "/" WT-PERIOD(PT-I)
               DELIMITED BY SIZE
               INTO AAD-PAYMENT-INFO WITH POINTER WS-ADD-PTR
           END-STRING.
       560-EXIT.
           EXIT.

      * Marks the payable in slot PT-I paid when its vendor went out
      * in this batch.
       600-MARK-PAID.
           SET VT-I TO WT-VSLOT(PT-I)
           IF WV-RESULT(VT-I) NOT = "P"
               GO TO 600-EXIT
           END-IF
           MOVE WT-PAY-ID(PT-I) TO MRS-PAY-ID
           READ MRS-PAYABLE-FILE KEY IS MRS-PAY-ID
               INVALID KEY
                   GO TO 600-EXIT
           END-READ
           MOVE WS-BATCH-REF TO MRS-PAY-CHECK-NO
           MOVE WS-EFFECTIVE TO MRS-PAY-PAID-DATE
           MOVE "P" TO MRS-PAY-STATUS
           REWRITE MRS-PAYABLE-REC
           END-REWRITE
           ADD 1 TO WS-PAID-PAY-CNT
           MOVE WS-YEAR TO MRS-AUD-YEAR
           MOVE WS-MONTH TO MRS-AUD-MONTH
           MOVE WS-DAY TO MRS-AUD-DAY
           MOVE "MRS-5280" TO MRS-AUD-PROGRAM
           MOVE "ACHPAY" TO MRS-AUD-ACTION
           MOVE MRS-PAY-ID TO MRS-AUD-KEY
           MOVE MRS-SIGNON-OPERATOR TO MRS-AUD-OPERATOR
           COPY "CPYBOOKS/MRS-AUDSEQ.CPY".
           WRITE MRS-AUDIT-REC.
       600-EXIT.
           EXIT.

       700-PRINT-REGISTER.
           OPEN OUTPUT MRS-ACH-RPT
           IF WS-PAID-VEN-CNT = ZERO
               MOVE "NO BATCH" TO RH-BATCH
           ELSE
               MOVE WS-BATCH-REF TO RH-BATCH
           END-IF
           MOVE WS-EFFECTIVE TO RH-EFFECTIVE
           WRITE MRS-ACH-RPT-LINE FROM WS-RPT-HEADER
           WRITE MRS-ACH-RPT-LINE FROM WS-RPT-BLANK
           WRITE MRS-ACH-RPT-LINE FROM WS-RPT-COL-HDR
           PERFORM 750-REGISTER-LINE THRU 750-EXIT
               VARYING VT-I FROM 1 BY 1
               UNTIL VT-I > WS-VEN-COUNT
           WRITE MRS-ACH-RPT-LINE FROM WS-RPT-BLANK
           MOVE WS-PAID-VEN-CNT TO RT-PAID-VEN
           MOVE WS-PAID-PAY-CNT TO RT-PAID-PAY
           MOVE WS-PAID-TOTAL TO RT-PAID-AMT
           WRITE MRS-ACH-RPT-LINE FROM WS-RPT-TOTAL
           MOVE WS-LEFT-VEN-CNT TO RT-LEFT-VEN
           MOVE WS-LEFT-TOTAL TO RT-LEFT-AMT
           WRITE MRS-ACH-RPT-LINE FROM WS-RPT-TOTAL-2

           IF WS-PAID-VEN-CNT > ZERO
               WRITE MRS-ACH-RPT-LINE FROM WS-RPT-BLANK
               WRITE MRS-ACH-RPT-LINE FROM WS-RPT-REMIT-TITLE
               PERFORM 800-REMITTANCE THRU 800-EXIT
                   VARYING VT-I FROM 1 BY 1
                   UNTIL VT-I > WS-VEN-COUNT
           END-IF
           CLOSE MRS-ACH-RPT.
       700-EXIT.
           EXIT.

       750-REGISTER-LINE.
           MOVE WV-ID(VT-I) TO RG-VENDOR
           MOVE WV-COMPANY(VT-I) TO RG-COMPANY
           MOVE WV-ROUTING(VT-I) TO RG-ROUTING
           MOVE WV-ACCOUNT(VT-I) TO WS-ACCT-IN
           PERFORM 850-MASK-ACCOUNT THRU 850-EXIT
           MOVE WS-ACCT-MASK TO RG-ACCOUNT
           MOVE WV-COUNT(VT-I) TO RG-COUNT
           MOVE WV-TOTAL(VT-I) TO RG-AMOUNT
           EVALUATE WV-RESULT(VT-I)
               WHEN "P"
                   MOVE SPACES TO RG-STATUS
                   STRING "PAID #" WV-TRACE-SEQ(VT-I)
                       DELIMITED BY SIZE INTO RG-STATUS
                   END-STRING
               WHEN "C"
                   MOVE "CHECK VENDOR" TO RG-STATUS
               WHEN "R"
                   MOVE "*BANK DETAILS*" TO RG-STATUS
               WHEN "Z"
                   MOVE "*NOT POSITIVE*" TO RG-STATUS
               WHEN OTHER
                   MOVE "*NOT ON FILE*" TO RG-STATUS
                   MOVE "*NOT ON FILE*" TO RG-COMPANY
           END-EVALUATE
           WRITE MRS-ACH-RPT-LINE FROM WS-RPT-DETAIL.
       750-EXIT.
           EXIT.

      * One remittance block per vendor paid: what the credit on its
      * bank statement is for, payable by payable.
       800-REMITTANCE.
           IF WV-RESULT(VT-I) NOT = "P"
               GO TO 800-EXIT
           END-IF
           WRITE MRS-ACH-RPT-LINE FROM WS-RPT-BLANK
           MOVE WV-ID(VT-I) TO RR-VENDOR
           MOVE WV-COMPANY(VT-I) TO RR-COMPANY
           MOVE MRS-ORG-ROUTING(1:8) TO RR-TRACE-ODFI
           MOVE WV-TRACE-SEQ(VT-I) TO RR-TRACE-SEQ
           MOVE WS-EFFECTIVE TO RR-EFFECTIVE
           WRITE MRS-ACH-RPT-LINE FROM WS-RPT-REMIT-HDR
           WRITE MRS-ACH-RPT-LINE FROM WS-RPT-REMIT-COL
           PERFORM 820-REMIT-LINE THRU 820-EXIT
               VARYING PT-I FROM 1 BY 1
               UNTIL PT-I > WS-PAY-COUNT
           MOVE WV-TOTAL(VT-I) TO RL-TOTAL
           WRITE MRS-ACH-RPT-LINE FROM WS-RPT-REMIT-TOTAL.
       800-EXIT.
           EXIT.

       820-REMIT-LINE.
           IF WT-VSLOT(PT-I) NOT = VT-I
               GO TO 820-EXIT
           END-IF
           MOVE WT-PAY-ID(PT-I) TO RL-PAY-ID
           MOVE WT-PERIOD(PT-I) TO RL-PERIOD
           MOVE WT-TICKET(PT-I) TO RL-TICKET
           MOVE WT-RENTAL(PT-I) TO RL-RENTAL
           MOVE WT-PCT(PT-I) TO RL-PCT
           MOVE WT-AMOUNT(PT-I) TO RL-AMOUNT
           WRITE MRS-ACH-RPT-LINE FROM WS-RPT-REMIT-LINE.
       820-EXIT.
           EXIT.

      * Leaves the last four characters of the account number in
      * WS-ACCT-IN behind a row of asterisks in WS-ACCT-MASK.
       850-MASK-ACCOUNT.
           MOVE SPACES TO WS-ACCT-LAST-4
           IF WS-ACCT-IN = SPACES
               GO TO 850-EXIT
           END-IF
           MOVE FUNCTION REVERSE(WS-ACCT-IN) TO WS-ACCT-REV
           MOVE ZERO TO WS-ACCT-TRAIL
           INSPECT WS-ACCT-REV TALLYING WS-ACCT-TRAIL
               FOR LEADING SPACES
           IF WS-ACCT-TRAIL > 13
               MOVE WS-ACCT-IN(1:4) TO WS-ACCT-LAST-4
           ELSE
               MOVE WS-ACCT-IN(14 - WS-ACCT-TRAIL:4) TO WS-ACCT-LAST-4
           END-IF.
       850-EXIT.
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
               WHEN "PAYABLE"
                   MOVE CFG-PATH TO UT-SYS-PAYABLE
               WHEN "MRS-VEN"
                   MOVE CFG-PATH TO UT-SYS-MRS-VEN
               WHEN "NUMCTL"
                   MOVE CFG-PATH TO UT-SYS-NUMCTL
               WHEN "ACH-ORIGIN"
                   MOVE CFG-PATH TO UT-SYS-ACH-ORIGIN
               WHEN "ACH-OUT"
                   MOVE CFG-PATH TO UT-SYS-ACH-OUT
               WHEN "ACH-RPT"
                   MOVE CFG-PATH TO UT-SYS-ACH-RPT
               WHEN "AUDIT"
                   MOVE CFG-PATH TO UT-SYS-AUDIT
           END-EVALUATE.
       170-END.
           EXIT.

       end program MRS-5280.
