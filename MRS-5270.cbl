       IDENTIFICATION DIVISION.
       PROGRAM-ID.  MRS-5270.
       AUTHOR.  JOHN BELLEK.
      *****************************************************************
      * Year-end 1099 vendor payment summary. Every January the
      * settlement checks keyed through MRS-5250 had to be added up
      * by hand per vendor to file the 1099s. This run totals what
      * was actually paid to each vendor in the tax year - payables
      * marked paid, by their paid date, not by the settlement
      * period they were for - prints the summary, and writes the
      * filing service's import file for the vendors that have to
      * be reported.
      *
      * Two console ACCEPTs drive it: the tax year (YYYY; zero means
      * last year, the usual January run) and the reporting
      * threshold in whole dollars (zero takes the IRS floor for the
      * year - $600 through tax year 2025, $2,000 from 2026).
      *
      * Each vendor paid in the year prints with its payment count
      * and total, flagged:
      *   EXEMPT         the vendor record's 1099 flag is "N";
      *   OVER-EXPORTED  paid at or over the threshold, written to
      *                  the export;
      *   *OVER-NO TIN*  paid at or over the threshold but the tax
      *                  ID is missing or not in EIN/SSN form - not
      *                  exported until a W-9 is on file;
      *   *NO TIN*       under the threshold, but the tax ID is
      *                  missing or unusable all the same;
      *   *NOT ON FILE*  paid, but the vendor record is gone.
      *
      * The export is comma-delimited with one heading line, one
      * line per vendor to report (1099-MISC box 1, rents - film
      * rental is paid as rent on the print):
      *   tax year, form, box, TIN type (EIN/SSN), TIN, name,
      *   address, city, state, ZIP, account (our vendor ID), amount
      * Text fields are quoted; the amount has no edit characters.
      * The summary is registered on the report spool.
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

           SELECT MRS-1099-RPT
               ASSIGN TO UT-SYS-1099-RPT
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT MRS-1099-EXPORT
               ASSIGN TO UT-SYS-1099-EXP
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT MRS-FILE-CONFIG-FILE
               ASSIGN TO UT-SYS-FILE-CFG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CFG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       COPY "CPYBOOKS/MRS-PAYABLE.CPY".
       COPY "CPYBOOKS/MRS-VENDOR.CPY".
       COPY "CPYBOOKS/MRS-FILE-CFG.CPY".

       FD  MRS-1099-RPT
           RECORD CONTAINS 80 CHARACTERS.
       01  MRS-1099-RPT-LINE                   PIC X(80).

       FD  MRS-1099-EXPORT
           RECORD CONTAINS 200 CHARACTERS.
       01  MRS-1099-EXPORT-LINE                PIC X(200).

       WORKING-STORAGE SECTION.
       COPY "CPYBOOKS/DATETIME.CPY".
       COPY "CPYBOOKS/MRS-SIGNON.CPY".
       COPY "CPYBOOKS/MRS-TRNPUT.CPY".
       COPY "CPYBOOKS/MRS-SPLPUT.CPY".

       01  WS-FILENAMES.
           05  UT-SYS-PAYABLE        PIC X(50)
                               VALUE "C:\COBOL\MRS-PAYABLE-INDEX.DAT".
           05  UT-SYS-MRS-VEN        PIC X(50)
                               VALUE "C:\COBOL\VENDOR-INDEXED.DAT".
           05  UT-SYS-1099-RPT       PIC X(50)
                               VALUE "C:\COBOL\MRS-1099-SUMMARY.RPT".
           05  UT-SYS-1099-EXP       PIC X(50)
                               VALUE "C:\COBOL\MRS-1099-EXPORT.CSV".
           05  UT-SYS-FILE-CFG       PIC X(50)
                                   VALUE "C:\COBOL\MRS-FILE-PATHS.CFG".

       01  WS-FILE-CFG-CTL.
           05  WS-CFG-STATUS         PIC XX.
           05  WS-CFG-EOF            PIC X.
               88  CFG-EOF VALUE 'Y'.

       01  WS-CONTROL.
           05  WS-PAY-STATUS         PIC XX.
           05  WS-VEN-STATUS         PIC XX.
           05  PAY-EOF               PIC X.
           05  VEN-EOF               PIC X.
           05  WS-TAX-YEAR           PIC 9(4).
           05  WS-THRESHOLD-IN       PIC 9(5).
           05  WS-THRESHOLD          PIC 9(7)V99.
           05  WS-YEAR-FROM          PIC 9(8).
           05  WS-YEAR-TO            PIC 9(8).
           05  WS-TIN-TYPE           PIC X(3).
           05  WS-VEN-ON-FILE        PIC X.

      * The form and box every reported vendor goes out under.
       01  WS-EXPORT-FORM.
           05  WS-FORM-NAME          PIC X(9) VALUE "1099-MISC".
           05  WS-FORM-BOX           PIC X(1) VALUE "1".

      * One slot per vendor paid in the year.
       01  WS-PAID-TABLE.
           05  WS-PAID-COUNT         PIC 9(3) VALUE ZERO.
           05  WS-PAID-SLOT OCCURS 200 TIMES INDEXED BY PD-I.
               10  WP-VENDOR         PIC X(2).
               10  WP-CHECKS         PIC 9(4).
               10  WP-AMOUNT         PIC S9(9)V99.
               10  WP-PRINTED        PIC X.

       01  WS-EXPORT-WORK.
           05  WX-YEAR               PIC 9(4).
           05  WX-AMOUNT             PIC 9(9).99.

       01  WS-TOTALS.
           05  WS-VENDOR-CNT         PIC 9(3) VALUE ZERO.
           05  WS-EXPORT-CNT         PIC 9(3) VALUE ZERO.
           05  WS-NO-TIN-CNT         PIC 9(3) VALUE ZERO.
           05  WS-EXEMPT-CNT         PIC 9(3) VALUE ZERO.
           05  WS-PAID-TOTAL         PIC S9(9)V99 VALUE ZERO.
           05  WS-EXPORT-TOTAL       PIC S9(9)V99 VALUE ZERO.

       01  WS-RPT-HEADER.
           05  PIC X(43)
               VALUE "MRS 1099 VENDOR PAYMENT SUMMARY - TAX YEAR".
           05  PIC X(1)  VALUE SPACES.
           05  RH-YEAR               PIC 9(4).
           05  PIC X(32) VALUE SPACES.

       01  WS-RPT-THRESHOLD.
           05  PIC X(21) VALUE "REPORTING THRESHOLD: ".
           05  RH-THRESHOLD          PIC Z,ZZZ,ZZ9.99.
           05  PIC X(47) VALUE SPACES.

       01  WS-RPT-COL-HDR.
           05  PIC X(4)  VALUE "VN".
           05  PIC X(16) VALUE "COMPANY".
           05  PIC X(12) VALUE "TAX ID".
           05  PIC X(3)  VALUE "99".
           05  PIC X(6)  VALUE " PMTS".
           05  PIC X(16) VALUE "      TOTAL PAID".
           05  PIC X(2)  VALUE SPACES.
           05  PIC X(21) VALUE "FLAG".

       01  WS-RPT-DETAIL.
           05  RD-VENDOR             PIC X(2).
           05  PIC X(2)  VALUE SPACES.
           05  RD-COMPANY            PIC X(15).
           05  PIC X(1)  VALUE SPACES.
           05  RD-TAX-ID             PIC X(11).
           05  PIC X(1)  VALUE SPACES.
           05  RD-1099-FLAG          PIC X(1).
           05  PIC X(2)  VALUE SPACES.
           05  RD-CHECKS             PIC Z,ZZ9.
           05  PIC X(2)  VALUE SPACES.
           05  RD-AMOUNT             PIC ---,---,--9.99.
           05  PIC X(2)  VALUE SPACES.
           05  RD-FLAG               PIC X(14).
           05  PIC X(8)  VALUE SPACES.

       01  WS-RPT-BLANK              PIC X(80) VALUE SPACES.

       01  WS-RPT-TOTAL.
           05  PIC X(21) VALUE "VENDORS PAID:".
           05  RT-VENDORS            PIC ZZ9.
           05  PIC X(19) VALUE SPACES.
           05  PIC X(8)  VALUE "TOTAL:".
           05  RT-PAID               PIC ---,---,--9.99.
           05  PIC X(15) VALUE SPACES.

       01  WS-RPT-TOTAL-2.
           05  PIC X(21) VALUE "EXPORTED FOR 1099:".
           05  RT-EXPORTED           PIC ZZ9.
           05  PIC X(19) VALUE SPACES.
           05  PIC X(8)  VALUE "TOTAL:".
           05  RT-EXPORT-AMT         PIC ---,---,--9.99.
           05  PIC X(15) VALUE SPACES.

       01  WS-RPT-TOTAL-3.
           05  PIC X(21) VALUE "MISSING/BAD TAX ID:".
           05  RT-NO-TIN             PIC ZZ9.
           05  PIC X(19) VALUE SPACES.
           05  PIC X(8)  VALUE "EXEMPT:".
           05  RT-EXEMPT             PIC ZZ9.
           05  PIC X(26) VALUE SPACES.

       PROCEDURE DIVISION.
       100-MAIN.
           PERFORM 160-LOAD-FILE-CONFIG THRU 160-END
           MOVE FUNCTION CURRENT-DATE TO WS-DATETIME

           ACCEPT WS-TAX-YEAR
           ACCEPT WS-THRESHOLD-IN
           IF WS-TAX-YEAR = ZERO
               COMPUTE WS-TAX-YEAR = WS-YEAR - 1
           END-IF
           IF WS-THRESHOLD-IN = ZERO
               IF WS-TAX-YEAR < 2026
                   MOVE 600 TO WS-THRESHOLD
               ELSE
                   MOVE 2000 TO WS-THRESHOLD
               END-IF
           ELSE
               MOVE WS-THRESHOLD-IN TO WS-THRESHOLD
           END-IF
           COMPUTE WS-YEAR-FROM = (WS-TAX-YEAR * 10000) + 0101
           COMPUTE WS-YEAR-TO = (WS-TAX-YEAR * 10000) + 1231

           PERFORM 200-LOAD-PAYMENTS THRU 200-EXIT

           OPEN OUTPUT MRS-1099-RPT
           OPEN OUTPUT MRS-1099-EXPORT
           MOVE WS-TAX-YEAR TO RH-YEAR
           MOVE WS-THRESHOLD TO RH-THRESHOLD
           WRITE MRS-1099-RPT-LINE FROM WS-RPT-HEADER
           WRITE MRS-1099-RPT-LINE FROM WS-RPT-THRESHOLD
           WRITE MRS-1099-RPT-LINE FROM WS-RPT-BLANK
           WRITE MRS-1099-RPT-LINE FROM WS-RPT-COL-HDR
           MOVE SPACES TO MRS-1099-EXPORT-LINE
           STRING "TAX YEAR,FORM,BOX,TIN TYPE,TIN,NAME,ADDRESS,"
                  "CITY,STATE,ZIP,ACCOUNT,AMOUNT" DELIMITED BY SIZE
               INTO MRS-1099-EXPORT-LINE
           END-STRING
           WRITE MRS-1099-EXPORT-LINE

      *    Vendor file order, so the summary reads the way the
      *    vendor list does; then anyone paid who is no longer on it.
           MOVE "N" TO VEN-EOF
           OPEN INPUT MRS-VENDOR-FILE
           IF WS-VEN-STATUS NOT = '00'
               MOVE "Y" TO VEN-EOF
           END-IF
           PERFORM 300-VENDOR-PASS THRU 300-EXIT
               UNTIL VEN-EOF = "Y"
           IF WS-VEN-STATUS = '00' OR WS-VEN-STATUS = '10'
               CLOSE MRS-VENDOR-FILE
           END-IF
           PERFORM 350-NOT-ON-FILE THRU 350-EXIT
               VARYING PD-I FROM 1 BY 1
               UNTIL PD-I > WS-PAID-COUNT

           WRITE MRS-1099-RPT-LINE FROM WS-RPT-BLANK
           MOVE WS-VENDOR-CNT TO RT-VENDORS
           MOVE WS-PAID-TOTAL TO RT-PAID
           WRITE MRS-1099-RPT-LINE FROM WS-RPT-TOTAL
           MOVE WS-EXPORT-CNT TO RT-EXPORTED
           MOVE WS-EXPORT-TOTAL TO RT-EXPORT-AMT
           WRITE MRS-1099-RPT-LINE FROM WS-RPT-TOTAL-2
           MOVE WS-NO-TIN-CNT TO RT-NO-TIN
           MOVE WS-EXEMPT-CNT TO RT-EXEMPT
           WRITE MRS-1099-RPT-LINE FROM WS-RPT-TOTAL-3
           CLOSE MRS-1099-RPT
           CLOSE MRS-1099-EXPORT

           DISPLAY "MRS-5270 1099 SUMMARY " WS-TAX-YEAR ": "
               WS-VENDOR-CNT " VENDOR(S) PAID, " WS-EXPORT-CNT
               " EXPORTED, " WS-NO-TIN-CNT " MISSING TAX ID."
      *    The finished output registers on the report spool so
      *    the office can find and reprint it later.
           MOVE "MRS-5270" TO MRS-SP-PROGRAM
           MOVE SPACES TO MRS-SP-PARMS
           MOVE WS-TAX-YEAR TO MRS-SP-PARMS(1:4)
           MOVE UT-SYS-1099-RPT TO MRS-SP-PATH
           CALL "MRS-7050" USING MRS-SPOOL-PUT
           GOBACK.
       100-EXIT.
           EXIT.

      * Totals every paid payable whose paid date falls in the tax
      * year into its vendor's slot.
       200-LOAD-PAYMENTS.
           MOVE "N" TO PAY-EOF
           OPEN INPUT MRS-PAYABLE-FILE
           IF WS-PAY-STATUS NOT = '00'
               GO TO 200-EXIT
           END-IF
           PERFORM UNTIL PAY-EOF = "Y"
               READ MRS-PAYABLE-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO PAY-EOF
                   NOT AT END
                       PERFORM 250-ADD-PAYMENT THRU 250-EXIT
               END-READ
           END-PERFORM
           CLOSE MRS-PAYABLE-FILE.
       200-EXIT.
           EXIT.

       250-ADD-PAYMENT.
           IF MRS-PAY-STATUS NOT = "P"
               GO TO 250-EXIT
           END-IF
           IF MRS-PAY-PAID-DATE < WS-YEAR-FROM OR
              MRS-PAY-PAID-DATE > WS-YEAR-TO
               GO TO 250-EXIT
           END-IF
           SET PD-I TO 1
           SEARCH WS-PAID-SLOT
               AT END
                   DISPLAY "MRS-5270 1099 SUMMARY: VENDOR TABLE FULL - "
                       "PAYABLE " MRS-PAY-ID " DROPPED."
                   GO TO 250-EXIT
               WHEN PD-I > WS-PAID-COUNT
                   ADD 1 TO WS-PAID-COUNT
                   MOVE MRS-PAY-VENDOR TO WP-VENDOR(PD-I)
                   MOVE ZERO TO WP-CHECKS(PD-I)
                   MOVE ZERO TO WP-AMOUNT(PD-I)
                   MOVE "N" TO WP-PRINTED(PD-I)
               WHEN WP-VENDOR(PD-I) = MRS-PAY-VENDOR
                   CONTINUE
           END-SEARCH
           ADD 1 TO WP-CHECKS(PD-I)
           ADD MRS-PAY-AMOUNT TO WP-AMOUNT(PD-I).
       250-EXIT.
           EXIT.

       300-VENDOR-PASS.
           READ MRS-VENDOR-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO VEN-EOF
                   GO TO 300-EXIT
           END-READ
           SET PD-I TO 1
           SEARCH WS-PAID-SLOT
               AT END
                   GO TO 300-EXIT
               WHEN PD-I > WS-PAID-COUNT
                   GO TO 300-EXIT
               WHEN WP-VENDOR(PD-I) = MRS-VENDOR-ID
                   CONTINUE
           END-SEARCH
           MOVE "Y" TO WS-VEN-ON-FILE
           PERFORM 400-PRINT-VENDOR THRU 400-EXIT.
       300-EXIT.
           EXIT.

      * A vendor paid in the year but since deleted still has to be
      * accounted for - it prints with no name or tax ID to chase.
       350-NOT-ON-FILE.
           IF WP-PRINTED(PD-I) = "Y"
               GO TO 350-EXIT
           END-IF
           MOVE SPACES TO MRS-VENDOR-REC
           MOVE WP-VENDOR(PD-I) TO MRS-VENDOR-ID
           MOVE "N" TO WS-VEN-ON-FILE
           PERFORM 400-PRINT-VENDOR THRU 400-EXIT.
       350-EXIT.
           EXIT.

      * Prints one vendor's year and decides whether it goes out on
      * the export. PD-I is the vendor's slot.
       400-PRINT-VENDOR.
           MOVE "Y" TO WP-PRINTED(PD-I)
           ADD 1 TO WS-VENDOR-CNT
           ADD WP-AMOUNT(PD-I) TO WS-PAID-TOTAL
           MOVE WP-VENDOR(PD-I) TO RD-VENDOR
           MOVE MRS-VENDOR-COMPANY TO RD-COMPANY
           MOVE MRS-VENDOR-TAX-ID TO RD-TAX-ID
           MOVE MRS-VENDOR-1099-FLAG TO RD-1099-FLAG
           MOVE WP-CHECKS(PD-I) TO RD-CHECKS
           MOVE WP-AMOUNT(PD-I) TO RD-AMOUNT
           PERFORM 450-CHECK-TIN THRU 450-EXIT
           EVALUATE TRUE
               WHEN WS-VEN-ON-FILE = "N"
                   MOVE "*NOT ON FILE*" TO RD-FLAG
                   MOVE "*NOT ON FILE*" TO RD-COMPANY
               WHEN MRS-VENDOR-1099-FLAG = "N"
                   MOVE "EXEMPT" TO RD-FLAG
                   ADD 1 TO WS-EXEMPT-CNT
               WHEN WP-AMOUNT(PD-I) >= WS-THRESHOLD AND
                    WS-TIN-TYPE = SPACES
                   MOVE "*OVER-NO TIN*" TO RD-FLAG
                   ADD 1 TO WS-NO-TIN-CNT
               WHEN WS-TIN-TYPE = SPACES
                   MOVE "*NO TIN*" TO RD-FLAG
                   ADD 1 TO WS-NO-TIN-CNT
               WHEN WP-AMOUNT(PD-I) >= WS-THRESHOLD
                   MOVE "OVER-EXPORTED" TO RD-FLAG
                   PERFORM 500-WRITE-EXPORT THRU 500-EXIT
               WHEN OTHER
                   MOVE SPACES TO RD-FLAG
           END-EVALUATE
           WRITE MRS-1099-RPT-LINE FROM WS-RPT-DETAIL.
       400-EXIT.
           EXIT.

      * Classes the vendor's tax ID as an EIN (99-9999999) or an SSN
      * (999-99-9999); anything else leaves WS-TIN-TYPE blank and
      * counts as missing - the filing service would reject it.
       450-CHECK-TIN.
           MOVE SPACES TO WS-TIN-TYPE
           IF MRS-VENDOR-TAX-ID(1:2) IS NUMERIC AND
              MRS-VENDOR-TAX-ID(3:1) = "-" AND
              MRS-VENDOR-TAX-ID(4:7) IS NUMERIC AND
              MRS-VENDOR-TAX-ID(11:1) = SPACE
               MOVE "EIN" TO WS-TIN-TYPE
           END-IF
           IF MRS-VENDOR-TAX-ID(1:3) IS NUMERIC AND
              MRS-VENDOR-TAX-ID(4:1) = "-" AND
              MRS-VENDOR-TAX-ID(5:2) IS NUMERIC AND
              MRS-VENDOR-TAX-ID(7:1) = "-" AND
              MRS-VENDOR-TAX-ID(8:4) IS NUMERIC
               MOVE "SSN" TO WS-TIN-TYPE
           END-IF.
       450-EXIT.
           EXIT.

       500-WRITE-EXPORT.
           ADD 1 TO WS-EXPORT-CNT
           ADD WP-AMOUNT(PD-I) TO WS-EXPORT-TOTAL
           MOVE WS-TAX-YEAR TO WX-YEAR
           MOVE WP-AMOUNT(PD-I) TO WX-AMOUNT
           MOVE SPACES TO MRS-1099-EXPORT-LINE
           STRING WX-YEAR "," WS-FORM-NAME "," WS-FORM-BOX ","
                  WS-TIN-TYPE ","
                  FUNCTION TRIM(MRS-VENDOR-TAX-ID) ","
                  '"' FUNCTION TRIM(MRS-VENDOR-COMPANY) '",'
                  '"' FUNCTION TRIM(MRS-VENDOR-ADDRESS) '",'
                  '"' FUNCTION TRIM(MRS-VENDOR-CITY) '",'
                  FUNCTION TRIM(MRS-VENDOR-STATE) ","
                  FUNCTION TRIM(MRS-VENDOR-ZIP) ","
                  MRS-VENDOR-ID ","
                  FUNCTION TRIM(WX-AMOUNT LEADING)
                  DELIMITED BY SIZE
               INTO MRS-1099-EXPORT-LINE
           END-STRING
           WRITE MRS-1099-EXPORT-LINE.
       500-EXIT.
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
               WHEN "TAX1099-RPT"
                   MOVE CFG-PATH TO UT-SYS-1099-RPT
               WHEN "TAX1099-OUT"
                   MOVE CFG-PATH TO UT-SYS-1099-EXP
           END-EVALUATE.
       170-END.
           EXIT.

       end program MRS-5270.
