       IDENTIFICATION DIVISION.
       PROGRAM-ID.  MRS-8650.
       AUTHOR.  JOHN BELLEK.
      *****************************************************************
      * Monthly staff discount report. Every staff sale rung at the
      * box office or the concession counter goes on the staff
      * purchase ledger (MRS-STAFFBUY.CPY); this report lists one
      * month's of them by employee - what was bought, its face
      * value, the discount given, and what was charged - with each
      * employee's monthly allowance beside the total, so the face
      * value given away to staff stands apart from the guest comps
      * on the comp report (MRS-8630).
      *
      * One console ACCEPT drives it: the range (YYYYMM, zero = the
      * current month; or a fiscal period, film week, quarter or
      * year in the forms MRS-5070 reads - PYYYYPP, WYYYYWW, QYYYYQ,
      * FYYYY).
      *
      * It can also be queued from the report request screen
      * (MRS-7080) and run by MRS-7070, which hands it the
      * parameters keyed with the request in place of the
      * console. The printed output registers on the report
      * spool, so a queued run can be found and reprinted.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MRS-STAFFBUY-FILE
               ASSIGN TO UT-SYS-STAFFBUY
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MRS-SBY-KEY
               FILE STATUS IS WS-SBY-STATUS.

           SELECT MRS-OPERATOR-FILE
               ASSIGN TO UT-SYS-OPERATOR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MRS-OPR-ID
               FILE STATUS IS WS-OPR-STATUS.

           SELECT MRS-STAFF-RPT
               ASSIGN TO UT-SYS-STAFF-RPT
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT MRS-FILE-CONFIG-FILE
               ASSIGN TO UT-SYS-FILE-CFG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CFG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       COPY "CPYBOOKS/MRS-STAFFBUY.CPY".
       COPY "CPYBOOKS/MRS-OPERATOR.CPY".
       COPY "CPYBOOKS/MRS-FILE-CFG.CPY".

       FD  MRS-STAFF-RPT
           RECORD CONTAINS 80 CHARACTERS.
       01  MRS-STAFF-LINE                      PIC X(80).

       WORKING-STORAGE SECTION.
       COPY "CPYBOOKS/DATETIME.CPY".
       COPY "CPYBOOKS/MRS-SIGNON.CPY".
       COPY "CPYBOOKS/MRS-TRNPUT.CPY".
       COPY "CPYBOOKS/MRS-SPLPUT.CPY".
       COPY "CPYBOOKS/MRS-RPQCTL.CPY".
       COPY "CPYBOOKS/MRS-FCLPUT.CPY".
       COPY "CPYBOOKS/MRS-BPMPUT.CPY".

       01  WS-FILENAMES.
           05  UT-SYS-STAFFBUY       PIC X(50)
                               VALUE "C:\COBOL\MRS-STAFFBUY-INDEX.DAT".
           05  UT-SYS-OPERATOR       PIC X(50)
                               VALUE "C:\COBOL\MRS-OPERATOR-INDEX.DAT".
           05  UT-SYS-STAFF-RPT      PIC X(50)
                               VALUE "C:\COBOL\MRS-STAFFDISC.RPT".
           05  UT-SYS-FILE-CFG       PIC X(50)
                                   VALUE "C:\COBOL\MRS-FILE-PATHS.CFG".

       01  WS-FILE-CFG-CTL.
           05  WS-CFG-STATUS         PIC XX.
           05  WS-CFG-EOF            PIC X.
               88  CFG-EOF VALUE 'Y'.

       01  WS-CONTROL.
           05  WS-SBY-STATUS         PIC XX.
           05  WS-OPR-STATUS         PIC XX.
           05  SBY-EOF               PIC X.
           05  WS-CUR-EMPLOYEE       PIC X(8).
           05  WS-ALLOWANCE          PIC 9(5)V99.

      * The house allowance as compiled; the business parameter
      * file has the last word - the same default MRS-1570 uses.
       01  WS-HOUSE-ALLOW            PIC 9(5)V99 VALUE 50.00.

      * The employee in hand, and the whole range.
       01  WS-TOTALS.
           05  WS-EMP-LINES          PIC 9(5).
           05  WS-EMP-FACE           PIC 9(7)V99.
           05  WS-EMP-DISC           PIC 9(7)V99.
           05  WS-EMP-CHARGED        PIC 9(7)V99.
           05  WS-ALL-EMPLOYEES      PIC 9(5).
           05  WS-ALL-LINES          PIC 9(5).
           05  WS-ALL-FACE           PIC 9(7)V99.
           05  WS-ALL-DISC           PIC 9(7)V99.
           05  WS-ALL-CHARGED        PIC 9(7)V99.

       01  WS-RPT-HEADER.
           05  PIC X(28) VALUE "MRS STAFF DISCOUNT REPORT -".
           05  RH-PERIOD             PIC X(20).
           05  PIC X(32) VALUE SPACES.

       01  WS-RPT-COLUMNS.
           05  PIC X(40)
               VALUE "DATE      REG CLASS DESCRIPTION         ".
           05  PIC X(40)
               VALUE " QTY      FACE  DISCOUNT   CHARGED      ".

       01  WS-RPT-EMPLOYEE.
           05  PIC X(9)  VALUE "EMPLOYEE ".
           05  RE-EMPLOYEE           PIC X(8).
           05  PIC X(2)  VALUE SPACES.
           05  RE-NAME               PIC X(20).
           05  PIC X(20) VALUE "  ALLOWANCE A MONTH ".
           05  RE-ALLOWANCE          PIC ZZ,ZZ9.99.
           05  PIC X(12) VALUE SPACES.

       01  WS-RPT-DETAIL.
           05  RD-DATE               PIC 9(8).
           05  PIC X(3)  VALUE SPACES.
           05  RD-REGISTER           PIC X.
           05  PIC X(2)  VALUE SPACES.
           05  RD-CLASS              PIC X(4).
           05  PIC X(2)  VALUE SPACES.
           05  RD-DESC               PIC X(20).
           05  PIC X(1)  VALUE SPACES.
           05  RD-QTY                PIC Z9.
           05  PIC X(1)  VALUE SPACES.
           05  RD-FACE               PIC ZZ,ZZ9.99.
           05  PIC X(1)  VALUE SPACES.
           05  RD-DISC               PIC ZZ,ZZ9.99.
           05  PIC X(1)  VALUE SPACES.
           05  RD-CHARGED            PIC ZZ,ZZ9.99.
           05  PIC X(7)  VALUE SPACES.

       01  WS-RPT-TOTAL.
           05  RT-TAG                PIC X(22).
           05  RT-LINES              PIC ZZ,ZZ9.
           05  PIC X(6)  VALUE " LINES".
           05  PIC X(1)  VALUE SPACES.
           05  RT-FACE               PIC Z,ZZZ,ZZ9.99.
           05  RT-DISC               PIC Z,ZZZ,ZZ9.99.
           05  RT-CHARGED            PIC Z,ZZZ,ZZ9.99.
           05  PIC X(7)  VALUE SPACES.

       01  WS-RPT-EMP-COUNT.
           05  PIC X(22) VALUE "EMPLOYEES ON THE LIST".
           05  RC-EMPLOYEES          PIC ZZ,ZZ9.
           05  PIC X(52) VALUE SPACES.

       01  WS-RPT-COMP-NOTE          PIC X(80)
           VALUE "GUEST COMPS ARE NOT ON THIS REPORT - SEE MRS-8630.".

       01  WS-RPT-BLANK              PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.
       100-MAIN.
           PERFORM 160-LOAD-FILE-CONFIG THRU 160-END
           MOVE FUNCTION CURRENT-DATE TO WS-DATETIME
      *    A request off the report queue brings its parameters
      *    with it; run by hand, they come off the console.
           IF MRS-RPQ-ACTIVE = "Y"
               MOVE MRS-RPQ-PARM(1) TO MRS-FCL-RANGE
           ELSE
               ACCEPT MRS-FCL-RANGE
           END-IF
           CALL "MRS-5070" USING MRS-FCL-PUT
           IF MRS-FCL-ANSWER NOT = "Y"
               DISPLAY "MRS-8650: RANGE " MRS-FCL-RANGE
                   " NOT ON THE CALENDAR - NOTHING REPORTED."
               GOBACK
           END-IF

           INITIALIZE WS-TOTALS
           OPEN OUTPUT MRS-STAFF-RPT
           MOVE MRS-FCL-LABEL TO RH-PERIOD
           WRITE MRS-STAFF-LINE FROM WS-RPT-HEADER
           WRITE MRS-STAFF-LINE FROM WS-RPT-BLANK
           WRITE MRS-STAFF-LINE FROM WS-RPT-COLUMNS
           OPEN INPUT MRS-OPERATOR-FILE
           PERFORM 200-LIST-PURCHASES THRU 200-EXIT
           IF WS-OPR-STATUS = '00'
               CLOSE MRS-OPERATOR-FILE
           END-IF
           PERFORM 500-PRINT-GRAND-TOTAL THRU 500-EXIT
           CLOSE MRS-STAFF-RPT

           DISPLAY "MRS-8650 STAFF DISCOUNTS: " MRS-FCL-LABEL
               " REPORTED."
      *    The finished output registers on the report spool so
      *    the office can find and reprint it later.
           MOVE "MRS-8650" TO MRS-SP-PROGRAM
           MOVE SPACES TO MRS-SP-PARMS
           MOVE MRS-FCL-RANGE TO MRS-SP-PARMS(1:8)
           MOVE UT-SYS-STAFF-RPT TO MRS-SP-PATH
           CALL "MRS-7050" USING MRS-SPOOL-PUT
           GOBACK.
       100-EXIT.
           EXIT.

      * Walks the ledger in key order - employee, then date - and
      * prints each line in the range, closing off an employee's
      * total when the employee changes.
       200-LIST-PURCHASES.
           MOVE "N" TO SBY-EOF
           MOVE SPACES TO WS-CUR-EMPLOYEE
           OPEN INPUT MRS-STAFFBUY-FILE
           IF WS-SBY-STATUS NOT = '00'
               GO TO 200-EXIT
           END-IF
           PERFORM UNTIL SBY-EOF = "Y"
               READ MRS-STAFFBUY-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO SBY-EOF
                   NOT AT END
                       IF MRS-SBY-DATE >= MRS-FCL-FROM AND
                          MRS-SBY-DATE <= MRS-FCL-TO
                           PERFORM 250-LIST-ONE THRU 250-EXIT
                       END-IF
               END-READ
           END-PERFORM
           IF WS-CUR-EMPLOYEE NOT = SPACES
               PERFORM 400-PRINT-EMP-TOTAL THRU 400-EXIT
           END-IF
           CLOSE MRS-STAFFBUY-FILE.
       200-EXIT.
           EXIT.

       250-LIST-ONE.
           IF MRS-SBY-EMPLOYEE NOT = WS-CUR-EMPLOYEE
               IF WS-CUR-EMPLOYEE NOT = SPACES
                   PERFORM 400-PRINT-EMP-TOTAL THRU 400-EXIT
               END-IF
               PERFORM 300-START-EMPLOYEE THRU 300-EXIT
           END-IF
           MOVE MRS-SBY-DATE TO RD-DATE
           MOVE MRS-SBY-REGISTER TO RD-REGISTER
           MOVE MRS-SBY-CLASS TO RD-CLASS
           MOVE MRS-SBY-DESC TO RD-DESC
           MOVE MRS-SBY-QTY TO RD-QTY
           MOVE MRS-SBY-FACE TO RD-FACE
           MOVE MRS-SBY-DISCOUNT TO RD-DISC
           MOVE MRS-SBY-CHARGED TO RD-CHARGED
           WRITE MRS-STAFF-LINE FROM WS-RPT-DETAIL
           ADD 1 TO WS-EMP-LINES
           ADD MRS-SBY-FACE TO WS-EMP-FACE
           ADD MRS-SBY-DISCOUNT TO WS-EMP-DISC
           ADD MRS-SBY-CHARGED TO WS-EMP-CHARGED.
       250-EXIT.
           EXIT.

      * Heads a new employee's lines with the name off the operator
      * master and the allowance a month - the operator's own, or
      * the house allowance in force at the end of the range.
       300-START-EMPLOYEE.
           MOVE MRS-SBY-EMPLOYEE TO WS-CUR-EMPLOYEE
           MOVE ZEROS TO WS-EMP-LINES
           MOVE ZEROS TO WS-EMP-FACE
           MOVE ZEROS TO WS-EMP-DISC
           MOVE ZEROS TO WS-EMP-CHARGED
           ADD 1 TO WS-ALL-EMPLOYEES
           MOVE "NOT ON OPERATOR FILE" TO RE-NAME
           MOVE ZEROS TO WS-ALLOWANCE
           IF WS-OPR-STATUS = '00'
               MOVE MRS-SBY-EMPLOYEE TO MRS-OPR-ID
               READ MRS-OPERATOR-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE MRS-OPR-NAME TO RE-NAME
                       IF MRS-OPR-STAFF-ALLOW NUMERIC
                           MOVE MRS-OPR-STAFF-ALLOW TO WS-ALLOWANCE
                       END-IF
               END-READ
           END-IF
           IF WS-ALLOWANCE = ZERO
               MOVE "STAFF-ALLOW" TO MRS-BPP-NAME
               MOVE MRS-FCL-TO TO MRS-BPP-AS-OF
               MOVE WS-HOUSE-ALLOW TO MRS-BPP-VALUE
               CALL "MRS-1760" USING MRS-BPM-PUT
               MOVE MRS-BPP-VALUE TO WS-ALLOWANCE
           END-IF
           MOVE MRS-SBY-EMPLOYEE TO RE-EMPLOYEE
           MOVE WS-ALLOWANCE TO RE-ALLOWANCE
           WRITE MRS-STAFF-LINE FROM WS-RPT-BLANK
           WRITE MRS-STAFF-LINE FROM WS-RPT-EMPLOYEE.
       300-EXIT.
           EXIT.

       400-PRINT-EMP-TOTAL.
           MOVE "  EMPLOYEE TOTAL" TO RT-TAG
           MOVE WS-EMP-LINES TO RT-LINES
           MOVE WS-EMP-FACE TO RT-FACE
           MOVE WS-EMP-DISC TO RT-DISC
           MOVE WS-EMP-CHARGED TO RT-CHARGED
           WRITE MRS-STAFF-LINE FROM WS-RPT-TOTAL
           ADD WS-EMP-LINES TO WS-ALL-LINES
           ADD WS-EMP-FACE TO WS-ALL-FACE
           ADD WS-EMP-DISC TO WS-ALL-DISC
           ADD WS-EMP-CHARGED TO WS-ALL-CHARGED.
       400-EXIT.
           EXIT.

      * The range's totals - the discount column is the face value
      * given away to staff.
       500-PRINT-GRAND-TOTAL.
           WRITE MRS-STAFF-LINE FROM WS-RPT-BLANK
           MOVE "ALL STAFF" TO RT-TAG
           MOVE WS-ALL-LINES TO RT-LINES
           MOVE WS-ALL-FACE TO RT-FACE
           MOVE WS-ALL-DISC TO RT-DISC
           MOVE WS-ALL-CHARGED TO RT-CHARGED
           WRITE MRS-STAFF-LINE FROM WS-RPT-TOTAL
           MOVE WS-ALL-EMPLOYEES TO RC-EMPLOYEES
           WRITE MRS-STAFF-LINE FROM WS-RPT-EMP-COUNT
           WRITE MRS-STAFF-LINE FROM WS-RPT-BLANK
           WRITE MRS-STAFF-LINE FROM WS-RPT-COMP-NOTE.
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
               WHEN "STAFFBUY"
                   MOVE CFG-PATH TO UT-SYS-STAFFBUY
               WHEN "OPERATOR"
                   MOVE CFG-PATH TO UT-SYS-OPERATOR
               WHEN "STAFF-RPT"
                   MOVE CFG-PATH TO UT-SYS-STAFF-RPT
           END-EVALUATE.
       170-END.
           EXIT.

       end program MRS-8650.
