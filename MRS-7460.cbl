       IDENTIFICATION DIVISION.
       PROGRAM-ID.  MRS-7460.
       AUTHOR.  JOHN BELLEK.
      *****************************************************************
      * Pay-period run. The manager used to add the paper time
      * sheets up for payroll; this totals the time clock's shifts
      * (MRS-1800) for one pay period instead. A shift counts in the
      * period its paid clock-in falls in, on the times a supervisor
      * corrected it to where one did.
      *
      * Per operator, each week of the period (seven days at a time
      * from the period's first day) is paid regular up to the
      * overtime threshold and overtime past it. The period's length
      * and the threshold are business parameters - PAY-PERIOD (14
      * days) and OT-WEEK-HRS (40 hours) as compiled.
      *
      * It cuts the hours file for the payroll service, one comma-
      * delimited line per operator with hours in the period:
      *
      *   period start,period end,operator,name,regular,overtime
      *
      * between the header and trailer lines (MRS-6540) - the
      * trailer's hash total is the regular and overtime hours
      * added together - and the file goes on the outbound register.
      *
      * The printed report shows the same totals, the shifts left
      * unpaid (still on the clock - a supervisor has to close them
      * - or voided), and the hours actually clocked each day at
      * each site against the staff-hours the staffing worksheet
      * (MRS-7450) projected for it. A day the worksheet was never
      * printed for shows no projection.
      *
      * One console ACCEPT drives it: the period's last day
      * (YYYYMMDD, zero = the period ending yesterday). It can also
      * be queued from the report request screen (MRS-7080) and run
      * by MRS-7070. The report registers on the report spool.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MRS-PUNCH-FILE
               ASSIGN TO UT-SYS-PUNCH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MRS-PCH-KEY
               FILE STATUS IS WS-PCH-STATUS.

           SELECT MRS-OPERATOR-FILE
               ASSIGN TO UT-SYS-OPERATOR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MRS-OPR-ID
               FILE STATUS IS WS-OPR-STATUS.

           SELECT MRS-LABPROJ-FILE
               ASSIGN TO UT-SYS-LABPROJ
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MRS-LPJ-KEY
               FILE STATUS IS WS-LPJ-STATUS.

           SELECT MRS-PAYROLL-EXPORT
               ASSIGN TO UT-SYS-PAY-EXPORT
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT MRS-PAYROLL-RPT
               ASSIGN TO UT-SYS-PAY-RPT
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT MRS-FILE-CONFIG-FILE
               ASSIGN TO UT-SYS-FILE-CFG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CFG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       COPY "CPYBOOKS/MRS-PUNCH.CPY".
       COPY "CPYBOOKS/MRS-OPERATOR.CPY".
       COPY "CPYBOOKS/MRS-LABPROJ.CPY".
       COPY "CPYBOOKS/MRS-FILE-CFG.CPY".

       FD  MRS-PAYROLL-EXPORT
           RECORD CONTAINS 100 CHARACTERS.
       01  MRS-PAYROLL-LINE                    PIC X(100).

       FD  MRS-PAYROLL-RPT
           RECORD CONTAINS 80 CHARACTERS.
       01  MRS-PAY-RPT-LINE                    PIC X(80).

       WORKING-STORAGE SECTION.
       COPY "CPYBOOKS/DATETIME.CPY".
       COPY "CPYBOOKS/MRS-SIGNON.CPY".
       COPY "CPYBOOKS/MRS-TRNPUT.CPY".
       COPY "CPYBOOKS/MRS-SPLPUT.CPY".
       COPY "CPYBOOKS/MRS-RPQCTL.CPY".
       COPY "CPYBOOKS/MRS-OBPUT.CPY".
       COPY "CPYBOOKS/MRS-BPMPUT.CPY".

       01  WS-FILENAMES.
           05  UT-SYS-PUNCH          PIC X(50)
                               VALUE "C:\COBOL\MRS-PUNCH-INDEX.DAT".
           05  UT-SYS-OPERATOR       PIC X(50)
                               VALUE "C:\COBOL\MRS-OPERATOR-INDEX.DAT".
           05  UT-SYS-LABPROJ        PIC X(50)
                               VALUE "C:\COBOL\MRS-LABPROJ-INDEX.DAT".
           05  UT-SYS-PAY-EXPORT     PIC X(50)
                               VALUE "C:\COBOL\MRS-PAYROLL-HOURS.DAT".
           05  UT-SYS-PAY-RPT        PIC X(50)
                               VALUE "C:\COBOL\MRS-PAYROLL.RPT".
           05  UT-SYS-FILE-CFG       PIC X(50)
                                   VALUE "C:\COBOL\MRS-FILE-PATHS.CFG".

       01  WS-FILE-CFG-CTL.
           05  WS-CFG-STATUS         PIC XX.
           05  WS-CFG-EOF            PIC X.
               88  CFG-EOF VALUE 'Y'.

       01  WS-SWITCHES.
           05  WS-PCH-STATUS         PIC XX.
           05  WS-OPR-STATUS         PIC XX.
           05  WS-LPJ-STATUS         PIC XX.
           05  WS-OPR-OPEN           PIC X VALUE "N".
           05  WS-LPJ-OPEN           PIC X VALUE "N".
           05  PCH-EOF               PIC X.
           05  LPJ-EOF               PIC X.

      * The period's rules, as compiled; the business parameter
      * file has the last word on both.
       01  WS-PAY-RULES.
           05  WS-PERIOD-DAYS        PIC 9(2) VALUE 14.
           05  WS-OT-WEEK-HRS        PIC 9(3)V99 VALUE 40.
           05  WS-OT-WEEK-MINS       PIC 9(5).

       01  WS-CONTROL.
           05  WS-END-DATE           PIC 9(8) VALUE ZERO.
           05  WS-START-DATE         PIC 9(8).
           05  WS-TODAY-NUM          PIC 9(8).
           05  WS-START-INT          PIC 9(8).
           05  WS-END-INT            PIC 9(8).
           05  WS-DATE-INT           PIC 9(8).
           05  WS-D                  PIC 99.
           05  WS-S                  PIC 9.
           05  WS-W                  PIC 9.
           05  WS-X                  PIC 99.
           05  WS-SITE-CNT           PIC 9 VALUE ZERO.
           05  WS-CUR-OPERATOR       PIC X(8).
           05  WS-SHIFT-CNT          PIC 9(5) VALUE ZERO.
           05  WS-OPEN-CNT           PIC 9(5) VALUE ZERO.
           05  WS-VOID-CNT           PIC 9(5) VALUE ZERO.
           05  WS-EMP-CNT            PIC 9(5) VALUE ZERO.

      * The shift in hand, in and out, worked down to minutes.
       01  WS-SHIFT-CALC.
           05  WC-IN-DATE            PIC 9(8).
           05  WC-IN-TIME            PIC 9(4).
           05  WC-IN-HM REDEFINES WC-IN-TIME.
               10  WC-IN-HH          PIC 99.
               10  WC-IN-MM          PIC 99.
           05  WC-OUT-DATE           PIC 9(8).
           05  WC-OUT-TIME           PIC 9(4).
           05  WC-OUT-HM REDEFINES WC-OUT-TIME.
               10  WC-OUT-HH         PIC 99.
               10  WC-OUT-MM         PIC 99.
           05  WC-MINUTES            PIC S9(7).

      * One operator's minutes by week of the period, and what they
      * come to.
       01  WS-EMP-TOTALS.
           05  WE-SHIFTS             PIC 9(3).
           05  WE-WEEK-MINS          PIC 9(5) OCCURS 5 TIMES.
           05  WE-REG-MINS           PIC 9(6).
           05  WE-OT-MINS            PIC 9(6).
           05  WE-REG-HOURS          PIC 9(4)V99.
           05  WE-OT-HOURS           PIC 9(4)V99.
           05  WE-NAME               PIC X(20).

       01  WS-GRAND-TOTALS.
           05  WG-REG-HOURS          PIC 9(6)V99 VALUE ZERO.
           05  WG-OT-HOURS           PIC 9(6)V99 VALUE ZERO.
           05  WG-SHIFTS             PIC 9(5) VALUE ZERO.

      * Clocked minutes and projected staff-hours per day of the
      * period (up to 35) and site (up to 5, tags below).
       01  WS-SITE-TAGS.
           05  WS-SITE-TAG           PIC X(2) OCCURS 5 TIMES.
       01  WS-LABOR-TABLE.
           05  WL-DAY OCCURS 35 TIMES.
               10  WL-SITE OCCURS 5 TIMES.
                   15  WL-ACT-MINS   PIC 9(6).
                   15  WL-PROJ-HRS   PIC 9(5).
                   15  WL-PROJ-HAVE  PIC X.

      * Shifts left unpaid, listed after the totals.
       01  WS-UNPAID-TABLE.
           05  WS-UNPAID-LINE        PIC X(80) OCCURS 50 TIMES.
       01  WS-UNPAID-CNT             PIC 99 VALUE ZERO.

       01  WS-EXPORT-FIELDS.
           05  WX-REG                PIC 9(4).99.
           05  WX-OT                 PIC 9(4).99.

       01  WS-RPT-HEADER.
           05  PIC X(30) VALUE "MRS PAYROLL HOURS - PERIOD".
           05  RH-START              PIC 9(8).
           05  PIC X(4)  VALUE " TO ".
           05  RH-END                PIC 9(8).
           05  PIC X(30) VALUE SPACES.

       01  WS-RPT-RULE.
           05  PIC X(24) VALUE "OVERTIME PAST".
           05  RR-OT-HRS             PIC ZZ9.99.
           05  PIC X(50) VALUE " HOURS IN A WEEK".

       01  WS-RPT-COL-HDR.
           05  PIC X(10) VALUE "OPERATOR".
           05  PIC X(22) VALUE "NAME".
           05  PIC X(8)  VALUE "SHIFTS".
           05  PIC X(10) VALUE "  REGULAR".
           05  PIC X(10) VALUE " OVERTIME".
           05  PIC X(10) VALUE "    TOTAL".
           05  PIC X(10) VALUE SPACES.

       01  WS-RPT-DETAIL.
           05  RD-OPERATOR           PIC X(8).
           05  PIC X(2)  VALUE SPACES.
           05  RD-NAME               PIC X(20).
           05  PIC X(2)  VALUE SPACES.
           05  RD-SHIFTS             PIC ZZZZ9.
           05  PIC X(3)  VALUE SPACES.
           05  RD-REG                PIC ZZ,ZZ9.99.
           05  PIC X(1)  VALUE SPACES.
           05  RD-OT                 PIC ZZ,ZZ9.99.
           05  PIC X(1)  VALUE SPACES.
           05  RD-TOTAL              PIC ZZ,ZZ9.99.
           05  PIC X(11) VALUE SPACES.

       01  WS-RPT-UNPAID-HDR.
           05  PIC X(80) VALUE "SHIFTS NOT PAID".

       01  WS-UNPAID-BUILD.
           05  UB-OPERATOR           PIC X(8).
           05  PIC X(2)  VALUE SPACES.
           05  UB-DATE               PIC 9(8).
           05  PIC X(1)  VALUE SPACES.
           05  UB-TIME               PIC 9(4).
           05  PIC X(3)  VALUE SPACES.
           05  UB-SITE               PIC X(2).
           05  PIC X(3)  VALUE SPACES.
           05  UB-REASON             PIC X(40).
           05  PIC X(9)  VALUE SPACES.

       01  WS-RPT-LABOR-HDR.
           05  PIC X(80) VALUE
               "LABOR HOURS BY DAY - CLOCKED AGAINST THE STAFFING WORKSH
      -        "EET".

       01  WS-RPT-LABOR-COLS.
           05  PIC X(10) VALUE "DATE".
           05  PIC X(6)  VALUE "SITE".
           05  PIC X(12) VALUE "  PROJECTED".
           05  PIC X(12) VALUE "    CLOCKED".
           05  PIC X(12) VALUE "   VARIANCE".
           05  PIC X(28) VALUE SPACES.

       01  WS-RPT-LABOR.
           05  RL-DATE               PIC 9(8).
           05  PIC X(2)  VALUE SPACES.
           05  RL-SITE               PIC X(2).
           05  PIC X(4)  VALUE SPACES.
           05  RL-PROJ               PIC X(11).
           05  PIC X(1)  VALUE SPACES.
           05  RL-ACT                PIC ZZZ,ZZ9.99.
           05  PIC X(2)  VALUE SPACES.
           05  RL-VAR                PIC ---,--9.99.
           05  PIC X(30) VALUE SPACES.

       01  WS-LABOR-WORK.
           05  WW-PROJ-EDIT          PIC ZZZ,ZZ9.99.
           05  WW-ACT-HRS            PIC 9(6)V99.
           05  WW-VAR-HRS            PIC S9(6)V99.

       01  WS-RPT-BLANK              PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.
       100-MAIN.
           PERFORM 900-OPEN-FILES THRU 900-EXIT
           MOVE FUNCTION CURRENT-DATE TO WS-DATETIME
           COMPUTE WS-TODAY-NUM =
               (WS-YEAR * 10000) + (WS-MONTH * 100) + WS-DAY
      *    A request off the report queue brings its parameters
      *    with it; run by hand, they come off the console.
           IF MRS-RPQ-ACTIVE = "Y"
               MOVE MRS-RPQ-PARM(1) TO WS-END-DATE
           ELSE
               ACCEPT WS-END-DATE
           END-IF
           IF WS-END-DATE = ZEROS
               COMPUTE WS-DATE-INT =
                   FUNCTION INTEGER-OF-DATE (WS-TODAY-NUM) - 1
               COMPUTE WS-END-DATE =
                   FUNCTION DATE-OF-INTEGER (WS-DATE-INT)
           END-IF
           PERFORM 150-LOAD-RULES THRU 150-EXIT
           COMPUTE WS-END-INT = FUNCTION INTEGER-OF-DATE (WS-END-DATE)
           COMPUTE WS-START-INT = WS-END-INT - WS-PERIOD-DAYS + 1
           COMPUTE WS-START-DATE =
               FUNCTION DATE-OF-INTEGER (WS-START-INT)

           INITIALIZE WS-LABOR-TABLE
           MOVE SPACES TO WS-SITE-TAGS
           PERFORM 200-LOAD-PROJECTION THRU 200-EXIT

           OPEN OUTPUT MRS-PAYROLL-EXPORT
           OPEN OUTPUT MRS-PAYROLL-RPT
           MOVE "H" TO MRS-OBP-FUNCTION
           MOVE "MRS-7460" TO MRS-OBP-SOURCE
           MOVE "PAYHRS" TO MRS-OBP-FILE-CODE
           MOVE SPACES TO MRS-OBP-SITE
           MOVE UT-SYS-PAY-EXPORT TO MRS-OBP-PATH
           CALL "MRS-6540" USING MRS-OB-PUT
           MOVE MRS-OBP-LINE TO MRS-PAYROLL-LINE
           WRITE MRS-PAYROLL-LINE

           MOVE WS-START-DATE TO RH-START
           MOVE WS-END-DATE TO RH-END
           WRITE MRS-PAY-RPT-LINE FROM WS-RPT-HEADER
           MOVE WS-OT-WEEK-HRS TO RR-OT-HRS
           WRITE MRS-PAY-RPT-LINE FROM WS-RPT-RULE
           WRITE MRS-PAY-RPT-LINE FROM WS-RPT-BLANK
           WRITE MRS-PAY-RPT-LINE FROM WS-RPT-COL-HDR

           PERFORM 300-WALK-PUNCHES THRU 300-EXIT

           MOVE "T" TO MRS-OBP-FUNCTION
           CALL "MRS-6540" USING MRS-OB-PUT
           MOVE MRS-OBP-LINE TO MRS-PAYROLL-LINE
           WRITE MRS-PAYROLL-LINE
           CLOSE MRS-PAYROLL-EXPORT

           PERFORM 500-PRINT-TOTALS THRU 500-EXIT
           PERFORM 550-PRINT-UNPAID THRU 550-EXIT
           PERFORM 600-PRINT-LABOR THRU 600-EXIT
           CLOSE MRS-PAYROLL-RPT

           DISPLAY "MRS-7460 PAYROLL: " WS-EMP-CNT
               " OPERATOR(S), " WG-SHIFTS " SHIFT(S) FOR "
               WS-START-DATE "-" WS-END-DATE ", "
               WS-OPEN-CNT " STILL OPEN."

           PERFORM 910-CLOSE-FILES THRU 910-EXIT
      *    The finished output registers on the report spool so
      *    the office can find and reprint it later.
           MOVE "MRS-7460" TO MRS-SP-PROGRAM
           MOVE SPACES TO MRS-SP-PARMS
           MOVE WS-END-DATE TO MRS-SP-PARMS(1:8)
           MOVE UT-SYS-PAY-RPT TO MRS-SP-PATH
           CALL "MRS-7050" USING MRS-SPOOL-PUT
           GOBACK.
       100-EXIT.
           EXIT.

      * The period's length and the weekly overtime threshold in
      * force on the period's last day.
       150-LOAD-RULES.
           MOVE "PAY-PERIOD" TO MRS-BPP-NAME
           MOVE WS-END-DATE TO MRS-BPP-AS-OF
           MOVE WS-PERIOD-DAYS TO MRS-BPP-VALUE
           CALL "MRS-1760" USING MRS-BPM-PUT
           MOVE MRS-BPP-VALUE TO WS-PERIOD-DAYS
           IF WS-PERIOD-DAYS < 1 OR WS-PERIOD-DAYS > 35
               MOVE 14 TO WS-PERIOD-DAYS
           END-IF
           MOVE "OT-WEEK-HRS" TO MRS-BPP-NAME
           MOVE WS-END-DATE TO MRS-BPP-AS-OF
           MOVE WS-OT-WEEK-HRS TO MRS-BPP-VALUE
           CALL "MRS-1760" USING MRS-BPM-PUT
           MOVE MRS-BPP-VALUE TO WS-OT-WEEK-HRS
           COMPUTE WS-OT-WEEK-MINS ROUNDED = WS-OT-WEEK-HRS * 60.
       150-EXIT.
           EXIT.

      * The staffing worksheet's projection for each day of the
      * period, where one was printed.
       200-LOAD-PROJECTION.
           IF WS-LPJ-OPEN NOT = "Y"
               GO TO 200-EXIT
           END-IF
           MOVE "N" TO LPJ-EOF
           MOVE WS-START-DATE TO MRS-LPJ-DATE
           MOVE LOW-VALUES TO MRS-LPJ-SITE
           START MRS-LABPROJ-FILE KEY IS NOT LESS THAN MRS-LPJ-KEY
               INVALID KEY
                   MOVE "Y" TO LPJ-EOF
           END-START
           PERFORM UNTIL LPJ-EOF = "Y"
               READ MRS-LABPROJ-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO LPJ-EOF
                   NOT AT END
                       IF MRS-LPJ-DATE > WS-END-DATE
                           MOVE "Y" TO LPJ-EOF
                       ELSE
                           PERFORM 250-ONE-PROJECTION THRU 250-EXIT
                       END-IF
               END-READ
           END-PERFORM.
       200-EXIT.
           EXIT.

       250-ONE-PROJECTION.
           COMPUTE WS-D = FUNCTION INTEGER-OF-DATE (MRS-LPJ-DATE)
               - WS-START-INT + 1
           MOVE MRS-LPJ-SITE TO UB-SITE
           PERFORM 280-FIND-SITE THRU 280-EXIT
           COMPUTE WL-PROJ-HRS(WS-D, WS-S) = MRS-LPJ-BOX-HOURS
               + MRS-LPJ-CON-HOURS + MRS-LPJ-USH-HOURS
           MOVE "Y" TO WL-PROJ-HAVE(WS-D, WS-S).
       250-EXIT.
           EXIT.

      * The table slot for the site in UB-SITE, taking the next
      * free one the first time a site turns up; the fifth slot
      * takes whatever will not fit.
       280-FIND-SITE.
           PERFORM VARYING WS-S FROM 1 BY 1 UNTIL WS-S > WS-SITE-CNT
               IF WS-SITE-TAG(WS-S) = UB-SITE
                   GO TO 280-EXIT
               END-IF
           END-PERFORM
           IF WS-SITE-CNT < 5
               ADD 1 TO WS-SITE-CNT
               MOVE WS-SITE-CNT TO WS-S
               MOVE UB-SITE TO WS-SITE-TAG(WS-S)
           ELSE
               MOVE 5 TO WS-S
           END-IF.
       280-EXIT.
           EXIT.

      * The punch file is in operator order; each operator's shifts
      * are totalled as they go by and paid out at the break.
       300-WALK-PUNCHES.
           MOVE "N" TO PCH-EOF
           MOVE SPACES TO WS-CUR-OPERATOR
           IF WS-PCH-STATUS NOT = '00'
               GO TO 300-EXIT
           END-IF
           MOVE LOW-VALUES TO MRS-PCH-KEY
           START MRS-PUNCH-FILE KEY IS NOT LESS THAN MRS-PCH-KEY
               INVALID KEY
                   MOVE "Y" TO PCH-EOF
           END-START
           PERFORM UNTIL PCH-EOF = "Y"
               READ MRS-PUNCH-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO PCH-EOF
                   NOT AT END
                       IF MRS-PCH-OPERATOR NOT = WS-CUR-OPERATOR
                           PERFORM 400-END-OPERATOR THRU 400-EXIT
                           MOVE MRS-PCH-OPERATOR TO WS-CUR-OPERATOR
                           INITIALIZE WS-EMP-TOTALS
                       END-IF
                       PERFORM 350-ONE-SHIFT THRU 350-EXIT
               END-READ
           END-PERFORM
           PERFORM 400-END-OPERATOR THRU 400-EXIT.
       300-EXIT.
           EXIT.

       350-ONE-SHIFT.
           IF MRS-PCH-PAY-IN-DATE < WS-START-DATE OR
              MRS-PCH-PAY-IN-DATE > WS-END-DATE
               GO TO 350-EXIT
           END-IF
           IF MRS-PCH-STATUS = "V"
               ADD 1 TO WS-VOID-CNT
               MOVE "VOIDED - NOT PAID" TO UB-REASON
               PERFORM 380-NOTE-UNPAID THRU 380-EXIT
               GO TO 350-EXIT
           END-IF
           IF MRS-PCH-STATUS NOT = "C"
               ADD 1 TO WS-OPEN-CNT
               MOVE "STILL CLOCKED IN - SUPERVISOR TO CLOSE"
                   TO UB-REASON
               PERFORM 380-NOTE-UNPAID THRU 380-EXIT
               GO TO 350-EXIT
           END-IF
           MOVE MRS-PCH-PAY-IN-DATE TO WC-IN-DATE
           MOVE MRS-PCH-PAY-IN-TIME TO WC-IN-TIME
           MOVE MRS-PCH-PAY-OUT-DATE TO WC-OUT-DATE
           MOVE MRS-PCH-PAY-OUT-TIME TO WC-OUT-TIME
           PERFORM 700-SHIFT-MINUTES THRU 700-EXIT
           IF WC-MINUTES NOT > ZERO OR WC-MINUTES > 1440
               MOVE "TIMES DO NOT MAKE A SHIFT - NOT PAID"
                   TO UB-REASON
               PERFORM 380-NOTE-UNPAID THRU 380-EXIT
               GO TO 350-EXIT
           END-IF
           COMPUTE WS-D = FUNCTION INTEGER-OF-DATE (WC-IN-DATE)
               - WS-START-INT + 1
           COMPUTE WS-W = ((WS-D - 1) / 7) + 1
           ADD WC-MINUTES TO WE-WEEK-MINS(WS-W)
           ADD 1 TO WE-SHIFTS
           MOVE MRS-PCH-SITE TO UB-SITE
           PERFORM 280-FIND-SITE THRU 280-EXIT
           ADD WC-MINUTES TO WL-ACT-MINS(WS-D, WS-S).
       350-EXIT.
           EXIT.

       380-NOTE-UNPAID.
           IF WS-UNPAID-CNT >= 50
               GO TO 380-EXIT
           END-IF
           ADD 1 TO WS-UNPAID-CNT
           MOVE MRS-PCH-OPERATOR TO UB-OPERATOR
           MOVE MRS-PCH-PAY-IN-DATE TO UB-DATE
           MOVE MRS-PCH-PAY-IN-TIME TO UB-TIME
           MOVE MRS-PCH-SITE TO UB-SITE
           MOVE WS-UNPAID-BUILD TO WS-UNPAID-LINE(WS-UNPAID-CNT).
       380-EXIT.
           EXIT.

      * Each week's minutes up to the threshold are regular, the
      * rest overtime. The operator's line goes to the payroll file
      * and the report.
       400-END-OPERATOR.
           IF WS-CUR-OPERATOR = SPACES OR WE-SHIFTS = ZERO
               GO TO 400-EXIT
           END-IF
           PERFORM VARYING WS-W FROM 1 BY 1 UNTIL WS-W > 5
               IF WE-WEEK-MINS(WS-W) > WS-OT-WEEK-MINS
                   ADD WS-OT-WEEK-MINS TO WE-REG-MINS
                   COMPUTE WE-OT-MINS = WE-OT-MINS
                       + WE-WEEK-MINS(WS-W) - WS-OT-WEEK-MINS
               ELSE
                   ADD WE-WEEK-MINS(WS-W) TO WE-REG-MINS
               END-IF
           END-PERFORM
           COMPUTE WE-REG-HOURS ROUNDED = WE-REG-MINS / 60
           COMPUTE WE-OT-HOURS ROUNDED = WE-OT-MINS / 60
           MOVE SPACES TO WE-NAME
           IF WS-OPR-OPEN = "Y"
               MOVE WS-CUR-OPERATOR TO MRS-OPR-ID
               READ MRS-OPERATOR-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE MRS-OPR-NAME TO WE-NAME
               END-READ
           END-IF

           MOVE WE-REG-HOURS TO WX-REG
           MOVE WE-OT-HOURS TO WX-OT
           MOVE SPACES TO MRS-PAYROLL-LINE
           STRING WS-START-DATE DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  WS-END-DATE DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  WS-CUR-OPERATOR DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  WE-NAME DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  WX-REG DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  WX-OT DELIMITED BY SIZE
               INTO MRS-PAYROLL-LINE
           END-STRING
           WRITE MRS-PAYROLL-LINE
           ADD 1 TO MRS-OBP-COUNT
           ADD WE-REG-HOURS TO MRS-OBP-HASH
           ADD WE-OT-HOURS TO MRS-OBP-HASH

           MOVE WS-CUR-OPERATOR TO RD-OPERATOR
           MOVE WE-NAME TO RD-NAME
           MOVE WE-SHIFTS TO RD-SHIFTS
           MOVE WE-REG-HOURS TO RD-REG
           MOVE WE-OT-HOURS TO RD-OT
           COMPUTE RD-TOTAL = WE-REG-HOURS + WE-OT-HOURS
           WRITE MRS-PAY-RPT-LINE FROM WS-RPT-DETAIL

           ADD 1 TO WS-EMP-CNT
           ADD WE-SHIFTS TO WG-SHIFTS
           ADD WE-REG-HOURS TO WG-REG-HOURS
           ADD WE-OT-HOURS TO WG-OT-HOURS.
       400-EXIT.
           EXIT.

       500-PRINT-TOTALS.
           MOVE SPACES TO RD-OPERATOR
           MOVE "PERIOD TOTAL" TO RD-NAME
           MOVE WG-SHIFTS TO RD-SHIFTS
           MOVE WG-REG-HOURS TO RD-REG
           MOVE WG-OT-HOURS TO RD-OT
           COMPUTE RD-TOTAL = WG-REG-HOURS + WG-OT-HOURS
           WRITE MRS-PAY-RPT-LINE FROM WS-RPT-BLANK
           WRITE MRS-PAY-RPT-LINE FROM WS-RPT-DETAIL.
       500-EXIT.
           EXIT.

       550-PRINT-UNPAID.
           IF WS-UNPAID-CNT = ZERO
               GO TO 550-EXIT
           END-IF
           WRITE MRS-PAY-RPT-LINE FROM WS-RPT-BLANK
           WRITE MRS-PAY-RPT-LINE FROM WS-RPT-UNPAID-HDR
           PERFORM VARYING WS-X FROM 1 BY 1 UNTIL WS-X > WS-UNPAID-CNT
               WRITE MRS-PAY-RPT-LINE FROM WS-UNPAID-LINE(WS-X)
           END-PERFORM.
       550-EXIT.
           EXIT.

      * One line per day and site with either hours clocked or a
      * projection.
       600-PRINT-LABOR.
           WRITE MRS-PAY-RPT-LINE FROM WS-RPT-BLANK
           WRITE MRS-PAY-RPT-LINE FROM WS-RPT-LABOR-HDR
           WRITE MRS-PAY-RPT-LINE FROM WS-RPT-LABOR-COLS
           PERFORM 650-PRINT-ONE-DAY THRU 650-EXIT
               VARYING WS-D FROM 1 BY 1 UNTIL WS-D > WS-PERIOD-DAYS.
       600-EXIT.
           EXIT.

       650-PRINT-ONE-DAY.
           COMPUTE WS-DATE-INT = WS-START-INT + WS-D - 1
           COMPUTE RL-DATE = FUNCTION DATE-OF-INTEGER (WS-DATE-INT)
           PERFORM VARYING WS-S FROM 1 BY 1 UNTIL WS-S > WS-SITE-CNT
               IF WL-ACT-MINS(WS-D, WS-S) > ZERO OR
                  WL-PROJ-HAVE(WS-D, WS-S) = "Y"
                   MOVE WS-SITE-TAG(WS-S) TO RL-SITE
                   COMPUTE WW-ACT-HRS ROUNDED =
                       WL-ACT-MINS(WS-D, WS-S) / 60
                   MOVE WW-ACT-HRS TO RL-ACT
                   IF WL-PROJ-HAVE(WS-D, WS-S) = "Y"
                       MOVE WL-PROJ-HRS(WS-D, WS-S) TO WW-PROJ-EDIT
                       MOVE WW-PROJ-EDIT TO RL-PROJ
                       COMPUTE WW-VAR-HRS =
                           WW-ACT-HRS - WL-PROJ-HRS(WS-D, WS-S)
                       MOVE WW-VAR-HRS TO RL-VAR
                   ELSE
                       MOVE "NO WORKSHT" TO RL-PROJ
                       MOVE ZERO TO RL-VAR
                   END-IF
                   WRITE MRS-PAY-RPT-LINE FROM WS-RPT-LABOR
               END-IF
           END-PERFORM.
       650-EXIT.
           EXIT.

      * Minutes from WC-IN to WC-OUT, across midnight as needed.
       700-SHIFT-MINUTES.
           COMPUTE WC-MINUTES =
               ((FUNCTION INTEGER-OF-DATE (WC-OUT-DATE) -
                 FUNCTION INTEGER-OF-DATE (WC-IN-DATE)) * 1440)
               + (WC-OUT-HH * 60) + WC-OUT-MM
               - (WC-IN-HH * 60) - WC-IN-MM.
       700-EXIT.
           EXIT.

      * Opens the files. No operator master means no names on the
      * lines; no projection file means no projections to show.
       900-OPEN-FILES.
           PERFORM 160-LOAD-FILE-CONFIG THRU 160-END
           OPEN INPUT MRS-PUNCH-FILE
           OPEN INPUT MRS-OPERATOR-FILE
           IF WS-OPR-STATUS = '00'
               MOVE "Y" TO WS-OPR-OPEN
           END-IF
           OPEN INPUT MRS-LABPROJ-FILE
           IF WS-LPJ-STATUS = '00'
               MOVE "Y" TO WS-LPJ-OPEN
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
               WHEN "PUNCH"
                   MOVE CFG-PATH TO UT-SYS-PUNCH
               WHEN "OPERATOR"
                   MOVE CFG-PATH TO UT-SYS-OPERATOR
               WHEN "LABPROJ"
                   MOVE CFG-PATH TO UT-SYS-LABPROJ
               WHEN "PAY-EXPORT"
                   MOVE CFG-PATH TO UT-SYS-PAY-EXPORT
               WHEN "PAY-RPT"
                   MOVE CFG-PATH TO UT-SYS-PAY-RPT
           END-EVALUATE.
       170-END.
           EXIT.

      * Closes the files
       910-CLOSE-FILES.
           IF WS-OPR-OPEN = "Y"
               CLOSE MRS-OPERATOR-FILE
           END-IF
           IF WS-LPJ-OPEN = "Y"
               CLOSE MRS-LABPROJ-FILE
           END-IF
           CLOSE MRS-PUNCH-FILE.
       910-EXIT.
           EXIT.

       end program MRS-7460.
