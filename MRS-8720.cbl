       IDENTIFICATION DIVISION.
       PROGRAM-ID.  MRS-8720.
       AUTHOR.  JOHN BELLEK.
      *****************************************************************
      * Monthly guest incident report. Every complaint logged on the
      * incident screen (MRS-1850) carries a category, the screen it
      * happened at, and the operator on duty; this report counts
      * one month's incidents three ways so a problem that keeps
      * coming back shows up as a number instead of a memory:
      *
      *   by category  - incidents, how many were made good, and the
      *                  face value given back in refunds, comp
      *                  passes and vouchers
      *   by screen    - each auditorium across the categories, so
      *                  screen 3's sound stands out from the rest
      *   by operator  - the operator on duty, the same way
      *
      * then lists the month's incidents one line apiece.
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
           SELECT MRS-INCIDENT-FILE
               ASSIGN TO UT-SYS-INCIDENT
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS MRS-INC-ID
               FILE STATUS IS WS-INC-STATUS.

           SELECT MRS-INCIDENT-RPT
               ASSIGN TO UT-SYS-INCIDENT-RPT
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT MRS-FILE-CONFIG-FILE
               ASSIGN TO UT-SYS-FILE-CFG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CFG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       COPY "CPYBOOKS/MRS-INCIDENT.CPY".
       COPY "CPYBOOKS/MRS-FILE-CFG.CPY".

       FD  MRS-INCIDENT-RPT
           RECORD CONTAINS 80 CHARACTERS.
       01  MRS-INCIDENT-LINE                   PIC X(80).

       WORKING-STORAGE SECTION.
       COPY "CPYBOOKS/DATETIME.CPY".
       COPY "CPYBOOKS/MRS-SIGNON.CPY".
       COPY "CPYBOOKS/MRS-TRNPUT.CPY".
       COPY "CPYBOOKS/MRS-SPLPUT.CPY".
       COPY "CPYBOOKS/MRS-RPQCTL.CPY".
       COPY "CPYBOOKS/MRS-FCLPUT.CPY".

       01  WS-FILENAMES.
           05  UT-SYS-INCIDENT       PIC X(50)
                               VALUE "C:\COBOL\MRS-INCIDENT-INDEX.DAT".
           05  UT-SYS-INCIDENT-RPT   PIC X(50)
                               VALUE "C:\COBOL\MRS-INCIDENTS.RPT".
           05  UT-SYS-FILE-CFG       PIC X(50)
                                   VALUE "C:\COBOL\MRS-FILE-PATHS.CFG".

       01  WS-FILE-CFG-CTL.
           05  WS-CFG-STATUS         PIC XX.
           05  WS-CFG-EOF            PIC X.
               88  CFG-EOF VALUE 'Y'.

       01  WS-CONTROL.
           05  WS-INC-STATUS         PIC XX.
           05  INC-EOF               PIC X.
           05  WS-I                  PIC 9(2).
           05  WS-C                  PIC 9(2).
           05  WS-TOTAL              PIC 9(5).
           05  WS-INC-COUNT          PIC 9(5) VALUE ZERO.

      * The eight categories, in the order the columns print, with
      * a ninth slot for a code not on the list.
       01  WS-CATEGORY-VALUES.
           05  PIC X(16) VALUE "SOSOUND".
           05  PIC X(16) VALUE "PIPICTURE".
           05  PIC X(16) VALUE "SESEAT".
           05  PIC X(16) VALUE "SPSPILL OR MESS".
           05  PIC X(16) VALUE "TETEMPERATURE".
           05  PIC X(16) VALUE "STSTAFF".
           05  PIC X(16) VALUE "GUOTHER GUESTS".
           05  PIC X(16) VALUE "OTOTHER".
           05  PIC X(16) VALUE "??NOT ON LIST".
       01  WS-CATEGORY-TABLE REDEFINES WS-CATEGORY-VALUES.
           05  WS-CAT-SLOT OCCURS 9 TIMES.
               10  WC-CODE           PIC X(2).
               10  WC-NAME           PIC X(14).

       01  WS-CATEGORY-TOTALS.
           05  WS-CAT-TOTAL OCCURS 9 TIMES.
               10  WT-COUNT          PIC 9(5).
               10  WT-MADE-GOOD      PIC 9(5).
               10  WT-VALUE          PIC 9(7)V99.

      * By site and screen, each across the categories. Screen zero
      * is an incident away from any auditorium.
       01  WS-SCREEN-TABLE.
           05  WS-SCR-COUNT          PIC 9(2) VALUE ZERO.
           05  WS-SCR-SLOT OCCURS 40 TIMES INDEXED BY SCR-I.
               10  WS-SCR-KEY.
                   15  WS-SCR-SITE   PIC X(2).
                   15  WS-SCR-NO     PIC 99.
               10  WS-SCR-CAT        PIC 9(3) OCCURS 9 TIMES.

      * By operator on duty, the same way.
       01  WS-OPER-TABLE.
           05  WS-OPR-COUNT          PIC 9(2) VALUE ZERO.
           05  WS-OPR-SLOT OCCURS 40 TIMES INDEXED BY OPR-I.
               10  WS-OPR-ID         PIC X(8).
               10  WS-OPR-CAT        PIC 9(3) OCCURS 9 TIMES.

       01  WS-SEEK-SCREEN.
           05  WS-SEEK-SITE          PIC X(2).
           05  WS-SEEK-NO            PIC 99.

       01  WS-RPT-HEADER.
           05  PIC X(30) VALUE "MRS GUEST INCIDENT REPORT -".
           05  RH-PERIOD             PIC X(20).
           05  PIC X(30) VALUE SPACES.

       01  WS-RPT-CAT-HDR.
           05  PIC X(20) VALUE "BY CATEGORY:".
           05  PIC X(10) VALUE " INCIDENTS".
           05  PIC X(12) VALUE "  MADE GOOD".
           05  PIC X(14) VALUE "  VALUE GIVEN".
           05  PIC X(24) VALUE SPACES.

       01  WS-RPT-CAT-DETAIL.
           05  PIC X(2)  VALUE SPACES.
           05  RC-CODE               PIC X(2).
           05  PIC X(1)  VALUE SPACE.
           05  RC-NAME               PIC X(14).
           05  PIC X(6)  VALUE SPACES.
           05  RC-COUNT              PIC ZZZZ9.
           05  PIC X(7)  VALUE SPACES.
           05  RC-MADE-GOOD          PIC ZZZZ9.
           05  PIC X(3)  VALUE SPACES.
           05  RC-VALUE              PIC Z,ZZZ,ZZ9.99.
           05  PIC X(23) VALUE SPACES.

      * The across-the-categories heading serves both the screen
      * and the operator sections - only the first column changes.
       01  WS-RPT-CROSS-HDR.
           05  RX-TAG-HDR            PIC X(12).
           05  PIC X(40)
               VALUE "   SO   PI   SE   SP   TE   ST   GU   OT".
           05  PIC X(10) VALUE "   ??  TOT".
           05  PIC X(18) VALUE SPACES.

       01  WS-RPT-CROSS-DETAIL.
           05  RX-TAG                PIC X(12).
           05  RX-CELL               PIC ZZZZ9 OCCURS 9 TIMES.
           05  RX-TOTAL              PIC ZZZZ9.
           05  PIC X(18) VALUE SPACES.

       01  WS-RPT-SCREEN-TAG.
           05  PIC X(5)  VALUE "SITE ".
           05  RT-SITE               PIC X(2).
           05  PIC X(1)  VALUE SPACE.
           05  RT-SCREEN             PIC X(4).

       01  WS-RPT-LIST-HDR.
           05  PIC X(7)  VALUE "INCID".
           05  PIC X(9)  VALUE "DATE".
           05  PIC X(5)  VALUE "TIME".
           05  PIC X(6)  VALUE "ST SC".
           05  PIC X(5)  VALUE "SEAT".
           05  PIC X(3)  VALUE "CT".
           05  PIC X(9)  VALUE "ON DUTY".
           05  PIC X(3)  VALUE "MG".
           05  PIC X(33) VALUE "WHAT HAPPENED".

       01  WS-RPT-LIST-DETAIL.
           05  RL-ID                 PIC 9(6).
           05  PIC X(1)  VALUE SPACE.
           05  RL-DATE               PIC 9(8).
           05  PIC X(1)  VALUE SPACE.
           05  RL-TIME               PIC 9(4).
           05  PIC X(1)  VALUE SPACE.
           05  RL-SITE               PIC X(2).
           05  PIC X(1)  VALUE SPACE.
           05  RL-SCREEN             PIC Z9.
           05  PIC X(1)  VALUE SPACE.
           05  RL-SEAT               PIC X(4).
           05  PIC X(1)  VALUE SPACE.
           05  RL-CATEGORY           PIC X(2).
           05  PIC X(1)  VALUE SPACE.
           05  RL-ON-DUTY            PIC X(8).
           05  PIC X(1)  VALUE SPACE.
           05  RL-MG-TYPE            PIC X.
           05  PIC X(2)  VALUE SPACES.
           05  RL-DESC               PIC X(33).

       01  WS-RPT-TOTAL.
           05  PIC X(20) VALUE "INCIDENTS IN RANGE:".
           05  RR-COUNT              PIC ZZZZ9.
           05  PIC X(55) VALUE SPACES.

       01  WS-RPT-NONE               PIC X(80)
           VALUE "NO INCIDENTS LOGGED IN THIS RANGE.".
       01  WS-RPT-LIST-TITLE         PIC X(80)
           VALUE "THE INCIDENTS:".
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
               DISPLAY "MRS-8720: RANGE " MRS-FCL-RANGE
                   " NOT ON THE CALENDAR - NOTHING REPORTED."
               GOBACK
           END-IF
           INITIALIZE WS-CATEGORY-TOTALS

           OPEN OUTPUT MRS-INCIDENT-RPT
           MOVE MRS-FCL-LABEL TO RH-PERIOD
           WRITE MRS-INCIDENT-LINE FROM WS-RPT-HEADER
           WRITE MRS-INCIDENT-LINE FROM WS-RPT-BLANK
           PERFORM 200-TALLY-INCIDENTS THRU 200-EXIT
           PERFORM 400-PRINT-SUMMARY THRU 400-EXIT
           CLOSE MRS-INCIDENT-RPT

           DISPLAY "MRS-8720 INCIDENTS: " MRS-FCL-LABEL " "
               WS-INC-COUNT " REPORTED."
      *    The finished output registers on the report spool so
      *    the office can find and reprint it later.
           MOVE "MRS-8720" TO MRS-SP-PROGRAM
           MOVE SPACES TO MRS-SP-PARMS
           MOVE MRS-FCL-RANGE TO MRS-SP-PARMS(1:8)
           MOVE UT-SYS-INCIDENT-RPT TO MRS-SP-PATH
           CALL "MRS-7050" USING MRS-SPOOL-PUT
           GOBACK.
       100-EXIT.
           EXIT.

      * One pass of the incident file counts the range's incidents
      * into the three tables; the list that follows the summaries
      * is printed off a second pass.
       200-TALLY-INCIDENTS.
           MOVE "N" TO INC-EOF
           OPEN INPUT MRS-INCIDENT-FILE
           IF WS-INC-STATUS NOT = '00'
               GO TO 200-EXIT
           END-IF
           PERFORM UNTIL INC-EOF = "Y"
               READ MRS-INCIDENT-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO INC-EOF
                   NOT AT END
                       IF MRS-INC-DATE >= MRS-FCL-FROM AND
                          MRS-INC-DATE <= MRS-FCL-TO
                           PERFORM 250-TALLY-ONE THRU 250-EXIT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE MRS-INCIDENT-FILE.
       200-EXIT.
           EXIT.

       250-TALLY-ONE.
           ADD 1 TO WS-INC-COUNT
           PERFORM VARYING WS-C FROM 1 BY 1
               UNTIL WS-C > 8 OR WC-CODE(WS-C) = MRS-INC-CATEGORY
               CONTINUE
           END-PERFORM
           ADD 1 TO WT-COUNT(WS-C)
           IF MRS-INC-MG-TYPE = "R" OR MRS-INC-MG-TYPE = "C" OR
              MRS-INC-MG-TYPE = "V"
               ADD 1 TO WT-MADE-GOOD(WS-C)
               ADD MRS-INC-MG-AMOUNT TO WT-VALUE(WS-C)
           END-IF

           MOVE MRS-INC-SITE TO WS-SEEK-SITE
           IF WS-SEEK-SITE = SPACES
               MOVE "01" TO WS-SEEK-SITE
           END-IF
           MOVE MRS-INC-SCREEN TO WS-SEEK-NO
           SET SCR-I TO 1
           SEARCH WS-SCR-SLOT
               AT END
                   IF WS-SCR-COUNT < 40
                       ADD 1 TO WS-SCR-COUNT
                       SET SCR-I TO WS-SCR-COUNT
                       MOVE WS-SEEK-SCREEN TO WS-SCR-KEY(SCR-I)
                       PERFORM VARYING WS-I FROM 1 BY 1
                           UNTIL WS-I > 9
                           MOVE ZEROS TO WS-SCR-CAT(SCR-I WS-I)
                       END-PERFORM
                   ELSE
                       SET SCR-I TO 40
                   END-IF
               WHEN WS-SCR-KEY(SCR-I) = WS-SEEK-SCREEN
                   CONTINUE
           END-SEARCH
           ADD 1 TO WS-SCR-CAT(SCR-I WS-C)

           SET OPR-I TO 1
           SEARCH WS-OPR-SLOT
               AT END
                   IF WS-OPR-COUNT < 40
                       ADD 1 TO WS-OPR-COUNT
                       SET OPR-I TO WS-OPR-COUNT
                       MOVE MRS-INC-ON-DUTY TO WS-OPR-ID(OPR-I)
                       PERFORM VARYING WS-I FROM 1 BY 1
                           UNTIL WS-I > 9
                           MOVE ZEROS TO WS-OPR-CAT(OPR-I WS-I)
                       END-PERFORM
                   ELSE
                       SET OPR-I TO 40
                   END-IF
               WHEN WS-OPR-ID(OPR-I) = MRS-INC-ON-DUTY
                   CONTINUE
           END-SEARCH
           ADD 1 TO WS-OPR-CAT(OPR-I WS-C).
       250-EXIT.
           EXIT.

       400-PRINT-SUMMARY.
           IF WS-INC-COUNT = ZERO
               WRITE MRS-INCIDENT-LINE FROM WS-RPT-NONE
               GO TO 400-EXIT
           END-IF
           WRITE MRS-INCIDENT-LINE FROM WS-RPT-CAT-HDR
           PERFORM VARYING WS-C FROM 1 BY 1 UNTIL WS-C > 9
               IF WT-COUNT(WS-C) > ZERO
                   MOVE WC-CODE(WS-C) TO RC-CODE
                   MOVE WC-NAME(WS-C) TO RC-NAME
                   MOVE WT-COUNT(WS-C) TO RC-COUNT
                   MOVE WT-MADE-GOOD(WS-C) TO RC-MADE-GOOD
                   MOVE WT-VALUE(WS-C) TO RC-VALUE
                   WRITE MRS-INCIDENT-LINE FROM WS-RPT-CAT-DETAIL
               END-IF
           END-PERFORM

           WRITE MRS-INCIDENT-LINE FROM WS-RPT-BLANK
           MOVE "BY SCREEN:" TO RX-TAG-HDR
           WRITE MRS-INCIDENT-LINE FROM WS-RPT-CROSS-HDR
           PERFORM VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-SCR-COUNT
               SET SCR-I TO WS-I
               MOVE WS-SCR-SITE(SCR-I) TO RT-SITE
               IF WS-SCR-NO(SCR-I) = ZERO
                   MOVE "NONE" TO RT-SCREEN
               ELSE
                   MOVE SPACES TO RT-SCREEN
                   MOVE WS-SCR-NO(SCR-I) TO RT-SCREEN(1:2)
               END-IF
               MOVE WS-RPT-SCREEN-TAG TO RX-TAG
               MOVE ZERO TO WS-TOTAL
               PERFORM VARYING WS-C FROM 1 BY 1 UNTIL WS-C > 9
                   MOVE WS-SCR-CAT(SCR-I WS-C) TO RX-CELL(WS-C)
                   ADD WS-SCR-CAT(SCR-I WS-C) TO WS-TOTAL
               END-PERFORM
               MOVE WS-TOTAL TO RX-TOTAL
               WRITE MRS-INCIDENT-LINE FROM WS-RPT-CROSS-DETAIL
           END-PERFORM

           WRITE MRS-INCIDENT-LINE FROM WS-RPT-BLANK
           MOVE "BY OPERATOR:" TO RX-TAG-HDR
           WRITE MRS-INCIDENT-LINE FROM WS-RPT-CROSS-HDR
           PERFORM VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-OPR-COUNT
               SET OPR-I TO WS-I
               MOVE WS-OPR-ID(OPR-I) TO RX-TAG
               MOVE ZERO TO WS-TOTAL
               PERFORM VARYING WS-C FROM 1 BY 1 UNTIL WS-C > 9
                   MOVE WS-OPR-CAT(OPR-I WS-C) TO RX-CELL(WS-C)
                   ADD WS-OPR-CAT(OPR-I WS-C) TO WS-TOTAL
               END-PERFORM
               MOVE WS-TOTAL TO RX-TOTAL
               WRITE MRS-INCIDENT-LINE FROM WS-RPT-CROSS-DETAIL
           END-PERFORM

           WRITE MRS-INCIDENT-LINE FROM WS-RPT-BLANK
           WRITE MRS-INCIDENT-LINE FROM WS-RPT-LIST-TITLE
           WRITE MRS-INCIDENT-LINE FROM WS-RPT-LIST-HDR
           PERFORM 450-LIST-INCIDENTS THRU 450-EXIT
           WRITE MRS-INCIDENT-LINE FROM WS-RPT-BLANK
           MOVE WS-INC-COUNT TO RR-COUNT
           WRITE MRS-INCIDENT-LINE FROM WS-RPT-TOTAL.
       400-EXIT.
           EXIT.

       450-LIST-INCIDENTS.
           MOVE "N" TO INC-EOF
           OPEN INPUT MRS-INCIDENT-FILE
           IF WS-INC-STATUS NOT = '00'
               GO TO 450-EXIT
           END-IF
           PERFORM UNTIL INC-EOF = "Y"
               READ MRS-INCIDENT-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO INC-EOF
                   NOT AT END
                       IF MRS-INC-DATE >= MRS-FCL-FROM AND
                          MRS-INC-DATE <= MRS-FCL-TO
                           PERFORM 460-LIST-ONE THRU 460-EXIT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE MRS-INCIDENT-FILE.
       450-EXIT.
           EXIT.

       460-LIST-ONE.
           MOVE MRS-INC-ID TO RL-ID
           MOVE MRS-INC-DATE TO RL-DATE
           MOVE MRS-INC-TIME TO RL-TIME
           MOVE MRS-INC-SITE TO RL-SITE
           MOVE MRS-INC-SCREEN TO RL-SCREEN
           MOVE MRS-INC-SEAT TO RL-SEAT
           MOVE MRS-INC-CATEGORY TO RL-CATEGORY
           MOVE MRS-INC-ON-DUTY TO RL-ON-DUTY
           IF MRS-INC-MG-TYPE = SPACE
               MOVE "N" TO RL-MG-TYPE
           ELSE
               MOVE MRS-INC-MG-TYPE TO RL-MG-TYPE
           END-IF
           MOVE MRS-INC-DESC TO RL-DESC
           WRITE MRS-INCIDENT-LINE FROM WS-RPT-LIST-DETAIL.
       460-EXIT.
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
               WHEN "INCIDENT"
                   MOVE CFG-PATH TO UT-SYS-INCIDENT
               WHEN "INCIDENT-RPT"
                   MOVE CFG-PATH TO UT-SYS-INCIDENT-RPT
           END-EVALUATE.
       170-END.
           EXIT.

       end program MRS-8720.
