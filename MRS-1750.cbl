       IDENTIFICATION DIVISION.
       PROGRAM-ID.  MRS-1750.
       AUTHOR.  JOHN BELLEK.
      *****************************************************************
      * Business parameter maintenance - supervisors only. The values
      * the business rules run on (turnaround between showings, the
      * daily late fee, the house day, show retention, the repricing
      * flag) live on the business parameter file, each under the
      * date it takes effect; this screen is where they are keyed.
      * Every value carries the operator who keyed it and the day,
      * and every save goes on the audit trail.
      *
      *   E = enter a value, taking effect today or on a later date
      *   C = correct a value that has not taken effect yet
      *   V = view a parameter's values, the one in force marked *
      *
      * A value already in force is never altered - a new value is
      * entered under the date it starts, so the file keeps what was
      * in force on any past day.
      *****************************************************************

       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
           CURSOR IS CRPT
           CRT STATUS IS SCR-STAT.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MRS-BIZPARM-FILE
               ASSIGN TO UT-SYS-BIZPARM
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS MRS-BPM-KEY
               FILE STATUS IS WS-BPM-STATUS.

           SELECT MRS-AUDIT-FILE
               ASSIGN TO UT-SYS-AUDIT
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT MRS-FILE-CONFIG-FILE
               ASSIGN TO UT-SYS-FILE-CFG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CFG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       COPY "CPYBOOKS/MRS-BIZPARM.CPY".
       COPY "CPYBOOKS/MRS-AUDIT.CPY".
       COPY "CPYBOOKS/MRS-FILE-CFG.CPY".

       WORKING-STORAGE SECTION.
       COPY "CPYBOOKS/FUNCTION-KEYS.CPY".
       COPY "CPYBOOKS/MRS-SIGNON.CPY".
       COPY "CPYBOOKS/MRS-SEQPUT.CPY".
       COPY "CPYBOOKS/MRS-TRNPUT.CPY".
       COPY "CPYBOOKS/DATETIME.CPY".

       01 WS-FILENAMES.
         05 UT-SYS-BIZPARM PIC X(50)
           VALUE "C:\COBOL\MRS-BIZPARM-INDEX.DAT".
         05 UT-SYS-AUDIT PIC X(50) VALUE "C:\COBOL\MRS-AUDIT.LOG".
         05 UT-SYS-FILE-CFG PIC X(50)
           VALUE "C:\COBOL\MRS-FILE-PATHS.CFG".

       01 WS-FILE-CFG-CTL.
         05 WS-CFG-STATUS PIC XX.
         05 WS-CFG-EOF PIC X.
           88 CFG-EOF VALUE 'Y'.

      * The parameters the programs look up, and what each one is.
      * A name not in this list is refused, so a mistyped name can
      * never sit on file unread.
       01 WS-PARM-NAMES.
         05 PIC X(12) VALUE "TURNAROUND".
         05 PIC X(30) VALUE "MINUTES BETWEEN SHOWINGS".
         05 PIC X(12) VALUE "LATE-FEE".
         05 PIC X(30) VALUE "RENTAL LATE FEE PER DAY".
         05 PIC X(12) VALUE "HOUSE-DAY".
         05 PIC X(30) VALUE "OPEN MINUTES IN THE HOUSE DAY".
         05 PIC X(12) VALUE "RETAIN-DAYS".
         05 PIC X(30) VALUE "DAYS SHOWINGS KEPT ON FILE".
         05 PIC X(12) VALUE "PRICE-FLAG".
         05 PIC X(30) VALUE "REPRICING FLAG PERCENT".
         05 PIC X(12) VALUE "RETAIN-ACT".
         05 PIC X(30) VALUE "DAYS CLOSED ACTION ITEMS KEPT".
         05 PIC X(12) VALUE "RETAIN-NTF".
         05 PIC X(30) VALUE "DAYS SENT NOTICES KEPT".
         05 PIC X(12) VALUE "RETAIN-HOLD".
         05 PIC X(30) VALUE "DAYS CLOSED GROUP HOLDS KEPT".
         05 PIC X(12) VALUE "RETAIN-WAIT".
         05 PIC X(30) VALUE "DAYS CLOSED WAITLIST KEPT".
         05 PIC X(12) VALUE "RETAIN-DSP".
         05 PIC X(30) VALUE "DAYS SETTLED DISPUTES KEPT".
         05 PIC X(12) VALUE "RETAIN-SES".
         05 PIC X(30) VALUE "DAYS SESSION JOURNAL KEPT".
         05 PIC X(12) VALUE "RETAIN-JOBL".
         05 PIC X(30) VALUE "DAYS NIGHT JOB LOG KEPT".
         05 PIC X(12) VALUE "RETAIN-AR".
         05 PIC X(30) VALUE "DAYS CLOSED INVOICES KEPT".
         05 PIC X(12) VALUE "PAY-PERIOD".
         05 PIC X(30) VALUE "DAYS IN THE PAY PERIOD".
         05 PIC X(12) VALUE "OT-WEEK-HRS".
         05 PIC X(30) VALUE "HOURS A WEEK BEFORE OVERTIME".
         05 PIC X(12) VALUE "STAFF-ALLOW".
         05 PIC X(30) VALUE "STAFF DISCOUNT A MONTH".
         05 PIC X(12) VALUE "LAMP-WARN".
         05 PIC X(30) VALUE "PERCENT OF RATED HOURS FLAGGED".
         05 PIC X(12) VALUE "CXL-FREE-DAY".
         05 PIC X(30) VALUE "DAYS OUT A RENTAL CANCELS FREE".
         05 PIC X(12) VALUE "CXL-FULL-DAY".
         05 PIC X(30) VALUE "DAYS OUT UNDER WHICH FEE = ALL".
         05 PIC X(12) VALUE "CXL-PERCENT".
         05 PIC X(30) VALUE "CANCEL FEE PERCENT IN BETWEEN".
         05 PIC X(12) VALUE "LAPSE-DAYS".
         05 PIC X(30) VALUE "DAYS AWAY BEFORE MEMBER LAPSES".
         05 PIC X(12) VALUE "FIRST-SHOW".
         05 PIC X(30) VALUE "EARLIEST SHOW START (HHMM)".
       01 WS-PARM-TABLE REDEFINES WS-PARM-NAMES.
         05 WS-PARM-ENTRY OCCURS 22 TIMES.
           10 WS-PARM-NAME PIC X(12).
           10 WS-PARM-DESC PIC X(30).

       01 WS-SCREEN-WORK.
         05 WS-BPM-STATUS PIC XX.
         05 WS-MODE PIC X.
         05 WS-NAME-IN PIC X(12).
         05 WS-VALUE-IN PIC 9(5)V99.
         05 WS-EFF-IN PIC 9(8).
         05 WS-DESC PIC X(30).
         05 WS-CONFIRM PIC X.
         05 WS-ENTER PIC X.
         05 WS-TODAY-NUM PIC 9(8).
         05 WS-NAME-OK PIC X.
         05 WS-FOUND PIC X.
         05 BPM-EOF PIC X.
         05 WS-I PIC 99.
         05 WS-SHOWN PIC 99.
         05 WS-IN-FORCE PIC 99.

       01 WS-LINE-BUILD.
         05 WB-MARK PIC X.
         05 PIC X(1) VALUE SPACES.
         05 WB-EFF PIC 9(8).
         05 PIC X(2) VALUE SPACES.
         05 WB-VALUE PIC ZZZZ9.99.
         05 PIC X(2) VALUE SPACES.
         05 WB-BY PIC X(8).
         05 PIC X(2) VALUE SPACES.
         05 WB-ON PIC 9(8).
         05 PIC X(5) VALUE SPACES.

       01 WS-LIST-DISPLAY.
         05 WS-LIST-LINE PIC X(45) OCCURS 12 TIMES.

       SCREEN SECTION.
       01 CLEAR BLANK SCREEN PROMPT AUTO REQUIRED BACKGROUND-COLOR 0
       FOREGROUND-COLOR 7.
         05 MV-TITLE-LINE.
           10 LINE 1 COL 1 VALUE "MRS175".
           10 COL 10 PIC X(8) FROM MRS-SIGNON-BANNER
                FOREGROUND-COLOR 4.
           10 COL 30 VALUE "MOVIE THEATER SYSTEM".
           10 COL 70 PIC Z9 FROM WS-MONTH.
           10 COL 72 VALUE "/".
           10 COL 73 PIC Z9 FROM WS-DAY.
           10 COL 75 VALUE "/".
           10 COL 76 PIC 9999 FROM WS-YEAR.
         05 BPM-TITLE.
           10 LINE 2 COL 14
             VALUE "MOVIE RENTALS AND SCHEDULING: BUSINESS PARAMETERS".
         05 BPM-FUNCTION.
           10 LINE 25 COL 1 VALUE "F1 = HELP     F3 = END     ".
           10 COL 27 VALUE " F4 = RETURN".

       01 SCR-MODE.
         05 LINE 4 COL 10
           VALUE "MODE (E=ENTER C=CORRECT V=VIEW):".
         05 COL 44 PIC X TO WS-MODE REVERSE-VIDEO.
         05 LINE 5 COL 16 VALUE "PARAMETER NAME:".
         05 COL 32 PIC X(12) TO WS-NAME-IN REVERSE-VIDEO.

       01 SCR-ENTER.
         05 LINE 7 COL 25 VALUE "MEANS:".
         05 COL 32 PIC X(30) FROM WS-DESC.
         05 LINE 8 COL 26 VALUE "VALUE:".
         05 COL 32 PIC 9(5)V99 USING WS-VALUE-IN REVERSE-VIDEO.
         05 LINE 9 COL 10 VALUE "EFFECTIVE (YYYYMMDD):".
         05 COL 32 PIC 9(8) USING WS-EFF-IN REVERSE-VIDEO.

       01 SCR-LIST.
         05 LINE 4 COL 8 PIC X(12) FROM WS-NAME-IN.
         05 COL 22 PIC X(30) FROM WS-DESC.
         05 LINE 5 COL 8
           VALUE "  EFFECTIVE     VALUE  KEYED BY  KEYED ON".
         05 LINE 6 COL 8 PIC X(45) FROM WS-LIST-LINE(1).
         05 LINE 7 COL 8 PIC X(45) FROM WS-LIST-LINE(2).
         05 LINE 8 COL 8 PIC X(45) FROM WS-LIST-LINE(3).
         05 LINE 9 COL 8 PIC X(45) FROM WS-LIST-LINE(4).
         05 LINE 10 COL 8 PIC X(45) FROM WS-LIST-LINE(5).
         05 LINE 11 COL 8 PIC X(45) FROM WS-LIST-LINE(6).
         05 LINE 12 COL 8 PIC X(45) FROM WS-LIST-LINE(7).
         05 LINE 13 COL 8 PIC X(45) FROM WS-LIST-LINE(8).
         05 LINE 14 COL 8 PIC X(45) FROM WS-LIST-LINE(9).
         05 LINE 15 COL 8 PIC X(45) FROM WS-LIST-LINE(10).
         05 LINE 16 COL 8 PIC X(45) FROM WS-LIST-LINE(11).
         05 LINE 17 COL 8 PIC X(45) FROM WS-LIST-LINE(12).
         05 LINE 24 COL 40 VALUE "PRESS ENTER TO CONTINUE".
         05 COL 65 PIC X TO WS-ENTER.

       01 MSG.
         05 BPM-CONFIRM.
           10 LINE 22 COL 15 VALUE "CONFIRM:  Y/N".
           10 COL 34 PIC X TO WS-CONFIRM REVERSE-VIDEO.
         05 NAME-BAD FOREGROUND-COLOR 4.
           10 LINE 22 COL 10 VALUE "NO PARAMETER BY THAT NAME".
           10 LINE 24 COL 40 VALUE "PRESS ENTER TO CONTINUE".
           10 COL 65 PIC X TO WS-ENTER.
         05 DATE-BAD FOREGROUND-COLOR 4.
           10 LINE 22 COL 10
             VALUE "EFFECTIVE DATE CANNOT BE BEFORE TODAY".
           10 LINE 24 COL 40 VALUE "PRESS ENTER TO CONTINUE".
           10 COL 65 PIC X TO WS-ENTER.
         05 VALUE-EXISTS FOREGROUND-COLOR 4.
           10 LINE 22 COL 10
             VALUE "A VALUE ALREADY STARTS THAT DAY - USE C".
           10 LINE 24 COL 40 VALUE "PRESS ENTER TO CONTINUE".
           10 COL 65 PIC X TO WS-ENTER.
         05 NOT-PENDING FOREGROUND-COLOR 4.
           10 LINE 22 COL 10
             VALUE "NO VALUE STILL TO TAKE EFFECT THAT DAY".
           10 LINE 24 COL 40 VALUE "PRESS ENTER TO CONTINUE".
           10 COL 65 PIC X TO WS-ENTER.
         05 BPM-DONE FOREGROUND-COLOR 2.
           10 LINE 22 COL 15 VALUE "RECORDED.".
           10 LINE 24 COL 40 VALUE "PRESS ENTER TO CONTINUE".
           10 COL 65 PIC X TO WS-ENTER.
         05 NOT-SUPERVISOR FOREGROUND-COLOR 4.
           10 LINE 22 COL 10
             VALUE "BUSINESS PARAMETERS ARE SUPERVISORS ONLY".
           10 LINE 24 COL 40 VALUE "PRESS ENTER TO CONTINUE".
           10 COL 65 PIC X TO WS-ENTER.
         05 BPM-HELP FOREGROUND-COLOR 3.
           10 LINE 18 COL 5
             VALUE "TURNAROUND LATE-FEE HOUSE-DAY RETAIN-DAYS".
           10 LINE 19 COL 5
             VALUE "PRICE-FLAG RETAIN-ACT RETAIN-NTF RETAIN-HOLD".
           10 LINE 20 COL 5
             VALUE "RETAIN-WAIT RETAIN-DSP RETAIN-SES RETAIN-JOBL".
           10 LINE 21 COL 5
             VALUE "RETAIN-AR PAY-PERIOD OT-WEEK-HRS STAFF-ALLOW".
           10 COL 50 VALUE "LAMP-WARN".
           10 LINE 22 COL 5
             VALUE "CXL-FREE-DAY CXL-FULL-DAY CXL-PERCENT LAPSE-DAYS".
           10 COL 55 VALUE "FIRST-SHOW".
           10 LINE 23 COL 5
             VALUE "A NEW VALUE APPLIES FROM ITS EFFECTIVE DATE ON.".
           10 LINE 24 COL 40 VALUE "PRESS ENTER TO CONTINUE".
           10 COL 65 PIC X TO WS-ENTER.

       PROCEDURE DIVISION.
       100-MAIN.
           PERFORM 160-LOAD-FILE-CONFIG THRU 160-END
           COPY "CPYBOOKS/ENABLE-KEYS.CPY".
           MOVE FUNCTION CURRENT-DATE TO WS-DATETIME
           COMPUTE WS-TODAY-NUM =
               (WS-YEAR * 10000) + (WS-MONTH * 100) + WS-DAY
           IF MRS-SIGNON-LEVEL < 2
               DISPLAY CLEAR
               DISPLAY NOT-SUPERVISOR
               ACCEPT NOT-SUPERVISOR
               GOBACK
           END-IF
           OPEN I-O MRS-BIZPARM-FILE
           IF WS-BPM-STATUS = '35'
               OPEN OUTPUT MRS-BIZPARM-FILE
               CLOSE MRS-BIZPARM-FILE
               OPEN I-O MRS-BIZPARM-FILE
           END-IF
           OPEN EXTEND MRS-AUDIT-FILE

           PERFORM 200-ONE-PASS THRU 200-EXIT
               UNTIL (F3 OR F4)

           CLOSE MRS-BIZPARM-FILE
                 MRS-AUDIT-FILE
           GOBACK.
       100-EXIT.
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
               WHEN "BIZPARM"
                   MOVE CFG-PATH TO UT-SYS-BIZPARM
               WHEN "AUDIT"
                   MOVE CFG-PATH TO UT-SYS-AUDIT
           END-EVALUATE.
       170-END.
           EXIT.

       200-ONE-PASS.
           MOVE SPACES TO WS-MODE
           MOVE SPACES TO WS-NAME-IN
           DISPLAY CLEAR
           DISPLAY SCR-MODE
           ACCEPT SCR-MODE
           IF F3 OR F4
               GO TO 200-EXIT
           END-IF
           IF F1
               DISPLAY BPM-HELP
               ACCEPT BPM-HELP
               GO TO 200-EXIT
           END-IF
           PERFORM 250-CHECK-NAME THRU 250-EXIT
           IF WS-NAME-OK NOT = "Y"
               DISPLAY NAME-BAD
               ACCEPT NAME-BAD
               GO TO 200-EXIT
           END-IF
           EVALUATE WS-MODE
               WHEN "E"
                   PERFORM 300-ENTER THRU 300-EXIT
               WHEN "C"
                   PERFORM 400-CORRECT THRU 400-EXIT
               WHEN "V"
                   PERFORM 500-VIEW THRU 500-EXIT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       200-EXIT.
           EXIT.

       250-CHECK-NAME.
           MOVE "N" TO WS-NAME-OK
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > 22
               IF WS-PARM-NAME(WS-I) = WS-NAME-IN
                   MOVE "Y" TO WS-NAME-OK
                   MOVE WS-PARM-DESC(WS-I) TO WS-DESC
               END-IF
           END-PERFORM.
       250-EXIT.
           EXIT.

      * A new value under the day it starts. Today is allowed - the
      * value is in force from the next lookup on.
       300-ENTER.
           MOVE ZEROS TO WS-VALUE-IN
           MOVE WS-TODAY-NUM TO WS-EFF-IN
           DISPLAY SCR-ENTER
           ACCEPT SCR-ENTER
           IF F3 OR F4
               GO TO 300-EXIT
           END-IF
           IF WS-EFF-IN < WS-TODAY-NUM
               DISPLAY DATE-BAD
               ACCEPT DATE-BAD
               GO TO 300-EXIT
           END-IF
           PERFORM 280-READ-VALUE THRU 280-EXIT
           IF WS-FOUND = "Y"
               DISPLAY VALUE-EXISTS
               ACCEPT VALUE-EXISTS
               GO TO 300-EXIT
           END-IF
           MOVE SPACES TO WS-CONFIRM
           DISPLAY BPM-CONFIRM
           ACCEPT BPM-CONFIRM
           IF WS-CONFIRM NOT = "Y"
               GO TO 300-EXIT
           END-IF
           MOVE SPACES TO MRS-BIZPARM-REC
           MOVE WS-NAME-IN TO MRS-BPM-NAME
           MOVE WS-EFF-IN TO MRS-BPM-EFFECTIVE
           MOVE WS-VALUE-IN TO MRS-BPM-VALUE
           MOVE WS-DESC TO MRS-BPM-DESC
           MOVE MRS-SIGNON-OPERATOR TO MRS-BPM-CHANGED-BY
           MOVE WS-TODAY-NUM TO MRS-BPM-CHANGED-ON
           WRITE MRS-BIZPARM-REC
           END-WRITE
           MOVE "ADD" TO MRS-AUD-ACTION
           PERFORM 900-WRITE-AUDIT THRU 900-EXIT
           DISPLAY BPM-DONE
           ACCEPT BPM-DONE.
       300-EXIT.
           EXIT.

       280-READ-VALUE.
           MOVE WS-NAME-IN TO MRS-BPM-NAME
           MOVE WS-EFF-IN TO MRS-BPM-EFFECTIVE
           READ MRS-BIZPARM-FILE
               INVALID KEY
                   MOVE "N" TO WS-FOUND
               NOT INVALID KEY
                   MOVE "Y" TO WS-FOUND
           END-READ.
       280-EXIT.
           EXIT.

      * Only a value still waiting on its day can be corrected; the
      * correction takes the keying operator and day in its turn.
       400-CORRECT.
           MOVE ZEROS TO WS-VALUE-IN
           MOVE ZEROS TO WS-EFF-IN
           DISPLAY SCR-ENTER
           ACCEPT SCR-ENTER
           IF F3 OR F4
               GO TO 400-EXIT
           END-IF
           PERFORM 280-READ-VALUE THRU 280-EXIT
           IF WS-FOUND NOT = "Y" OR WS-EFF-IN <= WS-TODAY-NUM
               DISPLAY NOT-PENDING
               ACCEPT NOT-PENDING
               GO TO 400-EXIT
           END-IF
           MOVE SPACES TO WS-CONFIRM
           DISPLAY BPM-CONFIRM
           ACCEPT BPM-CONFIRM
           IF WS-CONFIRM NOT = "Y"
               GO TO 400-EXIT
           END-IF
           MOVE WS-VALUE-IN TO MRS-BPM-VALUE
           MOVE MRS-SIGNON-OPERATOR TO MRS-BPM-CHANGED-BY
           MOVE WS-TODAY-NUM TO MRS-BPM-CHANGED-ON
           REWRITE MRS-BIZPARM-REC
           END-REWRITE
           MOVE "CHANGE" TO MRS-AUD-ACTION
           PERFORM 900-WRITE-AUDIT THRU 900-EXIT
           DISPLAY BPM-DONE
           ACCEPT BPM-DONE.
       400-EXIT.
           EXIT.

      * The parameter's values in date order, the latest twelve
      * shown, with the one in force today marked.
       500-VIEW.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > 12
               MOVE SPACES TO WS-LIST-LINE(WS-I)
           END-PERFORM
           MOVE ZERO TO WS-SHOWN
           MOVE ZERO TO WS-IN-FORCE
           MOVE "N" TO BPM-EOF
           MOVE WS-NAME-IN TO MRS-BPM-NAME
           MOVE ZEROS TO MRS-BPM-EFFECTIVE
           START MRS-BIZPARM-FILE KEY IS NOT LESS THAN MRS-BPM-KEY
               INVALID KEY
                   MOVE "Y" TO BPM-EOF
           END-START
           PERFORM UNTIL BPM-EOF = "Y"
               READ MRS-BIZPARM-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO BPM-EOF
                   NOT AT END
                       IF MRS-BPM-NAME NOT = WS-NAME-IN
                           MOVE "Y" TO BPM-EOF
                       ELSE
                           PERFORM 550-LIST-ONE THRU 550-EXIT
                       END-IF
               END-READ
           END-PERFORM
           IF WS-IN-FORCE > ZERO
               MOVE "*" TO WS-LIST-LINE(WS-IN-FORCE)(1:1)
           END-IF
           DISPLAY CLEAR
           DISPLAY SCR-LIST
           ACCEPT SCR-LIST.
       500-EXIT.
           EXIT.

      * A full list rolls up a line so the latest values stay on
      * screen.
       550-LIST-ONE.
           IF WS-SHOWN = 12
               PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > 11
                   MOVE WS-LIST-LINE(WS-I + 1) TO WS-LIST-LINE(WS-I)
               END-PERFORM
               IF WS-IN-FORCE > ZERO
                   SUBTRACT 1 FROM WS-IN-FORCE
               END-IF
           ELSE
               ADD 1 TO WS-SHOWN
           END-IF
           MOVE SPACE TO WB-MARK
           MOVE MRS-BPM-EFFECTIVE TO WB-EFF
           MOVE MRS-BPM-VALUE TO WB-VALUE
           MOVE MRS-BPM-CHANGED-BY TO WB-BY
           MOVE MRS-BPM-CHANGED-ON TO WB-ON
           MOVE WS-LINE-BUILD TO WS-LIST-LINE(WS-SHOWN)
           IF MRS-BPM-EFFECTIVE <= WS-TODAY-NUM
               MOVE WS-SHOWN TO WS-IN-FORCE
           END-IF.
       550-EXIT.
           EXIT.

       900-WRITE-AUDIT.
           MOVE WS-YEAR TO MRS-AUD-YEAR
           MOVE WS-MONTH TO MRS-AUD-MONTH
           MOVE WS-DAY TO MRS-AUD-DAY
           MOVE "MRS-1750" TO MRS-AUD-PROGRAM
           MOVE MRS-BPM-NAME TO MRS-AUD-KEY
           MOVE MRS-SIGNON-OPERATOR TO MRS-AUD-OPERATOR
           COPY "CPYBOOKS/MRS-AUDSEQ.CPY".
           WRITE MRS-AUDIT-REC.
       900-EXIT.
           EXIT.

       end program MRS-1750.
