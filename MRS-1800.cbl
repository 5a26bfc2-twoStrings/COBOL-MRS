       IDENTIFICATION DIVISION.
       PROGRAM-ID.  MRS-1800.
       AUTHOR.  JOHN BELLEK.
      *****************************************************************
      * Time clock (F6 off the main menu). Staff hours went on a
      * paper time sheet the manager added up for payroll. Here an
      * operator, signed on with their own password at the site they
      * are working, clocks in and out; each shift is one record on
      * the time punch file, and the pay-period run (MRS-7460) totals
      * them for the payroll service.
      *
      *   I = clock in  - refused while a shift is still open
      *   O = clock out - closes the open shift, wherever it began
      *   S = supervisor correction
      *
      * A supervisor fixes a missed or wrong punch for somebody else
      * - never their own shifts - by changing the paid times or the
      * site of a shift, voiding it, or adding a shift that was never
      * clocked. The times as struck stay on the record; every
      * correction names the supervisor on the record, goes on the
      * audit trail, and puts the before and after of each field it
      * moved on the change detail file.
      *****************************************************************

       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
           CURSOR IS CRPT
           CRT STATUS IS SCR-STAT.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MRS-PUNCH-FILE
               ASSIGN TO UT-SYS-PUNCH
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS MRS-PCH-KEY
               FILE STATUS IS WS-PCH-STATUS.

           SELECT MRS-OPERATOR-FILE
               ASSIGN TO UT-SYS-OPERATOR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MRS-OPR-ID
               FILE STATUS IS WS-OPR-STATUS.

           SELECT MRS-AUDIT-FILE
               ASSIGN TO UT-SYS-AUDIT
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT MRS-CHANGE-HIST-FILE
               ASSIGN TO UT-SYS-CHANGE-HIST
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT MRS-FILE-CONFIG-FILE
               ASSIGN TO UT-SYS-FILE-CFG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CFG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       COPY "CPYBOOKS/MRS-PUNCH.CPY".
       COPY "CPYBOOKS/MRS-OPERATOR.CPY".
       COPY "CPYBOOKS/MRS-AUDIT.CPY".
       COPY "CPYBOOKS/MRS-CHANGE-HIST.CPY".
       COPY "CPYBOOKS/MRS-FILE-CFG.CPY".

       WORKING-STORAGE SECTION.
       COPY "CPYBOOKS/FUNCTION-KEYS.CPY".
       COPY "CPYBOOKS/MRS-SIGNON.CPY".
       COPY "CPYBOOKS/MRS-SEQPUT.CPY".
       COPY "CPYBOOKS/MRS-TRNPUT.CPY".
       COPY "CPYBOOKS/DATETIME.CPY".

       01 WS-FILENAMES.
         05 UT-SYS-PUNCH PIC X(50)
           VALUE "C:\COBOL\MRS-PUNCH-INDEX.DAT".
         05 UT-SYS-OPERATOR PIC X(50)
           VALUE "C:\COBOL\MRS-OPERATOR-INDEX.DAT".
         05 UT-SYS-AUDIT PIC X(50) VALUE "C:\COBOL\MRS-AUDIT.LOG".
         05 UT-SYS-CHANGE-HIST PIC X(50)
           VALUE "C:\COBOL\MRS-CHANGE-HIST.LOG".
         05 UT-SYS-FILE-CFG PIC X(50)
           VALUE "C:\COBOL\MRS-FILE-PATHS.CFG".

       01 WS-FILE-CFG-CTL.
         05 WS-CFG-STATUS PIC XX.
         05 WS-CFG-EOF PIC X.
           88 CFG-EOF VALUE 'Y'.

       01 WS-CONTROL.
         05 WS-PCH-STATUS PIC XX.
         05 WS-OPR-STATUS PIC XX.
         05 WS-OPR-OPEN PIC X VALUE "N".
         05 WS-OPR-FOUND PIC X.
         05 PCH-EOF PIC X.
         05 WS-ENTER PIC X.
         05 WS-AGAIN PIC X.
         05 WS-ACTION PIC X.
         05 WS-SITE PIC X(2).
         05 WS-I PIC 99.
         05 WS-N PIC 99.
         05 WS-LINE-NO PIC 99.
         05 WS-TODAY-NUM PIC 9(8).
         05 WS-NOW-DATE PIC 9(8).
         05 WS-NOW-TIME PIC 9(4).
         05 WS-OPEN-FOUND PIC X.
         05 WS-OPEN-KEY PIC X(20).
         05 WS-LIST-EMP PIC X(8).
         05 WS-EMP-NAME PIC X(20).
         05 WS-HOURS-EDIT PIC ZZ9.99.
         05 WS-DATE-TEST-RESULT PIC 9(8).
         05 WS-STATE-TEXT PIC X(60).
         05 WS-MSG-TEXT PIC X(50).
         05 WS-ERR-TEXT PIC X(50).
         05 WS-AUD-ACTION PIC X(6).

      * The shift in hand, in and out, worked down to minutes.
       01 WS-SHIFT-CALC.
         05 WC-IN-DATE PIC 9(8).
         05 WC-IN-TIME PIC 9(4).
         05 WC-IN-HM REDEFINES WC-IN-TIME.
           10 WC-IN-HH PIC 99.
           10 WC-IN-MM PIC 99.
         05 WC-OUT-DATE PIC 9(8).
         05 WC-OUT-TIME PIC 9(4).
         05 WC-OUT-HM REDEFINES WC-OUT-TIME.
           10 WC-OUT-HH PIC 99.
           10 WC-OUT-MM PIC 99.
         05 WC-MINUTES PIC S9(7).

      * A keyed time, checked for a real hour and minute.
       01 WS-TIME-CHECK.
         05 WT-TIME PIC 9(4).
         05 WT-HM REDEFINES WT-TIME.
           10 WT-HH PIC 99.
           10 WT-MM PIC 99.

      * A date and time as they go on the change detail file.
       01 WS-STAMP.
         05 WST-DATE PIC 9(8).
         05 PIC X VALUE SPACE.
         05 WST-TIME PIC 9(4).

      * The supervisor's correction, keyed.
       01 WS-CORRECTION.
         05 WS-C-EMP PIC X(8).
         05 WS-C-FROM PIC 9(8).
         05 WS-C-LINE PIC 99.
         05 WS-C-TYPE PIC X.
         05 WS-C-CONFIRM PIC X.
         05 WS-C-STRUCK PIC X(40).
         05 WS-C-IN-DATE PIC 9(8).
         05 WS-C-IN-TIME PIC 9(4).
         05 WS-C-OUT-DATE PIC 9(8).
         05 WS-C-OUT-TIME PIC 9(4).
         05 WS-C-SITE PIC X(2).
         05 WS-C-OK PIC X.

      * The shift as it stood before the correction.
       01 WS-OLD-SHIFT.
         05 WO-PAY-IN-DATE PIC 9(8).
         05 WO-PAY-IN-TIME PIC 9(4).
         05 WO-PAY-OUT-DATE PIC 9(8).
         05 WO-PAY-OUT-TIME PIC 9(4).
         05 WO-SITE PIC X(2).
         05 WO-STATUS PIC X.

       01 WS-LIST-HEAD.
         05 PIC X(4) VALUE "NO".
         05 PIC X(15) VALUE "CLOCKED IN".
         05 PIC X(15) VALUE "CLOCKED OUT".
         05 PIC X(5) VALUE "SITE".
         05 PIC X(3) VALUE "ST".
         05 PIC X(8) VALUE " HOURS".
         05 PIC X(8) VALUE "FIXED BY".

       01 WS-SHIFT-BUILD.
         05 WSB-NUM PIC Z9.
         05 PIC X(2) VALUE SPACES.
         05 WSB-IN-DATE PIC 9(8).
         05 PIC X VALUE SPACE.
         05 WSB-IN-TIME PIC 9(4).
         05 PIC X(2) VALUE SPACES.
         05 WSB-OUT-DATE PIC X(8).
         05 PIC X VALUE SPACE.
         05 WSB-OUT-TIME PIC X(4).
         05 PIC X(2) VALUE SPACES.
         05 WSB-SITE PIC X(2).
         05 PIC X(3) VALUE SPACES.
         05 WSB-STATUS PIC X.
         05 PIC X(2) VALUE SPACES.
         05 WSB-HOURS PIC X(6).
         05 PIC X(2) VALUE SPACES.
         05 WSB-CORR PIC X(8).

      * Shifts on show. The clock shows the operator's six newest,
      * oldest of them in slot 1 while the file is walked; the
      * correction list shows up to ten from a date, in order, with
      * the key of each so the one picked can be read back.
       01 WS-LIST-DISPLAY.
         05 WS-LIST-LINE PIC X(58) OCCURS 10 TIMES.
       01 WS-LIST-SHOWN.
         05 WS-LIST-SHOW PIC X(58) OCCURS 10 TIMES.
       01 WS-LIST-KEYS.
         05 WS-LIST-KEY PIC X(20) OCCURS 10 TIMES.

       SCREEN SECTION.
       01 CLEAR BLANK SCREEN PROMPT AUTO REQUIRED BACKGROUND-COLOR 0
       FOREGROUND-COLOR 7.
         05 MV-TITLE-LINE.
           10 LINE 1 COL 1 VALUE "MRS180".
           10 COL 10 PIC X(8) FROM MRS-SIGNON-BANNER
                FOREGROUND-COLOR 4.
           10 COL 30 VALUE "MOVIE THEATER SYSTEM".
           10 COL 70 PIC Z9 FROM WS-MONTH.
           10 COL 72 VALUE "/".
           10 COL 73 PIC Z9 FROM WS-DAY.
           10 COL 75 VALUE "/".
           10 COL 76 PIC 9999 FROM WS-YEAR.
         05 TCK-TITLE.
           10 LINE 2 COL 20
             VALUE "MOVIE RENTALS AND SCHEDULING: TIME CLOCK".
         05 TCK-FUNCTION.
           10 LINE 25 COL 1 VALUE "F3 = END     F4 = RETURN".

       01 SCR-CLOCK.
         05 LINE 4 COL 5 VALUE "OPERATOR:".
         05 COL 15 PIC X(8) FROM MRS-SIGNON-OPERATOR.
         05 COL 25 PIC X(20) FROM WS-EMP-NAME.
         05 LINE 5 COL 5 VALUE "SITE:".
         05 COL 15 PIC X(2) FROM WS-SITE.
         05 LINE 7 COL 5 PIC X(60) FROM WS-STATE-TEXT
              FOREGROUND-COLOR 2.
         05 LINE 9 COL 5 PIC X(58) FROM WS-LIST-HEAD.
         05 LINE 10 COL 5 PIC X(58) FROM WS-LIST-SHOW(1).
         05 LINE 11 COL 5 PIC X(58) FROM WS-LIST-SHOW(2).
         05 LINE 12 COL 5 PIC X(58) FROM WS-LIST-SHOW(3).
         05 LINE 13 COL 5 PIC X(58) FROM WS-LIST-SHOW(4).
         05 LINE 14 COL 5 PIC X(58) FROM WS-LIST-SHOW(5).
         05 LINE 15 COL 5 PIC X(58) FROM WS-LIST-SHOW(6).
         05 LINE 18 COL 5
           VALUE "I = CLOCK IN    O = CLOCK OUT    S = CORRECTIONS".
         05 LINE 20 COL 5 VALUE "ACTION (BLANK TO RETURN):".
         05 COL 31 PIC X TO WS-ACTION REVERSE-VIDEO.

       01 SCR-CORR-EMP.
         05 LINE 4 COL 5 VALUE "CORRECT THE SHIFTS OF OPERATOR:".
         05 COL 38 PIC X(8) USING WS-C-EMP REVERSE-VIDEO.
         05 LINE 6 COL 5
           VALUE "SHIFTS CLOCKED IN FROM (YYYYMMDD):".
         05 COL 40 PIC 9(8) USING WS-C-FROM REVERSE-VIDEO.
         05 LINE 8 COL 5
           VALUE "UP TO TEN SHIFTS FROM THAT DAY ARE LISTED.".

       01 SCR-CORR-PICK.
         05 LINE 4 COL 5 VALUE "OPERATOR:".
         05 COL 15 PIC X(8) FROM WS-C-EMP.
         05 COL 25 PIC X(20) FROM WS-EMP-NAME.
         05 LINE 6 COL 5 PIC X(58) FROM WS-LIST-HEAD.
         05 LINE 7 COL 5 PIC X(58) FROM WS-LIST-SHOW(1).
         05 LINE 8 COL 5 PIC X(58) FROM WS-LIST-SHOW(2).
         05 LINE 9 COL 5 PIC X(58) FROM WS-LIST-SHOW(3).
         05 LINE 10 COL 5 PIC X(58) FROM WS-LIST-SHOW(4).
         05 LINE 11 COL 5 PIC X(58) FROM WS-LIST-SHOW(5).
         05 LINE 12 COL 5 PIC X(58) FROM WS-LIST-SHOW(6).
         05 LINE 13 COL 5 PIC X(58) FROM WS-LIST-SHOW(7).
         05 LINE 14 COL 5 PIC X(58) FROM WS-LIST-SHOW(8).
         05 LINE 15 COL 5 PIC X(58) FROM WS-LIST-SHOW(9).
         05 LINE 16 COL 5 PIC X(58) FROM WS-LIST-SHOW(10).
         05 LINE 18 COL 5
           VALUE "C = CHANGE TIMES   V = VOID   A = ADD A MISSED SHIFT".
         05 LINE 20 COL 5 VALUE "CORRECTION:".
         05 COL 17 PIC X TO WS-C-TYPE REVERSE-VIDEO.
         05 COL 25 VALUE "SHIFT NO (C OR V):".
         05 COL 44 PIC 99 TO WS-C-LINE REVERSE-VIDEO.

       01 SCR-CORR-TIMES.
         05 LINE 4 COL 5 VALUE "OPERATOR:".
         05 COL 15 PIC X(8) FROM WS-C-EMP.
         05 COL 25 PIC X(20) FROM WS-EMP-NAME.
         05 LINE 6 COL 5 VALUE "AS STRUCK:".
         05 COL 16 PIC X(40) FROM WS-C-STRUCK.
         05 LINE 8 COL 5 VALUE "PAID IN   DATE (YYYYMMDD):".
         05 COL 33 PIC 9(8) USING WS-C-IN-DATE REVERSE-VIDEO.
         05 COL 44 VALUE "TIME (HHMM):".
         05 COL 57 PIC 9(4) USING WS-C-IN-TIME REVERSE-VIDEO.
         05 LINE 10 COL 5 VALUE "PAID OUT  DATE (YYYYMMDD):".
         05 COL 33 PIC 9(8) USING WS-C-OUT-DATE REVERSE-VIDEO.
         05 COL 44 VALUE "TIME (HHMM):".
         05 COL 57 PIC 9(4) USING WS-C-OUT-TIME REVERSE-VIDEO.
         05 LINE 12 COL 5 VALUE "SITE:".
         05 COL 33 PIC X(2) USING WS-C-SITE REVERSE-VIDEO.
         05 LINE 15 COL 5
           VALUE "ENTER = SAVE     F4 = BACK WITHOUT SAVING".

       01 SCR-CORR-VOID.
         05 LINE 4 COL 5 VALUE "OPERATOR:".
         05 COL 15 PIC X(8) FROM WS-C-EMP.
         05 COL 25 PIC X(20) FROM WS-EMP-NAME.
         05 LINE 6 COL 5 PIC X(58) FROM WS-LIST-HEAD.
         05 LINE 7 COL 5 PIC X(58) FROM WS-LIST-SHOW(WS-C-LINE).
         05 LINE 10 COL 5
           VALUE "VOID THIS SHIFT - IT WILL NOT BE PAID (Y/N):".
         05 COL 51 PIC X TO WS-C-CONFIRM REVERSE-VIDEO.

       01 MSG.
         05 TCK-DONE FOREGROUND-COLOR 2.
           10 LINE 22 COL 10 PIC X(50) FROM WS-MSG-TEXT.
           10 LINE 24 COL 40 VALUE "PRESS ENTER TO CONTINUE".
           10 COL 65 PIC X TO WS-ENTER.
         05 TCK-REFUSED FOREGROUND-COLOR 4.
           10 LINE 22 COL 10 PIC X(50) FROM WS-ERR-TEXT.
           10 LINE 24 COL 40 VALUE "PRESS ENTER TO CONTINUE".
           10 COL 65 PIC X TO WS-ENTER.
         05 NO-PUNCH-FILE FOREGROUND-COLOR 4.
           10 LINE 22 COL 10 VALUE "THE TIME PUNCH FILE CANNOT".
           10 COL 37 VALUE "BE OPENED.".
           10 LINE 24 COL 40 VALUE "PRESS ENTER TO CONTINUE".
           10 COL 65 PIC X TO WS-ENTER.

       PROCEDURE DIVISION.
       100-MAIN.
           PERFORM 160-LOAD-FILE-CONFIG THRU 160-END
           COPY "CPYBOOKS/ENABLE-KEYS.CPY".
           MOVE FUNCTION CURRENT-DATE TO WS-DATETIME
           COMPUTE WS-TODAY-NUM =
               (WS-YEAR * 10000) + (WS-MONTH * 100) + WS-DAY
           OPEN I-O MRS-PUNCH-FILE
           IF WS-PCH-STATUS = '35'
               OPEN OUTPUT MRS-PUNCH-FILE
               CLOSE MRS-PUNCH-FILE
               OPEN I-O MRS-PUNCH-FILE
           END-IF
           IF WS-PCH-STATUS NOT = '00'
               DISPLAY CLEAR
               DISPLAY NO-PUNCH-FILE
               ACCEPT NO-PUNCH-FILE
               GOBACK
           END-IF
      *    No operator master on disk just means no names shown and
      *    no check that a corrected operator exists.
           OPEN INPUT MRS-OPERATOR-FILE
           IF WS-OPR-STATUS = '00'
               MOVE "Y" TO WS-OPR-OPEN
           END-IF
           OPEN EXTEND MRS-AUDIT-FILE
           OPEN EXTEND MRS-CHANGE-HIST-FILE
           IF MRS-SIGNON-SITE = SPACES OR MRS-SIGNON-SITE = LOW-VALUES
               MOVE "01" TO WS-SITE
           ELSE
               MOVE MRS-SIGNON-SITE TO WS-SITE
           END-IF

           MOVE "Y" TO WS-AGAIN
           PERFORM 200-ONE-PASS THRU 200-EXIT
               UNTIL WS-AGAIN = "N" OR F3 OR F4

           CLOSE MRS-PUNCH-FILE
           IF WS-OPR-OPEN = "Y"
               CLOSE MRS-OPERATOR-FILE
           END-IF
           CLOSE MRS-AUDIT-FILE
           CLOSE MRS-CHANGE-HIST-FILE
           GOBACK.
       100-EXIT.
           EXIT.

       200-ONE-PASS.
           PERFORM 300-OWN-SHIFTS THRU 300-EXIT
           MOVE SPACE TO WS-ACTION
           DISPLAY CLEAR
           DISPLAY SCR-CLOCK
           ACCEPT SCR-CLOCK
           IF F3 OR F4
               MOVE "N" TO WS-AGAIN
               GO TO 200-EXIT
           END-IF
           INSPECT WS-ACTION CONVERTING "ios" TO "IOS"
           EVALUATE WS-ACTION
               WHEN "I"
                   PERFORM 400-CLOCK-IN THRU 400-EXIT
               WHEN "O"
                   PERFORM 450-CLOCK-OUT THRU 450-EXIT
               WHEN "S"
                   PERFORM 500-CORRECTIONS THRU 500-EXIT
               WHEN SPACE
                   MOVE "N" TO WS-AGAIN
               WHEN OTHER
                   MOVE "I, O, OR S - OR LEAVE IT BLANK TO RETURN."
                       TO WS-ERR-TEXT
                   DISPLAY TCK-REFUSED
                   ACCEPT TCK-REFUSED
           END-EVALUATE.
       200-EXIT.
           EXIT.

      * One walk of the signed-on operator's shifts finds the one
      * still open, if any, and keeps the six newest for the list.
       300-OWN-SHIFTS.
           MOVE MRS-SIGNON-OPERATOR TO WS-LIST-EMP
           PERFORM 310-FIND-NAME THRU 310-EXIT
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > 10
               MOVE SPACES TO WS-LIST-LINE(WS-I)
               MOVE SPACES TO WS-LIST-SHOW(WS-I)
           END-PERFORM
           MOVE "N" TO WS-OPEN-FOUND
           MOVE ZERO TO WS-LINE-NO
           MOVE "N" TO PCH-EOF
           MOVE WS-LIST-EMP TO MRS-PCH-OPERATOR
           MOVE ZEROS TO MRS-PCH-IN-DATE
           MOVE ZEROS TO MRS-PCH-IN-TIME
           START MRS-PUNCH-FILE KEY IS NOT LESS THAN MRS-PCH-KEY
               INVALID KEY
                   MOVE "Y" TO PCH-EOF
           END-START
           PERFORM UNTIL PCH-EOF = "Y"
               READ MRS-PUNCH-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO PCH-EOF
                   NOT AT END
                       IF MRS-PCH-OPERATOR NOT = WS-LIST-EMP
                           MOVE "Y" TO PCH-EOF
                       ELSE
                           PERFORM 320-KEEP-NEWEST THRU 320-EXIT
                       END-IF
               END-READ
           END-PERFORM
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > 6
               MOVE WS-LIST-LINE(7 - WS-I) TO WS-LIST-SHOW(WS-I)
           END-PERFORM
           MOVE "OFF THE CLOCK." TO WS-STATE-TEXT
           IF WS-OPEN-FOUND = "Y"
               MOVE WS-OPEN-KEY TO MRS-PCH-KEY
               READ MRS-PUNCH-FILE
                   INVALID KEY
                       MOVE "N" TO WS-OPEN-FOUND
                   NOT INVALID KEY
                       MOVE SPACES TO WS-STATE-TEXT
                       STRING "ON THE CLOCK SINCE " DELIMITED BY SIZE
                              MRS-PCH-PAY-IN-DATE DELIMITED BY SIZE
                              " " DELIMITED BY SIZE
                              MRS-PCH-PAY-IN-TIME DELIMITED BY SIZE
                              " AT SITE " DELIMITED BY SIZE
                              MRS-PCH-SITE DELIMITED BY SIZE
                              "." DELIMITED BY SIZE
                           INTO WS-STATE-TEXT
                       END-STRING
               END-READ
           END-IF.
       300-EXIT.
           EXIT.

       310-FIND-NAME.
           MOVE SPACES TO WS-EMP-NAME
           MOVE "Y" TO WS-OPR-FOUND
           IF WS-OPR-OPEN NOT = "Y"
               GO TO 310-EXIT
           END-IF
           MOVE WS-LIST-EMP TO MRS-OPR-ID
           READ MRS-OPERATOR-FILE
               INVALID KEY
                   MOVE "N" TO WS-OPR-FOUND
               NOT INVALID KEY
                   MOVE MRS-OPR-NAME TO WS-EMP-NAME
           END-READ.
       310-EXIT.
           EXIT.

       320-KEEP-NEWEST.
           IF MRS-PCH-STATUS = "O"
               MOVE "Y" TO WS-OPEN-FOUND
               MOVE MRS-PCH-KEY TO WS-OPEN-KEY
           END-IF
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > 5
               MOVE WS-LIST-LINE(WS-I + 1) TO WS-LIST-LINE(WS-I)
           END-PERFORM
           PERFORM 800-BUILD-LINE THRU 800-EXIT
           MOVE WS-SHIFT-BUILD TO WS-LIST-LINE(6).
       320-EXIT.
           EXIT.

      * A new shift opens at this minute at the signed-on site.
       400-CLOCK-IN.
           IF WS-OPEN-FOUND = "Y"
               MOVE "ALREADY ON THE CLOCK - CLOCK OUT FIRST."
                   TO WS-ERR-TEXT
               DISPLAY TCK-REFUSED
               ACCEPT TCK-REFUSED
               GO TO 400-EXIT
           END-IF
           PERFORM 850-NOW THRU 850-EXIT
           MOVE SPACES TO MRS-PUNCH-REC
           MOVE MRS-SIGNON-OPERATOR TO MRS-PCH-OPERATOR
           MOVE WS-NOW-DATE TO MRS-PCH-IN-DATE
           MOVE WS-NOW-TIME TO MRS-PCH-IN-TIME
           MOVE WS-SITE TO MRS-PCH-SITE
           MOVE ZEROS TO MRS-PCH-OUT-DATE
           MOVE ZEROS TO MRS-PCH-OUT-TIME
           MOVE WS-NOW-DATE TO MRS-PCH-PAY-IN-DATE
           MOVE WS-NOW-TIME TO MRS-PCH-PAY-IN-TIME
           MOVE ZEROS TO MRS-PCH-PAY-OUT-DATE
           MOVE ZEROS TO MRS-PCH-PAY-OUT-TIME
           MOVE "O" TO MRS-PCH-STATUS
           MOVE "C" TO MRS-PCH-SOURCE
           MOVE ZEROS TO MRS-PCH-CORR-DATE
           WRITE MRS-PUNCH-REC
               INVALID KEY
                   MOVE "A SHIFT STARTS THIS MINUTE - TRY IN A MINUTE."
                       TO WS-ERR-TEXT
                   DISPLAY TCK-REFUSED
                   ACCEPT TCK-REFUSED
                   GO TO 400-EXIT
           END-WRITE
           MOVE SPACES TO WS-MSG-TEXT
           STRING "CLOCKED IN AT " DELIMITED BY SIZE
                  WS-NOW-TIME DELIMITED BY SIZE
                  " AT SITE " DELIMITED BY SIZE
                  WS-SITE DELIMITED BY SIZE
                  "." DELIMITED BY SIZE
               INTO WS-MSG-TEXT
           END-STRING
           DISPLAY TCK-DONE
           ACCEPT TCK-DONE.
       400-EXIT.
           EXIT.

      * Closes the operator's open shift at this minute.
       450-CLOCK-OUT.
           IF WS-OPEN-FOUND NOT = "Y"
               MOVE "NOT ON THE CLOCK - NOTHING TO CLOCK OUT."
                   TO WS-ERR-TEXT
               DISPLAY TCK-REFUSED
               ACCEPT TCK-REFUSED
               GO TO 450-EXIT
           END-IF
           MOVE WS-OPEN-KEY TO MRS-PCH-KEY
           READ MRS-PUNCH-FILE
               INVALID KEY
                   MOVE "THE OPEN SHIFT IS NO LONGER ON FILE."
                       TO WS-ERR-TEXT
                   DISPLAY TCK-REFUSED
                   ACCEPT TCK-REFUSED
                   GO TO 450-EXIT
           END-READ
           IF MRS-PCH-STATUS NOT = "O"
               MOVE "THE SHIFT WAS CLOSED BY A SUPERVISOR."
                   TO WS-ERR-TEXT
               DISPLAY TCK-REFUSED
               ACCEPT TCK-REFUSED
               GO TO 450-EXIT
           END-IF
           PERFORM 850-NOW THRU 850-EXIT
           MOVE WS-NOW-DATE TO MRS-PCH-OUT-DATE
           MOVE WS-NOW-TIME TO MRS-PCH-OUT-TIME
           MOVE WS-NOW-DATE TO MRS-PCH-PAY-OUT-DATE
           MOVE WS-NOW-TIME TO MRS-PCH-PAY-OUT-TIME
           MOVE "C" TO MRS-PCH-STATUS
           REWRITE MRS-PUNCH-REC
           END-REWRITE
           MOVE MRS-PCH-PAY-IN-DATE TO WC-IN-DATE
           MOVE MRS-PCH-PAY-IN-TIME TO WC-IN-TIME
           MOVE MRS-PCH-PAY-OUT-DATE TO WC-OUT-DATE
           MOVE MRS-PCH-PAY-OUT-TIME TO WC-OUT-TIME
           PERFORM 700-SHIFT-MINUTES THRU 700-EXIT
           COMPUTE WS-HOURS-EDIT ROUNDED = WC-MINUTES / 60
           MOVE SPACES TO WS-MSG-TEXT
           STRING "CLOCKED OUT AT " DELIMITED BY SIZE
                  WS-NOW-TIME DELIMITED BY SIZE
                  " -" DELIMITED BY SIZE
                  WS-HOURS-EDIT DELIMITED BY SIZE
                  " HOURS ON THIS SHIFT." DELIMITED BY SIZE
               INTO WS-MSG-TEXT
           END-STRING
           DISPLAY TCK-DONE
           ACCEPT TCK-DONE.
       450-EXIT.
           EXIT.

      * Supervisors only, and never on their own shifts.
       500-CORRECTIONS.
           IF MRS-SIGNON-LEVEL < 2
               MOVE "CORRECTIONS ARE FOR SUPERVISORS ONLY."
                   TO WS-ERR-TEXT
               DISPLAY TCK-REFUSED
               ACCEPT TCK-REFUSED
               GO TO 500-EXIT
           END-IF
           MOVE SPACES TO WS-C-EMP
           COMPUTE WS-C-FROM = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE (WS-TODAY-NUM) - 13)
           DISPLAY CLEAR
           DISPLAY SCR-CORR-EMP
           ACCEPT SCR-CORR-EMP
           IF F3 OR F4 OR WS-C-EMP = SPACES
               GO TO 500-EXIT
           END-IF
           IF WS-C-EMP = MRS-SIGNON-OPERATOR
               MOVE "YOUR OWN SHIFTS GO TO ANOTHER SUPERVISOR."
                   TO WS-ERR-TEXT
               DISPLAY TCK-REFUSED
               ACCEPT TCK-REFUSED
               GO TO 500-EXIT
           END-IF
           IF WS-C-FROM = ZEROS
               COMPUTE WS-C-FROM = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE (WS-TODAY-NUM) - 13)
           END-IF
           COMPUTE WS-DATE-TEST-RESULT =
               FUNCTION TEST-DATE-YYYYMMDD (WS-C-FROM)
           IF WS-DATE-TEST-RESULT NOT = 0
               MOVE "THE FROM DATE IS NOT A REAL DATE." TO WS-ERR-TEXT
               DISPLAY TCK-REFUSED
               ACCEPT TCK-REFUSED
               GO TO 500-EXIT
           END-IF
           MOVE WS-C-EMP TO WS-LIST-EMP
           PERFORM 310-FIND-NAME THRU 310-EXIT
           IF WS-OPR-FOUND NOT = "Y"
               MOVE "NO OPERATOR UNDER THAT ID." TO WS-ERR-TEXT
               DISPLAY TCK-REFUSED
               ACCEPT TCK-REFUSED
               GO TO 500-EXIT
           END-IF
           PERFORM 520-LIST-FROM THRU 520-EXIT
           MOVE SPACE TO WS-C-TYPE
           MOVE ZEROS TO WS-C-LINE
           DISPLAY CLEAR
           DISPLAY SCR-CORR-PICK
           ACCEPT SCR-CORR-PICK
           IF F3 OR F4
               GO TO 500-EXIT
           END-IF
           INSPECT WS-C-TYPE CONVERTING "acv" TO "ACV"
           IF WS-C-TYPE = "A"
               PERFORM 600-ADD-SHIFT THRU 600-EXIT
               GO TO 500-EXIT
           END-IF
           IF WS-C-TYPE NOT = "C" AND WS-C-TYPE NOT = "V"
               GO TO 500-EXIT
           END-IF
           IF WS-C-LINE < 1 OR WS-C-LINE > WS-N
               MOVE "NO SHIFT UNDER THAT NUMBER." TO WS-ERR-TEXT
               DISPLAY TCK-REFUSED
               ACCEPT TCK-REFUSED
               GO TO 500-EXIT
           END-IF
           MOVE WS-LIST-KEY(WS-C-LINE) TO MRS-PCH-KEY
           READ MRS-PUNCH-FILE
               INVALID KEY
                   MOVE "THAT SHIFT IS NO LONGER ON FILE."
                       TO WS-ERR-TEXT
                   DISPLAY TCK-REFUSED
                   ACCEPT TCK-REFUSED
                   GO TO 500-EXIT
           END-READ
           IF MRS-PCH-STATUS = "V"
               MOVE "THAT SHIFT IS ALREADY VOID." TO WS-ERR-TEXT
               DISPLAY TCK-REFUSED
               ACCEPT TCK-REFUSED
               GO TO 500-EXIT
           END-IF
           MOVE MRS-PCH-PAY-IN-DATE TO WO-PAY-IN-DATE
           MOVE MRS-PCH-PAY-IN-TIME TO WO-PAY-IN-TIME
           MOVE MRS-PCH-PAY-OUT-DATE TO WO-PAY-OUT-DATE
           MOVE MRS-PCH-PAY-OUT-TIME TO WO-PAY-OUT-TIME
           MOVE MRS-PCH-SITE TO WO-SITE
           MOVE MRS-PCH-STATUS TO WO-STATUS
           IF WS-C-TYPE = "C"
               PERFORM 650-CHANGE-SHIFT THRU 650-EXIT
           ELSE
               PERFORM 680-VOID-SHIFT THRU 680-EXIT
           END-IF.
       500-EXIT.
           EXIT.

      * Up to ten of the operator's shifts clocked in on or after the
      * from-date, numbered for picking.
       520-LIST-FROM.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > 10
               MOVE SPACES TO WS-LIST-SHOW(WS-I)
               MOVE SPACES TO WS-LIST-KEY(WS-I)
           END-PERFORM
           MOVE ZERO TO WS-N
           MOVE "N" TO PCH-EOF
           MOVE WS-C-EMP TO MRS-PCH-OPERATOR
           MOVE WS-C-FROM TO MRS-PCH-IN-DATE
           MOVE ZEROS TO MRS-PCH-IN-TIME
           START MRS-PUNCH-FILE KEY IS NOT LESS THAN MRS-PCH-KEY
               INVALID KEY
                   MOVE "Y" TO PCH-EOF
           END-START
           PERFORM UNTIL PCH-EOF = "Y" OR WS-N = 10
               READ MRS-PUNCH-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO PCH-EOF
                   NOT AT END
                       IF MRS-PCH-OPERATOR NOT = WS-C-EMP
                           MOVE "Y" TO PCH-EOF
                       ELSE
                           ADD 1 TO WS-N
                           MOVE WS-N TO WS-LINE-NO
                           PERFORM 800-BUILD-LINE THRU 800-EXIT
                           MOVE WS-SHIFT-BUILD TO WS-LIST-SHOW(WS-N)
                           MOVE MRS-PCH-KEY TO WS-LIST-KEY(WS-N)
                       END-IF
               END-READ
           END-PERFORM
           MOVE ZERO TO WS-LINE-NO.
       520-EXIT.
           EXIT.

      * A shift that was never clocked, keyed whole by the
      * supervisor at the site they name.
       600-ADD-SHIFT.
           MOVE "(MISSED SHIFT - NEVER CLOCKED)" TO WS-C-STRUCK
           MOVE ZEROS TO WS-C-IN-DATE
           MOVE ZEROS TO WS-C-IN-TIME
           MOVE ZEROS TO WS-C-OUT-DATE
           MOVE ZEROS TO WS-C-OUT-TIME
           MOVE WS-SITE TO WS-C-SITE
           MOVE "N" TO WS-C-OK
           PERFORM 660-KEY-TIMES THRU 660-EXIT
               UNTIL WS-C-OK = "Y" OR F3 OR F4
           IF WS-C-OK NOT = "Y"
               GO TO 600-EXIT
           END-IF
           MOVE SPACES TO MRS-PUNCH-REC
           MOVE WS-C-EMP TO MRS-PCH-OPERATOR
           MOVE WS-C-IN-DATE TO MRS-PCH-IN-DATE
           MOVE WS-C-IN-TIME TO MRS-PCH-IN-TIME
           MOVE WS-C-SITE TO MRS-PCH-SITE
           MOVE WS-C-OUT-DATE TO MRS-PCH-OUT-DATE
           MOVE WS-C-OUT-TIME TO MRS-PCH-OUT-TIME
           MOVE WS-C-IN-DATE TO MRS-PCH-PAY-IN-DATE
           MOVE WS-C-IN-TIME TO MRS-PCH-PAY-IN-TIME
           MOVE WS-C-OUT-DATE TO MRS-PCH-PAY-OUT-DATE
           MOVE WS-C-OUT-TIME TO MRS-PCH-PAY-OUT-TIME
           MOVE "C" TO MRS-PCH-STATUS
           MOVE "S" TO MRS-PCH-SOURCE
           MOVE MRS-SIGNON-OPERATOR TO MRS-PCH-CORR-BY
           MOVE WS-TODAY-NUM TO MRS-PCH-CORR-DATE
           WRITE MRS-PUNCH-REC
               INVALID KEY
                   MOVE "A SHIFT ALREADY STARTS AT THAT TIME."
                       TO WS-ERR-TEXT
                   DISPLAY TCK-REFUSED
                   ACCEPT TCK-REFUSED
                   GO TO 600-EXIT
           END-WRITE
           MOVE "PCHADD" TO WS-AUD-ACTION
           PERFORM 900-WRITE-AUDIT THRU 900-EXIT
           MOVE "PAY-IN" TO MRS-CH-FIELD
           MOVE SPACES TO MRS-CH-OLD-VALUE
           MOVE WS-C-IN-DATE TO WST-DATE
           MOVE WS-C-IN-TIME TO WST-TIME
           MOVE WS-STAMP TO MRS-CH-NEW-VALUE
           PERFORM 930-WRITE-CH-LINE THRU 930-EXIT
           MOVE "PAY-OUT" TO MRS-CH-FIELD
           MOVE SPACES TO MRS-CH-OLD-VALUE
           MOVE WS-C-OUT-DATE TO WST-DATE
           MOVE WS-C-OUT-TIME TO WST-TIME
           MOVE WS-STAMP TO MRS-CH-NEW-VALUE
           PERFORM 930-WRITE-CH-LINE THRU 930-EXIT
           MOVE "SITE" TO MRS-CH-FIELD
           MOVE SPACES TO MRS-CH-OLD-VALUE
           MOVE WS-C-SITE TO MRS-CH-NEW-VALUE
           PERFORM 930-WRITE-CH-LINE THRU 930-EXIT
           MOVE "SHIFT ADDED." TO WS-MSG-TEXT
           DISPLAY TCK-DONE
           ACCEPT TCK-DONE.
       600-EXIT.
           EXIT.

      * New paid times (and site) for a shift. An open shift given
      * its clock-out here is closed - the forgotten clock-out.
       650-CHANGE-SHIFT.
           MOVE SPACES TO WS-C-STRUCK
           IF MRS-PCH-OUT-DATE = ZEROS
               STRING MRS-PCH-IN-DATE DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      MRS-PCH-IN-TIME DELIMITED BY SIZE
                      " - NO CLOCK-OUT" DELIMITED BY SIZE
                   INTO WS-C-STRUCK
               END-STRING
           ELSE
               STRING MRS-PCH-IN-DATE DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      MRS-PCH-IN-TIME DELIMITED BY SIZE
                      " TO " DELIMITED BY SIZE
                      MRS-PCH-OUT-DATE DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      MRS-PCH-OUT-TIME DELIMITED BY SIZE
                   INTO WS-C-STRUCK
               END-STRING
           END-IF
           MOVE MRS-PCH-PAY-IN-DATE TO WS-C-IN-DATE
           MOVE MRS-PCH-PAY-IN-TIME TO WS-C-IN-TIME
           MOVE MRS-PCH-PAY-OUT-DATE TO WS-C-OUT-DATE
           MOVE MRS-PCH-PAY-OUT-TIME TO WS-C-OUT-TIME
           MOVE MRS-PCH-SITE TO WS-C-SITE
           MOVE "N" TO WS-C-OK
           PERFORM 660-KEY-TIMES THRU 660-EXIT
               UNTIL WS-C-OK = "Y" OR F3 OR F4
           IF WS-C-OK NOT = "Y"
               GO TO 650-EXIT
           END-IF
           IF WS-C-IN-DATE = WO-PAY-IN-DATE AND
              WS-C-IN-TIME = WO-PAY-IN-TIME AND
              WS-C-OUT-DATE = WO-PAY-OUT-DATE AND
              WS-C-OUT-TIME = WO-PAY-OUT-TIME AND
              WS-C-SITE = WO-SITE AND WO-STATUS = "C"
               MOVE "NOTHING CHANGED." TO WS-MSG-TEXT
               DISPLAY TCK-DONE
               ACCEPT TCK-DONE
               GO TO 650-EXIT
           END-IF
      *    Read again before the rewrite - the operator may have
      *    clocked the shift out from another terminal meanwhile.
           READ MRS-PUNCH-FILE
               INVALID KEY
                   MOVE "THAT SHIFT IS NO LONGER ON FILE."
                       TO WS-ERR-TEXT
                   DISPLAY TCK-REFUSED
                   ACCEPT TCK-REFUSED
                   GO TO 650-EXIT
           END-READ
           IF MRS-PCH-STATUS NOT = WO-STATUS
               MOVE "THE SHIFT CHANGED MEANWHILE - PICK IT AGAIN."
                   TO WS-ERR-TEXT
               DISPLAY TCK-REFUSED
               ACCEPT TCK-REFUSED
               GO TO 650-EXIT
           END-IF
           MOVE WS-C-IN-DATE TO MRS-PCH-PAY-IN-DATE
           MOVE WS-C-IN-TIME TO MRS-PCH-PAY-IN-TIME
           MOVE WS-C-OUT-DATE TO MRS-PCH-PAY-OUT-DATE
           MOVE WS-C-OUT-TIME TO MRS-PCH-PAY-OUT-TIME
           MOVE WS-C-SITE TO MRS-PCH-SITE
           MOVE "C" TO MRS-PCH-STATUS
           MOVE MRS-SIGNON-OPERATOR TO MRS-PCH-CORR-BY
           MOVE WS-TODAY-NUM TO MRS-PCH-CORR-DATE
           REWRITE MRS-PUNCH-REC
           END-REWRITE
           MOVE "PCHFIX" TO WS-AUD-ACTION
           PERFORM 900-WRITE-AUDIT THRU 900-EXIT
           IF WS-C-IN-DATE NOT = WO-PAY-IN-DATE OR
              WS-C-IN-TIME NOT = WO-PAY-IN-TIME
               MOVE "PAY-IN" TO MRS-CH-FIELD
               MOVE WO-PAY-IN-DATE TO WST-DATE
               MOVE WO-PAY-IN-TIME TO WST-TIME
               MOVE WS-STAMP TO MRS-CH-OLD-VALUE
               MOVE WS-C-IN-DATE TO WST-DATE
               MOVE WS-C-IN-TIME TO WST-TIME
               MOVE WS-STAMP TO MRS-CH-NEW-VALUE
               PERFORM 930-WRITE-CH-LINE THRU 930-EXIT
           END-IF
           IF WS-C-OUT-DATE NOT = WO-PAY-OUT-DATE OR
              WS-C-OUT-TIME NOT = WO-PAY-OUT-TIME
               MOVE "PAY-OUT" TO MRS-CH-FIELD
               MOVE WO-PAY-OUT-DATE TO WST-DATE
               MOVE WO-PAY-OUT-TIME TO WST-TIME
               MOVE WS-STAMP TO MRS-CH-OLD-VALUE
               MOVE WS-C-OUT-DATE TO WST-DATE
               MOVE WS-C-OUT-TIME TO WST-TIME
               MOVE WS-STAMP TO MRS-CH-NEW-VALUE
               PERFORM 930-WRITE-CH-LINE THRU 930-EXIT
           END-IF
           IF WS-C-SITE NOT = WO-SITE
               MOVE "SITE" TO MRS-CH-FIELD
               MOVE WO-SITE TO MRS-CH-OLD-VALUE
               MOVE WS-C-SITE TO MRS-CH-NEW-VALUE
               PERFORM 930-WRITE-CH-LINE THRU 930-EXIT
           END-IF
           IF WO-STATUS NOT = "C"
               MOVE "STATUS" TO MRS-CH-FIELD
               MOVE WO-STATUS TO MRS-CH-OLD-VALUE
               MOVE "C" TO MRS-CH-NEW-VALUE
               PERFORM 930-WRITE-CH-LINE THRU 930-EXIT
           END-IF
           MOVE "SHIFT CORRECTED." TO WS-MSG-TEXT
           DISPLAY TCK-DONE
           ACCEPT TCK-DONE.
       650-EXIT.
           EXIT.

       660-KEY-TIMES.
           DISPLAY CLEAR
           DISPLAY SCR-CORR-TIMES
           ACCEPT SCR-CORR-TIMES
           IF F3 OR F4
               GO TO 660-EXIT
           END-IF
           PERFORM 670-CHECK-TIMES THRU 670-EXIT
           IF WS-C-OK NOT = "Y"
               DISPLAY TCK-REFUSED
               ACCEPT TCK-REFUSED
           END-IF.
       660-EXIT.
           EXIT.

      * Real dates, real times, a site, a start not in the future,
      * and an end after the start no more than a day later.
       670-CHECK-TIMES.
           MOVE "N" TO WS-C-OK
           COMPUTE WS-DATE-TEST-RESULT =
               FUNCTION TEST-DATE-YYYYMMDD (WS-C-IN-DATE)
           IF WS-DATE-TEST-RESULT NOT = 0
               MOVE "THE PAID-IN DATE IS NOT A REAL DATE."
                   TO WS-ERR-TEXT
               GO TO 670-EXIT
           END-IF
           COMPUTE WS-DATE-TEST-RESULT =
               FUNCTION TEST-DATE-YYYYMMDD (WS-C-OUT-DATE)
           IF WS-DATE-TEST-RESULT NOT = 0
               MOVE "THE PAID-OUT DATE IS NOT A REAL DATE."
                   TO WS-ERR-TEXT
               GO TO 670-EXIT
           END-IF
           MOVE WS-C-IN-TIME TO WT-TIME
           IF WT-HH > 23 OR WT-MM > 59
               MOVE "A TIME IS HHMM, 0000 TO 2359." TO WS-ERR-TEXT
               GO TO 670-EXIT
           END-IF
           MOVE WS-C-OUT-TIME TO WT-TIME
           IF WT-HH > 23 OR WT-MM > 59
               MOVE "A TIME IS HHMM, 0000 TO 2359." TO WS-ERR-TEXT
               GO TO 670-EXIT
           END-IF
           IF WS-C-SITE = SPACES
               MOVE "THE SHIFT NEEDS A SITE." TO WS-ERR-TEXT
               GO TO 670-EXIT
           END-IF
           IF WS-C-IN-DATE > WS-TODAY-NUM
               MOVE "A SHIFT CANNOT START IN THE FUTURE."
                   TO WS-ERR-TEXT
               GO TO 670-EXIT
           END-IF
           MOVE WS-C-IN-DATE TO WC-IN-DATE
           MOVE WS-C-IN-TIME TO WC-IN-TIME
           MOVE WS-C-OUT-DATE TO WC-OUT-DATE
           MOVE WS-C-OUT-TIME TO WC-OUT-TIME
           PERFORM 700-SHIFT-MINUTES THRU 700-EXIT
           IF WC-MINUTES NOT > ZERO
               MOVE "THE SHIFT MUST END AFTER IT STARTS."
                   TO WS-ERR-TEXT
               GO TO 670-EXIT
           END-IF
           IF WC-MINUTES > 1440
               MOVE "A SHIFT CANNOT RUN PAST 24 HOURS." TO WS-ERR-TEXT
               GO TO 670-EXIT
           END-IF
           MOVE "Y" TO WS-C-OK.
       670-EXIT.
           EXIT.

      * A voided shift stays on file, never paid.
       680-VOID-SHIFT.
           MOVE SPACE TO WS-C-CONFIRM
           DISPLAY CLEAR
           DISPLAY SCR-CORR-VOID
           ACCEPT SCR-CORR-VOID
           IF F3 OR F4
               GO TO 680-EXIT
           END-IF
           IF WS-C-CONFIRM NOT = "Y" AND WS-C-CONFIRM NOT = "y"
               GO TO 680-EXIT
           END-IF
           READ MRS-PUNCH-FILE
               INVALID KEY
                   MOVE "THAT SHIFT IS NO LONGER ON FILE."
                       TO WS-ERR-TEXT
                   DISPLAY TCK-REFUSED
                   ACCEPT TCK-REFUSED
                   GO TO 680-EXIT
           END-READ
           MOVE "V" TO MRS-PCH-STATUS
           MOVE MRS-SIGNON-OPERATOR TO MRS-PCH-CORR-BY
           MOVE WS-TODAY-NUM TO MRS-PCH-CORR-DATE
           REWRITE MRS-PUNCH-REC
           END-REWRITE
           MOVE "PCHVOI" TO WS-AUD-ACTION
           PERFORM 900-WRITE-AUDIT THRU 900-EXIT
           MOVE "STATUS" TO MRS-CH-FIELD
           MOVE WO-STATUS TO MRS-CH-OLD-VALUE
           MOVE "V" TO MRS-CH-NEW-VALUE
           PERFORM 930-WRITE-CH-LINE THRU 930-EXIT
           MOVE "SHIFT VOIDED." TO WS-MSG-TEXT
           DISPLAY TCK-DONE
           ACCEPT TCK-DONE.
       680-EXIT.
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

      * One list line for the shift in the record area, numbered
      * by WS-LINE-NO (zero shows no number).
       800-BUILD-LINE.
           MOVE WS-LINE-NO TO WSB-NUM
           MOVE MRS-PCH-PAY-IN-DATE TO WSB-IN-DATE
           MOVE MRS-PCH-PAY-IN-TIME TO WSB-IN-TIME
           MOVE MRS-PCH-SITE TO WSB-SITE
           MOVE MRS-PCH-STATUS TO WSB-STATUS
           MOVE MRS-PCH-CORR-BY TO WSB-CORR
           IF MRS-PCH-STATUS = "O"
               MOVE SPACES TO WSB-OUT-DATE
               MOVE SPACES TO WSB-OUT-TIME
               MOVE "  OPEN" TO WSB-HOURS
               GO TO 800-EXIT
           END-IF
           MOVE MRS-PCH-PAY-OUT-DATE TO WSB-OUT-DATE
           MOVE MRS-PCH-PAY-OUT-TIME TO WSB-OUT-TIME
           MOVE MRS-PCH-PAY-IN-DATE TO WC-IN-DATE
           MOVE MRS-PCH-PAY-IN-TIME TO WC-IN-TIME
           MOVE MRS-PCH-PAY-OUT-DATE TO WC-OUT-DATE
           MOVE MRS-PCH-PAY-OUT-TIME TO WC-OUT-TIME
           PERFORM 700-SHIFT-MINUTES THRU 700-EXIT
           COMPUTE WS-HOURS-EDIT ROUNDED = WC-MINUTES / 60
           MOVE WS-HOURS-EDIT TO WSB-HOURS.
       800-EXIT.
           EXIT.

      * The minute it is now, as the clock strikes it.
       850-NOW.
           MOVE FUNCTION CURRENT-DATE TO WS-DATETIME
           COMPUTE WS-NOW-DATE =
               (WS-YEAR * 10000) + (WS-MONTH * 100) + WS-DAY
           COMPUTE WS-NOW-TIME = (WS-HOUR * 100) + WS-MINUTE.
       850-EXIT.
           EXIT.

      * Appends one line to the audit trail for a correction: the
      * supervisor who made it and the operator whose shift moved.
       900-WRITE-AUDIT.
           MOVE WS-YEAR TO MRS-AUD-YEAR
           MOVE WS-MONTH TO MRS-AUD-MONTH
           MOVE WS-DAY TO MRS-AUD-DAY
           MOVE "MRS-1800" TO MRS-AUD-PROGRAM
           MOVE WS-AUD-ACTION TO MRS-AUD-ACTION
           MOVE WS-C-EMP TO MRS-AUD-KEY
           MOVE MRS-SIGNON-OPERATOR TO MRS-AUD-OPERATOR
           COPY "CPYBOOKS/MRS-AUDSEQ.CPY".
           WRITE MRS-AUDIT-REC.
       900-EXIT.
           EXIT.

       930-WRITE-CH-LINE.
           MOVE WS-YEAR TO MRS-CH-YEAR
           MOVE WS-MONTH TO MRS-CH-MONTH
           MOVE WS-DAY TO MRS-CH-DAY
           MOVE "MRS-1800" TO MRS-CH-PROGRAM
           MOVE WS-C-EMP TO MRS-CH-KEY
           MOVE MRS-SIGNON-OPERATOR TO MRS-CH-OPERATOR
           WRITE MRS-CH-REC.
       930-EXIT.
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
               WHEN "AUDIT"
                   MOVE CFG-PATH TO UT-SYS-AUDIT
               WHEN "CHANGE-HIST"
                   MOVE CFG-PATH TO UT-SYS-CHANGE-HIST
           END-EVALUATE.
       170-END.
           EXIT.

       end program MRS-1800.
