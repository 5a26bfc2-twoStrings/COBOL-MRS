       IDENTIFICATION DIVISION.
       PROGRAM-ID.  MRS-1560.
       AUTHOR.  JOHN BELLEK.
      *****************************************************************
      * Staff discount rule maintenance - add, update, and view the
      * percent off each class of ticket or concession takes on a
      * staff sale (every ticket, one ticket type, every concession,
      * one item, every combo; see MRS-STAFFRULE.CPY). Supervisors
      * only, unless the permission matrix says otherwise - the
      * rules decide what the house gives away. In the MRS-1550
      * maintenance mold; called from the concession sale screen.
      *
      * Each employee's monthly allowance is kept on the operator
      * master (MRS-1100), the house allowance in the business
      * parameters (STAFF-ALLOW, MRS-1750).
      *****************************************************************

       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
           CURSOR IS CRPT
           CRT STATUS IS SCR-STAT.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MRS-STAFFRULE-FILE
               ASSIGN TO UT-SYS-STAFFRULE
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS MRS-SDR-CLASS
               FILE STATUS IS WS-SDR-STATUS.

           SELECT MRS-AUDIT-FILE
               ASSIGN TO UT-SYS-AUDIT
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT MRS-FILE-CONFIG-FILE
               ASSIGN TO UT-SYS-FILE-CFG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CFG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       COPY "CPYBOOKS/MRS-STAFFRULE.CPY".
       COPY "CPYBOOKS/MRS-AUDIT.CPY".
       COPY "CPYBOOKS/MRS-FILE-CFG.CPY".

       WORKING-STORAGE SECTION.
       COPY "CPYBOOKS/FUNCTION-KEYS.CPY".
       COPY "CPYBOOKS/MRS-SIGNON.CPY".
       COPY "CPYBOOKS/MRS-SEQPUT.CPY".
       COPY "CPYBOOKS/MRS-TRNPUT.CPY".
       COPY "CPYBOOKS/DATETIME.CPY".
       COPY "CPYBOOKS/MRS-PERMCHK.CPY".

       01 WS-FILENAMES.
         05 UT-SYS-STAFFRULE PIC X(50)
           VALUE "C:\COBOL\MRS-STAFFRULE-INDEX.DAT".
         05 UT-SYS-AUDIT PIC X(50) VALUE "C:\COBOL\MRS-AUDIT.LOG".
         05 UT-SYS-FILE-CFG PIC X(50)
           VALUE "C:\COBOL\MRS-FILE-PATHS.CFG".

       01 WS-FILE-CFG-CTL.
         05 WS-CFG-STATUS PIC XX.
         05 WS-CFG-EOF PIC X.
           88 CFG-EOF VALUE 'Y'.

       01 WS-SCREEN-WORK.
         05 WS-SDR-STATUS PIC XX.
         05 WS-ACTION PIC X.
         05 WS-CONFIRM PIC X.
         05 WS-ENTER PIC X.
         05 WS-DONE PIC X.
         05 WS-RULE-FOUND PIC X.
         05 WS-CLASS-OK PIC X.
         05 WS-OPERATOR-ID PIC X(8).
         05 WS-CLASS-IN PIC X(4).
         05 WS-DESC PIC X(20).
         05 WS-PCT PIC 9(3).
         05 WS-ACTIVE PIC X.

       01 WS-MSG.
         05 RULE-EXISTS PIC X(40)
           VALUE "THAT CLASS ALREADY HAS A RULE".
         05 RULE-NOT-FOUND PIC X(40)
           VALUE "THAT CLASS HAS NO RULE ON FILE".
         05 BAD-CLASS PIC X(40)
           VALUE "CLASS MUST BE TKT* TKTA TKTC TKTS CON*".
         05 BAD-FIELDS PIC X(40)
           VALUE "PERCENT 0-100, ACTIVE Y OR N".
         05 SUCCESS-ADDED PIC X(40)
           VALUE "RULE HAS BEEN ADDED!".
         05 SUCCESS-UPDATED PIC X(40)
           VALUE "RULE HAS BEEN UPDATED!".
         05 ERR-MSG PIC X(42).

       SCREEN SECTION.
       01 CLEAR BLANK SCREEN PROMPT AUTO REQUIRED BACKGROUND-COLOR 0
       FOREGROUND-COLOR 7.
         05 MV-TITLE-LINE.
           10 LINE 1 COL 1 VALUE "MRS156".
           10 COL 10 PIC X(8) FROM MRS-SIGNON-BANNER
                FOREGROUND-COLOR 4.
           10 COL 30 VALUE "MOVIE THEATER SYSTEM".
           10 COL 70 PIC Z9 FROM WS-MONTH.
           10 COL 72 VALUE "/".
           10 COL 73 PIC Z9 FROM WS-DAY.
           10 COL 75 VALUE "/".
           10 COL 76 PIC 9999 FROM WS-YEAR.
         05 CON-TITLE.
           10 LINE 2 COL 14
             VALUE "MOVIE RENTALS AND SCHEDULING: STAFF DISCOUNT RULES".
         05 CON-FUNCTION.
           10 LINE 25 COL 1 VALUE "F1 = HELP     F3 = END     ".
           10 COL 27 VALUE " F4 = RETURN     F12 = CANCEL".

       01 SCR-ACTION.
         05 LINE 5 COL 20 VALUE "A = ADD RULE".
         05 LINE 6 COL 20 VALUE "U = UPDATE RULE".
         05 LINE 7 COL 20 VALUE "V = VIEW RULE".
         05 LINE 9 COL 20 VALUE "ACTION:".
         05 COL 32 PIC X TO WS-ACTION REVERSE-VIDEO.
         05 LINE 10 COL 21 VALUE "CLASS:".
         05 COL 32 PIC X(4) TO WS-CLASS-IN REVERSE-VIDEO.
         05 LINE 12 COL 10
           VALUE "TKT* = EVERY TICKET   TKTA/TKTC/TKTS = ONE TYPE".
         05 LINE 13 COL 10
           VALUE "CON* = EVERY CONCESSION   C001-C999 = ONE ITEM".
         05 LINE 14 COL 10
           VALUE "CMB* = EVERY COMBO (NONE ON FILE = CON*)".

       01 SCR-DETAIL.
         05 SCR1-R6.
           10 LINE 6 COL 26 VALUE "CLASS:".
           10 COL 40 PIC X(4) FROM WS-CLASS-IN.
         05 SCR1-R7.
           10 LINE 7 COL 20 VALUE "DESCRIPTION:".
           10 COL 40 PIC X(20) USING WS-DESC REVERSE-VIDEO.
         05 SCR1-R8.
           10 LINE 8 COL 9 VALUE "PERCENT OFF (100 = FREE):".
           10 COL 40 PIC 9(3) USING WS-PCT REVERSE-VIDEO.
         05 SCR1-R9.
           10 LINE 9 COL 20 VALUE "ACTIVE (Y/N):".
           10 COL 40 PIC X USING WS-ACTIVE REVERSE-VIDEO.

       01 MSG.
         05 ERR-ID FOREGROUND-COLOR 4.
           10 LINE 22 COL 9 PIC X(20) VALUE "ERROR MESSAGE:".
           10 LINE 23 COL 16 PIC X(42) FROM ERR-MSG.
           10 COL 60 PIC X TO WS-CONFIRM.
         05 SUCCESS-ID FOREGROUND-COLOR 2.
           10 LINE 22 COL 9 PIC X(42) FROM ERR-MSG.
         05 CONFIRM-SAVE.
           10 LINE 23 COL 16 PIC X(18) VALUE "CONFIRM SAVE? Y/N".
           10 REVERSE-VIDEO COL 38 PIC X TO WS-CONFIRM.
         05 CONTINUE-VIEW.
           10 LINE 23 COL 16 PIC X(23) VALUE "PRESS ENTER TO CONTINUE".
           10 COL 60 PIC X TO WS-CONFIRM.
         05 NOT-SUPERVISOR FOREGROUND-COLOR 4.
           10 LINE 22 COL 10
             VALUE "STAFF DISCOUNT RULES ARE SUPERVISORS ONLY".
           10 LINE 24 COL 40 VALUE "PRESS ENTER TO CONTINUE".
           10 COL 65 PIC X TO WS-ENTER.

       PROCEDURE DIVISION.
       100-MAIN.
           PERFORM 160-LOAD-FILE-CONFIG THRU 160-END
           COPY "CPYBOOKS/ENABLE-KEYS.CPY".
           MOVE FUNCTION CURRENT-DATE TO WS-DATETIME
           MOVE MRS-SIGNON-OPERATOR TO WS-OPERATOR-ID
           MOVE MRS-SIGNON-OPERATOR TO MRS-PCK-OPERATOR
           MOVE "STAFFDSC" TO MRS-PCK-FUNCTION
           IF MRS-SIGNON-LEVEL < 2
               MOVE "N" TO MRS-PCK-DEFAULT
           ELSE
               MOVE "Y" TO MRS-PCK-DEFAULT
           END-IF
           CALL 'MRS-1050' USING MRS-PERM-CHECK
           IF MRS-PCK-ANSWER NOT = "Y"
               DISPLAY CLEAR
               DISPLAY NOT-SUPERVISOR
               ACCEPT NOT-SUPERVISOR
               GOBACK
           END-IF
      *    The first rule keyed at a site creates the file.
           OPEN I-O MRS-STAFFRULE-FILE
           IF WS-SDR-STATUS = '35'
               OPEN OUTPUT MRS-STAFFRULE-FILE
               CLOSE MRS-STAFFRULE-FILE
               OPEN I-O MRS-STAFFRULE-FILE
           END-IF
           OPEN EXTEND MRS-AUDIT-FILE
           MOVE SPACES TO WS-DONE
           PERFORM 200-ONE-ACTION THRU 200-EXIT
               UNTIL (WS-DONE = "Y" OR F3 OR F4)
           CLOSE MRS-STAFFRULE-FILE
           CLOSE MRS-AUDIT-FILE
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
               WHEN "STAFFRULE"
                   MOVE CFG-PATH TO UT-SYS-STAFFRULE
               WHEN "AUDIT"
                   MOVE CFG-PATH TO UT-SYS-AUDIT
           END-EVALUATE.
       170-END.
           EXIT.

       200-ONE-ACTION.
           DISPLAY CLEAR
           DISPLAY SCR-ACTION
           ACCEPT SCR-ACTION
           IF F3 OR F4
               MOVE "Y" TO WS-DONE
           ELSE
               PERFORM 220-CHECK-CLASS THRU 220-EXIT
               IF WS-CLASS-OK NOT = "Y"
                   MOVE BAD-CLASS TO ERR-MSG
                   DISPLAY ERR-ID
                   ACCEPT ERR-ID
                   GO TO 200-EXIT
               END-IF
               PERFORM 250-READ-RULE THRU 250-EXIT
               EVALUATE WS-ACTION
                   WHEN "A"
                       PERFORM 300-ADD THRU 300-EXIT
                   WHEN "U"
                       PERFORM 400-UPDATE THRU 400-EXIT
                   WHEN "V"
                       PERFORM 500-VIEW THRU 500-EXIT
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.
       200-EXIT.
           EXIT.

      * Only the classes the registers ask about can be keyed, so a
      * rule can never sit on file that nothing reads.
       220-CHECK-CLASS.
           MOVE "N" TO WS-CLASS-OK
           IF WS-CLASS-IN = "TKT*" OR WS-CLASS-IN = "TKTA" OR
              WS-CLASS-IN = "TKTC" OR WS-CLASS-IN = "TKTS" OR
              WS-CLASS-IN = "CON*" OR WS-CLASS-IN = "CMB*"
               MOVE "Y" TO WS-CLASS-OK
           END-IF
           IF WS-CLASS-IN(1:1) = "C" AND WS-CLASS-IN(2:3) NUMERIC
               AND WS-CLASS-IN(2:3) NOT = "000"
               MOVE "Y" TO WS-CLASS-OK
           END-IF.
       220-EXIT.
           EXIT.

       250-READ-RULE.
           MOVE WS-CLASS-IN TO MRS-SDR-CLASS
           READ MRS-STAFFRULE-FILE KEY IS MRS-SDR-CLASS
               INVALID KEY
                   MOVE "N" TO WS-RULE-FOUND
               NOT INVALID KEY
                   MOVE "Y" TO WS-RULE-FOUND
           END-READ.
       250-EXIT.
           EXIT.

       300-ADD.
           IF WS-RULE-FOUND = "Y"
               MOVE RULE-EXISTS TO ERR-MSG
               DISPLAY ERR-ID
               ACCEPT ERR-ID
               GO TO 300-EXIT
           END-IF
           MOVE SPACES TO WS-DESC
           MOVE ZEROS TO WS-PCT
           MOVE "Y" TO WS-ACTIVE
           PERFORM 350-ACCEPT-DETAIL THRU 350-EXIT
           IF WS-CONFIRM = "Y"
               MOVE SPACES TO MRS-STAFFRULE-REC
               MOVE WS-CLASS-IN TO MRS-SDR-CLASS
               PERFORM 480-STORE-FIELDS THRU 480-EXIT
               WRITE MRS-STAFFRULE-REC
               MOVE "ADD" TO MRS-AUD-ACTION
               PERFORM 900-WRITE-AUDIT THRU 900-EXIT
               MOVE SUCCESS-ADDED TO ERR-MSG
               DISPLAY SUCCESS-ID
               DISPLAY CONTINUE-VIEW
               ACCEPT CONTINUE-VIEW
           END-IF.
       300-EXIT.
           EXIT.

      * Shared detail entry for add and update - keeps asking until
      * the percent and flag make sense or the operator backs out.
       350-ACCEPT-DETAIL.
           MOVE SPACES TO WS-CONFIRM
           DISPLAY CLEAR
           DISPLAY SCR-DETAIL
           ACCEPT SCR-DETAIL
           IF F3 OR F4 OR F12
               GO TO 350-EXIT
           END-IF
           IF WS-PCT > 100 OR
              (WS-ACTIVE NOT = "Y" AND WS-ACTIVE NOT = "N")
               MOVE BAD-FIELDS TO ERR-MSG
               DISPLAY ERR-ID
               ACCEPT ERR-ID
               GO TO 350-ACCEPT-DETAIL
           END-IF
           DISPLAY CONFIRM-SAVE
           ACCEPT CONFIRM-SAVE.
       350-EXIT.
           EXIT.

       400-UPDATE.
           IF WS-RULE-FOUND = "N"
               MOVE RULE-NOT-FOUND TO ERR-MSG
               DISPLAY ERR-ID
               ACCEPT ERR-ID
               GO TO 400-EXIT
           END-IF
           PERFORM 450-LOAD-FIELDS THRU 450-EXIT
           PERFORM 350-ACCEPT-DETAIL THRU 350-EXIT
           IF WS-CONFIRM = "Y"
               PERFORM 480-STORE-FIELDS THRU 480-EXIT
               REWRITE MRS-STAFFRULE-REC
               MOVE "UPDATE" TO MRS-AUD-ACTION
               PERFORM 900-WRITE-AUDIT THRU 900-EXIT
               MOVE SUCCESS-UPDATED TO ERR-MSG
               DISPLAY SUCCESS-ID
               DISPLAY CONTINUE-VIEW
               ACCEPT CONTINUE-VIEW
           END-IF.
       400-EXIT.
           EXIT.

       450-LOAD-FIELDS.
           MOVE MRS-SDR-DESC TO WS-DESC
           MOVE MRS-SDR-PCT TO WS-PCT
           MOVE MRS-SDR-ACTIVE-FLAG TO WS-ACTIVE.
       450-EXIT.
           EXIT.

       480-STORE-FIELDS.
           MOVE WS-DESC TO MRS-SDR-DESC
           MOVE WS-PCT TO MRS-SDR-PCT
           MOVE WS-ACTIVE TO MRS-SDR-ACTIVE-FLAG.
       480-EXIT.
           EXIT.

       500-VIEW.
           IF WS-RULE-FOUND = "N"
               MOVE RULE-NOT-FOUND TO ERR-MSG
               DISPLAY ERR-ID
               ACCEPT ERR-ID
               GO TO 500-EXIT
           END-IF
           PERFORM 450-LOAD-FIELDS THRU 450-EXIT
           DISPLAY CLEAR
           DISPLAY SCR-DETAIL
           DISPLAY CONTINUE-VIEW
           ACCEPT CONTINUE-VIEW.
       500-EXIT.
           EXIT.

      * Appends one line to the audit trail for this change. The
      * action code is set by the caller before the PERFORM.
       900-WRITE-AUDIT.
           MOVE WS-YEAR TO MRS-AUD-YEAR
           MOVE WS-MONTH TO MRS-AUD-MONTH
           MOVE WS-DAY TO MRS-AUD-DAY
           MOVE "MRS-1560" TO MRS-AUD-PROGRAM
           MOVE MRS-SDR-CLASS TO MRS-AUD-KEY
           MOVE WS-OPERATOR-ID TO MRS-AUD-OPERATOR
           COPY "CPYBOOKS/MRS-AUDSEQ.CPY".
           WRITE MRS-AUDIT-REC.
       900-EXIT.
           EXIT.

       end program MRS-1560.
