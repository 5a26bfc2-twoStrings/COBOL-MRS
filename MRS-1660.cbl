       IDENTIFICATION DIVISION.
       PROGRAM-ID.  MRS-1660.
       AUTHOR.  JOHN BELLEK.
      *****************************************************************
      * GL accounting period close - close a month once its numbers
      * have gone to the accountant, reopen one, or view where a
      * month stands. Once a month is closed no GL feed writer posts
      * into it any more; MRS-5040 moves such a line to the first
      * open month and notes it. Only a finished month may be closed
      * - never the current month or one still to come. Closing is
      * supervisors only unless a permission ruling says otherwise;
      * reopening is supervisors only, always. Both leave an audit
      * line keyed by the period (YYYYMM).
      * In the MRS-1600 maintenance mold.
      *****************************************************************

       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
           CURSOR IS CRPT
           CRT STATUS IS SCR-STAT.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MRS-GL-PERIOD-FILE
               ASSIGN TO UT-SYS-GLPERIOD
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS MRS-GLP-PERIOD
               FILE STATUS IS WS-GLP-STATUS.

           SELECT MRS-AUDIT-FILE
               ASSIGN TO UT-SYS-AUDIT
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT MRS-FILE-CONFIG-FILE
               ASSIGN TO UT-SYS-FILE-CFG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CFG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       COPY "CPYBOOKS/MRS-GLPER.CPY".
       COPY "CPYBOOKS/MRS-AUDIT.CPY".
       COPY "CPYBOOKS/MRS-FILE-CFG.CPY".

       WORKING-STORAGE SECTION.
       COPY "CPYBOOKS/FUNCTION-KEYS.CPY".
       COPY "CPYBOOKS/MRS-SIGNON.CPY".
       COPY "CPYBOOKS/MRS-SEQPUT.CPY".
       COPY "CPYBOOKS/MRS-TRNPUT.CPY".
       COPY "CPYBOOKS/MRS-PERMCHK.CPY".
       COPY "CPYBOOKS/DATETIME.CPY".

       01 WS-FILENAMES.
         05 UT-SYS-GLPERIOD PIC X(50)
           VALUE "C:\COBOL\MRS-GLPERIOD-INDEX.DAT".
         05 UT-SYS-AUDIT PIC X(50) VALUE "C:\COBOL\MRS-AUDIT.LOG".
         05 UT-SYS-FILE-CFG PIC X(50)
           VALUE "C:\COBOL\MRS-FILE-PATHS.CFG".

       01 WS-FILE-CFG-CTL.
         05 WS-CFG-STATUS PIC XX.
         05 WS-CFG-EOF PIC X.
           88 CFG-EOF VALUE 'Y'.

       01 WS-SCREEN-WORK.
         05 WS-GLP-STATUS PIC XX.
         05 WS-ACTION PIC X.
         05 WS-CONFIRM PIC X.
         05 WS-ENTER PIC X.
         05 WS-DONE PIC X.
         05 WS-PER-FOUND PIC X.
         05 WS-OPERATOR-ID PIC X(8).
         05 WS-PER-MONTH PIC 99.
         05 WS-PER-YEAR PIC 9999.
         05 WS-PERIOD PIC 9(6).
         05 WS-THIS-PERIOD PIC 9(6).
         05 WS-TODAY PIC 9(8).

      * What the view shows for the keyed-in month.
       01 WS-VIEW.
         05 WS-V-STATUS PIC X(8).
         05 WS-V-CLOSED-BY PIC X(8).
         05 WS-V-CLOSED-DATE PIC 9(8).
         05 WS-V-OPENED-BY PIC X(8).
         05 WS-V-OPENED-DATE PIC 9(8).

       01 WS-MSG.
         05 BAD-PERIOD PIC X(40)
           VALUE "MONTH MUST BE 01 TO 12".
         05 NOT-FINISHED PIC X(40)
           VALUE "ONLY A FINISHED MONTH MAY BE CLOSED".
         05 ALREADY-CLOSED PIC X(40)
           VALUE "THAT MONTH IS ALREADY CLOSED".
         05 NOT-CLOSED PIC X(40)
           VALUE "THAT MONTH IS NOT CLOSED".
         05 REOPEN-SUPERVISOR PIC X(40)
           VALUE "ONLY A SUPERVISOR MAY REOPEN A MONTH".
         05 SUCCESS-CLOSED PIC X(40)
           VALUE "MONTH HAS BEEN CLOSED!".
         05 SUCCESS-REOPENED PIC X(40)
           VALUE "MONTH HAS BEEN REOPENED!".
         05 ERR-MSG PIC X(42).

       SCREEN SECTION.
       01 CLEAR BLANK SCREEN PROMPT AUTO REQUIRED BACKGROUND-COLOR 0
       FOREGROUND-COLOR 7.
         05 MV-TITLE-LINE.
           10 LINE 1 COL 1 VALUE "MRS166".
           10 COL 10 PIC X(8) FROM MRS-SIGNON-BANNER
                FOREGROUND-COLOR 4.
           10 COL 30 VALUE "MOVIE THEATER SYSTEM".
           10 COL 70 PIC Z9 FROM WS-MONTH.
           10 COL 72 VALUE "/".
           10 COL 73 PIC Z9 FROM WS-DAY.
           10 COL 75 VALUE "/".
           10 COL 76 PIC 9999 FROM WS-YEAR.
         05 GLP-TITLE.
           10 LINE 2 COL 15
             VALUE "MOVIE RENTALS AND SCHEDULING: ACCOUNTING PERIODS".
         05 GLP-FUNCTION.
           10 LINE 25 COL 1 VALUE "F1 = HELP     F3 = END     ".
           10 COL 27 VALUE " F4 = RETURN     F12 = CANCEL".

       01 SCR-ACTION.
         05 LINE 4 COL 20 VALUE "C = CLOSE MONTH".
         05 LINE 5 COL 20 VALUE "R = REOPEN MONTH".
         05 LINE 6 COL 20 VALUE "V = VIEW MONTH".
         05 LINE 8 COL 20 VALUE "ACTION:".
         05 COL 40 PIC X TO WS-ACTION REVERSE-VIDEO.
         05 LINE 9 COL 20 VALUE "MONTH (MM YYYY):".
         05 COL 40 PIC 99 TO WS-PER-MONTH REVERSE-VIDEO.
         05 COL 43 PIC 9999 TO WS-PER-YEAR REVERSE-VIDEO.

       01 SCR-DETAIL.
         05 SCR1-R11.
           10 LINE 11 COL 22 VALUE "STATUS:".
           10 COL 40 PIC X(8) FROM WS-V-STATUS.
         05 SCR1-R12.
           10 LINE 12 COL 19 VALUE "CLOSED BY:".
           10 COL 40 PIC X(8) FROM WS-V-CLOSED-BY.
           10 COL 50 PIC 9(8) FROM WS-V-CLOSED-DATE.
         05 SCR1-R13.
           10 LINE 13 COL 17 VALUE "REOPENED BY:".
           10 COL 40 PIC X(8) FROM WS-V-OPENED-BY.
           10 COL 50 PIC 9(8) FROM WS-V-OPENED-DATE.

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
             VALUE "PERIOD CLOSE IS SUPERVISORS ONLY".
           10 LINE 24 COL 40 VALUE "PRESS ENTER TO CONTINUE".
           10 COL 65 PIC X TO WS-ENTER.

       PROCEDURE DIVISION.
       100-MAIN.
           PERFORM 160-LOAD-FILE-CONFIG THRU 160-END
           COPY "CPYBOOKS/ENABLE-KEYS.CPY".
           MOVE FUNCTION CURRENT-DATE TO WS-DATETIME
           COMPUTE WS-THIS-PERIOD = (WS-YEAR * 100) + WS-MONTH
           COMPUTE WS-TODAY =
               (WS-YEAR * 10000) + (WS-MONTH * 100) + WS-DAY
           MOVE MRS-SIGNON-OPERATOR TO WS-OPERATOR-ID
      *    Closing a month locks the accountant's numbers, so it is
      *    held to supervisors unless a permission ruling says
      *    otherwise.
           MOVE MRS-SIGNON-OPERATOR TO MRS-PCK-OPERATOR
           MOVE "GLPERIOD" TO MRS-PCK-FUNCTION
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
      *    The first close on a site lays the period file down.
           OPEN I-O MRS-GL-PERIOD-FILE
           IF WS-GLP-STATUS = '35'
               OPEN OUTPUT MRS-GL-PERIOD-FILE
               CLOSE MRS-GL-PERIOD-FILE
               OPEN I-O MRS-GL-PERIOD-FILE
           END-IF
           OPEN EXTEND MRS-AUDIT-FILE
           MOVE SPACES TO WS-DONE
           PERFORM 200-ONE-ACTION THRU 200-EXIT
               UNTIL (WS-DONE = "Y" OR F3 OR F4)
           CLOSE MRS-GL-PERIOD-FILE
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
               WHEN "GLPERIOD"
                   MOVE CFG-PATH TO UT-SYS-GLPERIOD
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
               GO TO 200-EXIT
           END-IF
           IF WS-PER-MONTH < 1 OR WS-PER-MONTH > 12
               MOVE BAD-PERIOD TO ERR-MSG
               DISPLAY ERR-ID
               ACCEPT ERR-ID
               GO TO 200-EXIT
           END-IF
           COMPUTE WS-PERIOD = (WS-PER-YEAR * 100) + WS-PER-MONTH
           PERFORM 250-READ-PERIOD THRU 250-EXIT
           EVALUATE WS-ACTION
               WHEN "C"
                   PERFORM 300-CLOSE THRU 300-EXIT
               WHEN "R"
                   PERFORM 400-REOPEN THRU 400-EXIT
               WHEN "V"
                   PERFORM 500-VIEW THRU 500-EXIT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       200-EXIT.
           EXIT.

       250-READ-PERIOD.
           MOVE WS-PERIOD TO MRS-GLP-PERIOD
           READ MRS-GL-PERIOD-FILE KEY IS MRS-GLP-PERIOD
               INVALID KEY
                   MOVE "N" TO WS-PER-FOUND
               NOT INVALID KEY
                   MOVE "Y" TO WS-PER-FOUND
           END-READ.
       250-EXIT.
           EXIT.

       300-CLOSE.
           IF WS-PERIOD NOT < WS-THIS-PERIOD
               MOVE NOT-FINISHED TO ERR-MSG
               DISPLAY ERR-ID
               ACCEPT ERR-ID
               GO TO 300-EXIT
           END-IF
           IF WS-PER-FOUND = "Y" AND MRS-GLP-STATUS = "C"
               MOVE ALREADY-CLOSED TO ERR-MSG
               DISPLAY ERR-ID
               ACCEPT ERR-ID
               GO TO 300-EXIT
           END-IF
           MOVE SPACES TO WS-CONFIRM
           DISPLAY CONFIRM-SAVE
           ACCEPT CONFIRM-SAVE
           IF WS-CONFIRM = "Y"
      *        A month closed again after a reopen keeps its reopen
      *        on the record until the next one.
               IF WS-PER-FOUND = "N"
                   MOVE SPACES TO MRS-GLP-REC
                   MOVE WS-PERIOD TO MRS-GLP-PERIOD
                   MOVE ZEROS TO MRS-GLP-OPENED-DATE
               END-IF
               MOVE "C" TO MRS-GLP-STATUS
               MOVE WS-OPERATOR-ID TO MRS-GLP-CLOSED-BY
               MOVE WS-TODAY TO MRS-GLP-CLOSED-DATE
               IF WS-PER-FOUND = "N"
                   WRITE MRS-GLP-REC
               ELSE
                   REWRITE MRS-GLP-REC
               END-IF
               MOVE "CLOSE" TO MRS-AUD-ACTION
               PERFORM 900-WRITE-AUDIT THRU 900-EXIT
               MOVE SUCCESS-CLOSED TO ERR-MSG
               DISPLAY SUCCESS-ID
               DISPLAY CONTINUE-VIEW
               ACCEPT CONTINUE-VIEW
           END-IF.
       300-EXIT.
           EXIT.

      * Reopening lets postings back into a month the accountant has
      * already had, so it goes no further than a supervisor whatever
      * the permission rulings say.
       400-REOPEN.
           IF MRS-SIGNON-LEVEL < 2
               MOVE REOPEN-SUPERVISOR TO ERR-MSG
               DISPLAY ERR-ID
               ACCEPT ERR-ID
               GO TO 400-EXIT
           END-IF
           IF WS-PER-FOUND = "N" OR MRS-GLP-STATUS NOT = "C"
               MOVE NOT-CLOSED TO ERR-MSG
               DISPLAY ERR-ID
               ACCEPT ERR-ID
               GO TO 400-EXIT
           END-IF
           MOVE SPACES TO WS-CONFIRM
           DISPLAY CONFIRM-SAVE
           ACCEPT CONFIRM-SAVE
           IF WS-CONFIRM = "Y"
               MOVE "O" TO MRS-GLP-STATUS
               MOVE WS-OPERATOR-ID TO MRS-GLP-OPENED-BY
               MOVE WS-TODAY TO MRS-GLP-OPENED-DATE
               REWRITE MRS-GLP-REC
               MOVE "REOPEN" TO MRS-AUD-ACTION
               PERFORM 900-WRITE-AUDIT THRU 900-EXIT
               MOVE SUCCESS-REOPENED TO ERR-MSG
               DISPLAY SUCCESS-ID
               DISPLAY CONTINUE-VIEW
               ACCEPT CONTINUE-VIEW
           END-IF.
       400-EXIT.
           EXIT.

       500-VIEW.
           MOVE SPACES TO WS-V-CLOSED-BY
           MOVE SPACES TO WS-V-OPENED-BY
           MOVE ZEROS TO WS-V-CLOSED-DATE
           MOVE ZEROS TO WS-V-OPENED-DATE
           IF WS-PER-FOUND = "N"
               MOVE "OPEN" TO WS-V-STATUS
           ELSE
               IF MRS-GLP-STATUS = "C"
                   MOVE "CLOSED" TO WS-V-STATUS
               ELSE
                   MOVE "REOPENED" TO WS-V-STATUS
               END-IF
               MOVE MRS-GLP-CLOSED-BY TO WS-V-CLOSED-BY
               MOVE MRS-GLP-CLOSED-DATE TO WS-V-CLOSED-DATE
               MOVE MRS-GLP-OPENED-BY TO WS-V-OPENED-BY
               MOVE MRS-GLP-OPENED-DATE TO WS-V-OPENED-DATE
           END-IF
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
           MOVE "MRS-1660" TO MRS-AUD-PROGRAM
           MOVE WS-PERIOD TO MRS-AUD-KEY
           MOVE WS-OPERATOR-ID TO MRS-AUD-OPERATOR
           COPY "CPYBOOKS/MRS-AUDSEQ.CPY".
           WRITE MRS-AUDIT-REC.
       900-EXIT.
           EXIT.

       end program MRS-1660.
