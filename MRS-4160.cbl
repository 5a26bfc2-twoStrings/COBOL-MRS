       IDENTIFICATION DIVISION.
       PROGRAM-ID.  MRS-4160.
       AUTHOR.  JOHN BELLEK.
      *****************************************************************
      * Key window maintenance - add, update, delete, and view the
      * digital cinema keys (KDMs) the distributors send for each
      * booked title. A key names one title and one screen and is
      * good only from its valid-from date and time through its
      * valid-to date and time; the booking office keys each one the
      * day it arrives, so scheduling can warn about showings the
      * projector will refuse and the nightly key check can chase
      * the missing ones before the house opens. Called from the
      * rental menu.
      *****************************************************************

       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
           CURSOR IS CRPT
           CRT STATUS IS SCR-STAT.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MRS-KDM-FILE
               ASSIGN TO UT-SYS-KDM
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS MRS-KDM-KEY
               FILE STATUS IS WS-KDM-STATUS.

           SELECT MRS-MOVIE-FILE
               ASSIGN TO UT-SYS-MRS-MOVIE
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS MRS-MOVIE-KEY.

           SELECT MRS-SCREEN-FILE
               ASSIGN TO UT-SYS-MRS-SCREEN
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS MRS-SCR-NUMBER.

           SELECT MRS-AUDIT-FILE
               ASSIGN TO UT-SYS-AUDIT
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT MRS-FILE-CONFIG-FILE
               ASSIGN TO UT-SYS-FILE-CFG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CFG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       COPY "CPYBOOKS/MRS-KDM.CPY".
       COPY "CPYBOOKS/MRS-MOVIE.CPY".
       COPY "CPYBOOKS/MRS-SCREEN.CPY".
       COPY "CPYBOOKS/MRS-AUDIT.CPY".
       COPY "CPYBOOKS/MRS-FILE-CFG.CPY".

       WORKING-STORAGE SECTION.
       COPY "CPYBOOKS/FUNCTION-KEYS.CPY".
       COPY "CPYBOOKS/MRS-SIGNON.CPY".
       COPY "CPYBOOKS/MRS-SEQPUT.CPY".
       COPY "CPYBOOKS/MRS-TRNPUT.CPY".
       COPY "CPYBOOKS/DATETIME.CPY".

       01 WS-FILENAMES.
         05 UT-SYS-KDM PIC X(50)
           VALUE "C:\COBOL\MRS-KDM-INDEX.DAT".
         05 UT-SYS-MRS-MOVIE PIC X(50)
           VALUE "C:\COBOL\MRS-MOVIE-INDEX.dat".
         05 UT-SYS-MRS-SCREEN PIC X(50)
           VALUE "C:\COBOL\MRS-SCREEN-INDEX.dat".
         05 UT-SYS-AUDIT PIC X(50) VALUE "C:\COBOL\MRS-AUDIT.LOG".
         05 UT-SYS-FILE-CFG PIC X(50)
           VALUE "C:\COBOL\MRS-FILE-PATHS.CFG".

       01 WS-FILE-CFG-CTL.
         05 WS-CFG-STATUS PIC XX.
         05 WS-CFG-EOF PIC X.
           88 CFG-EOF VALUE 'Y'.

       01 WS-SCREEN-WORK.
         05 WS-KDM-STATUS PIC XX.
         05 WS-ACTION PIC X.
         05 WS-CONFIRM PIC X.
         05 WS-DONE PIC X.
         05 WS-KEY-FOUND PIC X.
         05 WS-MOVIE-FOUND PIC X.
         05 WS-SCREEN-FOUND PIC X.
         05 WS-KEY-OK PIC X.
         05 WS-OPERATOR-ID PIC X(8).
         05 WS-TODAY-NUM PIC 9(8).
         05 WS-DATE-TEST-RESULT PIC S9(4).
         05 WS-CALC-HH PIC 99.
         05 WS-CALC-MM PIC 99.
         05 WS-FROM-STAMP PIC 9(12).
         05 WS-TO-STAMP PIC 9(12).
         05 WS-TITLE-IN.
           10 WS-VENDOR-IN PIC X(2).
           10 WS-MOVIE-IN PIC X(4).
         05 WS-SCREEN-IN PIC 99.
         05 WS-FROM-DATE-IN PIC 9(8).
         05 WS-FROM-TIME-IN PIC 9(4).
         05 WS-AUD-KEY.
           10 WS-AUD-TITLE PIC X(6).
           10 WS-AUD-SCREEN PIC 99.
           10 WS-AUD-FROM-MMDD PIC X(4).

       01 WS-KEY-ENTRY.
         05 WS-TO-DATE PIC 9(8).
         05 WS-TO-TIME PIC 9(4).
         05 WS-RECEIVED-DATE PIC 9(8).

       01 WS-MSG.
         05 KEY-EXISTS PIC X(40)
           VALUE "THAT KEY IS ALREADY ON FILE".
         05 KEY-NOT-FOUND PIC X(40)
           VALUE "NO KEY FOR THAT TITLE/SCREEN/TIME".
         05 TITLE-NOT-FOUND PIC X(40)
           VALUE "THAT TITLE IS NOT ON THE MOVIE MASTER".
         05 SCREEN-NOT-FOUND PIC X(40)
           VALUE "THAT SCREEN IS NOT ON THE SCREEN MASTER".
         05 BAD-FROM PIC X(40)
           VALUE "VALID FROM MUST BE A REAL DATE AND HHMM".
         05 BAD-TO PIC X(40)
           VALUE "VALID TO MUST BE A REAL DATE AND HHMM".
         05 TO-BEFORE-FROM PIC X(40)
           VALUE "VALID TO MUST BE AFTER VALID FROM".
         05 BAD-RECEIVED PIC X(40)
           VALUE "RECEIVED MUST BE A VALID YYYYMMDD DATE".
         05 SUCCESS-ADDED PIC X(40)
           VALUE "KEY WINDOW HAS BEEN ADDED!".
         05 SUCCESS-UPDATED PIC X(40)
           VALUE "KEY WINDOW HAS BEEN UPDATED!".
         05 SUCCESS-DELETED PIC X(40)
           VALUE "KEY WINDOW HAS BEEN DELETED!".
         05 ERR-MSG PIC X(42).

       SCREEN SECTION.
       01 CLEAR BLANK SCREEN PROMPT AUTO REQUIRED BACKGROUND-COLOR 0
       FOREGROUND-COLOR 7.
         05 MV-TITLE-LINE.
           10 LINE 1 COL 1 VALUE "MRS416".
           10 COL 10 PIC X(8) FROM MRS-SIGNON-BANNER
                FOREGROUND-COLOR 4.
           10 COL 30 VALUE "MOVIE THEATER SYSTEM".
           10 COL 70 PIC Z9 FROM WS-MONTH.
           10 COL 72 VALUE "/".
           10 COL 73 PIC Z9 FROM WS-DAY.
           10 COL 75 VALUE "/".
           10 COL 76 PIC 9999 FROM WS-YEAR.
         05 KW-TITLE.
           10 LINE 2 COL 19
             VALUE "MOVIE RENTALS AND SCHEDULING: KEY WINDOWS".
         05 KW-FUNCTION.
           10 LINE 25 COL 1 VALUE "F1 = HELP     F3 = END     ".
           10 COL 27 VALUE " F4 = RETURN     F12 = CANCEL".

       01 SCR-ACTION.
         05 LINE 5 COL 20 VALUE "A = ADD KEY".
         05 LINE 6 COL 20 VALUE "U = UPDATE KEY".
         05 LINE 7 COL 20 VALUE "D = DELETE KEY".
         05 LINE 8 COL 20 VALUE "V = VIEW KEY".
         05 LINE 10 COL 20 VALUE "ACTION:".
         05 COL 40 PIC X TO WS-ACTION REVERSE-VIDEO.
         05 LINE 11 COL 18 VALUE "VENDOR ID:".
         05 COL 40 PIC X(2) TO WS-VENDOR-IN REVERSE-VIDEO.
         05 LINE 12 COL 19 VALUE "MOVIE ID:".
         05 COL 40 PIC X(4) TO WS-MOVIE-IN REVERSE-VIDEO.
         05 LINE 13 COL 14 VALUE "SCREEN NUMBER:".
         05 COL 40 PIC 99 TO WS-SCREEN-IN REVERSE-VIDEO.
         05 LINE 14 COL 8 VALUE "VALID FROM (YYYYMMDD):".
         05 COL 40 PIC 9(8) TO WS-FROM-DATE-IN REVERSE-VIDEO.
         05 LINE 15 COL 8 VALUE "VALID FROM TIME (HHMM):".
         05 COL 40 PIC 9(4) TO WS-FROM-TIME-IN REVERSE-VIDEO.

       01 SCR-DETAIL.
         05 SCR1-R4.
           10 LINE 4 COL 24 VALUE "TITLE:".
           10 COL 32 PIC X(2) FROM WS-VENDOR-IN.
           10 COL 34 PIC X(4) FROM WS-MOVIE-IN.
           10 COL 40 PIC X(20) FROM MRS-MOVIE-NAME.
         05 SCR1-R5.
           10 LINE 5 COL 23 VALUE "SCREEN:".
           10 COL 32 PIC 99 FROM WS-SCREEN-IN.
           10 COL 40 PIC X(15) FROM MRS-SCR-NAME.
         05 SCR1-R7.
           10 LINE 7 COL 19 VALUE "VALID FROM:".
           10 COL 32 PIC 9(8) FROM WS-FROM-DATE-IN.
           10 COL 42 PIC 9(4) FROM WS-FROM-TIME-IN.
         05 SCR1-R8.
           10 LINE 8 COL 2 VALUE "VALID TO (YYYYMMDD HHMM):".
           10 COL 32 PIC 9(8) USING WS-TO-DATE REVERSE-VIDEO.
           10 COL 42 PIC 9(4) USING WS-TO-TIME REVERSE-VIDEO.
         05 SCR1-R10.
           10 LINE 10 COL 6 VALUE "RECEIVED (YYYYMMDD):".
           10 COL 32 PIC 9(8) USING WS-RECEIVED-DATE REVERSE-VIDEO.

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
         05 CONFIRM-DELETE.
           10 LINE 23 COL 16 PIC X(20) VALUE "CONFIRM DELETE? Y/N".
           10 REVERSE-VIDEO COL 38 PIC X TO WS-CONFIRM.
         05 CONTINUE-VIEW.
           10 LINE 23 COL 16 PIC X(23) VALUE "PRESS ENTER TO CONTINUE".
           10 COL 60 PIC X TO WS-CONFIRM.

       PROCEDURE DIVISION.
       100-MAIN.
           PERFORM 160-LOAD-FILE-CONFIG THRU 160-END
           COPY "CPYBOOKS/ENABLE-KEYS.CPY".
           MOVE FUNCTION CURRENT-DATE TO WS-DATETIME
           COMPUTE WS-TODAY-NUM =
               (WS-YEAR * 10000) + (WS-MONTH * 100) + WS-DAY
           MOVE MRS-SIGNON-OPERATOR TO WS-OPERATOR-ID
      *    The key file is new - the first site to key one gets an
      *    empty file laid down rather than an error.
           OPEN I-O MRS-KDM-FILE
           IF WS-KDM-STATUS = '35'
               OPEN OUTPUT MRS-KDM-FILE
               CLOSE MRS-KDM-FILE
               OPEN I-O MRS-KDM-FILE
           END-IF
           OPEN INPUT MRS-MOVIE-FILE
           OPEN INPUT MRS-SCREEN-FILE
           OPEN EXTEND MRS-AUDIT-FILE
           MOVE SPACES TO WS-DONE
           PERFORM 200-ONE-ACTION THRU 200-EXIT
               UNTIL (WS-DONE = "Y" OR F3 OR F4)
           CLOSE MRS-KDM-FILE
           CLOSE MRS-MOVIE-FILE
           CLOSE MRS-SCREEN-FILE
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
               WHEN "KDM"
                   MOVE CFG-PATH TO UT-SYS-KDM
               WHEN "MRS-MOVIE"
                   MOVE CFG-PATH TO UT-SYS-MRS-MOVIE
               WHEN "MRS-SCREEN"
                   MOVE CFG-PATH TO UT-SYS-MRS-SCREEN
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
               PERFORM 250-READ-KEY THRU 250-EXIT
               EVALUATE WS-ACTION
                   WHEN "A"
                       PERFORM 300-ADD THRU 300-EXIT
                   WHEN "U"
                       PERFORM 400-UPDATE THRU 400-EXIT
                   WHEN "D"
                       PERFORM 450-DELETE THRU 450-EXIT
                   WHEN "V"
                       PERFORM 500-VIEW THRU 500-EXIT
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.
       200-EXIT.
           EXIT.

      * Reads the title off the movie master and the screen off the
      * screen master (a key can only be keyed for a title and an
      * auditorium on file) and the key record itself, if any. The
      * title goes on the key the way MRS-3100 puts it on a showing,
      * vendor and movie number left-justified in MRS-RENTAL-ID.
       250-READ-KEY.
           MOVE WS-VENDOR-IN TO MRS-VENDOR-NO
           MOVE WS-MOVIE-IN TO MRS-MOVIE-NO
           READ MRS-MOVIE-FILE KEY IS MRS-MOVIE-KEY
               INVALID KEY
                   MOVE "N" TO WS-MOVIE-FOUND
                   MOVE SPACES TO MRS-MOVIE-NAME
               NOT INVALID KEY
                   MOVE "Y" TO WS-MOVIE-FOUND
           END-READ
           MOVE WS-SCREEN-IN TO MRS-SCR-NUMBER
           READ MRS-SCREEN-FILE
               INVALID KEY
                   MOVE "N" TO WS-SCREEN-FOUND
                   MOVE SPACES TO MRS-SCR-NAME
               NOT INVALID KEY
                   MOVE "Y" TO WS-SCREEN-FOUND
           END-READ
           MOVE WS-TITLE-IN TO MRS-KDM-RENTAL-ID
           MOVE WS-SCREEN-IN TO MRS-KDM-SCREEN
           MOVE WS-FROM-DATE-IN TO MRS-KDM-FROM-DATE
           MOVE WS-FROM-TIME-IN TO MRS-KDM-FROM-TIME
           READ MRS-KDM-FILE KEY IS MRS-KDM-KEY
               INVALID KEY
                   MOVE "N" TO WS-KEY-FOUND
               NOT INVALID KEY
                   MOVE "Y" TO WS-KEY-FOUND
           END-READ
           MOVE WS-TITLE-IN TO WS-AUD-TITLE
           MOVE WS-SCREEN-IN TO WS-AUD-SCREEN
           MOVE WS-FROM-DATE-IN(5:4) TO WS-AUD-FROM-MMDD.
       250-EXIT.
           EXIT.

      * The valid-from moment is part of the record key, so it is
      * edited before anything is looked up for an add.
       270-VALIDATE-FROM.
           MOVE "Y" TO WS-KEY-OK
           COMPUTE WS-DATE-TEST-RESULT =
               FUNCTION TEST-DATE-YYYYMMDD (WS-FROM-DATE-IN)
           DIVIDE WS-FROM-TIME-IN BY 100
               GIVING WS-CALC-HH REMAINDER WS-CALC-MM
           IF WS-DATE-TEST-RESULT NOT = 0 OR
              WS-CALC-HH > 23 OR WS-CALC-MM > 59
               MOVE "N" TO WS-KEY-OK
               MOVE BAD-FROM TO ERR-MSG
           END-IF.
       270-EXIT.
           EXIT.

      * Checks the keyed window hangs together before it is saved:
      * a real valid-to moment that falls after the valid-from, and
      * a real received date.
       280-VALIDATE-KEY.
           MOVE "Y" TO WS-KEY-OK
           COMPUTE WS-DATE-TEST-RESULT =
               FUNCTION TEST-DATE-YYYYMMDD (WS-TO-DATE)
           DIVIDE WS-TO-TIME BY 100
               GIVING WS-CALC-HH REMAINDER WS-CALC-MM
           IF WS-DATE-TEST-RESULT NOT = 0 OR
              WS-CALC-HH > 23 OR WS-CALC-MM > 59
               MOVE "N" TO WS-KEY-OK
               MOVE BAD-TO TO ERR-MSG
               GO TO 280-EXIT
           END-IF
           COMPUTE WS-FROM-STAMP =
               (WS-FROM-DATE-IN * 10000) + WS-FROM-TIME-IN
           COMPUTE WS-TO-STAMP = (WS-TO-DATE * 10000) + WS-TO-TIME
           IF WS-TO-STAMP NOT > WS-FROM-STAMP
               MOVE "N" TO WS-KEY-OK
               MOVE TO-BEFORE-FROM TO ERR-MSG
               GO TO 280-EXIT
           END-IF
           COMPUTE WS-DATE-TEST-RESULT =
               FUNCTION TEST-DATE-YYYYMMDD (WS-RECEIVED-DATE)
           IF WS-DATE-TEST-RESULT NOT = 0
               MOVE "N" TO WS-KEY-OK
               MOVE BAD-RECEIVED TO ERR-MSG
           END-IF.
       280-EXIT.
           EXIT.

       300-ADD.
           IF WS-MOVIE-FOUND = "N"
               MOVE TITLE-NOT-FOUND TO ERR-MSG
               DISPLAY ERR-ID
               ACCEPT ERR-ID
               GO TO 300-EXIT
           END-IF
           IF WS-SCREEN-FOUND = "N"
               MOVE SCREEN-NOT-FOUND TO ERR-MSG
               DISPLAY ERR-ID
               ACCEPT ERR-ID
               GO TO 300-EXIT
           END-IF
           PERFORM 270-VALIDATE-FROM THRU 270-EXIT
           IF WS-KEY-OK = "N"
               DISPLAY ERR-ID
               ACCEPT ERR-ID
               GO TO 300-EXIT
           END-IF
           IF WS-KEY-FOUND = "Y"
               MOVE KEY-EXISTS TO ERR-MSG
               DISPLAY ERR-ID
               ACCEPT ERR-ID
               GO TO 300-EXIT
           END-IF
           INITIALIZE WS-KEY-ENTRY
           MOVE WS-TODAY-NUM TO WS-RECEIVED-DATE
           MOVE 2359 TO WS-TO-TIME
           MOVE SPACES TO WS-CONFIRM
           MOVE "N" TO WS-KEY-OK
           PERFORM UNTIL WS-KEY-OK = "Y" OR F3 OR F4 OR F12
               DISPLAY CLEAR
               DISPLAY SCR-DETAIL
               ACCEPT SCR-DETAIL
               IF NOT (F3 OR F4 OR F12)
                   PERFORM 280-VALIDATE-KEY THRU 280-EXIT
                   IF WS-KEY-OK = "N"
                       DISPLAY ERR-ID
                       ACCEPT ERR-ID
                   END-IF
               END-IF
           END-PERFORM
           IF F3 OR F4 OR F12
               GO TO 300-EXIT
           END-IF
           DISPLAY CONFIRM-SAVE
           ACCEPT CONFIRM-SAVE
           IF WS-CONFIRM = "Y"
               MOVE WS-TITLE-IN TO MRS-KDM-RENTAL-ID
               MOVE WS-SCREEN-IN TO MRS-KDM-SCREEN
               MOVE WS-FROM-DATE-IN TO MRS-KDM-FROM-DATE
               MOVE WS-FROM-TIME-IN TO MRS-KDM-FROM-TIME
               PERFORM 600-MOVE-TO-RECORD THRU 600-EXIT
               WRITE MRS-KDM-REC
               MOVE "ADD" TO MRS-AUD-ACTION
               PERFORM 900-WRITE-AUDIT THRU 900-EXIT
               MOVE SUCCESS-ADDED TO ERR-MSG
               DISPLAY SUCCESS-ID
               DISPLAY CONTINUE-VIEW
               ACCEPT CONTINUE-VIEW
           END-IF.
       300-EXIT.
           EXIT.

       400-UPDATE.
           IF WS-KEY-FOUND = "N"
               MOVE KEY-NOT-FOUND TO ERR-MSG
               DISPLAY ERR-ID
               ACCEPT ERR-ID
               GO TO 400-EXIT
           END-IF
           PERFORM 650-MOVE-FROM-RECORD THRU 650-EXIT
           MOVE SPACES TO WS-CONFIRM
           MOVE "N" TO WS-KEY-OK
           PERFORM UNTIL WS-KEY-OK = "Y" OR F3 OR F4 OR F12
               DISPLAY CLEAR
               DISPLAY SCR-DETAIL
               ACCEPT SCR-DETAIL
               IF NOT (F3 OR F4 OR F12)
                   PERFORM 280-VALIDATE-KEY THRU 280-EXIT
                   IF WS-KEY-OK = "N"
                       DISPLAY ERR-ID
                       ACCEPT ERR-ID
                   END-IF
               END-IF
           END-PERFORM
           IF F3 OR F4 OR F12
               GO TO 400-EXIT
           END-IF
           DISPLAY CONFIRM-SAVE
           ACCEPT CONFIRM-SAVE
           IF WS-CONFIRM = "Y"
               PERFORM 600-MOVE-TO-RECORD THRU 600-EXIT
               REWRITE MRS-KDM-REC
               MOVE "UPDATE" TO MRS-AUD-ACTION
               PERFORM 900-WRITE-AUDIT THRU 900-EXIT
               MOVE SUCCESS-UPDATED TO ERR-MSG
               DISPLAY SUCCESS-ID
               DISPLAY CONTINUE-VIEW
               ACCEPT CONTINUE-VIEW
           END-IF.
       400-EXIT.
           EXIT.

      * A key keyed against the wrong screen or start is removed and
      * keyed again - the screen and valid-from are the record key.
       450-DELETE.
           IF WS-KEY-FOUND = "N"
               MOVE KEY-NOT-FOUND TO ERR-MSG
               DISPLAY ERR-ID
               ACCEPT ERR-ID
               GO TO 450-EXIT
           END-IF
           PERFORM 650-MOVE-FROM-RECORD THRU 650-EXIT
           DISPLAY CLEAR
           DISPLAY SCR-DETAIL
           MOVE SPACES TO WS-CONFIRM
           DISPLAY CONFIRM-DELETE
           ACCEPT CONFIRM-DELETE
           IF WS-CONFIRM = "Y"
               DELETE MRS-KDM-FILE RECORD
               MOVE "DELETE" TO MRS-AUD-ACTION
               PERFORM 900-WRITE-AUDIT THRU 900-EXIT
               MOVE SUCCESS-DELETED TO ERR-MSG
               DISPLAY SUCCESS-ID
               DISPLAY CONTINUE-VIEW
               ACCEPT CONTINUE-VIEW
           END-IF.
       450-EXIT.
           EXIT.

       500-VIEW.
           IF WS-KEY-FOUND = "N"
               MOVE KEY-NOT-FOUND TO ERR-MSG
               DISPLAY ERR-ID
               ACCEPT ERR-ID
               GO TO 500-EXIT
           END-IF
           PERFORM 650-MOVE-FROM-RECORD THRU 650-EXIT
           DISPLAY CLEAR
           DISPLAY SCR-DETAIL
           DISPLAY CONTINUE-VIEW
           ACCEPT CONTINUE-VIEW.
       500-EXIT.
           EXIT.

       600-MOVE-TO-RECORD.
           MOVE WS-TO-DATE TO MRS-KDM-TO-DATE
           MOVE WS-TO-TIME TO MRS-KDM-TO-TIME
           MOVE WS-RECEIVED-DATE TO MRS-KDM-RECEIVED-DATE
           MOVE WS-OPERATOR-ID TO MRS-KDM-OPERATOR.
       600-EXIT.
           EXIT.

       650-MOVE-FROM-RECORD.
           MOVE MRS-KDM-TO-DATE TO WS-TO-DATE
           MOVE MRS-KDM-TO-TIME TO WS-TO-TIME
           MOVE MRS-KDM-RECEIVED-DATE TO WS-RECEIVED-DATE.
       650-EXIT.
           EXIT.

      * Appends one line to the audit trail for this change. The
      * action code is set by the caller before the PERFORM; the
      * key logged is title, screen, and the valid-from month/day.
       900-WRITE-AUDIT.
           MOVE WS-YEAR TO MRS-AUD-YEAR
           MOVE WS-MONTH TO MRS-AUD-MONTH
           MOVE WS-DAY TO MRS-AUD-DAY
           MOVE "MRS-4160" TO MRS-AUD-PROGRAM
           MOVE WS-AUD-KEY TO MRS-AUD-KEY
           MOVE WS-OPERATOR-ID TO MRS-AUD-OPERATOR
           COPY "CPYBOOKS/MRS-AUDSEQ.CPY".
           WRITE MRS-AUDIT-REC.
       900-EXIT.
           EXIT.

       end program MRS-4160.
