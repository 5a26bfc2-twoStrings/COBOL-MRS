       IDENTIFICATION DIVISION.
       PROGRAM-ID.  MRS-4150.
       AUTHOR.  JOHN BELLEK.
      *****************************************************************
      * Film terms maintenance - add, update, and view the contracted
      * rental terms a title was booked on: the sliding scale by
      * week of the run, the house allowance and the over-the-nut
      * percentage of a 90/10 deal, and the weekly minimum
      * guarantee. The monthly settlement (MRS-5200) works a title
      * with terms on file week by week off the ticket trail instead
      * of at its vendor's flat share. Called from the rental menu,
      * and offered by the rental add once a booking is on file so
      * the deal is keyed while the confirmation is still in hand.
      *****************************************************************

       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
           CURSOR IS CRPT
           CRT STATUS IS SCR-STAT.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MRS-FILM-TERMS-FILE
               ASSIGN TO UT-SYS-FILMTERM
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS MRS-FT-TITLE-KEY
               FILE STATUS IS WS-FT-STATUS.

           SELECT MRS-MOVIE-FILE
               ASSIGN TO UT-SYS-MRS-MOVIE
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS MRS-MOVIE-KEY.

           SELECT MRS-RENTAL-FILE
               ASSIGN TO UT-SYS-MRS-RENT
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS MRS-RENT-ID
               ALTERNATE KEY IS MRS-RENT-COPY-KEY
               WITH DUPLICATES.

           SELECT MRS-AUDIT-FILE
               ASSIGN TO UT-SYS-AUDIT
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT MRS-FILE-CONFIG-FILE
               ASSIGN TO UT-SYS-FILE-CFG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CFG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       COPY "CPYBOOKS/MRS-FILMTERM.CPY".
       COPY "CPYBOOKS/MRS-MOVIE.CPY".
       COPY "CPYBOOKS/MRS-RENTAL.CPY".
       COPY "CPYBOOKS/MRS-AUDIT.CPY".
       COPY "CPYBOOKS/MRS-FILE-CFG.CPY".

       WORKING-STORAGE SECTION.
       COPY "CPYBOOKS/FUNCTION-KEYS.CPY".
       COPY "CPYBOOKS/MRS-SIGNON.CPY".
       COPY "CPYBOOKS/MRS-SEQPUT.CPY".
       COPY "CPYBOOKS/MRS-TRNPUT.CPY".
       COPY "CPYBOOKS/DATETIME.CPY".

       01 WS-FILENAMES.
         05 UT-SYS-FILMTERM PIC X(50)
           VALUE "C:\COBOL\MRS-FILMTERM-INDEX.DAT".
         05 UT-SYS-MRS-MOVIE PIC X(50)
           VALUE "C:\COBOL\MRS-MOVIE-INDEX.dat".
         05 UT-SYS-MRS-RENT PIC X(50)
           VALUE "C:\COBOL\MRS-RENTAL.DAT".
         05 UT-SYS-AUDIT PIC X(50) VALUE "C:\COBOL\MRS-AUDIT.LOG".
         05 UT-SYS-FILE-CFG PIC X(50)
           VALUE "C:\COBOL\MRS-FILE-PATHS.CFG".

       01 WS-FILE-CFG-CTL.
         05 WS-CFG-STATUS PIC XX.
         05 WS-CFG-EOF PIC X.
           88 CFG-EOF VALUE 'Y'.

       01 WS-SCREEN-WORK.
         05 WS-FT-STATUS PIC XX.
         05 WS-ACTION PIC X.
         05 WS-CONFIRM PIC X.
         05 WS-DONE PIC X.
         05 WS-TERMS-FOUND PIC X.
         05 WS-MOVIE-FOUND PIC X.
         05 WS-TERMS-OK PIC X.
         05 WS-OPERATOR-ID PIC X(8).
         05 WS-TODAY-NUM PIC 9(8).
         05 WS-DATE-TEST-RESULT PIC S9(4).
         05 WS-RENT-EOF PIC X.
         05 WS-MOVIE-NUM PIC 9(4).
         05 WS-RENT-START-NUM PIC 9(8).
         05 WS-TITLE-IN.
           10 WS-VENDOR-IN PIC X(2).
           10 WS-MOVIE-IN PIC X(4).

       01 WS-TERMS-ENTRY.
         05 WS-RUN-START PIC 9(8).
         05 WS-TERMS-TYPE PIC X.
         05 WS-WK-PCT-1 PIC 9(2)V99.
         05 WS-WK-PCT-2 PIC 9(2)V99.
         05 WS-WK-PCT-3 PIC 9(2)V99.
         05 WS-WK-PCT-4 PIC 9(2)V99.
         05 WS-WK-PCT-5 PIC 9(2)V99.
         05 WS-WK-PCT-6 PIC 9(2)V99.
         05 WS-WK-PCT-7 PIC 9(2)V99.
         05 WS-WK-PCT-8 PIC 9(2)V99.
         05 WS-HOUSE-ALLOW PIC 9(5)V99.
         05 WS-OVER-PCT PIC 9(2)V99.
         05 WS-MIN-GUAR PIC 9(5)V99.

       01 WS-MSG.
         05 TERMS-EXISTS PIC X(40)
           VALUE "TERMS ARE ALREADY ON FILE FOR THAT TITLE".
         05 TERMS-NOT-FOUND PIC X(40)
           VALUE "NO TERMS ON FILE FOR THAT TITLE".
         05 TITLE-NOT-FOUND PIC X(40)
           VALUE "THAT TITLE IS NOT ON THE MOVIE MASTER".
         05 BAD-RUN-START PIC X(40)
           VALUE "RUN START MUST BE A VALID YYYYMMDD DATE".
         05 BAD-TERMS-TYPE PIC X(40)
           VALUE "TERMS TYPE MUST BE S, N, OR B".
         05 NO-SCALE PIC X(40)
           VALUE "WEEK 1 PERCENTAGE IS REQUIRED".
         05 NO-OVER-PCT PIC X(40)
           VALUE "OVER-THE-NUT PERCENTAGE IS REQUIRED".
         05 SUCCESS-ADDED PIC X(40)
           VALUE "FILM TERMS HAVE BEEN ADDED!".
         05 SUCCESS-UPDATED PIC X(40)
           VALUE "FILM TERMS HAVE BEEN UPDATED!".
         05 ERR-MSG PIC X(42).

       SCREEN SECTION.
       01 CLEAR BLANK SCREEN PROMPT AUTO REQUIRED BACKGROUND-COLOR 0
       FOREGROUND-COLOR 7.
         05 MV-TITLE-LINE.
           10 LINE 1 COL 1 VALUE "MRS415".
           10 COL 10 PIC X(8) FROM MRS-SIGNON-BANNER
                FOREGROUND-COLOR 4.
           10 COL 30 VALUE "MOVIE THEATER SYSTEM".
           10 COL 70 PIC Z9 FROM WS-MONTH.
           10 COL 72 VALUE "/".
           10 COL 73 PIC Z9 FROM WS-DAY.
           10 COL 75 VALUE "/".
           10 COL 76 PIC 9999 FROM WS-YEAR.
         05 FT-TITLE.
           10 LINE 2 COL 19
             VALUE "MOVIE RENTALS AND SCHEDULING: FILM TERMS".
         05 FT-FUNCTION.
           10 LINE 25 COL 1 VALUE "F1 = HELP     F3 = END     ".
           10 COL 27 VALUE " F4 = RETURN     F12 = CANCEL".

       01 SCR-ACTION.
         05 LINE 5 COL 20 VALUE "A = ADD TERMS".
         05 LINE 6 COL 20 VALUE "U = UPDATE TERMS".
         05 LINE 7 COL 20 VALUE "V = VIEW TERMS".
         05 LINE 9 COL 20 VALUE "ACTION:".
         05 COL 32 PIC X TO WS-ACTION REVERSE-VIDEO.
         05 LINE 10 COL 18 VALUE "VENDOR ID:".
         05 COL 32 PIC X(2) TO WS-VENDOR-IN REVERSE-VIDEO.
         05 LINE 11 COL 19 VALUE "MOVIE ID:".
         05 COL 32 PIC X(4) TO WS-MOVIE-IN REVERSE-VIDEO.

       01 SCR-DETAIL.
         05 SCR1-R4.
           10 LINE 4 COL 24 VALUE "TITLE:".
           10 COL 32 PIC X(2) FROM WS-VENDOR-IN.
           10 COL 34 PIC X(4) FROM WS-MOVIE-IN.
           10 COL 40 PIC X(20) FROM MRS-MOVIE-NAME.
         05 SCR1-R6.
           10 LINE 6 COL 9 VALUE "RUN START (YYYYMMDD):".
           10 COL 32 PIC 9(8) USING WS-RUN-START REVERSE-VIDEO.
         05 SCR1-R7.
           10 LINE 7 COL 13 VALUE "TERMS TYPE (S/N/B):".
           10 COL 32 PIC X USING WS-TERMS-TYPE REVERSE-VIDEO.
           10 COL 36 VALUE "S=SLIDING N=OVER NUT B=BEST OF".
         05 SCR1-R9.
           10 LINE 9 COL 9 VALUE "SLIDING SCALE % WEEK 1:".
           10 COL 33 PIC 9(2)V99 USING WS-WK-PCT-1 REVERSE-VIDEO.
           10 COL 42 VALUE "WEEK 2:".
           10 COL 50 PIC 9(2)V99 USING WS-WK-PCT-2 REVERSE-VIDEO.
         05 SCR1-R10.
           10 LINE 10 COL 26 VALUE "WEEK 3:".
           10 COL 33 PIC 9(2)V99 USING WS-WK-PCT-3 REVERSE-VIDEO.
           10 COL 42 VALUE "WEEK 4:".
           10 COL 50 PIC 9(2)V99 USING WS-WK-PCT-4 REVERSE-VIDEO.
         05 SCR1-R11.
           10 LINE 11 COL 26 VALUE "WEEK 5:".
           10 COL 33 PIC 9(2)V99 USING WS-WK-PCT-5 REVERSE-VIDEO.
           10 COL 42 VALUE "WEEK 6:".
           10 COL 50 PIC 9(2)V99 USING WS-WK-PCT-6 REVERSE-VIDEO.
         05 SCR1-R12.
           10 LINE 12 COL 26 VALUE "WEEK 7:".
           10 COL 33 PIC 9(2)V99 USING WS-WK-PCT-7 REVERSE-VIDEO.
           10 COL 42 VALUE "WEEK 8+:".
           10 COL 50 PIC 9(2)V99 USING WS-WK-PCT-8 REVERSE-VIDEO.
         05 SCR1-R14.
           10 LINE 14 COL 10 VALUE "WEEKLY HOUSE ALLOWANCE:".
           10 COL 34 PIC 9(5)V99 USING WS-HOUSE-ALLOW REVERSE-VIDEO.
         05 SCR1-R15.
           10 LINE 15 COL 14 VALUE "OVER-THE-NUT PCT:".
           10 COL 34 PIC 9(2)V99 USING WS-OVER-PCT REVERSE-VIDEO.
         05 SCR1-R16.
           10 LINE 16 COL 6 VALUE "WEEKLY MINIMUM GUARANTEE:".
           10 COL 34 PIC 9(5)V99 USING WS-MIN-GUAR REVERSE-VIDEO.

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

       PROCEDURE DIVISION.
       100-MAIN.
           PERFORM 160-LOAD-FILE-CONFIG THRU 160-END
           COPY "CPYBOOKS/ENABLE-KEYS.CPY".
           MOVE FUNCTION CURRENT-DATE TO WS-DATETIME
           COMPUTE WS-TODAY-NUM =
               (WS-YEAR * 10000) + (WS-MONTH * 100) + WS-DAY
           MOVE MRS-SIGNON-OPERATOR TO WS-OPERATOR-ID
      *    The terms file is new - the first site to key a deal gets
      *    an empty one laid down rather than an error.
           OPEN I-O MRS-FILM-TERMS-FILE
           IF WS-FT-STATUS = '35'
               OPEN OUTPUT MRS-FILM-TERMS-FILE
               CLOSE MRS-FILM-TERMS-FILE
               OPEN I-O MRS-FILM-TERMS-FILE
           END-IF
           OPEN INPUT MRS-MOVIE-FILE
           OPEN INPUT MRS-RENTAL-FILE
           OPEN EXTEND MRS-AUDIT-FILE
           MOVE SPACES TO WS-DONE
           PERFORM 200-ONE-ACTION THRU 200-EXIT
               UNTIL (WS-DONE = "Y" OR F3 OR F4)
           CLOSE MRS-FILM-TERMS-FILE
           CLOSE MRS-MOVIE-FILE
           CLOSE MRS-RENTAL-FILE
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
               WHEN "FILMTERM"
                   MOVE CFG-PATH TO UT-SYS-FILMTERM
               WHEN "MRS-MOVIE"
                   MOVE CFG-PATH TO UT-SYS-MRS-MOVIE
               WHEN "MRS-RENT"
                   MOVE CFG-PATH TO UT-SYS-MRS-RENT
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
               PERFORM 250-READ-TERMS THRU 250-EXIT
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

      * Reads the title off the movie master (terms can only be
      * keyed for a title on file) and the terms record, if any.
       250-READ-TERMS.
           MOVE WS-VENDOR-IN TO MRS-VENDOR-NO
           MOVE WS-MOVIE-IN TO MRS-MOVIE-NO
           READ MRS-MOVIE-FILE KEY IS MRS-MOVIE-KEY
               INVALID KEY
                   MOVE "N" TO WS-MOVIE-FOUND
                   MOVE SPACES TO MRS-MOVIE-NAME
               NOT INVALID KEY
                   MOVE "Y" TO WS-MOVIE-FOUND
           END-READ
           MOVE WS-TITLE-IN TO MRS-FT-TITLE-KEY
           READ MRS-FILM-TERMS-FILE KEY IS MRS-FT-TITLE-KEY
               INVALID KEY
                   MOVE "N" TO WS-TERMS-FOUND
               NOT INVALID KEY
                   MOVE "Y" TO WS-TERMS-FOUND
           END-READ.
       250-EXIT.
           EXIT.

      * The run start defaults to the opening of the latest booking
      * of the movie on the rental file - the engagement the deal
      * was just struck for - or today when there is none.
       260-DEFAULT-RUN-START.
           MOVE WS-TODAY-NUM TO WS-RUN-START
           IF WS-MOVIE-IN NOT NUMERIC
               GO TO 260-EXIT
           END-IF
           MOVE WS-MOVIE-IN TO WS-MOVIE-NUM
           MOVE ZEROS TO WS-RENT-START-NUM
      *    Only the movie's own rentals are read, off the movie + copy
      *    key started on the movie number alone.
           MOVE "N" TO WS-RENT-EOF
           MOVE WS-MOVIE-NUM TO MRS-MOVIE-ID
           START MRS-RENTAL-FILE KEY IS EQUAL TO MRS-MOVIE-ID
               INVALID KEY
                   MOVE "Y" TO WS-RENT-EOF
           END-START
           PERFORM UNTIL WS-RENT-EOF = "Y"
               READ MRS-RENTAL-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-RENT-EOF
                   NOT AT END
                       IF MRS-MOVIE-ID NOT = WS-MOVIE-NUM
                           MOVE "Y" TO WS-RENT-EOF
                       ELSE
                           IF MRS-START-DATE IS NUMERIC AND
                              MRS-START-DATE > WS-RENT-START-NUM
                               MOVE MRS-START-DATE TO WS-RENT-START-NUM
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-RENT-START-NUM > ZEROS
               MOVE WS-RENT-START-NUM TO WS-RUN-START
           END-IF.
       260-EXIT.
           EXIT.

      * Checks the keyed deal hangs together before it is saved: a
      * real run start date, a known terms type, and the figure the
      * chosen type actually computes from.
       280-VALIDATE-TERMS.
           MOVE "Y" TO WS-TERMS-OK
           COMPUTE WS-DATE-TEST-RESULT =
               FUNCTION TEST-DATE-YYYYMMDD (WS-RUN-START)
           IF WS-DATE-TEST-RESULT NOT = 0
               MOVE "N" TO WS-TERMS-OK
               MOVE BAD-RUN-START TO ERR-MSG
               GO TO 280-EXIT
           END-IF
           IF WS-TERMS-TYPE NOT = "S" AND WS-TERMS-TYPE NOT = "N" AND
              WS-TERMS-TYPE NOT = "B"
               MOVE "N" TO WS-TERMS-OK
               MOVE BAD-TERMS-TYPE TO ERR-MSG
               GO TO 280-EXIT
           END-IF
           IF WS-TERMS-TYPE NOT = "N" AND WS-WK-PCT-1 = ZERO
               MOVE "N" TO WS-TERMS-OK
               MOVE NO-SCALE TO ERR-MSG
               GO TO 280-EXIT
           END-IF
           IF WS-TERMS-TYPE NOT = "S" AND WS-OVER-PCT = ZERO
               MOVE "N" TO WS-TERMS-OK
               MOVE NO-OVER-PCT TO ERR-MSG
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
           IF WS-TERMS-FOUND = "Y"
               MOVE TERMS-EXISTS TO ERR-MSG
               DISPLAY ERR-ID
               ACCEPT ERR-ID
               GO TO 300-EXIT
           END-IF
           INITIALIZE WS-TERMS-ENTRY
           PERFORM 260-DEFAULT-RUN-START THRU 260-EXIT
           MOVE "S" TO WS-TERMS-TYPE
           MOVE 90.00 TO WS-OVER-PCT
           MOVE SPACES TO WS-CONFIRM
           MOVE "N" TO WS-TERMS-OK
           PERFORM UNTIL WS-TERMS-OK = "Y" OR F3 OR F4 OR F12
               DISPLAY CLEAR
               DISPLAY SCR-DETAIL
               ACCEPT SCR-DETAIL
               IF NOT (F3 OR F4 OR F12)
                   PERFORM 280-VALIDATE-TERMS THRU 280-EXIT
                   IF WS-TERMS-OK = "N"
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
               MOVE WS-TITLE-IN TO MRS-FT-TITLE-KEY
               PERFORM 600-MOVE-TO-RECORD THRU 600-EXIT
               WRITE MRS-FILM-TERMS-REC
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
           IF WS-TERMS-FOUND = "N"
               MOVE TERMS-NOT-FOUND TO ERR-MSG
               DISPLAY ERR-ID
               ACCEPT ERR-ID
               GO TO 400-EXIT
           END-IF
           PERFORM 650-MOVE-FROM-RECORD THRU 650-EXIT
           MOVE SPACES TO WS-CONFIRM
           MOVE "N" TO WS-TERMS-OK
           PERFORM UNTIL WS-TERMS-OK = "Y" OR F3 OR F4 OR F12
               DISPLAY CLEAR
               DISPLAY SCR-DETAIL
               ACCEPT SCR-DETAIL
               IF NOT (F3 OR F4 OR F12)
                   PERFORM 280-VALIDATE-TERMS THRU 280-EXIT
                   IF WS-TERMS-OK = "N"
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
               REWRITE MRS-FILM-TERMS-REC
               MOVE "UPDATE" TO MRS-AUD-ACTION
               PERFORM 900-WRITE-AUDIT THRU 900-EXIT
               MOVE SUCCESS-UPDATED TO ERR-MSG
               DISPLAY SUCCESS-ID
               DISPLAY CONTINUE-VIEW
               ACCEPT CONTINUE-VIEW
           END-IF.
       400-EXIT.
           EXIT.

       500-VIEW.
           IF WS-TERMS-FOUND = "N"
               MOVE TERMS-NOT-FOUND TO ERR-MSG
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
           MOVE WS-RUN-START TO MRS-FT-RUN-START
           MOVE WS-TERMS-TYPE TO MRS-FT-TERMS-TYPE
           MOVE WS-WK-PCT-1 TO MRS-FT-WEEK-PCT(1)
           MOVE WS-WK-PCT-2 TO MRS-FT-WEEK-PCT(2)
           MOVE WS-WK-PCT-3 TO MRS-FT-WEEK-PCT(3)
           MOVE WS-WK-PCT-4 TO MRS-FT-WEEK-PCT(4)
           MOVE WS-WK-PCT-5 TO MRS-FT-WEEK-PCT(5)
           MOVE WS-WK-PCT-6 TO MRS-FT-WEEK-PCT(6)
           MOVE WS-WK-PCT-7 TO MRS-FT-WEEK-PCT(7)
           MOVE WS-WK-PCT-8 TO MRS-FT-WEEK-PCT(8)
           MOVE WS-HOUSE-ALLOW TO MRS-FT-HOUSE-ALLOW
           MOVE WS-OVER-PCT TO MRS-FT-OVER-PCT
           MOVE WS-MIN-GUAR TO MRS-FT-MIN-GUARANTEE
           MOVE WS-TODAY-NUM TO MRS-FT-ENTERED-DATE
           MOVE WS-OPERATOR-ID TO MRS-FT-OPERATOR.
       600-EXIT.
           EXIT.

       650-MOVE-FROM-RECORD.
           MOVE MRS-FT-RUN-START TO WS-RUN-START
           MOVE MRS-FT-TERMS-TYPE TO WS-TERMS-TYPE
           MOVE MRS-FT-WEEK-PCT(1) TO WS-WK-PCT-1
           MOVE MRS-FT-WEEK-PCT(2) TO WS-WK-PCT-2
           MOVE MRS-FT-WEEK-PCT(3) TO WS-WK-PCT-3
           MOVE MRS-FT-WEEK-PCT(4) TO WS-WK-PCT-4
           MOVE MRS-FT-WEEK-PCT(5) TO WS-WK-PCT-5
           MOVE MRS-FT-WEEK-PCT(6) TO WS-WK-PCT-6
           MOVE MRS-FT-WEEK-PCT(7) TO WS-WK-PCT-7
           MOVE MRS-FT-WEEK-PCT(8) TO WS-WK-PCT-8
           MOVE MRS-FT-HOUSE-ALLOW TO WS-HOUSE-ALLOW
           MOVE MRS-FT-OVER-PCT TO WS-OVER-PCT
           MOVE MRS-FT-MIN-GUARANTEE TO WS-MIN-GUAR.
       650-EXIT.
           EXIT.

      * Appends one line to the audit trail for this change. The
      * action code is set by the caller before the PERFORM.
       900-WRITE-AUDIT.
           MOVE WS-YEAR TO MRS-AUD-YEAR
           MOVE WS-MONTH TO MRS-AUD-MONTH
           MOVE WS-DAY TO MRS-AUD-DAY
           MOVE "MRS-4150" TO MRS-AUD-PROGRAM
           MOVE MRS-FT-TITLE-KEY TO MRS-AUD-KEY
           MOVE WS-OPERATOR-ID TO MRS-AUD-OPERATOR
           COPY "CPYBOOKS/MRS-AUDSEQ.CPY".
           WRITE MRS-AUDIT-REC.
       900-EXIT.
           EXIT.

       end program MRS-4150.
