      * unused number automatically and shown it on the confirmation;
      * the box office keys that number on a sale and the visit and
      * ticket counts accumulate on the record for the monthly
      * free-pass drawing. Called from the main menu. A member merged
      * into another (MRS-1210) can be viewed but not updated.
      *
      * The member's email and marketing consent are kept here too.
      * Opting in takes an email for the mailing house; the day the
      * consent changes either way is stamped on the record and the
      * change goes on the audit trail as OPTIN or OPTOUT, so the
      * office can show when a member agreed or withdrew. The
      * marketing extracts read the flag as they run - a withdrawal
      * keyed here is off the very next one.
      *****************************************************************

       ENVIRONMENT DIVISION.
       WORKING-STORAGE SECTION.
       COPY "CPYBOOKS/FUNCTION-KEYS.CPY".
       COPY "CPYBOOKS/MRS-SIGNON.CPY".
       COPY "CPYBOOKS/MRS-SEQPUT.CPY".
       COPY "CPYBOOKS/MRS-TRNPUT.CPY".
       COPY "CPYBOOKS/DATETIME.CPY".

       01 WS-FILENAMES.
         05 WS-NAME PIC X(20).
         05 WS-PHONE PIC X(12).
         05 WS-ACTIVE PIC X.
         05 WS-EMAIL PIC X(40).
         05 WS-OPT-IN PIC X.
         05 WS-OLD-OPT-IN PIC X.
         05 WS-TODAY-NUM PIC 9(8).

       01 WS-MSG.
         05 MEM-NOT-FOUND PIC X(40)
           VALUE "THAT MEMBER IS NOT ON FILE".
         05 MEM-MERGED PIC X(40)
           VALUE "THAT MEMBER WAS MERGED - VIEW ONLY".
         05 SUCCESS-ADDED PIC X(40)
           VALUE "MEMBER ADDED - NUMBER IS SHOWN ABOVE".
         05 SUCCESS-UPDATED PIC X(40)
           VALUE "MEMBER HAS BEEN UPDATED!".
         05 BAD-OPT-IN PIC X(40)
           VALUE "MARKETING Y OR N - Y NEEDS AN EMAIL".
         05 ERR-MSG PIC X(42).

       SCREEN SECTION.
       FOREGROUND-COLOR 7.
         05 MV-TITLE-LINE.
           10 LINE 1 COL 1 VALUE "MRS120".
           10 COL 10 PIC X(8) FROM MRS-SIGNON-BANNER
                FOREGROUND-COLOR 4.
           10 COL 30 VALUE "MOVIE THEATER SYSTEM".
           10 COL 70 PIC Z9 FROM WS-MONTH.
           10 COL 72 VALUE "/".
         05 SCR1-R9.
           10 LINE 9 COL 19 VALUE "ACTIVE (Y/N):".
           10 COL 36 PIC X USING WS-ACTIVE REVERSE-VIDEO.
         05 SCR1-R10.
           10 LINE 10 COL 26 VALUE "EMAIL:".
           10 COL 36 PIC X(40) USING WS-EMAIL REVERSE-VIDEO.
         05 SCR1-R11.
           10 LINE 11 COL 16 VALUE "MARKETING (Y/N):".
           10 COL 36 PIC X USING WS-OPT-IN REVERSE-VIDEO.

       01 SCR-VIEW.
         05 SCR2-R6.
         05 SCR2-R13.
           10 LINE 13 COL 25 VALUE "POINTS:".
           10 COL 36 PIC ZZZZZZ9 FROM MRS-MEM-POINTS.
         05 SCR2-R14.
           10 LINE 14 COL 26 VALUE "EMAIL:".
           10 COL 36 PIC X(40) FROM MRS-MEM-EMAIL.
         05 SCR2-R15.
           10 LINE 15 COL 22 VALUE "MARKETING:".
           10 COL 36 PIC X FROM MRS-MEM-OPT-IN.
           10 COL 40 VALUE "SINCE:".
           10 COL 47 PIC 9(8) FROM MRS-MEM-OPT-IN-DATE.
         05 SCR2-R16.
           10 LINE 16 COL 21 VALUE "LAST VISIT:".
           10 COL 36 PIC 9(8) FROM MRS-MEM-LAST-VISIT.

       01 MSG.
         05 ERR-ID FOREGROUND-COLOR 4.
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

           MOVE SPACES TO WS-NAME
           MOVE SPACES TO WS-PHONE
           MOVE "Y" TO WS-ACTIVE
           MOVE SPACES TO WS-EMAIL
           MOVE "N" TO WS-OPT-IN
           MOVE "N" TO WS-OLD-OPT-IN
           PERFORM 350-ACCEPT-DETAIL THRU 350-EXIT
           IF WS-CONFIRM = "Y"
               MOVE SPACES TO MRS-MEMBER-REC
               MOVE WS-MEM-NO-IN TO MRS-MEM-NO
               MOVE WS-NAME TO MRS-MEM-NAME
               MOVE WS-PHONE TO MRS-MEM-PHONE
               MOVE ZEROS TO MRS-MEM-TICKETS
               MOVE ZEROS TO MRS-MEM-POINTS
               MOVE WS-ACTIVE TO MRS-MEM-ACTIVE-FLAG
               MOVE ZEROS TO MRS-MEM-OPT-IN-DATE
               MOVE ZEROS TO MRS-MEM-LAST-VISIT
               PERFORM 380-STORE-MARKETING THRU 380-EXIT
               WRITE MRS-MEMBER-REC
               MOVE "ADD" TO MRS-AUD-ACTION
               PERFORM 900-WRITE-AUDIT THRU 900-EXIT
               IF WS-OPT-IN = "Y"
                   MOVE "OPTIN" TO MRS-AUD-ACTION
                   PERFORM 900-WRITE-AUDIT THRU 900-EXIT
               END-IF
               MOVE SUCCESS-ADDED TO ERR-MSG
               DISPLAY SUCCESS-ID
               DISPLAY CONTINUE-VIEW
       300-EXIT.
           EXIT.

      * Shared detail entry for add and update - keeps asking until
      * the marketing consent makes sense or the operator backs out.
       350-ACCEPT-DETAIL.
           MOVE SPACES TO WS-CONFIRM
           DISPLAY CLEAR
           DISPLAY SCR-DETAIL
           ACCEPT SCR-DETAIL
           IF F3 OR F4 OR F12
               GO TO 350-EXIT
           END-IF
           IF (WS-OPT-IN NOT = "Y" AND WS-OPT-IN NOT = "N") OR
              (WS-OPT-IN = "Y" AND WS-EMAIL = SPACES)
               MOVE BAD-OPT-IN TO ERR-MSG
               DISPLAY ERR-ID
               ACCEPT ERR-ID
               GO TO 350-ACCEPT-DETAIL
           END-IF
           DISPLAY CONFIRM-SAVE
           ACCEPT CONFIRM-SAVE.
       350-EXIT.
           EXIT.

      * Email and consent onto the record; a change of consent
      * either way is stamped with today.
       380-STORE-MARKETING.
           MOVE WS-EMAIL TO MRS-MEM-EMAIL
           MOVE WS-OPT-IN TO MRS-MEM-OPT-IN
           IF WS-OPT-IN NOT = WS-OLD-OPT-IN
               MOVE WS-TODAY-NUM TO MRS-MEM-OPT-IN-DATE
           END-IF.
       380-EXIT.
           EXIT.

       400-UPDATE.
           PERFORM 250-READ-MEMBER THRU 250-EXIT
           IF WS-MEM-FOUND = "N"
               ACCEPT ERR-ID
               GO TO 400-EXIT
           END-IF
           IF MRS-MEM-ACTIVE-FLAG = "M"
               MOVE MEM-MERGED TO ERR-MSG
               DISPLAY ERR-ID
               ACCEPT ERR-ID
               GO TO 400-EXIT
           END-IF
           MOVE MRS-MEM-NAME TO WS-NAME
           MOVE MRS-MEM-PHONE TO WS-PHONE
           MOVE MRS-MEM-ACTIVE-FLAG TO WS-ACTIVE
           MOVE MRS-MEM-EMAIL TO WS-EMAIL
           IF MRS-MEM-OPT-IN = "Y"
               MOVE "Y" TO WS-OPT-IN
           ELSE
               MOVE "N" TO WS-OPT-IN
           END-IF
           MOVE WS-OPT-IN TO WS-OLD-OPT-IN
           PERFORM 350-ACCEPT-DETAIL THRU 350-EXIT
           IF WS-CONFIRM = "Y"
               MOVE WS-NAME TO MRS-MEM-NAME
               MOVE WS-PHONE TO MRS-MEM-PHONE
               MOVE WS-ACTIVE TO MRS-MEM-ACTIVE-FLAG
               PERFORM 380-STORE-MARKETING THRU 380-EXIT
               REWRITE MRS-MEMBER-REC
               MOVE "UPDATE" TO MRS-AUD-ACTION
               PERFORM 900-WRITE-AUDIT THRU 900-EXIT
               IF WS-OPT-IN NOT = WS-OLD-OPT-IN
                   IF WS-OPT-IN = "Y"
                       MOVE "OPTIN" TO MRS-AUD-ACTION
                   ELSE
                       MOVE "OPTOUT" TO MRS-AUD-ACTION
                   END-IF
                   PERFORM 900-WRITE-AUDIT THRU 900-EXIT
               END-IF
               MOVE SUCCESS-UPDATED TO ERR-MSG
               DISPLAY SUCCESS-ID
               DISPLAY CONTINUE-VIEW
           MOVE "MRS-1200" TO MRS-AUD-PROGRAM
           MOVE MRS-MEM-NO TO MRS-AUD-KEY
           MOVE WS-OPERATOR-ID TO MRS-AUD-OPERATOR
           COPY "CPYBOOKS/MRS-AUDSEQ.CPY".
           WRITE MRS-AUDIT-REC.
       900-EXIT.
           EXIT.
