      * (active flag "N") locks them out at the next sign-on without
      * losing the record. The L action clears a lock the sign-on
      * tripped after too many wrong passwords (active flag "L"),
      * resetting the miss counter with it. TRAINEE Y signs the
      * operator on to training sessions only (see MRS-1000), and
      * the R action refreshes the training copy of the files from
      * the live ones (MRS-1070). Called from the main menu.
      *
      * STAFF DISCOUNT N keeps the operator off the staff discount
      * at both registers; the monthly allowance is the discount
      * they may take in a month, zero meaning the house allowance
      * (business parameter STAFF-ALLOW).
      *
      * The password is never shown or kept: the master holds only
      * its salted digest (MRS-1080). An add needs a password; an
      * update leaves the password blank to keep it, or keys a new
      * one to reset it.
      *****************************************************************

       ENVIRONMENT DIVISION.
       WORKING-STORAGE SECTION.
       COPY "CPYBOOKS/FUNCTION-KEYS.CPY".
       COPY "CPYBOOKS/MRS-SIGNON.CPY".
       COPY "CPYBOOKS/MRS-SEQPUT.CPY".
       COPY "CPYBOOKS/MRS-TRNPUT.CPY".
       COPY "CPYBOOKS/DATETIME.CPY".
       COPY "CPYBOOKS/MRS-PERMCHK.CPY".
       COPY "CPYBOOKS/MRS-PWDPUT.CPY".

       01 WS-FILENAMES.
         05 UT-SYS-OPERATOR PIC X(50)
         05 WS-PASSWORD PIC X(8).
         05 WS-LEVEL PIC 9.
         05 WS-ACTIVE PIC X.
         05 WS-TRAINEE PIC X.
         05 WS-STAFF PIC X.
         05 WS-STAFF-ALLOW PIC 9(3)V99.
         05 WS-TODAY-NUM PIC 9(8).

       01 WS-MSG.
         05 OPR-NOT-FOUND PIC X(40)
           VALUE "THAT OPERATOR IS NOT ON FILE".
         05 BAD-FIELDS PIC X(40)
           VALUE "CHECK PWD/LEVEL/ACTIVE/TRAINEE/STAFF".
         05 SUCCESS-ADDED PIC X(40)
           VALUE "OPERATOR HAS BEEN ADDED!".
         05 SUCCESS-UPDATED PIC X(40)
       FOREGROUND-COLOR 7.
         05 MV-TITLE-LINE.
           10 LINE 1 COL 1 VALUE "MRS110".
           10 COL 10 PIC X(8) FROM MRS-SIGNON-BANNER
                FOREGROUND-COLOR 4.
           10 COL 30 VALUE "MOVIE THEATER SYSTEM".
           10 COL 70 PIC Z9 FROM WS-MONTH.
           10 COL 72 VALUE "/".
         05 LINE 7 COL 20 VALUE "V = VIEW OPERATOR".
         05 LINE 8 COL 20 VALUE "L = UNLOCK OPERATOR".
         05 LINE 8 COL 45 VALUE "P = PERMISSIONS".
         05 LINE 9 COL 45 VALUE "R = REFRESH TRAINING".
         05 LINE 9 COL 20 VALUE "ACTION:".
         05 COL 32 PIC X TO WS-ACTION REVERSE-VIDEO.
         05 LINE 10 COL 17 VALUE "OPERATOR ID:".
         05 SCR1-R10.
           10 LINE 10 COL 20 VALUE "ACTIVE (Y/N):".
           10 COL 36 PIC X USING WS-ACTIVE REVERSE-VIDEO.
         05 SCR1-R11.
           10 LINE 11 COL 19 VALUE "TRAINEE (Y/N):".
           10 COL 36 PIC X USING WS-TRAINEE REVERSE-VIDEO.
         05 SCR1-R12.
           10 LINE 12 COL 12 VALUE "STAFF DISCOUNT (Y/N):".
           10 COL 36 PIC X USING WS-STAFF REVERSE-VIDEO.
         05 SCR1-R13.
           10 LINE 13 COL 11 VALUE "ALLOWANCE PER MONTH:".
           10 COL 36 PIC 9(3)V99 USING WS-STAFF-ALLOW REVERSE-VIDEO.
           10 COL 43 VALUE "(0 = THE HOUSE ALLOWANCE)".
         05 SCR1-R15.
           10 LINE 15 COL 12
             VALUE "ON AN UPDATE, A BLANK PASSWORD KEEPS THE CURRENT".
           10 COL 61 VALUE " ONE.".

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

                       PERFORM 600-UNLOCK THRU 600-EXIT
                   WHEN "P"
                       CALL "MRS-1150"
                   WHEN "R"
                       CALL "MRS-1070"
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE

       280-VALIDATE-FIELDS.
           MOVE "Y" TO WS-FIELDS-VALID
           IF WS-PASSWORD = SPACES AND WS-ACTION = "A"
               MOVE "N" TO WS-FIELDS-VALID
           END-IF
           IF WS-LEVEL < 1 OR WS-LEVEL > 2
           IF WS-ACTIVE NOT = "Y" AND WS-ACTIVE NOT = "N" AND
              WS-ACTIVE NOT = "L"
               MOVE "N" TO WS-FIELDS-VALID
           END-IF
           IF WS-TRAINEE = SPACE
               MOVE "N" TO WS-TRAINEE
           END-IF
           IF WS-TRAINEE NOT = "Y" AND WS-TRAINEE NOT = "N"
               MOVE "N" TO WS-FIELDS-VALID
           END-IF
           IF WS-STAFF = SPACE
               MOVE "Y" TO WS-STAFF
           END-IF
           IF WS-STAFF NOT = "Y" AND WS-STAFF NOT = "N"
               MOVE "N" TO WS-FIELDS-VALID
           END-IF.
       280-EXIT.
           EXIT.
           MOVE SPACES TO WS-PASSWORD
           MOVE 1 TO WS-LEVEL
           MOVE "Y" TO WS-ACTIVE
           MOVE "N" TO WS-TRAINEE
           MOVE "Y" TO WS-STAFF
           MOVE ZEROS TO WS-STAFF-ALLOW
           PERFORM 350-ACCEPT-DETAIL THRU 350-EXIT
           IF WS-FIELDS-VALID = "Y" AND WS-CONFIRM = "Y"
               MOVE SPACES TO MRS-OPERATOR-REC
               MOVE WS-ID-IN TO MRS-OPR-ID
               MOVE WS-NAME TO MRS-OPR-NAME
               MOVE "S" TO MRS-PWP-FUNCTION
               MOVE WS-PASSWORD TO MRS-PWP-PASSWORD
               CALL "MRS-1080" USING MRS-PWD-PUT
               MOVE SPACES TO MRS-PWP-PASSWORD
               MOVE SPACES TO WS-PASSWORD
               MOVE MRS-PWP-SALT TO MRS-OPR-PWD-SALT
               MOVE MRS-PWP-DIGEST TO MRS-OPR-PWD-HASH
               MOVE WS-LEVEL TO MRS-OPR-LEVEL
               MOVE WS-ACTIVE TO MRS-OPR-ACTIVE-FLAG
               MOVE WS-TODAY-NUM TO MRS-OPR-PWD-CHANGED
               MOVE SPACES TO MRS-OPR-PWD-HIST-1
               MOVE SPACES TO MRS-OPR-PWD-HIST-2
               MOVE ZERO TO MRS-OPR-FAIL-COUNT
               MOVE WS-TRAINEE TO MRS-OPR-TRAINING-FLAG
               MOVE WS-STAFF TO MRS-OPR-STAFF-FLAG
               MOVE WS-STAFF-ALLOW TO MRS-OPR-STAFF-ALLOW
               WRITE MRS-OPERATOR-REC
               MOVE "ADD" TO MRS-AUD-ACTION
               PERFORM 900-WRITE-AUDIT THRU 900-EXIT
       350-EXIT.
           EXIT.

      * Records from before the trainee flag existed carry a space
      * there, which is a live operator; from before the staff
      * discount fields, spaces - on the discount at the house
      * allowance.
       380-LOAD-TRAINEE.
           IF MRS-OPR-TRAINING-FLAG = "Y"
               MOVE "Y" TO WS-TRAINEE
           ELSE
               MOVE "N" TO WS-TRAINEE
           END-IF
           IF MRS-OPR-STAFF-FLAG = "N"
               MOVE "N" TO WS-STAFF
           ELSE
               MOVE "Y" TO WS-STAFF
           END-IF
           IF MRS-OPR-STAFF-ALLOW NUMERIC
               MOVE MRS-OPR-STAFF-ALLOW TO WS-STAFF-ALLOW
           ELSE
               MOVE ZEROS TO WS-STAFF-ALLOW
           END-IF.
       380-EXIT.
           EXIT.

       400-UPDATE.
           IF WS-OPR-FOUND = "N"
               MOVE OPR-NOT-FOUND TO ERR-MSG
               GO TO 400-EXIT
           END-IF
           MOVE MRS-OPR-NAME TO WS-NAME
           MOVE SPACES TO WS-PASSWORD
           MOVE MRS-OPR-LEVEL TO WS-LEVEL
           MOVE MRS-OPR-ACTIVE-FLAG TO WS-ACTIVE
           PERFORM 380-LOAD-TRAINEE THRU 380-EXIT
           PERFORM 350-ACCEPT-DETAIL THRU 350-EXIT
           IF WS-FIELDS-VALID = "Y" AND WS-CONFIRM = "Y"
               MOVE WS-NAME TO MRS-OPR-NAME
      *        A password keyed here is a reset: the history
      *        rolls and the age clock restarts, the same as a
      *        forced change at sign-on.
               IF WS-PASSWORD NOT = SPACES
                   PERFORM 420-RESET-PASSWORD THRU 420-EXIT
               END-IF
               MOVE WS-LEVEL TO MRS-OPR-LEVEL
      *        Reactivating an operator clears any tripped misses.
               IF WS-ACTIVE = "Y"
                   MOVE ZERO TO MRS-OPR-FAIL-COUNT
               END-IF
               MOVE WS-ACTIVE TO MRS-OPR-ACTIVE-FLAG
               MOVE WS-TRAINEE TO MRS-OPR-TRAINING-FLAG
               MOVE WS-STAFF TO MRS-OPR-STAFF-FLAG
               MOVE WS-STAFF-ALLOW TO MRS-OPR-STAFF-ALLOW
               REWRITE MRS-OPERATOR-REC
               MOVE "UPDATE" TO MRS-AUD-ACTION
               PERFORM 900-WRITE-AUDIT THRU 900-EXIT
       400-EXIT.
           EXIT.

      * Works the new password's digest under the operator's salt (a
      * record that somehow has none is given one) and rolls the
      * history, unless it is the password already in use.
       420-RESET-PASSWORD.
           IF MRS-OPR-PWD-SALT = SPACES
               MOVE "S" TO MRS-PWP-FUNCTION
           ELSE
               MOVE "D" TO MRS-PWP-FUNCTION
               MOVE MRS-OPR-PWD-SALT TO MRS-PWP-SALT
           END-IF
           MOVE WS-PASSWORD TO MRS-PWP-PASSWORD
           CALL "MRS-1080" USING MRS-PWD-PUT
           MOVE SPACES TO MRS-PWP-PASSWORD
           MOVE SPACES TO WS-PASSWORD
           IF MRS-PWP-DIGEST = MRS-OPR-PWD-HASH
               GO TO 420-EXIT
           END-IF
           MOVE MRS-OPR-PWD-HIST-1 TO MRS-OPR-PWD-HIST-2
           MOVE MRS-OPR-PWD-HASH TO MRS-OPR-PWD-HIST-1
           MOVE MRS-PWP-SALT TO MRS-OPR-PWD-SALT
           MOVE MRS-PWP-DIGEST TO MRS-OPR-PWD-HASH
           MOVE WS-TODAY-NUM TO MRS-OPR-PWD-CHANGED.
       420-EXIT.
           EXIT.

       500-VIEW.
           IF WS-OPR-FOUND = "N"
               MOVE OPR-NOT-FOUND TO ERR-MSG
           MOVE SPACES TO WS-PASSWORD
           MOVE MRS-OPR-LEVEL TO WS-LEVEL
           MOVE MRS-OPR-ACTIVE-FLAG TO WS-ACTIVE
           PERFORM 380-LOAD-TRAINEE THRU 380-EXIT
           DISPLAY CLEAR
           DISPLAY SCR-DETAIL
           DISPLAY CONTINUE-VIEW
           MOVE "MRS-1100" TO MRS-AUD-PROGRAM
           MOVE MRS-OPR-ID TO MRS-AUD-KEY
           MOVE MRS-SIGNON-OPERATOR TO MRS-AUD-OPERATOR
           COPY "CPYBOOKS/MRS-AUDSEQ.CPY".
           WRITE MRS-AUDIT-REC.
       900-EXIT.
           EXIT.
