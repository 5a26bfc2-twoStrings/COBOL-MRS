      * written to be "called from the subsystem main menu" per their
      * own comments, but nothing ever actually called them - this is
      * that main menu.
      *
      * An operator flagged as a trainee signs on to a training
      * session: the shared sign-on context carries the flag and the
      * training directory (config key TRAINING), every program the
      * session reaches works on the training copy of its files, and
      * every screen title shows TRAINING. The session journal still
      * records the sign-on and sign-off here on the live journal.
      *
      * With all ten digits taken, F5 opens the report request screen
      * (MRS-7080) - permission code RPTREQ, open to everybody when
      * no ruling is on file.
      *
      * F6 opens the time clock (MRS-1800), where the signed-on
      * operator clocks in and out at the signed-on site -
      * permission code TIMECLK, likewise open to everybody.
      *
      * F7 opens the guest incident log (MRS-1850) - permission
      * code INCIDENT, likewise open to everybody.
      *****************************************************************

       ENVIRONMENT DIVISION.
       WORKING-STORAGE SECTION.
       COPY "./CPYBOOKS/FUNCTION-KEYS.CPY".
       COPY "./CPYBOOKS/MRS-SIGNON.CPY".
       COPY "./CPYBOOKS/MRS-TRNPUT.CPY".
       COPY "DATETIME.CPY".

       01 WORKING-VARIABLES.
           VALUE "C:\COBOL\MRS-LOCK-INDEX.DAT".
         05 UT-SYS-SESSION PIC X(50)
           VALUE "C:\COBOL\MRS-SESSION.LOG".
         05 UT-SYS-TRAINING PIC X(50)
           VALUE "C:\COBOL\TRAINING\".
         05 UT-SYS-FILE-CFG PIC X(50)
           VALUE "C:\COBOL\MRS-FILE-PATHS.CFG".

         05 WS-SWEPT PIC 9(3).

       COPY "./CPYBOOKS/MRS-PERMCHK.CPY".
       COPY "./CPYBOOKS/MRS-PWDPUT.CPY".
       01 WS-MENU-FUNC.
         05 PIC X(4) VALUE "MENU".
         05 WS-MENU-DIGIT PIC 9.
         05 WS-NEW-PWD PIC X(8).
         05 WS-NEW-PWD-2 PIC X(8).
         05 WS-PWD-OK PIC X.
         05 WS-NEW-DIGEST PIC X(64).
         05 WS-SES-EVENT PIC X(6).

      * Passwords older than this force a change at sign-on.
       BACKGROUND-COLOR 0 FOREGROUND-COLOR 7.
         05 SCH-TITLE-LINE.
           10 LINE 1 COL 1 VALUE "MRS100".
           10 COL 10 PIC X(8) FROM MRS-SIGNON-BANNER
                FOREGROUND-COLOR 4.
           10 COL 30 VALUE "MOVIE THEATER SYSTEM".
           10 COL 70 PIC Z9 FROM WS-MONTH.
           10 COL 72 VALUE "/".

         05 SCH-FUNCTION.
           10 LINE 25 COL 1 VALUE "F1 = HELP     F3 = END     ".
           10 COL 28 VALUE "F5 = REPORT REQUESTS".
           10 COL 51 VALUE "F6 = TIME CLOCK".
           10 COL 67 VALUE "F7 = INCIDENTS".

       01 SIGN-ON-SCREEN BLANK SCREEN PROMPT AUTO REQUIRED
       BACKGROUND-COLOR 0 FOREGROUND-COLOR 7.
         05 SO-TITLE-LINE.
           10 LINE 1 COL 1 VALUE "MRS100".
           10 COL 10 PIC X(8) FROM MRS-SIGNON-BANNER
                FOREGROUND-COLOR 4.
           10 COL 30 VALUE "MOVIE THEATER SYSTEM".
         05 SO-SUBTITLE.
           10 LINE 2 COL 24 VALUE "MOVIE RENTALS AND SCHEDULING".
           END-IF
           MOVE "SIGNON" TO WS-SES-EVENT
           PERFORM 600-WRITE-SESSION THRU 600-EXIT
      *    A trainee's record locks are taken on the training lock
      *    file, so that is the one the sign-off sweep clears.
           IF MRS-SIGNON-TRAINING = "Y"
               MOVE LENGTH OF UT-SYS-LOCKFILE TO MRS-TRN-AREA-LEN
               CALL "MRS-1060" USING MRS-TRN-PUT UT-SYS-LOCKFILE
           END-IF

           DISPLAY MAIN-MENU-SCREEN
           ACCEPT MAIN-MENU-SCREEN
           COMPUTE WS-TODAY-NUM =
               (WS-YEAR * 10000) + (WS-MONTH * 100) + WS-DAY
           PERFORM 160-LOAD-FILE-CONFIG THRU 160-END
      *    Every session starts live; only a trainee's sign-on turns
      *    training on.
           MOVE "N" TO MRS-SIGNON-TRAINING
           MOVE SPACES TO MRS-SIGNON-BANNER
           MOVE UT-SYS-TRAINING TO MRS-SIGNON-TRN-ROOT
      *    I-O, not INPUT - the sign-on now maintains the failed-
      *    attempt count and the password-age fields itself.
           OPEN I-O MRS-OPERATOR-FILE
           IF MRS-OPR-ACTIVE-FLAG NOT = "Y"
               GO TO 180-EXIT
           END-IF
      *    The keyed password is only ever compared as a digest
      *    worked with the operator's own salt.
           MOVE "D" TO MRS-PWP-FUNCTION
           MOVE MRS-OPR-PWD-SALT TO MRS-PWP-SALT
           MOVE WS-IN-PASSWORD TO MRS-PWP-PASSWORD
           CALL "MRS-1080" USING MRS-PWD-PUT
           MOVE SPACES TO MRS-PWP-PASSWORD
           MOVE SPACES TO WS-IN-PASSWORD
           IF MRS-PWP-DIGEST NOT = MRS-OPR-PWD-HASH
      *        A wrong guess counts against the record itself, not
      *        just this terminal session - N misses lock the
      *        operator wherever the guessing happens.
           MOVE "Y" TO WS-SIGNED-ON
           MOVE MRS-OPR-ID TO MRS-SIGNON-OPERATOR
           MOVE MRS-OPR-LEVEL TO MRS-SIGNON-LEVEL
           MOVE WS-IN-SITE TO MRS-SIGNON-SITE
           IF MRS-OPR-TRAINING-FLAG = "Y"
               MOVE "Y" TO MRS-SIGNON-TRAINING
               MOVE "TRAINING" TO MRS-SIGNON-BANNER
           END-IF.
       180-EXIT.
           EXIT.

      * The expired password has to change before the menu shows:
      * keyed twice, non-blank, and not one of the last three used
      * (the current one plus the two history slots, compared as
      * digests under the operator's salt). F3 backs out of sign-on
      * instead.
       190-FORCE-PWD-CHANGE.
           MOVE "N" TO WS-PWD-OK
           PERFORM UNTIL WS-PWD-OK = "Y" OR F3
               DISPLAY SO-NEWPWD-SCREEN
               ACCEPT SO-NEWPWD-SCREEN
               IF NOT F3
                   MOVE "D" TO MRS-PWP-FUNCTION
                   MOVE MRS-OPR-PWD-SALT TO MRS-PWP-SALT
                   MOVE WS-NEW-PWD TO MRS-PWP-PASSWORD
                   CALL "MRS-1080" USING MRS-PWD-PUT
                   MOVE SPACES TO MRS-PWP-PASSWORD
                   MOVE MRS-PWP-DIGEST TO WS-NEW-DIGEST
                   IF WS-NEW-PWD = SPACES OR
                      WS-NEW-PWD NOT = WS-NEW-PWD-2 OR
                      WS-NEW-DIGEST = MRS-OPR-PWD-HASH OR
                      WS-NEW-DIGEST = MRS-OPR-PWD-HIST-1 OR
                      WS-NEW-DIGEST = MRS-OPR-PWD-HIST-2
                       DISPLAY SO-PWD-RULES
                       ACCEPT SO-PWD-RULES
                   ELSE
           END-PERFORM
           IF WS-PWD-OK = "Y"
               MOVE MRS-OPR-PWD-HIST-1 TO MRS-OPR-PWD-HIST-2
               MOVE MRS-OPR-PWD-HASH TO MRS-OPR-PWD-HIST-1
               MOVE WS-NEW-DIGEST TO MRS-OPR-PWD-HASH
               MOVE WS-TODAY-NUM TO MRS-OPR-PWD-CHANGED
           END-IF
           MOVE SPACES TO WS-NEW-PWD
           MOVE SPACES TO WS-NEW-PWD-2.
       190-EXIT.
           EXIT.

                   MOVE CFG-PATH TO UT-SYS-LOCKFILE
               WHEN "SESSION"
                   MOVE CFG-PATH TO UT-SYS-SESSION
               WHEN "TRAINING"
                   MOVE CFG-PATH TO UT-SYS-TRAINING
           END-EVALUATE.
       170-END.
           EXIT.
      * This function will look at what option the user entered and then
      * call the corrisponding subsystem menu.
       300-EVALUATION.
           IF F5
               PERFORM 350-REPORT-REQUESTS THRU 350-EXIT
               GO TO 300-EXIT
           END-IF
           IF F6
               PERFORM 360-TIME-CLOCK THRU 360-EXIT
               GO TO 300-EXIT
           END-IF
           IF F7
               PERFORM 370-INCIDENTS THRU 370-EXIT
               GO TO 300-EXIT
           END-IF
           IF F1
               DISPLAY SCH-HELP
               ACCEPT SCH-HELP
       300-EXIT.
           EXIT.

      * The report request screen sits on F5, through the permission
      * matrix like any menu entry.
       350-REPORT-REQUESTS.
           MOVE MRS-SIGNON-OPERATOR TO MRS-PCK-OPERATOR
           MOVE "RPTREQ" TO MRS-PCK-FUNCTION
           MOVE "Y" TO MRS-PCK-DEFAULT
           CALL 'MRS-1050' USING MRS-PERM-CHECK
           IF MRS-PCK-ANSWER NOT = "Y"
               DISPLAY SCH-DENIED
               ACCEPT SCH-DENIED
               GO TO 350-EXIT
           END-IF
           CALL 'MRS-7080'
           MOVE ZERO TO LS-OPTION.
       350-EXIT.
           EXIT.

      * The time clock sits on F6, the same way.
       360-TIME-CLOCK.
           MOVE MRS-SIGNON-OPERATOR TO MRS-PCK-OPERATOR
           MOVE "TIMECLK" TO MRS-PCK-FUNCTION
           MOVE "Y" TO MRS-PCK-DEFAULT
           CALL 'MRS-1050' USING MRS-PERM-CHECK
           IF MRS-PCK-ANSWER NOT = "Y"
               DISPLAY SCH-DENIED
               ACCEPT SCH-DENIED
               GO TO 360-EXIT
           END-IF
           CALL 'MRS-1800'
           MOVE ZERO TO LS-OPTION.
       360-EXIT.
           EXIT.

      * The guest incident log sits on F7, the same way.
       370-INCIDENTS.
           MOVE MRS-SIGNON-OPERATOR TO MRS-PCK-OPERATOR
           MOVE "INCIDENT" TO MRS-PCK-FUNCTION
           MOVE "Y" TO MRS-PCK-DEFAULT
           CALL 'MRS-1050' USING MRS-PERM-CHECK
           IF MRS-PCK-ANSWER NOT = "Y"
               DISPLAY SCH-DENIED
               ACCEPT SCH-DENIED
               GO TO 370-EXIT
           END-IF
           CALL 'MRS-1850'
           MOVE ZERO TO LS-OPTION.
       370-EXIT.
           EXIT.

       end program MRS-1000.
