      * family-room flag, and the name/format/status that tell
      * scheduling what kind of room it is booking. Called from the
      * main menu.
      *
      * The equipment action keeps the screen's projector, lamp, and
      * sound processor on the equipment master (MRS-EQUIP.CPY):
      * model, serial, install date, rated hours, and the hours run
      * so far (keyed from the unit's own hour meter when it is first
      * set up; the night step MRS-6290 adds the showings after
      * that). Marking a piece replaced starts it again at zero
      * hours from today.
      *****************************************************************

       ENVIRONMENT DIVISION.
               ACCESS IS DYNAMIC
               RECORD KEY IS MRS-OUT-ID.

           SELECT MRS-EQUIP-FILE
               ASSIGN TO UT-SYS-EQUIP
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS MRS-EQP-KEY
               FILE STATUS IS WS-EQP-STATUS.

      *    Read here only to list the already-booked showings a new
      *    outage window collides with.
           SELECT MRS-SHOW-FILE
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MRS-SHOW-ID
               ALTERNATE KEY IS MRS-SHOW-LOOKUP-KEY
               WITH DUPLICATES
               ALTERNATE KEY IS MRS-RENTAL-ID
               WITH DUPLICATES.

           SELECT MRS-OUTAGE-RPT
       FILE SECTION.
       COPY "CPYBOOKS/MRS-SCREEN.CPY".
       COPY "CPYBOOKS/MRS-OUTAGE.CPY".
       COPY "CPYBOOKS/MRS-EQUIP.CPY".
       COPY "CPYBOOKS/MRS-SHOW.CPY".

       FD  MRS-OUTAGE-RPT
       COPY "CPYBOOKS/MRS-JRNPUT.CPY".
       COPY "CPYBOOKS/FUNCTION-KEYS.CPY".
       COPY "CPYBOOKS/MRS-SIGNON.CPY".
       COPY "CPYBOOKS/MRS-SEQPUT.CPY".
       COPY "CPYBOOKS/MRS-TRNPUT.CPY".
       COPY "CPYBOOKS/DATETIME.CPY".

       01 WS-FILENAMES.
           VALUE "C:\COBOL\MRS-SCREEN-INDEX.dat".
         05 UT-SYS-OUTAGE PIC X(50)
           VALUE "C:\COBOL\MRS-OUTAGE-INDEX.DAT".
         05 UT-SYS-EQUIP PIC X(50)
           VALUE "C:\COBOL\MRS-EQUIP-INDEX.DAT".
         05 UT-SYS-MRS-SHOW PIC X(50)
           VALUE "C:\COBOL\MRS-SHOW-INDEX.dat".
         05 UT-SYS-OUTAGE-RPT PIC X(50)
         05 WS-SCR-FOUND PIC X.
         05 WS-FIELDS-VALID PIC X.
         05 WS-OPERATOR-ID PIC X(8).
         05 WS-SCR-NO-IN PIC 99.
         05 WS-CAPACITY PIC 999.
         05 WS-ROWS PIC 99.
         05 WS-SEATS-PER-ROW PIC 99.
         05 WS-FAMILY PIC X.
         05 SHOW-EOF PIC X.
         05 WS-COLLIDE-CNT PIC 9(3).
         05 WS-DATE-TEST-RESULT PIC S9(4).
         05 WS-EQP-STATUS PIC XX.
         05 WS-TODAY-NUM PIC 9(8).
         05 WS-YESTERDAY PIC 9(8).
         05 WS-E PIC 9.
         05 WS-REPLACED PIC X.
         05 WS-WHOLE-HOURS PIC 9(6).

      * The screen's three pieces of equipment as keyed, one row
      * each. WE-FOUND says the piece was already on the master.
       01 WS-EQUIP-WORK.
         05 WS-EQUIP-ROW OCCURS 3 TIMES.
           10 WE-TYPE PIC X.
           10 WE-FOUND PIC X.
           10 WE-MODEL PIC X(20).
           10 WE-SERIAL PIC X(15).
           10 WE-INSTALL PIC 9(8).
           10 WE-RATED PIC 9(6).
           10 WE-USED-IN PIC 9(6).
           10 WE-OLD-INSTALL PIC 9(8).
           10 WE-OLD-USED PIC 9(6)V99.
           10 WE-OLD-REC PIC X(80).

       01 WS-MSG.
         05 SCR-EXISTS PIC X(40)
         05 SCR-NOT-FOUND PIC X(40)
           VALUE "THAT SCREEN IS NOT ON THE MASTER".
         05 BAD-FIELDS PIC X(42)
           VALUE "CHECK CAPACITY/FORMAT(S-3-L-F)/STATUS(A-I)".
         05 SUCCESS-ADDED PIC X(40)
           VALUE "SCREEN HAS BEEN ADDED!".
         05 SUCCESS-UPDATED PIC X(40)
           VALUE "OUT-OF-SERVICE WINDOW HAS BEEN RECORDED!".
         05 BAD-OUT-DATES PIC X(40)
           VALUE "CHECK THE FROM/TO DATES (YYYYMMDD)".
         05 SUCCESS-EQUIP PIC X(42)
           VALUE "EQUIPMENT HAS BEEN UPDATED!".
         05 BAD-EQUIP PIC X(42)
           VALUE "CHECK MODELS AND INSTALL DATES (YYYYMMDD)".
         05 BAD-REPLACED PIC X(42)
           VALUE "REPLACED MUST BE P, L, OR S ON FILE".
         05 ERR-MSG PIC X(42).

       SCREEN SECTION.
       FOREGROUND-COLOR 7.
         05 MV-TITLE-LINE.
           10 LINE 1 COL 1 VALUE "MRS460".
           10 COL 10 PIC X(8) FROM MRS-SIGNON-BANNER
                FOREGROUND-COLOR 4.
           10 COL 30 VALUE "MOVIE THEATER SYSTEM".
           10 COL 70 PIC Z9 FROM WS-MONTH.
           10 COL 72 VALUE "/".
         05 LINE 6 COL 20 VALUE "U = UPDATE SCREEN".
         05 LINE 7 COL 20 VALUE "V = VIEW SCREEN".
         05 LINE 8 COL 20 VALUE "O = OUT-OF-SERVICE WINDOW".
         05 LINE 9 COL 20 VALUE "E = EQUIPMENT AND LAMP HOURS".
         05 LINE 11 COL 20 VALUE "ACTION:".
         05 COL 32 PIC X TO WS-ACTION REVERSE-VIDEO.
         05 LINE 12 COL 18 VALUE "SCREEN NUMBER:".
         05 COL 32 PIC 99 TO WS-SCR-NO-IN REVERSE-VIDEO.

       01 SCR-DETAIL.
         05 SCR1-R6.
           10 LINE 6 COL 18 VALUE "SCREEN NUMBER:".
           10 COL 36 PIC 99 FROM WS-SCR-NO-IN.
         05 SCR1-R7.
           10 LINE 7 COL 16 VALUE "AUDITORIUM NAME:".
           10 COL 36 PIC X(15) USING WS-NAME REVERSE-VIDEO.
         05 SCR1-R8.
           10 LINE 8 COL 23 VALUE "CAPACITY:".
           10 COL 36 PIC 999 USING WS-CAPACITY REVERSE-VIDEO.
         05 SCR1-R9.
           10 LINE 9 COL 13 VALUE "LAYOUT ROWS (0=NONE):".
           10 COL 36 PIC 99 USING WS-ROWS REVERSE-VIDEO.
           10 LINE 11 COL 13 VALUE "FAMILY SCREEN (Y/N):".
           10 COL 36 PIC X USING WS-FAMILY REVERSE-VIDEO.
         05 SCR1-R12.
           10 LINE 12 COL 14 VALUE "FORMAT (S/3/L/F):".
           10 COL 36 PIC X USING WS-FORMAT REVERSE-VIDEO.
         05 SCR1-R13.
           10 LINE 13 COL 18 VALUE "STATUS (A/I):".
       01 SCR-OUTAGE.
         05 SCR3-R6.
           10 LINE 6 COL 18 VALUE "SCREEN NUMBER:".
           10 COL 36 PIC 99 FROM WS-SCR-NO-IN.
         05 SCR3-R7.
           10 LINE 7 COL 9 VALUE "OUT FROM (YYYYMMDD):".
           10 COL 36 PIC 9(8) TO WS-OUT-FROM REVERSE-VIDEO.
           10 COL 36 PIC ZZ9 FROM WS-COLLIDE-CNT.
           10 COL 42 VALUE "(SEE OUTAGE REPORT)".

       01 SCR-EQUIP.
         05 SCR4-R6.
           10 LINE 6 COL 3 VALUE "SCREEN NUMBER:".
           10 COL 18 PIC 99 FROM WS-SCR-NO-IN.
           10 COL 22 PIC X(15) FROM MRS-SCR-NAME.
         05 SCR4-R8.
           10 LINE 8 COL 3 VALUE "EQUIPMENT".
           10 COL 16 VALUE "MAKE/MODEL".
           10 COL 37 VALUE "SERIAL".
           10 COL 53 VALUE "INSTALLED".
           10 COL 63 VALUE "RATED HR".
           10 COL 72 VALUE "HRS USED".
         05 SCR4-R9.
           10 LINE 9 COL 3 VALUE "PROJECTOR".
           10 COL 16 PIC X(20) USING WE-MODEL(1) REVERSE-VIDEO.
           10 COL 37 PIC X(15) USING WE-SERIAL(1) REVERSE-VIDEO.
           10 COL 53 PIC 9(8) USING WE-INSTALL(1) REVERSE-VIDEO.
           10 COL 63 PIC 9(6) USING WE-RATED(1) REVERSE-VIDEO.
           10 COL 72 PIC 9(6) USING WE-USED-IN(1) REVERSE-VIDEO.
         05 SCR4-R10.
           10 LINE 10 COL 3 VALUE "LAMP/BULB".
           10 COL 16 PIC X(20) USING WE-MODEL(2) REVERSE-VIDEO.
           10 COL 37 PIC X(15) USING WE-SERIAL(2) REVERSE-VIDEO.
           10 COL 53 PIC 9(8) USING WE-INSTALL(2) REVERSE-VIDEO.
           10 COL 63 PIC 9(6) USING WE-RATED(2) REVERSE-VIDEO.
           10 COL 72 PIC 9(6) USING WE-USED-IN(2) REVERSE-VIDEO.
         05 SCR4-R11.
           10 LINE 11 COL 3 VALUE "SOUND PROC".
           10 COL 16 PIC X(20) USING WE-MODEL(3) REVERSE-VIDEO.
           10 COL 37 PIC X(15) USING WE-SERIAL(3) REVERSE-VIDEO.
           10 COL 53 PIC 9(8) USING WE-INSTALL(3) REVERSE-VIDEO.
           10 COL 63 PIC 9(6) USING WE-RATED(3) REVERSE-VIDEO.
           10 COL 72 PIC 9(6) USING WE-USED-IN(3) REVERSE-VIDEO.
         05 SCR4-R13.
           10 LINE 13 COL 3
             VALUE "REPLACED TODAY (P/L/S, BLANK = NONE):".
           10 COL 42 PIC X USING WS-REPLACED REVERSE-VIDEO.
         05 SCR4-R15.
           10 LINE 15 COL 3
             VALUE "A BLANK MODEL LEAVES THE PIECE OFF THE MASTER.".
         05 SCR4-R16.
           10 LINE 16 COL 3
             VALUE "RATED HOURS 0 = NO RATING, NEVER FLAGGED DUE.".
         05 SCR4-R17.
           10 LINE 17 COL 3
             VALUE "A REPLACED PIECE STARTS AGAIN AT ZERO HOURS TODAY.".

       01 MSG.
         05 ERR-ID FOREGROUND-COLOR 4.
           10 LINE 22 COL 9 PIC X(20) VALUE "ERROR MESSAGE:".
           MOVE MRS-SIGNON-OPERATOR TO WS-OPERATOR-ID
           OPEN I-O MRS-SCREEN-FILE
           OPEN I-O MRS-OUTAGE-FILE
           OPEN I-O MRS-EQUIP-FILE
           IF WS-EQP-STATUS = '35'
               OPEN OUTPUT MRS-EQUIP-FILE
               CLOSE MRS-EQUIP-FILE
               OPEN I-O MRS-EQUIP-FILE
           END-IF
           OPEN INPUT MRS-SHOW-FILE
           OPEN EXTEND MRS-AUDIT-FILE
           MOVE SPACES TO WS-DONE
               UNTIL (WS-DONE = "Y" OR F3 OR F4)
           CLOSE MRS-SCREEN-FILE
           CLOSE MRS-OUTAGE-FILE
           CLOSE MRS-EQUIP-FILE
           CLOSE MRS-SHOW-FILE
           CLOSE MRS-AUDIT-FILE
           GOBACK.
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

                   MOVE CFG-PATH TO UT-SYS-MRS-SCREEN
               WHEN "OUTAGE"
                   MOVE CFG-PATH TO UT-SYS-OUTAGE
               WHEN "EQUIP"
                   MOVE CFG-PATH TO UT-SYS-EQUIP
               WHEN "MRS-SHOW"
                   MOVE CFG-PATH TO UT-SYS-MRS-SHOW
               WHEN "OUTAGE-RPT"
                       PERFORM 500-VIEW THRU 500-EXIT
                   WHEN "O"
                       PERFORM 600-RECORD-OUTAGE THRU 600-EXIT
                   WHEN "E"
                       PERFORM 700-EQUIPMENT THRU 700-EXIT
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               MOVE "N" TO WS-FIELDS-VALID
           END-IF
           IF WS-FORMAT NOT = "S" AND WS-FORMAT NOT = "3"
              AND WS-FORMAT NOT = "L" AND WS-FORMAT NOT = "F"
               MOVE "N" TO WS-FIELDS-VALID
           END-IF
           IF WS-STATUS NOT = "A" AND WS-STATUS NOT = "I"
       640-EXIT.
           EXIT.

      * Shows the screen's projector, lamp, and sound processor for
      * keying. A piece with a model is on the master; the hours
      * run are keyed once from the unit's hour meter and kept by
      * the night step after that.
       700-EQUIPMENT.
           IF WS-SCR-FOUND = "N"
               MOVE SCR-NOT-FOUND TO ERR-MSG
               DISPLAY ERR-ID
               ACCEPT ERR-ID
               GO TO 700-EXIT
           END-IF
           COMPUTE WS-TODAY-NUM =
               (WS-YEAR * 10000) + (WS-MONTH * 100) + WS-DAY
           COMPUTE WS-YESTERDAY = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE (WS-TODAY-NUM) - 1)
           MOVE "P" TO WE-TYPE(1)
           MOVE "L" TO WE-TYPE(2)
           MOVE "S" TO WE-TYPE(3)
           PERFORM 710-LOAD-ROW THRU 710-EXIT
               VARYING WS-E FROM 1 BY 1 UNTIL WS-E > 3
           MOVE SPACE TO WS-REPLACED
           MOVE "N" TO WS-FIELDS-VALID
           MOVE SPACES TO WS-CONFIRM
           PERFORM UNTIL WS-FIELDS-VALID = "Y" OR F3 OR F4 OR F12
               DISPLAY CLEAR
               DISPLAY SCR-EQUIP
               ACCEPT SCR-EQUIP
               IF F3 OR F4 OR F12
                   CONTINUE
               ELSE
                   PERFORM 730-VALIDATE-EQUIP THRU 730-EXIT
                   IF WS-FIELDS-VALID = "N"
                       DISPLAY ERR-ID
                       ACCEPT ERR-ID
                   END-IF
               END-IF
           END-PERFORM
           IF WS-FIELDS-VALID NOT = "Y"
               GO TO 700-EXIT
           END-IF
           DISPLAY CONFIRM-SAVE
           ACCEPT CONFIRM-SAVE
           IF WS-CONFIRM NOT = "Y"
               GO TO 700-EXIT
           END-IF
           PERFORM 760-SAVE-ROW THRU 760-EXIT
               VARYING WS-E FROM 1 BY 1 UNTIL WS-E > 3
           MOVE SUCCESS-EQUIP TO ERR-MSG
           DISPLAY SUCCESS-ID
           DISPLAY CONTINUE-VIEW
           ACCEPT CONTINUE-VIEW.
       700-EXIT.
           EXIT.

       710-LOAD-ROW.
           MOVE WS-SCR-NO-IN TO MRS-EQP-SCREEN
           MOVE WE-TYPE(WS-E) TO MRS-EQP-TYPE
           READ MRS-EQUIP-FILE KEY IS MRS-EQP-KEY
               INVALID KEY
                   MOVE "N" TO WE-FOUND(WS-E)
                   MOVE SPACES TO WE-MODEL(WS-E)
                   MOVE SPACES TO WE-SERIAL(WS-E)
                   MOVE ZEROS TO WE-INSTALL(WS-E)
                   MOVE ZEROS TO WE-RATED(WS-E)
                   MOVE ZEROS TO WE-USED-IN(WS-E)
                   MOVE ZEROS TO WE-OLD-INSTALL(WS-E)
                   MOVE ZEROS TO WE-OLD-USED(WS-E)
                   MOVE SPACES TO WE-OLD-REC(WS-E)
               NOT INVALID KEY
                   MOVE "Y" TO WE-FOUND(WS-E)
                   MOVE MRS-EQP-MODEL TO WE-MODEL(WS-E)
                   MOVE MRS-EQP-SERIAL TO WE-SERIAL(WS-E)
                   MOVE MRS-EQP-INSTALL-DATE TO WE-INSTALL(WS-E)
                   MOVE MRS-EQP-RATED-HOURS TO WE-RATED(WS-E)
                   MOVE MRS-EQP-HOURS-USED TO WE-USED-IN(WS-E)
                   MOVE MRS-EQP-INSTALL-DATE TO WE-OLD-INSTALL(WS-E)
                   MOVE MRS-EQP-HOURS-USED TO WE-OLD-USED(WS-E)
                   MOVE MRS-EQUIP-REC TO WE-OLD-REC(WS-E)
           END-READ.
       710-EXIT.
           EXIT.

      * A piece already on the master keeps a model; any piece with
      * a model needs a real install date no later than today. The
      * piece marked replaced has to be one that is on the screen.
       730-VALIDATE-EQUIP.
           MOVE "Y" TO WS-FIELDS-VALID
           MOVE BAD-EQUIP TO ERR-MSG
           PERFORM 735-CHECK-ROW THRU 735-EXIT
               VARYING WS-E FROM 1 BY 1
               UNTIL WS-E > 3 OR WS-FIELDS-VALID = "N"
           IF WS-FIELDS-VALID = "N" OR WS-REPLACED = SPACE
               GO TO 730-EXIT
           END-IF
           MOVE BAD-REPLACED TO ERR-MSG
           MOVE "N" TO WS-FIELDS-VALID
           PERFORM VARYING WS-E FROM 1 BY 1 UNTIL WS-E > 3
               IF WS-REPLACED = WE-TYPE(WS-E)
                  AND WE-MODEL(WS-E) NOT = SPACES
                   MOVE "Y" TO WS-FIELDS-VALID
               END-IF
           END-PERFORM.
       730-EXIT.
           EXIT.

       735-CHECK-ROW.
           IF WE-MODEL(WS-E) = SPACES
               IF WE-FOUND(WS-E) = "Y"
                   MOVE "N" TO WS-FIELDS-VALID
               END-IF
               GO TO 735-EXIT
           END-IF
           COMPUTE WS-DATE-TEST-RESULT =
               FUNCTION TEST-DATE-YYYYMMDD (WE-INSTALL(WS-E))
           IF WS-DATE-TEST-RESULT NOT = 0
              OR WE-INSTALL(WS-E) > WS-TODAY-NUM
               MOVE "N" TO WS-FIELDS-VALID
           END-IF.
       735-EXIT.
           EXIT.

      * A new piece starts from the hours keyed and is counted by the
      * night step from today's showings on. A replaced piece starts
      * again at zero, fitted today unless a different install date
      * was keyed. A row that was not changed is left as it was.
       760-SAVE-ROW.
           IF WE-MODEL(WS-E) = SPACES
               GO TO 760-EXIT
           END-IF
           MOVE WS-SCR-NO-IN TO MRS-EQP-SCREEN
           MOVE WE-TYPE(WS-E) TO MRS-EQP-TYPE
           IF WE-FOUND(WS-E) = "Y"
               READ MRS-EQUIP-FILE KEY IS MRS-EQP-KEY
                   INVALID KEY
                       GO TO 760-EXIT
               END-READ
               MOVE "EQPUPD" TO MRS-AUD-ACTION
           ELSE
               MOVE SPACES TO MRS-EQUIP-REC
               MOVE WS-SCR-NO-IN TO MRS-EQP-SCREEN
               MOVE WE-TYPE(WS-E) TO MRS-EQP-TYPE
               MOVE WE-USED-IN(WS-E) TO MRS-EQP-HOURS-USED
               MOVE WS-YESTERDAY TO MRS-EQP-THRU-DATE
               MOVE "EQPADD" TO MRS-AUD-ACTION
           END-IF
           MOVE WE-MODEL(WS-E) TO MRS-EQP-MODEL
           MOVE WE-SERIAL(WS-E) TO MRS-EQP-SERIAL
           MOVE WE-INSTALL(WS-E) TO MRS-EQP-INSTALL-DATE
           MOVE WE-RATED(WS-E) TO MRS-EQP-RATED-HOURS
      *    Hours keyed over the whole hours on file replace them;
      *    left alone, the hundredths the night step keeps stand.
           MOVE WE-OLD-USED(WS-E) TO WS-WHOLE-HOURS
           IF WE-FOUND(WS-E) = "Y"
              AND WE-USED-IN(WS-E) NOT = WS-WHOLE-HOURS
               MOVE WE-USED-IN(WS-E) TO MRS-EQP-HOURS-USED
           END-IF
           IF WS-REPLACED = WE-TYPE(WS-E)
               MOVE ZEROS TO MRS-EQP-HOURS-USED
               IF WE-INSTALL(WS-E) = WE-OLD-INSTALL(WS-E)
                   MOVE WS-TODAY-NUM TO MRS-EQP-INSTALL-DATE
               END-IF
               MOVE WS-YESTERDAY TO MRS-EQP-THRU-DATE
               MOVE "EQPRPL" TO MRS-AUD-ACTION
           END-IF
           IF WE-FOUND(WS-E) = "Y"
               IF MRS-EQUIP-REC = WE-OLD-REC(WS-E)
                   GO TO 760-EXIT
               END-IF
               REWRITE MRS-EQUIP-REC
           ELSE
               WRITE MRS-EQUIP-REC
           END-IF
           PERFORM 950-WRITE-EQUIP-AUDIT THRU 950-EXIT.
       760-EXIT.
           EXIT.

      * Appends one line to the audit trail for this change. The
      * action code is set by the caller before the PERFORM.
       900-WRITE-AUDIT.
           MOVE "MRS-4600" TO MRS-AUD-PROGRAM
           MOVE MRS-SCR-NUMBER TO MRS-AUD-KEY
           MOVE WS-OPERATOR-ID TO MRS-AUD-OPERATOR
           COPY "CPYBOOKS/MRS-AUDSEQ.CPY".
           WRITE MRS-AUDIT-REC.
       900-EXIT.
           EXIT.

      * The equipment audit line is keyed by screen and piece (03L
      * is screen 3's lamp).
       950-WRITE-EQUIP-AUDIT.
           MOVE WS-YEAR TO MRS-AUD-YEAR
           MOVE WS-MONTH TO MRS-AUD-MONTH
           MOVE WS-DAY TO MRS-AUD-DAY
           MOVE "MRS-4600" TO MRS-AUD-PROGRAM
           MOVE MRS-EQP-KEY TO MRS-AUD-KEY
           MOVE WS-OPERATOR-ID TO MRS-AUD-OPERATOR
           COPY "CPYBOOKS/MRS-AUDSEQ.CPY".
           WRITE MRS-AUDIT-REC.
       950-EXIT.
           EXIT.

       end program MRS-4600.
