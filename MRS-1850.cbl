       IDENTIFICATION DIVISION.
       PROGRAM-ID.  MRS-1850.
       AUTHOR.  JOHN BELLEK.
      *****************************************************************
      * Guest incidents (F7 off the main menu). Complaints - a show
      * too loud, a broken seat, a spill, a rude clerk - went in a
      * notebook behind the counter and were forgotten. Here the
      * manager logs each one on the incident file (MRS-INCIDENT.CPY)
      * against the showing, screen and seat it happened at, under
      * a category, with the operator on duty, so the monthly
      * incident report (MRS-8720) shows the problems that keep
      * coming back.
      *
      *   A = log a new incident
      *   M = record the make-good on an incident logged without one
      *   V = look an incident up
      *
      * The make-good itself - a ticket refund, a comp pass, or a
      * concession voucher - is rung through the box office or the
      * concession counter like any other, and this screen ties the
      * incident to the trail line it made:
      *
      *   R = refund: the stub serial, which the ticket serial
      *       register must show refunded; the RFND line is found on
      *       the trail the day the refund was rung.
      *   C = comp pass: the serial off the comp stub; the comp line
      *       it sold on must carry the make-good reason (MK).
      *   V = voucher: the item number; the newest comp of that item
      *       rung at this theatre that day and not already claimed
      *       by another incident.
      *
      * The ticket lines are looked for on the indexed transaction
      * store, or the flat trail at a site without one. A trail line
      * makes good one incident only. Every incident logged and
      * every make-good recorded goes on the audit trail.
      *****************************************************************

       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
           CURSOR IS CRPT
           CRT STATUS IS SCR-STAT.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MRS-INCIDENT-FILE
               ASSIGN TO UT-SYS-INCIDENT
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS MRS-INC-ID
               FILE STATUS IS WS-INC-STATUS.

           SELECT MRS-SHOW-FILE
               ASSIGN TO UT-SYS-MRS-SHOW
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS MRS-SHOW-ID
               ALTERNATE KEY IS MRS-SHOW-LOOKUP-KEY
               WITH DUPLICATES
               ALTERNATE KEY IS MRS-RENTAL-ID
               WITH DUPLICATES
               FILE STATUS IS WS-SHOW-STATUS.

           SELECT MRS-OPERATOR-FILE
               ASSIGN TO UT-SYS-OPERATOR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MRS-OPR-ID
               FILE STATUS IS WS-OPR-STATUS.

           SELECT MRS-TICKET-SERIAL-FILE
               ASSIGN TO UT-SYS-TKTSER
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS MRS-TKS-SERIAL
               FILE STATUS IS WS-TKS-STATUS.

           SELECT MRS-TSLIDX-FILE
               ASSIGN TO UT-SYS-TSLIDX
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS MRS-TIX-KEY
               FILE STATUS IS WS-TIX-STATUS.

           SELECT MRS-TICKET-SALES-FILE
               ASSIGN TO UT-SYS-TIC-SALES
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SALES-STATUS.

           SELECT MRS-CON-SALES-FILE
               ASSIGN TO UT-SYS-CON-SALES
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CSL-STATUS.

           SELECT MRS-NUMBER-CONTROL-FILE
               ASSIGN TO UT-SYS-NUMCTL
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS MRS-NCT-KEY
               FILE STATUS IS WS-NCT-STATUS.

           SELECT MRS-AUDIT-FILE
               ASSIGN TO UT-SYS-AUDIT
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT MRS-FILE-CONFIG-FILE
               ASSIGN TO UT-SYS-FILE-CFG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CFG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       COPY "CPYBOOKS/MRS-INCIDENT.CPY".
       COPY "CPYBOOKS/MRS-SHOW.CPY".
       COPY "CPYBOOKS/MRS-OPERATOR.CPY".
       COPY "CPYBOOKS/MRS-TKTSER.CPY".
       COPY "CPYBOOKS/MRS-TSLIDX.CPY".
       COPY "CPYBOOKS/MRS-TICKET-SALES.CPY".
       COPY "CPYBOOKS/MRS-CON-SALES.CPY".
       COPY "CPYBOOKS/MRS-NUMCTL.CPY".
       COPY "CPYBOOKS/MRS-AUDIT.CPY".
       COPY "CPYBOOKS/MRS-FILE-CFG.CPY".

       WORKING-STORAGE SECTION.
       COPY "CPYBOOKS/FUNCTION-KEYS.CPY".
       COPY "CPYBOOKS/MRS-SIGNON.CPY".
       COPY "CPYBOOKS/MRS-SEQPUT.CPY".
       COPY "CPYBOOKS/MRS-TRNPUT.CPY".
       COPY "CPYBOOKS/DATETIME.CPY".

       01 WS-FILENAMES.
         05 UT-SYS-INCIDENT PIC X(50)
           VALUE "C:\COBOL\MRS-INCIDENT-INDEX.DAT".
         05 UT-SYS-MRS-SHOW PIC X(50)
           VALUE "C:\COBOL\MRS-SHOW-INDEX.dat".
         05 UT-SYS-OPERATOR PIC X(50)
           VALUE "C:\COBOL\MRS-OPERATOR-INDEX.DAT".
         05 UT-SYS-TKTSER PIC X(50)
           VALUE "C:\COBOL\MRS-TKTSER-INDEX.DAT".
         05 UT-SYS-TSLIDX PIC X(50)
           VALUE "C:\COBOL\MRS-TSLIDX-INDEX.DAT".
         05 UT-SYS-TIC-SALES PIC X(50)
           VALUE "C:\COBOL\MRS-TICKET-SALES.DAT".
         05 UT-SYS-CON-SALES PIC X(50)
           VALUE "C:\COBOL\MRS-CON-SALES.DAT".
         05 UT-SYS-NUMCTL PIC X(50)
           VALUE "C:\COBOL\MRS-NUMCTL-INDEX.DAT".
         05 UT-SYS-AUDIT PIC X(50) VALUE "C:\COBOL\MRS-AUDIT.LOG".
         05 UT-SYS-FILE-CFG PIC X(50)
           VALUE "C:\COBOL\MRS-FILE-PATHS.CFG".

       01 WS-FILE-CFG-CTL.
         05 WS-CFG-STATUS PIC XX.
         05 WS-CFG-EOF PIC X.
           88 CFG-EOF VALUE 'Y'.

       01 WS-CONTROL.
         05 WS-INC-STATUS PIC XX.
         05 WS-SHOW-STATUS PIC XX.
         05 WS-OPR-STATUS PIC XX.
         05 WS-TKS-STATUS PIC XX.
         05 WS-TIX-STATUS PIC XX.
         05 WS-SALES-STATUS PIC XX.
         05 WS-CSL-STATUS PIC XX.
         05 WS-NCT-STATUS PIC XX.
         05 WS-SHOW-OPEN PIC X VALUE "N".
         05 WS-OPR-OPEN PIC X VALUE "N".
         05 WS-TKS-OPEN PIC X VALUE "N".
         05 WS-TIX-OPEN PIC X VALUE "N".
         05 INC-EOF PIC X.
         05 TIX-EOF PIC X.
         05 SALES-EOF PIC X.
         05 CSL-EOF PIC X.
         05 WS-ENTER PIC X.
         05 WS-AGAIN PIC X.
         05 WS-ACTION PIC X.
         05 WS-PICK-ID PIC 9(6).
         05 WS-SITE PIC X(2).
         05 WS-LINE-SITE PIC X(2).
         05 WS-I PIC 99.
         05 WS-TODAY-NUM PIC 9(8).
         05 WS-NOW-TIME PIC 9(4).
         05 WS-DATE-TEST-RESULT PIC 9(8).
         05 WS-OK PIC X.
         05 WS-SAVED PIC X.
         05 WS-HIGH-ID PIC 9(6).
         05 WS-NEW-ID PIC 9(6).
         05 WS-SERIES-KEY PIC X(8) VALUE "INCIDENT".
         05 WS-MSG-TEXT PIC X(50).
         05 WS-ERR-TEXT PIC X(50).
         05 WS-AUD-ACTION PIC X(6).

      * The incident as keyed.
       01 WS-INCIDENT-IN.
         05 WI-ID PIC 9(6).
         05 WI-DATE PIC 9(8).
         05 WI-TIME PIC 9(4).
         05 WI-HM REDEFINES WI-TIME.
           10 WI-HH PIC 99.
           10 WI-MM PIC 99.
         05 WI-SHOW-ID PIC 9(4).
         05 WI-SCREEN PIC 99.
         05 WI-SEAT PIC X(4).
         05 WI-CATEGORY PIC X(2).
         05 WI-DESC PIC X(60).
         05 WI-ON-DUTY PIC X(8).
         05 WI-MG-TYPE PIC X.
         05 WI-MG-REF PIC 9(9).
         05 WI-MG-DATE PIC 9(8).

      * The trail line a make-good was tied to.
       01 WS-LINK.
         05 WL-FOUND PIC X.
         05 WL-SEEK-DATE PIC 9(8).
         05 WL-SEEK-ACTION PIC X(4).
         05 WL-SEEK-TENDER PIC X.
         05 WL-TRL-DATE PIC 9(8).
         05 WL-TRL-TIME PIC 9(6).
         05 WL-TRL-OPER PIC X(8).
         05 WL-AMOUNT PIC 9(5)V99.
         05 WL-REASON PIC X(2).
         05 WL-LINE-DATE PIC 9(8).
         05 WL-LINE-SERIAL PIC 9(9).
         05 WL-CLAIMED PIC X.
         05 WL-CLAIM-ID PIC 9(6).

      * Voucher lines already claimed by an incident on the day
      * being searched - time and clerk of each.
       01 WS-CLAIM-TABLE.
         05 WS-CLAIM-COUNT PIC 99.
         05 WS-CLAIM-SLOT OCCURS 50 TIMES.
           10 WK-TIME PIC 9(6).
           10 WK-OPER PIC X(8).

       01 WS-CATEGORY-VALUES.
         05 PIC X(16) VALUE "SOSOUND".
         05 PIC X(16) VALUE "PIPICTURE".
         05 PIC X(16) VALUE "SESEAT".
         05 PIC X(16) VALUE "SPSPILL OR MESS".
         05 PIC X(16) VALUE "TETEMPERATURE".
         05 PIC X(16) VALUE "STSTAFF".
         05 PIC X(16) VALUE "GUOTHER GUESTS".
         05 PIC X(16) VALUE "OTOTHER".
       01 WS-CATEGORY-TABLE REDEFINES WS-CATEGORY-VALUES.
         05 WS-CAT-SLOT OCCURS 8 TIMES.
           10 WC-CODE PIC X(2).
           10 WC-NAME PIC X(14).

      * What the view screen shows.
       01 WS-VIEW.
         05 WV-CAT-NAME PIC X(14).
         05 WV-MG-TEXT PIC X(20).
         05 WV-LINK-TEXT PIC X(60).
         05 WV-LINK-BUILD REDEFINES WV-LINK-TEXT.
           10 WV-LK-DATE PIC 9(8).
           10 PIC X.
           10 WV-LK-TIME PIC 9(6).
           10 PIC X(4).
           10 WV-LK-OPER PIC X(8).
           10 PIC X(3).
           10 WV-LK-AMOUNT PIC ZZ,ZZ9.99.
           10 PIC X(3).
           10 WV-LK-REF-TAG PIC X(7).
           10 WV-LK-REF PIC Z(8)9.
           10 PIC X(2).

       SCREEN SECTION.
       01 CLEAR BLANK SCREEN PROMPT AUTO REQUIRED BACKGROUND-COLOR 0
       FOREGROUND-COLOR 7.
         05 MV-TITLE-LINE.
           10 LINE 1 COL 1 VALUE "MRS185".
           10 COL 10 PIC X(8) FROM MRS-SIGNON-BANNER
                FOREGROUND-COLOR 4.
           10 COL 30 VALUE "MOVIE THEATER SYSTEM".
           10 COL 70 PIC Z9 FROM WS-MONTH.
           10 COL 72 VALUE "/".
           10 COL 73 PIC Z9 FROM WS-DAY.
           10 COL 75 VALUE "/".
           10 COL 76 PIC 9999 FROM WS-YEAR.
         05 INC-TITLE.
           10 LINE 2 COL 17
             VALUE "MOVIE RENTALS AND SCHEDULING: GUEST INCIDENTS".
         05 INC-FUNCTION.
           10 LINE 25 COL 1 VALUE "F3 = END     F4 = RETURN".

       01 SCR-ACTION.
         05 LINE 5 COL 10 VALUE "A = LOG A NEW INCIDENT".
         05 LINE 6 COL 10
           VALUE "M = RECORD THE MAKE-GOOD ON AN INCIDENT".
         05 LINE 7 COL 10 VALUE "V = LOOK AN INCIDENT UP".
         05 LINE 10 COL 10 VALUE "ACTION (BLANK TO RETURN):".
         05 COL 36 PIC X TO WS-ACTION REVERSE-VIDEO.
         05 LINE 12 COL 10 VALUE "INCIDENT NO (M OR V):".
         05 COL 36 PIC 9(6) TO WS-PICK-ID REVERSE-VIDEO.

       01 SCR-INCIDENT.
         05 LINE 4 COL 3 VALUE "DATE (YYYYMMDD, 0 = TODAY):".
         05 COL 31 PIC 9(8) USING WI-DATE REVERSE-VIDEO.
         05 COL 42 VALUE "TIME (HHMM, 0 = NOW):".
         05 COL 64 PIC 9(4) USING WI-TIME REVERSE-VIDEO.
         05 LINE 5 COL 3 VALUE "SHOWING ID (0 = NONE):".
         05 COL 31 PIC 9(4) USING WI-SHOW-ID REVERSE-VIDEO.
         05 LINE 6 COL 3 VALUE "SCREEN (0 = THE SHOWING'S):".
         05 COL 31 PIC 99 USING WI-SCREEN REVERSE-VIDEO.
         05 COL 42 VALUE "SEAT:".
         05 COL 48 PIC X(4) USING WI-SEAT REVERSE-VIDEO.
         05 LINE 7 COL 3 VALUE "CATEGORY:".
         05 COL 31 PIC X(2) USING WI-CATEGORY REVERSE-VIDEO.
         05 LINE 8 COL 5
           VALUE "SO SOUND   PI PICTURE   SE SEAT   SP SPILL OR MESS".
         05 LINE 9 COL 5
           VALUE "TE TEMPERATURE   ST STAFF   GU OTHER GUESTS".
         05 COL 49 VALUE "OT OTHER".
         05 LINE 10 COL 3 VALUE "WHAT HAPPENED:".
         05 LINE 11 COL 5 PIC X(60) USING WI-DESC REVERSE-VIDEO.
         05 LINE 12 COL 3 VALUE "OPERATOR ON DUTY:".
         05 COL 31 PIC X(8) USING WI-ON-DUTY REVERSE-VIDEO.
         05 LINE 14 COL 3 VALUE "MAKE-GOOD:".
         05 COL 31 PIC X USING WI-MG-TYPE REVERSE-VIDEO.
         05 COL 35
           VALUE "R REFUND  C COMP PASS  V VOUCHER  N NONE".
         05 LINE 15 COL 3 VALUE "STUB SERIAL (R, C) OR ITEM (V):".
         05 COL 35 PIC 9(9) USING WI-MG-REF REVERSE-VIDEO.
         05 LINE 16 COL 3 VALUE "VOUCHER RUNG ON (0 = THAT DAY):".
         05 COL 35 PIC 9(8) USING WI-MG-DATE REVERSE-VIDEO.
         05 LINE 18 COL 3
           VALUE "RING THE REFUND OR COMP FIRST, THEN TIE IT HERE.".
         05 LINE 20 COL 3
           VALUE "ENTER = SAVE     F4 = BACK WITHOUT SAVING".

       01 SCR-VIEW.
         05 LINE 4 COL 3 VALUE "INCIDENT NO:".
         05 COL 20 PIC 9(6) FROM MRS-INC-ID.
         05 COL 32 VALUE "SITE:".
         05 COL 38 PIC X(2) FROM MRS-INC-SITE.
         05 LINE 5 COL 3 VALUE "DATE:".
         05 COL 20 PIC 9(8) FROM MRS-INC-DATE.
         05 COL 32 VALUE "TIME:".
         05 COL 38 PIC 9(4) FROM MRS-INC-TIME.
         05 LINE 6 COL 3 VALUE "SHOWING ID:".
         05 COL 20 PIC 9(4) FROM MRS-INC-SHOW-ID.
         05 COL 32 VALUE "SCREEN:".
         05 COL 40 PIC 99 FROM MRS-INC-SCREEN.
         05 COL 46 VALUE "SEAT:".
         05 COL 52 PIC X(4) FROM MRS-INC-SEAT.
         05 LINE 7 COL 3 VALUE "CATEGORY:".
         05 COL 20 PIC X(2) FROM MRS-INC-CATEGORY.
         05 COL 23 PIC X(14) FROM WV-CAT-NAME.
         05 LINE 8 COL 3 VALUE "WHAT HAPPENED:".
         05 LINE 9 COL 5 PIC X(60) FROM MRS-INC-DESC.
         05 LINE 10 COL 3 VALUE "ON DUTY:".
         05 COL 20 PIC X(8) FROM MRS-INC-ON-DUTY.
         05 COL 32 VALUE "LOGGED BY:".
         05 COL 43 PIC X(8) FROM MRS-INC-ENTERED-BY.
         05 LINE 12 COL 3 VALUE "MAKE-GOOD:".
         05 COL 20 PIC X(20) FROM WV-MG-TEXT.
         05 LINE 13 COL 3 VALUE "TRAIL LINE:".
         05 LINE 14 COL 5 PIC X(60) FROM WV-LINK-TEXT.

       01 MSG.
         05 INC-DONE FOREGROUND-COLOR 2.
           10 LINE 22 COL 10 PIC X(50) FROM WS-MSG-TEXT.
           10 LINE 24 COL 40 VALUE "PRESS ENTER TO CONTINUE".
           10 COL 65 PIC X TO WS-ENTER.
         05 INC-REFUSED FOREGROUND-COLOR 4.
           10 LINE 22 COL 10 PIC X(50) FROM WS-ERR-TEXT.
           10 LINE 24 COL 40 VALUE "PRESS ENTER TO CONTINUE".
           10 COL 65 PIC X TO WS-ENTER.
         05 NO-INCIDENT-FILE FOREGROUND-COLOR 4.
           10 LINE 22 COL 10 VALUE "THE INCIDENT FILE CANNOT".
           10 COL 35 VALUE "BE OPENED.".
           10 LINE 24 COL 40 VALUE "PRESS ENTER TO CONTINUE".
           10 COL 65 PIC X TO WS-ENTER.

       PROCEDURE DIVISION.
       100-MAIN.
           PERFORM 160-LOAD-FILE-CONFIG THRU 160-END
           COPY "CPYBOOKS/ENABLE-KEYS.CPY".
           MOVE FUNCTION CURRENT-DATE TO WS-DATETIME
           COMPUTE WS-TODAY-NUM =
               (WS-YEAR * 10000) + (WS-MONTH * 100) + WS-DAY
           OPEN I-O MRS-INCIDENT-FILE
           IF WS-INC-STATUS = '35'
               OPEN OUTPUT MRS-INCIDENT-FILE
               CLOSE MRS-INCIDENT-FILE
               OPEN I-O MRS-INCIDENT-FILE
           END-IF
           IF WS-INC-STATUS NOT = '00'
               DISPLAY CLEAR
               DISPLAY NO-INCIDENT-FILE
               ACCEPT NO-INCIDENT-FILE
               GOBACK
           END-IF
      *    The rest are looked at only when the entry needs them - a
      *    file not on disk yet is refused at that point.
           OPEN INPUT MRS-SHOW-FILE
           IF WS-SHOW-STATUS = '00'
               MOVE "Y" TO WS-SHOW-OPEN
           END-IF
           OPEN INPUT MRS-OPERATOR-FILE
           IF WS-OPR-STATUS = '00'
               MOVE "Y" TO WS-OPR-OPEN
           END-IF
           OPEN INPUT MRS-TICKET-SERIAL-FILE
           IF WS-TKS-STATUS = '00'
               MOVE "Y" TO WS-TKS-OPEN
           END-IF
           OPEN INPUT MRS-TSLIDX-FILE
           IF WS-TIX-STATUS = '00'
               MOVE "Y" TO WS-TIX-OPEN
           END-IF
           OPEN EXTEND MRS-AUDIT-FILE
           IF MRS-SIGNON-SITE = SPACES OR MRS-SIGNON-SITE = LOW-VALUES
               MOVE "01" TO WS-SITE
           ELSE
               MOVE MRS-SIGNON-SITE TO WS-SITE
           END-IF

           MOVE "Y" TO WS-AGAIN
           PERFORM 200-ONE-PASS THRU 200-EXIT
               UNTIL WS-AGAIN = "N" OR F3

           CLOSE MRS-INCIDENT-FILE
           IF WS-SHOW-OPEN = "Y"
               CLOSE MRS-SHOW-FILE
           END-IF
           IF WS-OPR-OPEN = "Y"
               CLOSE MRS-OPERATOR-FILE
           END-IF
           IF WS-TKS-OPEN = "Y"
               CLOSE MRS-TICKET-SERIAL-FILE
           END-IF
           IF WS-TIX-OPEN = "Y"
               CLOSE MRS-TSLIDX-FILE
           END-IF
           CLOSE MRS-AUDIT-FILE
           GOBACK.
       100-EXIT.
           EXIT.

       200-ONE-PASS.
           MOVE SPACE TO WS-ACTION
           MOVE ZEROS TO WS-PICK-ID
           DISPLAY CLEAR
           DISPLAY SCR-ACTION
           ACCEPT SCR-ACTION
           IF F3 OR F4
               MOVE "N" TO WS-AGAIN
               GO TO 200-EXIT
           END-IF
           INSPECT WS-ACTION CONVERTING "amv" TO "AMV"
           EVALUATE WS-ACTION
               WHEN "A"
                   PERFORM 300-ADD-INCIDENT THRU 300-EXIT
               WHEN "M"
                   PERFORM 400-MAKE-GOOD THRU 400-EXIT
               WHEN "V"
                   PERFORM 450-VIEW-INCIDENT THRU 450-EXIT
               WHEN SPACE
                   MOVE "N" TO WS-AGAIN
               WHEN OTHER
                   MOVE "A, M, OR V - OR LEAVE IT BLANK TO RETURN."
                       TO WS-ERR-TEXT
                   DISPLAY INC-REFUSED
                   ACCEPT INC-REFUSED
           END-EVALUATE
           IF F4
               MOVE ZERO TO SCR-STAT
           END-IF.
       200-EXIT.
           EXIT.

      * Keys a new incident and, once every field passes, draws its
      * number and files it. F4 backs out without saving.
       300-ADD-INCIDENT.
           INITIALIZE WS-INCIDENT-IN
           MOVE MRS-SIGNON-OPERATOR TO WI-ON-DUTY
           MOVE "N" TO WI-MG-TYPE
           MOVE "N" TO WS-SAVED
           PERFORM 310-KEY-INCIDENT THRU 310-EXIT
               UNTIL WS-SAVED = "Y" OR F3 OR F4.
       300-EXIT.
           EXIT.

       310-KEY-INCIDENT.
           DISPLAY CLEAR
           DISPLAY SCR-INCIDENT
           ACCEPT SCR-INCIDENT
           IF F3 OR F4
               GO TO 310-EXIT
           END-IF
           PERFORM 320-CHECK-INCIDENT THRU 320-EXIT
           IF WS-OK NOT = "Y"
               DISPLAY INC-REFUSED
               ACCEPT INC-REFUSED
               GO TO 310-EXIT
           END-IF
           IF WI-MG-TYPE NOT = "N"
               PERFORM 500-LINK-MAKE-GOOD THRU 500-EXIT
               IF WS-OK NOT = "Y"
                   DISPLAY INC-REFUSED
                   ACCEPT INC-REFUSED
                   GO TO 310-EXIT
               END-IF
           END-IF
           PERFORM 600-DRAW-ID THRU 600-EXIT
           MOVE SPACES TO MRS-INCIDENT-REC
           MOVE WS-NEW-ID TO MRS-INC-ID
           MOVE WI-DATE TO MRS-INC-DATE
           MOVE WI-TIME TO MRS-INC-TIME
           MOVE WS-SITE TO MRS-INC-SITE
           MOVE WI-SHOW-ID TO MRS-INC-SHOW-ID
           MOVE WI-SCREEN TO MRS-INC-SCREEN
           MOVE WI-SEAT TO MRS-INC-SEAT
           MOVE WI-CATEGORY TO MRS-INC-CATEGORY
           MOVE WI-DESC TO MRS-INC-DESC
           MOVE WI-ON-DUTY TO MRS-INC-ON-DUTY
           MOVE MRS-SIGNON-OPERATOR TO MRS-INC-ENTERED-BY
           PERFORM 380-SET-MAKE-GOOD THRU 380-EXIT
           WRITE MRS-INCIDENT-REC
               INVALID KEY
                   MOVE "THAT INCIDENT NUMBER IS TAKEN - SAVE AGAIN."
                       TO WS-ERR-TEXT
                   DISPLAY INC-REFUSED
                   ACCEPT INC-REFUSED
                   GO TO 310-EXIT
           END-WRITE
           MOVE "Y" TO WS-SAVED
           MOVE "INCADD" TO WS-AUD-ACTION
           PERFORM 900-WRITE-AUDIT THRU 900-EXIT
           IF WI-MG-TYPE NOT = "N"
               MOVE "INCMKG" TO WS-AUD-ACTION
               PERFORM 900-WRITE-AUDIT THRU 900-EXIT
           END-IF
           MOVE SPACES TO WS-MSG-TEXT
           STRING "INCIDENT " DELIMITED BY SIZE
                  MRS-INC-ID DELIMITED BY SIZE
                  " LOGGED." DELIMITED BY SIZE
               INTO WS-MSG-TEXT
           DISPLAY INC-DONE
           ACCEPT INC-DONE.
       310-EXIT.
           EXIT.

      * Every field of a new incident, checked top to bottom; the
      * first one wrong is named in WS-ERR-TEXT.
       320-CHECK-INCIDENT.
           MOVE "N" TO WS-OK
           IF WI-DATE = ZEROS
               MOVE WS-TODAY-NUM TO WI-DATE
           END-IF
           COMPUTE WS-DATE-TEST-RESULT =
               FUNCTION TEST-DATE-YYYYMMDD (WI-DATE)
           IF WS-DATE-TEST-RESULT NOT = 0
               MOVE "THE DATE IS NOT A REAL DATE." TO WS-ERR-TEXT
               GO TO 320-EXIT
           END-IF
           IF WI-DATE > WS-TODAY-NUM
               MOVE "AN INCIDENT CANNOT BE DATED AHEAD OF TODAY."
                   TO WS-ERR-TEXT
               GO TO 320-EXIT
           END-IF
           IF WI-TIME = ZEROS
               COMPUTE WI-TIME = (WS-HOUR * 100) + WS-MINUTE
           END-IF
           IF WI-HH > 23 OR WI-MM > 59
               MOVE "THE TIME IS NOT A REAL HOUR AND MINUTE."
                   TO WS-ERR-TEXT
               GO TO 320-EXIT
           END-IF
           IF WI-SHOW-ID NOT = ZEROS
               PERFORM 330-CHECK-SHOWING THRU 330-EXIT
               IF WS-ERR-TEXT NOT = SPACES
                   GO TO 320-EXIT
               END-IF
           END-IF
           IF WI-SEAT NOT = SPACES AND WI-SCREEN = ZEROS
               MOVE "A SEAT NEEDS THE SCREEN IT IS IN."
                   TO WS-ERR-TEXT
               GO TO 320-EXIT
           END-IF
           INSPECT WI-CATEGORY CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           PERFORM VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > 8 OR WC-CODE(WS-I) = WI-CATEGORY
               CONTINUE
           END-PERFORM
           IF WS-I > 8
               MOVE "PICK ONE OF THE CATEGORIES LISTED."
                   TO WS-ERR-TEXT
               GO TO 320-EXIT
           END-IF
           IF WI-DESC = SPACES
               MOVE "SAY WHAT HAPPENED." TO WS-ERR-TEXT
               GO TO 320-EXIT
           END-IF
           IF WI-ON-DUTY = SPACES
               MOVE "NAME THE OPERATOR ON DUTY." TO WS-ERR-TEXT
               GO TO 320-EXIT
           END-IF
           IF WS-OPR-OPEN = "Y"
               MOVE WI-ON-DUTY TO MRS-OPR-ID
               READ MRS-OPERATOR-FILE
                   INVALID KEY
                       MOVE "NO OPERATOR UNDER THAT ID."
                           TO WS-ERR-TEXT
                       GO TO 320-EXIT
               END-READ
           END-IF
           PERFORM 340-CHECK-MG-TYPE THRU 340-EXIT
           IF WS-ERR-TEXT NOT = SPACES
               GO TO 320-EXIT
           END-IF
           MOVE "Y" TO WS-OK.
       320-EXIT.
           EXIT.

      * The showing must be on file, not at the other theatre, and
      * on the screen keyed if one was. Its screen fills in a
      * screen left at zero.
       330-CHECK-SHOWING.
           MOVE SPACES TO WS-ERR-TEXT
           IF WS-SHOW-OPEN NOT = "Y"
               MOVE "THE SHOW FILE CANNOT BE OPENED." TO WS-ERR-TEXT
               GO TO 330-EXIT
           END-IF
           MOVE WI-SHOW-ID TO MRS-SHOW-ID
           READ MRS-SHOW-FILE KEY IS MRS-SHOW-ID
               INVALID KEY
                   MOVE "NO SHOWING UNDER THAT ID." TO WS-ERR-TEXT
                   GO TO 330-EXIT
           END-READ
           IF MRS-SHOW-SITE NOT = SPACES AND
              MRS-SHOW-SITE NOT = WS-SITE
               MOVE "THAT SHOWING IS AT THE OTHER THEATRE."
                   TO WS-ERR-TEXT
               GO TO 330-EXIT
           END-IF
           IF WI-SCREEN = ZEROS
               MOVE MRS-SCREEN-NUMBER TO WI-SCREEN
           END-IF
           IF WI-SCREEN NOT = MRS-SCREEN-NUMBER
               MOVE "THAT SHOWING IS ON ANOTHER SCREEN."
                   TO WS-ERR-TEXT
           END-IF.
       330-EXIT.
           EXIT.

       340-CHECK-MG-TYPE.
           MOVE SPACES TO WS-ERR-TEXT
           INSPECT WI-MG-TYPE CONVERTING "rcvn" TO "RCVN"
           IF WI-MG-TYPE = SPACE
               MOVE "N" TO WI-MG-TYPE
           END-IF
           IF WI-MG-TYPE NOT = "R" AND WI-MG-TYPE NOT = "C" AND
              WI-MG-TYPE NOT = "V" AND WI-MG-TYPE NOT = "N"
               MOVE "MAKE-GOOD IS R, C, V, OR N FOR NONE."
                   TO WS-ERR-TEXT
           END-IF.
       340-EXIT.
           EXIT.

      * Lays the make-good and the trail line it was tied to on the
      * incident record in hand.
       380-SET-MAKE-GOOD.
           MOVE WI-MG-TYPE TO MRS-INC-MG-TYPE
           IF WI-MG-TYPE = "N"
               MOVE ZEROS TO MRS-INC-MG-REF
               MOVE ZEROS TO MRS-INC-TRL-DATE
               MOVE ZEROS TO MRS-INC-TRL-TIME
               MOVE SPACES TO MRS-INC-TRL-OPER
               MOVE ZEROS TO MRS-INC-MG-AMOUNT
               MOVE SPACES TO MRS-INC-MG-BY
           ELSE
               MOVE WI-MG-REF TO MRS-INC-MG-REF
               MOVE WL-TRL-DATE TO MRS-INC-TRL-DATE
               MOVE WL-TRL-TIME TO MRS-INC-TRL-TIME
               MOVE WL-TRL-OPER TO MRS-INC-TRL-OPER
               MOVE WL-AMOUNT TO MRS-INC-MG-AMOUNT
               MOVE MRS-SIGNON-OPERATOR TO MRS-INC-MG-BY
           END-IF.
       380-EXIT.
           EXIT.

      * An incident logged before the guest was made good gets its
      * make-good here, once.
       400-MAKE-GOOD.
           PERFORM 470-READ-PICKED THRU 470-EXIT
           IF WS-OK NOT = "Y"
               GO TO 400-EXIT
           END-IF
           IF MRS-INC-MG-TYPE NOT = "N" AND
              MRS-INC-MG-TYPE NOT = SPACE
               MOVE "THAT INCIDENT ALREADY HAS ITS MAKE-GOOD."
                   TO WS-ERR-TEXT
               DISPLAY INC-REFUSED
               ACCEPT INC-REFUSED
               GO TO 400-EXIT
           END-IF
           MOVE MRS-INC-ID TO WI-ID
           MOVE MRS-INC-DATE TO WI-DATE
           MOVE MRS-INC-TIME TO WI-TIME
           MOVE MRS-INC-SHOW-ID TO WI-SHOW-ID
           MOVE MRS-INC-SCREEN TO WI-SCREEN
           MOVE MRS-INC-SEAT TO WI-SEAT
           MOVE MRS-INC-CATEGORY TO WI-CATEGORY
           MOVE MRS-INC-DESC TO WI-DESC
           MOVE MRS-INC-ON-DUTY TO WI-ON-DUTY
           MOVE SPACE TO WI-MG-TYPE
           MOVE ZEROS TO WI-MG-REF
           MOVE ZEROS TO WI-MG-DATE
           MOVE "N" TO WS-SAVED
           PERFORM 410-KEY-MAKE-GOOD THRU 410-EXIT
               UNTIL WS-SAVED = "Y" OR F3 OR F4.
       400-EXIT.
           EXIT.

      * Only the make-good fields count here - the rest of the
      * incident is shown as it was logged and put back untouched.
       410-KEY-MAKE-GOOD.
           DISPLAY CLEAR
           DISPLAY SCR-INCIDENT
           ACCEPT SCR-INCIDENT
           IF F3 OR F4
               GO TO 410-EXIT
           END-IF
           PERFORM 340-CHECK-MG-TYPE THRU 340-EXIT
           IF WS-ERR-TEXT = SPACES AND WI-MG-TYPE = "N"
               MOVE "KEY THE MAKE-GOOD - R, C, OR V." TO WS-ERR-TEXT
           END-IF
           IF WS-ERR-TEXT NOT = SPACES
               DISPLAY INC-REFUSED
               ACCEPT INC-REFUSED
               GO TO 410-EXIT
           END-IF
           PERFORM 500-LINK-MAKE-GOOD THRU 500-EXIT
           IF WS-OK NOT = "Y"
               DISPLAY INC-REFUSED
               ACCEPT INC-REFUSED
               GO TO 410-EXIT
           END-IF
      *    The search for claimed lines walked the incident file, so
      *    the record is read back before it is rewritten.
           MOVE WI-ID TO MRS-INC-ID
           READ MRS-INCIDENT-FILE
               INVALID KEY
                   MOVE "THAT INCIDENT IS NO LONGER ON FILE."
                       TO WS-ERR-TEXT
                   DISPLAY INC-REFUSED
                   ACCEPT INC-REFUSED
                   MOVE "Y" TO WS-SAVED
                   GO TO 410-EXIT
           END-READ
           PERFORM 380-SET-MAKE-GOOD THRU 380-EXIT
           REWRITE MRS-INCIDENT-REC
           MOVE "Y" TO WS-SAVED
           MOVE "INCMKG" TO WS-AUD-ACTION
           PERFORM 900-WRITE-AUDIT THRU 900-EXIT
           MOVE SPACES TO WS-MSG-TEXT
           STRING "MAKE-GOOD RECORDED ON INCIDENT " DELIMITED BY SIZE
                  MRS-INC-ID DELIMITED BY SIZE
                  "." DELIMITED BY SIZE
               INTO WS-MSG-TEXT
           DISPLAY INC-DONE
           ACCEPT INC-DONE.
       410-EXIT.
           EXIT.

       450-VIEW-INCIDENT.
           PERFORM 470-READ-PICKED THRU 470-EXIT
           IF WS-OK NOT = "Y"
               GO TO 450-EXIT
           END-IF
           MOVE "??" TO WV-CAT-NAME
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > 8
               IF WC-CODE(WS-I) = MRS-INC-CATEGORY
                   MOVE WC-NAME(WS-I) TO WV-CAT-NAME
               END-IF
           END-PERFORM
           MOVE SPACES TO WV-LINK-TEXT
           EVALUATE MRS-INC-MG-TYPE
               WHEN "R"
                   MOVE "TICKET REFUND" TO WV-MG-TEXT
                   MOVE "SERIAL" TO WV-LK-REF-TAG
               WHEN "C"
                   MOVE "COMP PASS" TO WV-MG-TEXT
                   MOVE "SERIAL" TO WV-LK-REF-TAG
               WHEN "V"
                   MOVE "CONCESSION VOUCHER" TO WV-MG-TEXT
                   MOVE "ITEM" TO WV-LK-REF-TAG
               WHEN OTHER
                   MOVE "NONE" TO WV-MG-TEXT
           END-EVALUATE
           IF MRS-INC-MG-TYPE = "R" OR MRS-INC-MG-TYPE = "C" OR
              MRS-INC-MG-TYPE = "V"
               MOVE MRS-INC-TRL-DATE TO WV-LK-DATE
               MOVE MRS-INC-TRL-TIME TO WV-LK-TIME
               MOVE MRS-INC-TRL-OPER TO WV-LK-OPER
               MOVE MRS-INC-MG-AMOUNT TO WV-LK-AMOUNT
               MOVE MRS-INC-MG-REF TO WV-LK-REF
           END-IF
           DISPLAY CLEAR
           DISPLAY SCR-VIEW
           MOVE "ANY KEY TO GO BACK." TO WS-MSG-TEXT
           DISPLAY INC-DONE
           ACCEPT INC-DONE.
       450-EXIT.
           EXIT.

       470-READ-PICKED.
           MOVE "N" TO WS-OK
           MOVE WS-PICK-ID TO MRS-INC-ID
           READ MRS-INCIDENT-FILE
               INVALID KEY
                   MOVE "NO INCIDENT UNDER THAT NUMBER."
                       TO WS-ERR-TEXT
                   DISPLAY INC-REFUSED
                   ACCEPT INC-REFUSED
                   GO TO 470-EXIT
           END-READ
           MOVE "Y" TO WS-OK.
       470-EXIT.
           EXIT.

      * Ties the make-good keyed to the trail line that rang it.
      * WS-OK comes back "Y" with WS-LINK filled, or "N" with the
      * reason in WS-ERR-TEXT.
       500-LINK-MAKE-GOOD.
           MOVE "N" TO WS-OK
           MOVE "N" TO WL-FOUND
           IF WI-MG-REF = ZEROS
               MOVE "KEY THE STUB SERIAL OR THE ITEM NUMBER."
                   TO WS-ERR-TEXT
               GO TO 500-EXIT
           END-IF
           IF WI-MG-TYPE = "V"
               PERFORM 560-LINK-VOUCHER THRU 560-EXIT
           ELSE
               PERFORM 510-LINK-TICKET THRU 510-EXIT
           END-IF.
       500-EXIT.
           EXIT.

      * A refund or comp pass goes by the serial off the stub: the
      * register says when it was sold or refunded, and that day's
      * trail is walked for the line whose serial run covers it.
       510-LINK-TICKET.
           IF WI-MG-DATE NOT = ZEROS
               MOVE "THE VOUCHER DATE IS FOR A VOUCHER ONLY."
                   TO WS-ERR-TEXT
               GO TO 510-EXIT
           END-IF
           IF WS-TKS-OPEN NOT = "Y"
               MOVE "NO TICKET SERIALS HAVE BEEN ISSUED HERE."
                   TO WS-ERR-TEXT
               GO TO 510-EXIT
           END-IF
           MOVE WI-MG-REF TO MRS-TKS-SERIAL
           READ MRS-TICKET-SERIAL-FILE
               INVALID KEY
                   MOVE "NO TICKET UNDER THAT SERIAL." TO WS-ERR-TEXT
                   GO TO 510-EXIT
           END-READ
           IF WI-MG-TYPE = "R"
               IF MRS-TKS-STATUS NOT = "R"
                   MOVE "THAT TICKET HAS NOT BEEN REFUNDED."
                       TO WS-ERR-TEXT
                   GO TO 510-EXIT
               END-IF
               MOVE MRS-TKS-LAST-DATE TO WL-SEEK-DATE
               MOVE "RFND" TO WL-SEEK-ACTION
               MOVE SPACE TO WL-SEEK-TENDER
           ELSE
               IF MRS-TKS-STATUS NOT = "S" AND
                  MRS-TKS-STATUS NOT = "A"
                   MOVE "THAT COMP STUB WAS REFUNDED OR EXCHANGED."
                       TO WS-ERR-TEXT
                   GO TO 510-EXIT
               END-IF
               MOVE MRS-TKS-SOLD-DATE TO WL-SEEK-DATE
               MOVE "SALE" TO WL-SEEK-ACTION
               MOVE "P" TO WL-SEEK-TENDER
           END-IF
           PERFORM 540-CHECK-TICKET-CLAIM THRU 540-EXIT
           IF WL-CLAIMED = "Y"
               MOVE SPACES TO WS-ERR-TEXT
               STRING "THAT TICKET ALREADY MAKES GOOD INCIDENT "
                      DELIMITED BY SIZE
                      WL-CLAIM-ID DELIMITED BY SIZE
                   INTO WS-ERR-TEXT
               GO TO 510-EXIT
           END-IF
           IF WS-TIX-OPEN = "Y"
               PERFORM 520-SEARCH-STORE THRU 520-EXIT
           ELSE
               PERFORM 525-SEARCH-FLAT THRU 525-EXIT
           END-IF
           IF WL-FOUND NOT = "Y"
               IF WI-MG-TYPE = "R"
                   MOVE "NO REFUND LINE FOR THAT SERIAL ON THE TRAIL."
                       TO WS-ERR-TEXT
               ELSE
                   MOVE "THAT SERIAL WAS NOT SOLD AS A COMP."
                       TO WS-ERR-TEXT
               END-IF
               GO TO 510-EXIT
           END-IF
           IF WI-MG-TYPE = "C" AND WL-REASON NOT = "MK"
               MOVE "THAT COMP WAS NOT RUNG AS A MAKE-GOOD (MK)."
                   TO WS-ERR-TEXT
               GO TO 510-EXIT
           END-IF
      *    An incident logged with no showing picks up the one the
      *    refunded ticket was for.
           IF WI-MG-TYPE = "R" AND WI-SHOW-ID = ZEROS AND
              WS-ACTION = "A"
               MOVE MRS-TKS-SHOW-ID TO WI-SHOW-ID
               IF WI-SCREEN = ZEROS
                   MOVE MRS-TKS-SCREEN TO WI-SCREEN
               END-IF
           END-IF
           MOVE "Y" TO WS-OK.
       510-EXIT.
           EXIT.

      * The indexed store is walked from the start of the day and
      * left as soon as the day is over.
       520-SEARCH-STORE.
           MOVE "N" TO TIX-EOF
           MOVE WL-SEEK-DATE TO MRS-TIX-DATE
           MOVE ZEROS TO MRS-TIX-TIME
           MOVE ZEROS TO MRS-TIX-SEQ
           START MRS-TSLIDX-FILE KEY IS NOT LESS THAN MRS-TIX-KEY
               INVALID KEY
                   MOVE "Y" TO TIX-EOF
           END-START
           PERFORM UNTIL TIX-EOF = "Y" OR WL-FOUND = "Y"
               READ MRS-TSLIDX-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO TIX-EOF
                   NOT AT END
                       IF MRS-TIX-DATE > WL-SEEK-DATE
                           MOVE "Y" TO TIX-EOF
                       ELSE
      *                    The payload IS a trail line - laying it
      *                    into the trail record area names its
      *                    fields.
                           MOVE MRS-TIX-LINE TO MRS-TSL-REC
                           PERFORM 530-TEST-TICKET-LINE
                               THRU 530-EXIT
                       END-IF
               END-READ
           END-PERFORM.
       520-EXIT.
           EXIT.

       525-SEARCH-FLAT.
           MOVE "N" TO SALES-EOF
           OPEN INPUT MRS-TICKET-SALES-FILE
           IF WS-SALES-STATUS NOT = '00'
               GO TO 525-EXIT
           END-IF
           PERFORM UNTIL SALES-EOF = "Y" OR WL-FOUND = "Y"
               READ MRS-TICKET-SALES-FILE
                   AT END
                       MOVE "Y" TO SALES-EOF
                   NOT AT END
                       MOVE MRS-TSL-DATE TO WL-LINE-DATE
                       IF WL-LINE-DATE = WL-SEEK-DATE
                           PERFORM 530-TEST-TICKET-LINE
                               THRU 530-EXIT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE MRS-TICKET-SALES-FILE.
       525-EXIT.
           EXIT.

      * A line answers when it is the action sought (and a comp,
      * for a comp pass) and the stub serial falls in the run of
      * serials it carries - the first serial and one per seat.
       530-TEST-TICKET-LINE.
           IF MRS-TSL-ACTION NOT = WL-SEEK-ACTION
               GO TO 530-EXIT
           END-IF
           IF WL-SEEK-TENDER NOT = SPACE AND
              MRS-TSL-TENDER NOT = WL-SEEK-TENDER
               GO TO 530-EXIT
           END-IF
           IF MRS-TSL-SERIAL NOT NUMERIC OR MRS-TSL-QTY NOT NUMERIC
               GO TO 530-EXIT
           END-IF
           MOVE MRS-TSL-SERIAL TO WL-LINE-SERIAL
           IF WL-LINE-SERIAL = ZEROS OR MRS-TSL-QTY = ZEROS
               GO TO 530-EXIT
           END-IF
           IF WI-MG-REF < WL-LINE-SERIAL OR
              WI-MG-REF >= WL-LINE-SERIAL + MRS-TSL-QTY
               GO TO 530-EXIT
           END-IF
           MOVE "Y" TO WL-FOUND
           MOVE MRS-TSL-DATE TO WL-TRL-DATE
           MOVE MRS-TSL-TIME TO WL-TRL-TIME
           MOVE MRS-TSL-OPERATOR TO WL-TRL-OPER
           MOVE MRS-TSL-COMP-REASON TO WL-REASON
           COMPUTE WL-AMOUNT ROUNDED = MRS-TSL-AMOUNT / MRS-TSL-QTY.
       530-EXIT.
           EXIT.

      * One stub makes good one incident, whether it went back as
      * a refund or came out as a comp.
       540-CHECK-TICKET-CLAIM.
           MOVE "N" TO WL-CLAIMED
           MOVE "N" TO INC-EOF
           MOVE ZEROS TO MRS-INC-ID
           START MRS-INCIDENT-FILE KEY IS NOT LESS THAN MRS-INC-ID
               INVALID KEY
                   MOVE "Y" TO INC-EOF
           END-START
           PERFORM UNTIL INC-EOF = "Y" OR WL-CLAIMED = "Y"
               READ MRS-INCIDENT-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO INC-EOF
                   NOT AT END
                       IF (MRS-INC-MG-TYPE = "R" OR
                           MRS-INC-MG-TYPE = "C") AND
                          MRS-INC-MG-REF = WI-MG-REF
                           MOVE "Y" TO WL-CLAIMED
                           MOVE MRS-INC-ID TO WL-CLAIM-ID
                       END-IF
               END-READ
           END-PERFORM.
       540-EXIT.
           EXIT.

      * A voucher is a comp of the item rung at this theatre's
      * counter on the day (the incident's day unless another is
      * keyed). The newest such line no incident has claimed yet is
      * the one taken.
       560-LINK-VOUCHER.
           IF WI-MG-REF > 999
               MOVE "A VOUCHER IS KEYED BY ITS ITEM NUMBER."
                   TO WS-ERR-TEXT
               GO TO 560-EXIT
           END-IF
           IF WI-MG-DATE = ZEROS
               MOVE WI-DATE TO WL-SEEK-DATE
           ELSE
               MOVE WI-MG-DATE TO WL-SEEK-DATE
           END-IF
           PERFORM 570-LOAD-CLAIMS THRU 570-EXIT
           MOVE "N" TO CSL-EOF
           OPEN INPUT MRS-CON-SALES-FILE
           IF WS-CSL-STATUS NOT = '00'
               MOVE "THE CONCESSION TRAIL CANNOT BE OPENED."
                   TO WS-ERR-TEXT
               GO TO 560-EXIT
           END-IF
           PERFORM UNTIL CSL-EOF = "Y"
               READ MRS-CON-SALES-FILE
                   AT END
                       MOVE "Y" TO CSL-EOF
                   NOT AT END
                       PERFORM 580-TEST-VOUCHER-LINE THRU 580-EXIT
               END-READ
           END-PERFORM
           CLOSE MRS-CON-SALES-FILE
           IF WL-FOUND NOT = "Y"
               MOVE "NO UNCLAIMED COMP OF THAT ITEM THAT DAY."
                   TO WS-ERR-TEXT
               GO TO 560-EXIT
           END-IF
           MOVE "Y" TO WS-OK.
       560-EXIT.
           EXIT.

       570-LOAD-CLAIMS.
           MOVE ZEROS TO WS-CLAIM-COUNT
           MOVE "N" TO INC-EOF
           MOVE ZEROS TO MRS-INC-ID
           START MRS-INCIDENT-FILE KEY IS NOT LESS THAN MRS-INC-ID
               INVALID KEY
                   MOVE "Y" TO INC-EOF
           END-START
           PERFORM UNTIL INC-EOF = "Y"
               READ MRS-INCIDENT-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO INC-EOF
                   NOT AT END
                       IF MRS-INC-MG-TYPE = "V" AND
                          MRS-INC-MG-REF = WI-MG-REF AND
                          MRS-INC-TRL-DATE = WL-SEEK-DATE AND
                          WS-CLAIM-COUNT < 50
                           ADD 1 TO WS-CLAIM-COUNT
                           MOVE MRS-INC-TRL-TIME
                               TO WK-TIME(WS-CLAIM-COUNT)
                           MOVE MRS-INC-TRL-OPER
                               TO WK-OPER(WS-CLAIM-COUNT)
                       END-IF
               END-READ
           END-PERFORM.
       570-EXIT.
           EXIT.

      * Lines from before the site was stamped belong to "01".
       580-TEST-VOUCHER-LINE.
           MOVE MRS-CSL-DATE TO WL-LINE-DATE
           IF WL-LINE-DATE NOT = WL-SEEK-DATE OR
              MRS-CSL-TENDER NOT = "P" OR
              MRS-CSL-ITEM-NO NOT = WI-MG-REF
               GO TO 580-EXIT
           END-IF
           MOVE MRS-CSL-SITE TO WS-LINE-SITE
           IF WS-LINE-SITE = SPACES
               MOVE "01" TO WS-LINE-SITE
           END-IF
           IF WS-LINE-SITE NOT = WS-SITE
               GO TO 580-EXIT
           END-IF
           PERFORM VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-CLAIM-COUNT
               IF WK-TIME(WS-I) = MRS-CSL-TIME AND
                  WK-OPER(WS-I) = MRS-CSL-OPERATOR
                   GO TO 580-EXIT
               END-IF
           END-PERFORM
           MOVE "Y" TO WL-FOUND
           MOVE WL-LINE-DATE TO WL-TRL-DATE
           MOVE MRS-CSL-TIME TO WL-TRL-TIME
           MOVE MRS-CSL-OPERATOR TO WL-TRL-OPER
           MOVE MRS-CSL-AMOUNT TO WL-AMOUNT.
       580-EXIT.
           EXIT.

      * Draws the next incident number off the INCIDENT series in
      * one read-take-rewrite. The first draw - or a site with no
      * number control file - seeds from the highest number on the
      * incident file.
       600-DRAW-ID.
           PERFORM 650-HIGH-ID THRU 650-EXIT
           COMPUTE WS-NEW-ID = WS-HIGH-ID + 1
           OPEN I-O MRS-NUMBER-CONTROL-FILE
           IF WS-NCT-STATUS = '35'
               OPEN OUTPUT MRS-NUMBER-CONTROL-FILE
               CLOSE MRS-NUMBER-CONTROL-FILE
               OPEN I-O MRS-NUMBER-CONTROL-FILE
           END-IF
           IF WS-NCT-STATUS NOT = '00'
               GO TO 600-EXIT
           END-IF
           MOVE WS-SERIES-KEY TO MRS-NCT-KEY
           READ MRS-NUMBER-CONTROL-FILE
               INVALID KEY
                   MOVE WS-SERIES-KEY TO MRS-NCT-KEY
                   COMPUTE MRS-NCT-NEXT = WS-NEW-ID + 1
                   WRITE MRS-NUMBER-CONTROL-REC
               NOT INVALID KEY
                   IF MRS-NCT-NEXT > WS-NEW-ID
                       MOVE MRS-NCT-NEXT TO WS-NEW-ID
                   END-IF
                   COMPUTE MRS-NCT-NEXT = WS-NEW-ID + 1
                   REWRITE MRS-NUMBER-CONTROL-REC
           END-READ
           CLOSE MRS-NUMBER-CONTROL-FILE.
       600-EXIT.
           EXIT.

       650-HIGH-ID.
           MOVE ZEROS TO WS-HIGH-ID
           MOVE "N" TO INC-EOF
           MOVE ZEROS TO MRS-INC-ID
           START MRS-INCIDENT-FILE KEY IS NOT LESS THAN MRS-INC-ID
               INVALID KEY
                   MOVE "Y" TO INC-EOF
           END-START
           PERFORM UNTIL INC-EOF = "Y"
               READ MRS-INCIDENT-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO INC-EOF
                   NOT AT END
                       MOVE MRS-INC-ID TO WS-HIGH-ID
               END-READ
           END-PERFORM.
       650-EXIT.
           EXIT.

      * Appends one line to the audit trail for an incident logged
      * or a make-good recorded.
       900-WRITE-AUDIT.
           MOVE WS-YEAR TO MRS-AUD-YEAR
           MOVE WS-MONTH TO MRS-AUD-MONTH
           MOVE WS-DAY TO MRS-AUD-DAY
           MOVE "MRS-1850" TO MRS-AUD-PROGRAM
           MOVE WS-AUD-ACTION TO MRS-AUD-ACTION
           MOVE MRS-INC-ID TO MRS-AUD-KEY
           MOVE MRS-SIGNON-OPERATOR TO MRS-AUD-OPERATOR
           COPY "CPYBOOKS/MRS-AUDSEQ.CPY".
           WRITE MRS-AUDIT-REC.
       900-EXIT.
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
               WHEN "INCIDENT"
                   MOVE CFG-PATH TO UT-SYS-INCIDENT
               WHEN "MRS-SHOW"
                   MOVE CFG-PATH TO UT-SYS-MRS-SHOW
               WHEN "OPERATOR"
                   MOVE CFG-PATH TO UT-SYS-OPERATOR
               WHEN "TKTSER"
                   MOVE CFG-PATH TO UT-SYS-TKTSER
               WHEN "TSLIDX"
                   MOVE CFG-PATH TO UT-SYS-TSLIDX
               WHEN "TIC-SALES"
                   MOVE CFG-PATH TO UT-SYS-TIC-SALES
               WHEN "CON-SALES"
                   MOVE CFG-PATH TO UT-SYS-CON-SALES
               WHEN "NUMCTL"
                   MOVE CFG-PATH TO UT-SYS-NUMCTL
               WHEN "AUDIT"
                   MOVE CFG-PATH TO UT-SYS-AUDIT
           END-EVALUATE.
       170-END.
           EXIT.

       end program MRS-1850.
