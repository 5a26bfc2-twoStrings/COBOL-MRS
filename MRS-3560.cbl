       IDENTIFICATION DIVISION.
       PROGRAM-ID.  MRS-3560.
       AUTHOR.  JOHN BELLEK.
      *****************************************************************
      * Assistive devices - the listening headsets and caption
      * display units the box office lends out, which used to be
      * signed out on a clipboard and lost several a year. Each
      * device is on the device master (MRS-DEVICE.CPY) under the
      * serial on its label; here the clerk
      *
      *   O = checks one out against a showing (screen, date and
      *       start time, the way the ticket taker finds one) and
      *       the guest's name or the ID they left for it
      *   I = checks it back in
      *   M = keeps the master - adds a device, or moves it between
      *       theatres, off to repair, lost or retired (supervisor)
      *
      * The screen lists the devices still out at the signed-on
      * theatre so the clerk can chase them at the end of a show.
      * Every checkout, check-in and write-off goes on the device
      * log (MRS-DEVLOG.CPY), which the end-of-night report
      * (MRS-8730) reads for the devices not back and the count each
      * showing needed. Master changes go on the audit trail.
      * Called from the box office screen (mode D).
      *****************************************************************

       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
           CURSOR IS CRPT
           CRT STATUS IS SCR-STAT.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MRS-DEVICE-FILE
               ASSIGN TO UT-SYS-DEVICE
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS MRS-DEV-SERIAL
               FILE STATUS IS WS-DEV-STATUS.

           SELECT MRS-DEVLOG-FILE
               ASSIGN TO UT-SYS-DEVLOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DVL-STATUS.

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

           SELECT MRS-AUDIT-FILE
               ASSIGN TO UT-SYS-AUDIT
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT MRS-FILE-CONFIG-FILE
               ASSIGN TO UT-SYS-FILE-CFG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CFG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       COPY "CPYBOOKS/MRS-DEVICE.CPY".
       COPY "CPYBOOKS/MRS-DEVLOG.CPY".
       COPY "CPYBOOKS/MRS-SHOW.CPY".
       COPY "CPYBOOKS/MRS-AUDIT.CPY".
       COPY "CPYBOOKS/MRS-FILE-CFG.CPY".

       WORKING-STORAGE SECTION.
       COPY "CPYBOOKS/FUNCTION-KEYS.CPY".
       COPY "CPYBOOKS/MRS-SIGNON.CPY".
       COPY "CPYBOOKS/MRS-SEQPUT.CPY".
       COPY "CPYBOOKS/MRS-TRNPUT.CPY".
       COPY "CPYBOOKS/DATETIME.CPY".

       01 WS-FILENAMES.
         05 UT-SYS-DEVICE PIC X(50)
           VALUE "C:\COBOL\MRS-DEVICE-INDEX.DAT".
         05 UT-SYS-DEVLOG PIC X(50)
           VALUE "C:\COBOL\MRS-DEVLOG.DAT".
         05 UT-SYS-MRS-SHOW PIC X(50)
           VALUE "C:\COBOL\MRS-SHOW-INDEX.dat".
         05 UT-SYS-AUDIT PIC X(50) VALUE "C:\COBOL\MRS-AUDIT.LOG".
         05 UT-SYS-FILE-CFG PIC X(50)
           VALUE "C:\COBOL\MRS-FILE-PATHS.CFG".

       01 WS-FILE-CFG-CTL.
         05 WS-CFG-STATUS PIC XX.
         05 WS-CFG-EOF PIC X.
           88 CFG-EOF VALUE 'Y'.

       01 WS-CONTROL.
         05 WS-DEV-STATUS PIC XX.
         05 WS-DVL-STATUS PIC XX.
         05 WS-SHOW-STATUS PIC XX.
         05 WS-SHOW-OPEN PIC X VALUE "N".
         05 DEV-EOF PIC X.
         05 WS-ENTER PIC X.
         05 WS-AGAIN PIC X.
         05 WS-ACTION PIC X.
         05 WS-SERIAL-IN PIC X(12).
         05 WS-SITE PIC X(2).
         05 WS-I PIC 99.
         05 WS-TODAY-NUM PIC 9(8).
         05 WS-NOW-TIME PIC 9(4).
         05 WS-SAVED PIC X.
         05 WS-OK PIC X.
         05 WS-NEW-DEVICE PIC X.
         05 WS-ON-SHELF PIC 9(3).
         05 WS-OUT-COUNT PIC 9(3).
         05 WS-LOG-ACTION PIC X(4).
         05 WS-MSG-TEXT PIC X(50).
         05 WS-ERR-TEXT PIC X(50).
         05 WS-AUD-ACTION PIC X(6).

      * The checkout as keyed.
       01 WS-CHECKOUT.
         05 WO-SCREEN PIC 99.
         05 WO-DATE PIC 9(8).
         05 WO-TIME PIC 9(4).
         05 WO-TIME-CMP PIC X(7).
         05 WO-GUEST PIC X(24).
         05 WO-TYPE-NAME PIC X(20).

      * The master entry as keyed.
       01 WS-MASTER-IN.
         05 WM-TYPE PIC X.
         05 WM-DESC PIC X(20).
         05 WM-SITE PIC X(2).
         05 WM-STATUS PIC X.
         05 WM-OLD-STATUS PIC X.
         05 WM-STATE-TEXT PIC X(50).

       01 WS-LIST-HEAD.
         05 PIC X(13) VALUE "SERIAL".
         05 PIC X(2) VALUE "T".
         05 PIC X(6) VALUE "SHOW".
         05 PIC X(14) VALUE "OUT AT".
         05 PIC X(25) VALUE "GUEST".
         05 PIC X(8) VALUE "CLERK".

       01 WS-LIST-BUILD.
         05 WLB-SERIAL PIC X(12).
         05 PIC X VALUE SPACE.
         05 WLB-TYPE PIC X.
         05 PIC X VALUE SPACE.
         05 WLB-SHOW-ID PIC 9(4).
         05 PIC X(2) VALUE SPACES.
         05 WLB-OUT-DATE PIC 9(8).
         05 PIC X VALUE SPACE.
         05 WLB-OUT-TIME PIC 9(4).
         05 PIC X VALUE SPACE.
         05 WLB-GUEST PIC X(24).
         05 PIC X VALUE SPACE.
         05 WLB-OPER PIC X(8).

      * Devices out at this theatre, the first ten the master walk
      * turns up.
       01 WS-LIST-DISPLAY.
         05 WS-LIST-LINE PIC X(68) OCCURS 10 TIMES.

       SCREEN SECTION.
       01 CLEAR BLANK SCREEN PROMPT AUTO REQUIRED BACKGROUND-COLOR 0
       FOREGROUND-COLOR 7.
         05 MV-TITLE-LINE.
           10 LINE 1 COL 1 VALUE "MRS356".
           10 COL 10 PIC X(8) FROM MRS-SIGNON-BANNER
                FOREGROUND-COLOR 4.
           10 COL 30 VALUE "MOVIE THEATER SYSTEM".
           10 COL 70 PIC Z9 FROM WS-MONTH.
           10 COL 72 VALUE "/".
           10 COL 73 PIC Z9 FROM WS-DAY.
           10 COL 75 VALUE "/".
           10 COL 76 PIC 9999 FROM WS-YEAR.
         05 DEV-TITLE.
           10 LINE 2 COL 15
             VALUE "MOVIE RENTALS AND SCHEDULING: ASSISTIVE DEVICES".
         05 DEV-FUNCTION.
           10 LINE 25 COL 1 VALUE "F3 = END     F4 = RETURN".

       01 SCR-DESK.
         05 LINE 4 COL 3 VALUE "SITE:".
         05 COL 9 PIC X(2) FROM WS-SITE.
         05 COL 15 VALUE "ON THE SHELF:".
         05 COL 29 PIC ZZ9 FROM WS-ON-SHELF.
         05 COL 36 VALUE "OUT:".
         05 COL 41 PIC ZZ9 FROM WS-OUT-COUNT.
         05 LINE 6 COL 3 PIC X(68) FROM WS-LIST-HEAD.
         05 LINE 7 COL 3 PIC X(68) FROM WS-LIST-LINE(1).
         05 LINE 8 COL 3 PIC X(68) FROM WS-LIST-LINE(2).
         05 LINE 9 COL 3 PIC X(68) FROM WS-LIST-LINE(3).
         05 LINE 10 COL 3 PIC X(68) FROM WS-LIST-LINE(4).
         05 LINE 11 COL 3 PIC X(68) FROM WS-LIST-LINE(5).
         05 LINE 12 COL 3 PIC X(68) FROM WS-LIST-LINE(6).
         05 LINE 13 COL 3 PIC X(68) FROM WS-LIST-LINE(7).
         05 LINE 14 COL 3 PIC X(68) FROM WS-LIST-LINE(8).
         05 LINE 15 COL 3 PIC X(68) FROM WS-LIST-LINE(9).
         05 LINE 16 COL 3 PIC X(68) FROM WS-LIST-LINE(10).
         05 LINE 18 COL 3
           VALUE "O = CHECK OUT   I = CHECK IN   M = DEVICE MASTER".
         05 LINE 20 COL 3 VALUE "ACTION (BLANK TO RETURN):".
         05 COL 29 PIC X TO WS-ACTION REVERSE-VIDEO.
         05 COL 35 VALUE "DEVICE SERIAL:".
         05 COL 50 PIC X(12) TO WS-SERIAL-IN REVERSE-VIDEO.

       01 SCR-CHECKOUT.
         05 LINE 4 COL 5 VALUE "DEVICE:".
         05 COL 20 PIC X(12) FROM MRS-DEV-SERIAL.
         05 COL 34 PIC X(20) FROM WO-TYPE-NAME.
         05 LINE 5 COL 20 PIC X(20) FROM MRS-DEV-DESC.
         05 LINE 7 COL 5 VALUE "SCREEN NUMBER:".
         05 COL 40 PIC 99 USING WO-SCREEN REVERSE-VIDEO.
         05 LINE 8 COL 5 VALUE "SHOW DATE (YYYYMMDD, 0 = TODAY):".
         05 COL 40 PIC 9(8) USING WO-DATE REVERSE-VIDEO.
         05 LINE 9 COL 5 VALUE "SHOW TIME (HHMM):".
         05 COL 40 PIC 9(4) USING WO-TIME REVERSE-VIDEO.
         05 LINE 11 COL 5 VALUE "GUEST NAME OR ID HELD:".
         05 COL 40 PIC X(24) USING WO-GUEST REVERSE-VIDEO.
         05 LINE 14 COL 5
           VALUE "ENTER = CHECK OUT     F4 = BACK WITHOUT SAVING".

       01 SCR-MASTER.
         05 LINE 4 COL 5 VALUE "DEVICE SERIAL:".
         05 COL 30 PIC X(12) FROM MRS-DEV-SERIAL.
         05 LINE 5 COL 5 PIC X(50) FROM WM-STATE-TEXT
              FOREGROUND-COLOR 2.
         05 LINE 7 COL 5 VALUE "TYPE (L = LISTENING,".
         05 LINE 8 COL 7 VALUE "C = CAPTION DISPLAY):".
         05 COL 30 PIC X USING WM-TYPE REVERSE-VIDEO.
         05 LINE 9 COL 5 VALUE "MAKE AND MODEL:".
         05 COL 30 PIC X(20) USING WM-DESC REVERSE-VIDEO.
         05 LINE 10 COL 5 VALUE "THEATRE:".
         05 COL 30 PIC X(2) USING WM-SITE REVERSE-VIDEO.
         05 LINE 11 COL 5 VALUE "STATUS:".
         05 COL 30 PIC X USING WM-STATUS REVERSE-VIDEO.
         05 LINE 12 COL 7
           VALUE "A = ON THE SHELF   R = AWAY FOR REPAIR".
         05 LINE 13 COL 7
           VALUE "L = LOST           X = RETIRED".
         05 LINE 15 COL 5
           VALUE "ENTER = SAVE     F4 = BACK WITHOUT SAVING".

       01 MSG.
         05 DEV-DONE FOREGROUND-COLOR 2.
           10 LINE 22 COL 10 PIC X(50) FROM WS-MSG-TEXT.
           10 LINE 24 COL 40 VALUE "PRESS ENTER TO CONTINUE".
           10 COL 65 PIC X TO WS-ENTER.
         05 DEV-REFUSED FOREGROUND-COLOR 4.
           10 LINE 22 COL 10 PIC X(50) FROM WS-ERR-TEXT.
           10 LINE 24 COL 40 VALUE "PRESS ENTER TO CONTINUE".
           10 COL 65 PIC X TO WS-ENTER.
         05 NO-DEVICE-FILE FOREGROUND-COLOR 4.
           10 LINE 22 COL 10 VALUE "THE DEVICE MASTER CANNOT".
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
           OPEN I-O MRS-DEVICE-FILE
           IF WS-DEV-STATUS = '35'
               OPEN OUTPUT MRS-DEVICE-FILE
               CLOSE MRS-DEVICE-FILE
               OPEN I-O MRS-DEVICE-FILE
           END-IF
           IF WS-DEV-STATUS NOT = '00'
               DISPLAY CLEAR
               DISPLAY NO-DEVICE-FILE
               ACCEPT NO-DEVICE-FILE
               GOBACK
           END-IF
           OPEN INPUT MRS-SHOW-FILE
           IF WS-SHOW-STATUS = '00'
               MOVE "Y" TO WS-SHOW-OPEN
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

           CLOSE MRS-DEVICE-FILE
           IF WS-SHOW-OPEN = "Y"
               CLOSE MRS-SHOW-FILE
           END-IF
           CLOSE MRS-AUDIT-FILE
           GOBACK.
       100-EXIT.
           EXIT.

       200-ONE-PASS.
           PERFORM 300-DEVICES-OUT THRU 300-EXIT
           MOVE SPACE TO WS-ACTION
           MOVE SPACES TO WS-SERIAL-IN
           DISPLAY CLEAR
           DISPLAY SCR-DESK
           ACCEPT SCR-DESK
           IF F3 OR F4
               MOVE "N" TO WS-AGAIN
               GO TO 200-EXIT
           END-IF
           INSPECT WS-ACTION CONVERTING "oim" TO "OIM"
           IF WS-ACTION = SPACE
               MOVE "N" TO WS-AGAIN
               GO TO 200-EXIT
           END-IF
           IF WS-ACTION NOT = "O" AND WS-ACTION NOT = "I" AND
              WS-ACTION NOT = "M"
               MOVE "O, I, OR M - OR LEAVE IT BLANK TO RETURN."
                   TO WS-ERR-TEXT
               DISPLAY DEV-REFUSED
               ACCEPT DEV-REFUSED
               GO TO 200-EXIT
           END-IF
           IF WS-SERIAL-IN = SPACES
               MOVE "KEY THE SERIAL OFF THE DEVICE LABEL."
                   TO WS-ERR-TEXT
               DISPLAY DEV-REFUSED
               ACCEPT DEV-REFUSED
               GO TO 200-EXIT
           END-IF
           EVALUATE WS-ACTION
               WHEN "O"
                   PERFORM 400-CHECK-OUT THRU 400-EXIT
               WHEN "I"
                   PERFORM 500-CHECK-IN THRU 500-EXIT
               WHEN "M"
                   PERFORM 600-MASTER THRU 600-EXIT
           END-EVALUATE
           IF F4
               MOVE ZERO TO SCR-STAT
           END-IF.
       200-EXIT.
           EXIT.

      * One walk of the master counts this theatre's devices on the
      * shelf and out, and lists the first ten out.
       300-DEVICES-OUT.
           MOVE ZEROS TO WS-ON-SHELF
           MOVE ZEROS TO WS-OUT-COUNT
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > 10
               MOVE SPACES TO WS-LIST-LINE(WS-I)
           END-PERFORM
           MOVE "N" TO DEV-EOF
           MOVE LOW-VALUES TO MRS-DEV-SERIAL
           START MRS-DEVICE-FILE KEY IS NOT LESS THAN MRS-DEV-SERIAL
               INVALID KEY
                   MOVE "Y" TO DEV-EOF
           END-START
           PERFORM UNTIL DEV-EOF = "Y"
               READ MRS-DEVICE-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO DEV-EOF
                   NOT AT END
                       IF MRS-DEV-SITE = WS-SITE
                           PERFORM 310-COUNT-ONE THRU 310-EXIT
                       END-IF
               END-READ
           END-PERFORM.
       300-EXIT.
           EXIT.

       310-COUNT-ONE.
           IF MRS-DEV-STATUS = "A"
               ADD 1 TO WS-ON-SHELF
           END-IF
           IF MRS-DEV-STATUS NOT = "O"
               GO TO 310-EXIT
           END-IF
           ADD 1 TO WS-OUT-COUNT
           IF WS-OUT-COUNT > 10
               GO TO 310-EXIT
           END-IF
           MOVE MRS-DEV-SERIAL TO WLB-SERIAL
           MOVE MRS-DEV-TYPE TO WLB-TYPE
           MOVE MRS-DEV-OUT-SHOW-ID TO WLB-SHOW-ID
           MOVE MRS-DEV-OUT-DATE TO WLB-OUT-DATE
           MOVE MRS-DEV-OUT-TIME TO WLB-OUT-TIME
           MOVE MRS-DEV-OUT-GUEST TO WLB-GUEST
           MOVE MRS-DEV-OUT-OPER TO WLB-OPER
           MOVE WS-LIST-BUILD TO WS-LIST-LINE(WS-OUT-COUNT).
       310-EXIT.
           EXIT.

      * A device on the shelf at this theatre goes out against a
      * showing at this theatre that has not been cancelled.
       400-CHECK-OUT.
           PERFORM 800-READ-DEVICE THRU 800-EXIT
           IF WS-OK NOT = "Y"
               GO TO 400-EXIT
           END-IF
           IF MRS-DEV-SITE NOT = WS-SITE
               MOVE "THAT DEVICE BELONGS TO THE OTHER THEATRE."
                   TO WS-ERR-TEXT
               DISPLAY DEV-REFUSED
               ACCEPT DEV-REFUSED
               GO TO 400-EXIT
           END-IF
           EVALUATE MRS-DEV-STATUS
               WHEN "A"
                   CONTINUE
               WHEN "O"
                   MOVE "THAT DEVICE IS OUT - CHECK IT IN FIRST."
                       TO WS-ERR-TEXT
               WHEN OTHER
                   MOVE "THAT DEVICE IS NOT IN SERVICE."
                       TO WS-ERR-TEXT
           END-EVALUATE
           IF MRS-DEV-STATUS NOT = "A"
               DISPLAY DEV-REFUSED
               ACCEPT DEV-REFUSED
               GO TO 400-EXIT
           END-IF
           IF MRS-DEV-TYPE = "C"
               MOVE "CAPTION DISPLAY" TO WO-TYPE-NAME
           ELSE
               MOVE "LISTENING HEADSET" TO WO-TYPE-NAME
           END-IF
           MOVE ZEROS TO WO-SCREEN
           MOVE ZEROS TO WO-DATE
           MOVE ZEROS TO WO-TIME
           MOVE SPACES TO WO-GUEST
           MOVE "N" TO WS-SAVED
           PERFORM 410-KEY-CHECKOUT THRU 410-EXIT
               UNTIL WS-SAVED = "Y" OR F3 OR F4.
       400-EXIT.
           EXIT.

       410-KEY-CHECKOUT.
           DISPLAY CLEAR
           DISPLAY SCR-CHECKOUT
           ACCEPT SCR-CHECKOUT
           IF F3 OR F4
               GO TO 410-EXIT
           END-IF
           PERFORM 420-CHECK-CHECKOUT THRU 420-EXIT
           IF WS-ERR-TEXT NOT = SPACES
               DISPLAY DEV-REFUSED
               ACCEPT DEV-REFUSED
               GO TO 410-EXIT
           END-IF
      *    The device is read back after the showing lookup, and
      *    must still be on the shelf.
           MOVE WS-SERIAL-IN TO MRS-DEV-SERIAL
           READ MRS-DEVICE-FILE
               INVALID KEY
                   MOVE "Y" TO WS-SAVED
                   GO TO 410-EXIT
           END-READ
           IF MRS-DEV-STATUS NOT = "A"
               MOVE "THAT DEVICE HAS JUST GONE OUT ELSEWHERE."
                   TO WS-ERR-TEXT
               DISPLAY DEV-REFUSED
               ACCEPT DEV-REFUSED
               MOVE "Y" TO WS-SAVED
               GO TO 410-EXIT
           END-IF
           PERFORM 850-STAMP-NOW THRU 850-EXIT
           MOVE "O" TO MRS-DEV-STATUS
           MOVE MRS-SHOW-ID TO MRS-DEV-OUT-SHOW-ID
           MOVE MRS-SHOW-DATE TO MRS-DEV-OUT-SHOW-DATE
           MOVE WS-TODAY-NUM TO MRS-DEV-OUT-DATE
           MOVE WS-NOW-TIME TO MRS-DEV-OUT-TIME
           MOVE WO-GUEST TO MRS-DEV-OUT-GUEST
           MOVE MRS-SIGNON-OPERATOR TO MRS-DEV-OUT-OPER
           REWRITE MRS-DEVICE-REC
           MOVE "Y" TO WS-SAVED
           MOVE "OUT " TO WS-LOG-ACTION
           PERFORM 900-WRITE-LOG THRU 900-EXIT
           MOVE SPACES TO WS-MSG-TEXT
           STRING "DEVICE " DELIMITED BY SIZE
                  MRS-DEV-SERIAL DELIMITED BY SPACE
                  " CHECKED OUT." DELIMITED BY SIZE
               INTO WS-MSG-TEXT
           DISPLAY DEV-DONE
           ACCEPT DEV-DONE.
       410-EXIT.
           EXIT.

       420-CHECK-CHECKOUT.
           MOVE SPACES TO WS-ERR-TEXT
           IF WO-GUEST = SPACES
               MOVE "KEY THE GUEST'S NAME OR THE ID THEY LEFT."
                   TO WS-ERR-TEXT
               GO TO 420-EXIT
           END-IF
           IF WS-SHOW-OPEN NOT = "Y"
               MOVE "THE SHOW FILE CANNOT BE OPENED." TO WS-ERR-TEXT
               GO TO 420-EXIT
           END-IF
           IF WO-DATE = ZEROS
               MOVE WS-TODAY-NUM TO WO-DATE
           END-IF
           MOVE WO-TIME TO WO-TIME-CMP
           MOVE WO-SCREEN TO MRS-SCREEN-NUMBER
           MOVE WO-DATE TO MRS-SHOW-DATE
           MOVE WO-TIME-CMP TO MRS-SHOW-TIME
           READ MRS-SHOW-FILE KEY IS MRS-SHOW-LOOKUP-KEY
               INVALID KEY
                   MOVE "NO SHOWING ON THAT SCREEN AT THAT TIME."
                       TO WS-ERR-TEXT
                   GO TO 420-EXIT
           END-READ
           IF MRS-SHOW-STATUS = "C" OR MRS-SHOW-STATUS = "S"
               MOVE "THAT SHOWING HAS BEEN CANCELLED." TO WS-ERR-TEXT
               GO TO 420-EXIT
           END-IF
           IF MRS-SHOW-SITE NOT = SPACES AND
              MRS-SHOW-SITE NOT = WS-SITE
               MOVE "THAT SHOWING IS AT THE OTHER THEATRE."
                   TO WS-ERR-TEXT
           END-IF.
       420-EXIT.
           EXIT.

      * A device out comes back to the shelf wherever it is handed
      * in; the checkout it closes goes on the log with it.
       500-CHECK-IN.
           PERFORM 800-READ-DEVICE THRU 800-EXIT
           IF WS-OK NOT = "Y"
               GO TO 500-EXIT
           END-IF
           IF MRS-DEV-STATUS NOT = "O"
               MOVE "THAT DEVICE IS NOT CHECKED OUT." TO WS-ERR-TEXT
               DISPLAY DEV-REFUSED
               ACCEPT DEV-REFUSED
               GO TO 500-EXIT
           END-IF
           PERFORM 850-STAMP-NOW THRU 850-EXIT
           MOVE "IN  " TO WS-LOG-ACTION
           PERFORM 900-WRITE-LOG THRU 900-EXIT
           MOVE SPACES TO WS-MSG-TEXT
           STRING "BACK FROM " DELIMITED BY SIZE
                  MRS-DEV-OUT-GUEST DELIMITED BY SIZE
               INTO WS-MSG-TEXT
           MOVE "A" TO MRS-DEV-STATUS
           MOVE WS-TODAY-NUM TO MRS-DEV-LAST-IN-DATE
           PERFORM 860-CLEAR-CHECKOUT THRU 860-EXIT
           REWRITE MRS-DEVICE-REC
           DISPLAY DEV-DONE
           ACCEPT DEV-DONE.
       500-EXIT.
           EXIT.

      * The master is a supervisor's: a serial not on file is added
      * at the signed-on theatre, one on file has its type, model,
      * theatre and status kept. A device out can only be written
      * off as lost here - otherwise it is checked in first.
       600-MASTER.
           IF MRS-SIGNON-LEVEL < 2
               MOVE "THE DEVICE MASTER NEEDS A SUPERVISOR."
                   TO WS-ERR-TEXT
               DISPLAY DEV-REFUSED
               ACCEPT DEV-REFUSED
               GO TO 600-EXIT
           END-IF
           MOVE WS-SERIAL-IN TO MRS-DEV-SERIAL
           READ MRS-DEVICE-FILE
               INVALID KEY
                   MOVE "Y" TO WS-NEW-DEVICE
               NOT INVALID KEY
                   MOVE "N" TO WS-NEW-DEVICE
           END-READ
           IF WS-NEW-DEVICE = "Y"
               MOVE SPACES TO MRS-DEVICE-REC
               MOVE WS-SERIAL-IN TO MRS-DEV-SERIAL
               MOVE SPACE TO WM-TYPE
               MOVE SPACES TO WM-DESC
               MOVE WS-SITE TO WM-SITE
               MOVE "A" TO WM-STATUS
               MOVE SPACE TO WM-OLD-STATUS
               MOVE "NEW DEVICE." TO WM-STATE-TEXT
           ELSE
               MOVE MRS-DEV-TYPE TO WM-TYPE
               MOVE MRS-DEV-DESC TO WM-DESC
               MOVE MRS-DEV-SITE TO WM-SITE
               MOVE MRS-DEV-STATUS TO WM-STATUS
               MOVE MRS-DEV-STATUS TO WM-OLD-STATUS
               IF MRS-DEV-STATUS = "O"
                   MOVE SPACES TO WM-STATE-TEXT
                   STRING "OUT WITH " DELIMITED BY SIZE
                          MRS-DEV-OUT-GUEST DELIMITED BY SIZE
                       INTO WM-STATE-TEXT
               ELSE
                   MOVE "ON FILE." TO WM-STATE-TEXT
               END-IF
           END-IF
           MOVE "N" TO WS-SAVED
           PERFORM 610-KEY-MASTER THRU 610-EXIT
               UNTIL WS-SAVED = "Y" OR F3 OR F4.
       600-EXIT.
           EXIT.

       610-KEY-MASTER.
           DISPLAY CLEAR
           DISPLAY SCR-MASTER
           ACCEPT SCR-MASTER
           IF F3 OR F4
               GO TO 610-EXIT
           END-IF
           PERFORM 620-CHECK-MASTER THRU 620-EXIT
           IF WS-ERR-TEXT NOT = SPACES
               DISPLAY DEV-REFUSED
               ACCEPT DEV-REFUSED
               GO TO 610-EXIT
           END-IF
           MOVE WM-TYPE TO MRS-DEV-TYPE
           MOVE WM-DESC TO MRS-DEV-DESC
           MOVE WM-SITE TO MRS-DEV-SITE
           IF WM-OLD-STATUS = "O" AND WM-STATUS = "L"
               PERFORM 850-STAMP-NOW THRU 850-EXIT
               MOVE "LOST" TO WS-LOG-ACTION
               PERFORM 900-WRITE-LOG THRU 900-EXIT
               PERFORM 860-CLEAR-CHECKOUT THRU 860-EXIT
           END-IF
           MOVE WM-STATUS TO MRS-DEV-STATUS
           IF WS-NEW-DEVICE = "Y"
               MOVE ZEROS TO MRS-DEV-LAST-IN-DATE
               MOVE WS-TODAY-NUM TO MRS-DEV-ADDED-DATE
               PERFORM 860-CLEAR-CHECKOUT THRU 860-EXIT
               WRITE MRS-DEVICE-REC
                   INVALID KEY
                       MOVE "THAT SERIAL WAS JUST ADDED ELSEWHERE."
                           TO WS-ERR-TEXT
                       DISPLAY DEV-REFUSED
                       ACCEPT DEV-REFUSED
                       MOVE "Y" TO WS-SAVED
                       GO TO 610-EXIT
               END-WRITE
               MOVE "DEVADD" TO WS-AUD-ACTION
               MOVE "DEVICE ADDED." TO WS-MSG-TEXT
           ELSE
               REWRITE MRS-DEVICE-REC
               MOVE "DEVUPD" TO WS-AUD-ACTION
               MOVE "DEVICE UPDATED." TO WS-MSG-TEXT
           END-IF
           MOVE "Y" TO WS-SAVED
           PERFORM 950-WRITE-AUDIT THRU 950-EXIT
           DISPLAY DEV-DONE
           ACCEPT DEV-DONE.
       610-EXIT.
           EXIT.

       620-CHECK-MASTER.
           MOVE SPACES TO WS-ERR-TEXT
           INSPECT WM-TYPE CONVERTING "lc" TO "LC"
           INSPECT WM-STATUS CONVERTING "arlxo" TO "ARLXO"
           IF WM-TYPE NOT = "L" AND WM-TYPE NOT = "C"
               MOVE "TYPE IS L (LISTENING) OR C (CAPTION)."
                   TO WS-ERR-TEXT
               GO TO 620-EXIT
           END-IF
           IF WM-SITE = SPACES
               MOVE "NAME THE THEATRE THE DEVICE LIVES AT."
                   TO WS-ERR-TEXT
               GO TO 620-EXIT
           END-IF
           IF WM-OLD-STATUS = "O"
               IF WM-STATUS NOT = "O" AND WM-STATUS NOT = "L"
                   MOVE "THE DEVICE IS OUT - CHECK IT IN FIRST."
                       TO WS-ERR-TEXT
                   GO TO 620-EXIT
               END-IF
               IF WM-SITE NOT = MRS-DEV-SITE AND WM-STATUS = "O"
                   MOVE "THE DEVICE IS OUT - CHECK IT IN FIRST."
                       TO WS-ERR-TEXT
               END-IF
               GO TO 620-EXIT
           END-IF
           IF WM-STATUS NOT = "A" AND WM-STATUS NOT = "R" AND
              WM-STATUS NOT = "L" AND WM-STATUS NOT = "X"
               MOVE "STATUS IS A, R, L, OR X." TO WS-ERR-TEXT
           END-IF.
       620-EXIT.
           EXIT.

       800-READ-DEVICE.
           MOVE "N" TO WS-OK
           MOVE WS-SERIAL-IN TO MRS-DEV-SERIAL
           READ MRS-DEVICE-FILE
               INVALID KEY
                   MOVE "NO DEVICE UNDER THAT SERIAL." TO WS-ERR-TEXT
                   DISPLAY DEV-REFUSED
                   ACCEPT DEV-REFUSED
                   GO TO 800-EXIT
           END-READ
           MOVE "Y" TO WS-OK.
       800-EXIT.
           EXIT.

       850-STAMP-NOW.
           MOVE FUNCTION CURRENT-DATE TO WS-DATETIME
           COMPUTE WS-TODAY-NUM =
               (WS-YEAR * 10000) + (WS-MONTH * 100) + WS-DAY
           COMPUTE WS-NOW-TIME = (WS-HOUR * 100) + WS-MINUTE.
       850-EXIT.
           EXIT.

       860-CLEAR-CHECKOUT.
           MOVE ZEROS TO MRS-DEV-OUT-SHOW-ID
           MOVE ZEROS TO MRS-DEV-OUT-SHOW-DATE
           MOVE ZEROS TO MRS-DEV-OUT-DATE
           MOVE ZEROS TO MRS-DEV-OUT-TIME
           MOVE SPACES TO MRS-DEV-OUT-GUEST
           MOVE SPACES TO MRS-DEV-OUT-OPER.
       860-EXIT.
           EXIT.

      * One line on the device log for the device in hand. The
      * first line ever lays the log down.
       900-WRITE-LOG.
           OPEN EXTEND MRS-DEVLOG-FILE
           IF WS-DVL-STATUS = '35'
               OPEN OUTPUT MRS-DEVLOG-FILE
           END-IF
           IF WS-DVL-STATUS NOT = '00'
               GO TO 900-EXIT
           END-IF
           MOVE SPACES TO MRS-DVL-REC
           MOVE WS-TODAY-NUM TO MRS-DVL-DATE
           COMPUTE MRS-DVL-TIME =
               (WS-HOUR * 10000) + (WS-MINUTE * 100) + WS-SECOND
           MOVE MRS-DEV-SERIAL TO MRS-DVL-SERIAL
           MOVE MRS-DEV-TYPE TO MRS-DVL-TYPE
           MOVE MRS-DEV-SITE TO MRS-DVL-SITE
           MOVE WS-LOG-ACTION TO MRS-DVL-ACTION
           MOVE MRS-DEV-OUT-SHOW-ID TO MRS-DVL-SHOW-ID
           MOVE MRS-DEV-OUT-SHOW-DATE TO MRS-DVL-SHOW-DATE
           MOVE MRS-DEV-OUT-GUEST TO MRS-DVL-GUEST
           MOVE MRS-SIGNON-OPERATOR TO MRS-DVL-OPERATOR
           WRITE MRS-DVL-REC
           CLOSE MRS-DEVLOG-FILE.
       900-EXIT.
           EXIT.

      * Appends one line to the audit trail for a master change.
       950-WRITE-AUDIT.
           MOVE WS-YEAR TO MRS-AUD-YEAR
           MOVE WS-MONTH TO MRS-AUD-MONTH
           MOVE WS-DAY TO MRS-AUD-DAY
           MOVE "MRS-3560" TO MRS-AUD-PROGRAM
           MOVE WS-AUD-ACTION TO MRS-AUD-ACTION
           MOVE MRS-DEV-SERIAL TO MRS-AUD-KEY
           MOVE MRS-SIGNON-OPERATOR TO MRS-AUD-OPERATOR
           COPY "CPYBOOKS/MRS-AUDSEQ.CPY".
           WRITE MRS-AUDIT-REC.
       950-EXIT.
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
               WHEN "DEVICE"
                   MOVE CFG-PATH TO UT-SYS-DEVICE
               WHEN "DEVLOG"
                   MOVE CFG-PATH TO UT-SYS-DEVLOG
               WHEN "MRS-SHOW"
                   MOVE CFG-PATH TO UT-SYS-MRS-SHOW
               WHEN "AUDIT"
                   MOVE CFG-PATH TO UT-SYS-AUDIT
           END-EVALUATE.
       170-END.
           EXIT.

       end program MRS-3560.
