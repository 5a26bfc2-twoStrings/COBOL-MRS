       IDENTIFICATION DIVISION.
       PROGRAM-ID.  MRS-2550.
       AUTHOR.  JOHN BELLEK.
      *****************************************************************
      * Advertiser master maintenance - add, update, and view the
      * local businesses that buy pre-show slides and spots. A new
      * advertiser is handed the next unused number automatically
      * and shown it on the confirmation; the ad contract screen
      * keys contracts against that number and the monthly ad
      * invoicing run addresses each invoice from this record.
      * Called from the vendor menu.
      *****************************************************************

       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
           CURSOR IS CRPT
           CRT STATUS IS SCR-STAT.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MRS-ADVERTISER-FILE
               ASSIGN TO UT-SYS-ADVERT
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS MRS-ADV-NO
               FILE STATUS IS WS-ADV-STATUS.

           SELECT MRS-AUDIT-FILE
               ASSIGN TO UT-SYS-AUDIT
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT MRS-FILE-CONFIG-FILE
               ASSIGN TO UT-SYS-FILE-CFG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CFG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       COPY "CPYBOOKS/MRS-ADVERT.CPY".
       COPY "CPYBOOKS/MRS-AUDIT.CPY".
       COPY "CPYBOOKS/MRS-FILE-CFG.CPY".

       WORKING-STORAGE SECTION.
       COPY "CPYBOOKS/FUNCTION-KEYS.CPY".
       COPY "CPYBOOKS/MRS-SIGNON.CPY".
       COPY "CPYBOOKS/MRS-SEQPUT.CPY".
       COPY "CPYBOOKS/MRS-TRNPUT.CPY".
       COPY "CPYBOOKS/DATETIME.CPY".

       01 WS-FILENAMES.
         05 UT-SYS-ADVERT PIC X(50)
           VALUE "C:\COBOL\MRS-ADVERT-INDEX.DAT".
         05 UT-SYS-AUDIT PIC X(50) VALUE "C:\COBOL\MRS-AUDIT.LOG".
         05 UT-SYS-FILE-CFG PIC X(50)
           VALUE "C:\COBOL\MRS-FILE-PATHS.CFG".

       01 WS-FILE-CFG-CTL.
         05 WS-CFG-STATUS PIC XX.
         05 WS-CFG-EOF PIC X.
           88 CFG-EOF VALUE 'Y'.

       01 WS-SCREEN-WORK.
         05 WS-ADV-STATUS PIC XX.
         05 WS-ACTION PIC X.
         05 WS-CONFIRM PIC X.
         05 WS-DONE PIC X.
         05 WS-ADV-FOUND PIC X.
         05 ADV-EOF PIC X.
         05 WS-OPERATOR-ID PIC X(8).
         05 WS-ADV-NO-IN PIC 9(6).
         05 WS-NEXT-ADV-NO PIC 9(6).
         05 WS-NAME PIC X(30).
         05 WS-CONTACT PIC X(20).
         05 WS-PHONE PIC X(12).
         05 WS-ADDR1 PIC X(30).
         05 WS-ADDR2 PIC X(30).
         05 WS-ACTIVE PIC X.
         05 WS-TODAY-NUM PIC 9(8).

       01 WS-MSG.
         05 ADV-NOT-FOUND PIC X(40)
           VALUE "THAT ADVERTISER IS NOT ON FILE".
         05 NAME-REQUIRED PIC X(40)
           VALUE "THE ADVERTISER NEEDS A NAME".
         05 BAD-ACTIVE PIC X(40)
           VALUE "ACTIVE MUST BE Y OR N".
         05 SUCCESS-ADDED PIC X(40)
           VALUE "ADVERTISER ADDED - NUMBER IS SHOWN ABOVE".
         05 SUCCESS-UPDATED PIC X(40)
           VALUE "ADVERTISER HAS BEEN UPDATED!".
         05 ERR-MSG PIC X(42).

       SCREEN SECTION.
       01 CLEAR BLANK SCREEN PROMPT AUTO REQUIRED BACKGROUND-COLOR 0
       FOREGROUND-COLOR 7.
         05 MV-TITLE-LINE.
           10 LINE 1 COL 1 VALUE "MRS255".
           10 COL 10 PIC X(8) FROM MRS-SIGNON-BANNER
                FOREGROUND-COLOR 4.
           10 COL 30 VALUE "MOVIE THEATER SYSTEM".
           10 COL 70 PIC Z9 FROM WS-MONTH.
           10 COL 72 VALUE "/".
           10 COL 73 PIC Z9 FROM WS-DAY.
           10 COL 75 VALUE "/".
           10 COL 76 PIC 9999 FROM WS-YEAR.
         05 ADV-TITLE.
           10 LINE 2 COL 18
             VALUE "MOVIE RENTALS AND SCHEDULING: ADVERTISERS".
         05 ADV-FUNCTION.
           10 LINE 25 COL 1 VALUE "F1 = HELP     F3 = END     ".
           10 COL 27 VALUE " F4 = RETURN     F12 = CANCEL".

       01 SCR-ACTION.
         05 LINE 5 COL 20 VALUE "A = ADD ADVERTISER".
         05 LINE 6 COL 20 VALUE "U = UPDATE ADVERTISER".
         05 LINE 7 COL 20 VALUE "V = VIEW ADVERTISER".
         05 LINE 9 COL 20 VALUE "ACTION:".
         05 COL 36 PIC X TO WS-ACTION REVERSE-VIDEO.
         05 LINE 10 COL 6 VALUE "ADVERTISER NO (0 FOR NEW):".
         05 COL 36 PIC 9(6) TO WS-ADV-NO-IN REVERSE-VIDEO.

       01 SCR-DETAIL.
         05 SCR1-R6.
           10 LINE 6 COL 18 VALUE "ADVERTISER NO:".
           10 COL 36 PIC 9(6) FROM WS-ADV-NO-IN.
         05 SCR1-R7.
           10 LINE 7 COL 27 VALUE "NAME:".
           10 COL 36 PIC X(30) USING WS-NAME REVERSE-VIDEO.
         05 SCR1-R8.
           10 LINE 8 COL 24 VALUE "CONTACT:".
           10 COL 36 PIC X(20) USING WS-CONTACT REVERSE-VIDEO.
         05 SCR1-R9.
           10 LINE 9 COL 26 VALUE "PHONE:".
           10 COL 36 PIC X(12) USING WS-PHONE REVERSE-VIDEO.
         05 SCR1-R10.
           10 LINE 10 COL 24 VALUE "ADDRESS:".
           10 COL 36 PIC X(30) USING WS-ADDR1 REVERSE-VIDEO.
         05 SCR1-R11.
           10 LINE 11 COL 36 PIC X(30) USING WS-ADDR2 REVERSE-VIDEO.
         05 SCR1-R12.
           10 LINE 12 COL 19 VALUE "ACTIVE (Y/N):".
           10 COL 36 PIC X USING WS-ACTIVE REVERSE-VIDEO.

       01 SCR-VIEW.
         05 SCR2-R6.
           10 LINE 6 COL 18 VALUE "ADVERTISER NO:".
           10 COL 36 PIC 9(6) FROM MRS-ADV-NO.
         05 SCR2-R7.
           10 LINE 7 COL 27 VALUE "NAME:".
           10 COL 36 PIC X(30) FROM MRS-ADV-NAME.
         05 SCR2-R8.
           10 LINE 8 COL 24 VALUE "CONTACT:".
           10 COL 36 PIC X(20) FROM MRS-ADV-CONTACT.
         05 SCR2-R9.
           10 LINE 9 COL 26 VALUE "PHONE:".
           10 COL 36 PIC X(12) FROM MRS-ADV-PHONE.
         05 SCR2-R10.
           10 LINE 10 COL 24 VALUE "ADDRESS:".
           10 COL 36 PIC X(30) FROM MRS-ADV-ADDR1.
         05 SCR2-R11.
           10 LINE 11 COL 36 PIC X(30) FROM MRS-ADV-ADDR2.
         05 SCR2-R12.
           10 LINE 12 COL 26 VALUE "ADDED:".
           10 COL 36 PIC 9(8) FROM MRS-ADV-ADDED-DATE.
         05 SCR2-R13.
           10 LINE 13 COL 25 VALUE "ACTIVE:".
           10 COL 36 PIC X FROM MRS-ADV-ACTIVE-FLAG.

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
           MOVE MRS-SIGNON-OPERATOR TO WS-OPERATOR-ID
           COMPUTE WS-TODAY-NUM =
               (WS-YEAR * 10000) + (WS-MONTH * 100) + WS-DAY
      *    The advertiser file is new - the first site to key one
      *    gets an empty file laid down rather than an error.
           OPEN I-O MRS-ADVERTISER-FILE
           IF WS-ADV-STATUS = '35'
               OPEN OUTPUT MRS-ADVERTISER-FILE
               CLOSE MRS-ADVERTISER-FILE
               OPEN I-O MRS-ADVERTISER-FILE
           END-IF
           OPEN EXTEND MRS-AUDIT-FILE
           MOVE SPACES TO WS-DONE
           PERFORM 200-ONE-ACTION THRU 200-EXIT
               UNTIL (WS-DONE = "Y" OR F3 OR F4)
           CLOSE MRS-ADVERTISER-FILE
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
               WHEN "ADVERT"
                   MOVE CFG-PATH TO UT-SYS-ADVERT
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

       250-READ-ADVERTISER.
           MOVE WS-ADV-NO-IN TO MRS-ADV-NO
           READ MRS-ADVERTISER-FILE KEY IS MRS-ADV-NO
               INVALID KEY
                   MOVE "N" TO WS-ADV-FOUND
               NOT INVALID KEY
                   MOVE "Y" TO WS-ADV-FOUND
           END-READ.
       250-EXIT.
           EXIT.

      * Scans the file for the highest advertiser number so the new
      * advertiser gets the next unused one.
       260-FIND-NEXT-ADV-NO.
           MOVE ZERO TO WS-NEXT-ADV-NO
           MOVE "N" TO ADV-EOF
           MOVE LOW-VALUES TO MRS-ADV-NO
           START MRS-ADVERTISER-FILE KEY IS NOT LESS THAN MRS-ADV-NO
               INVALID KEY
                   MOVE "Y" TO ADV-EOF
           END-START
           PERFORM UNTIL ADV-EOF = "Y"
               READ MRS-ADVERTISER-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO ADV-EOF
                   NOT AT END
                       IF MRS-ADV-NO > WS-NEXT-ADV-NO
                           MOVE MRS-ADV-NO TO WS-NEXT-ADV-NO
                       END-IF
               END-READ
           END-PERFORM
           ADD 1 TO WS-NEXT-ADV-NO.
       260-EXIT.
           EXIT.

      * An invoice has to be addressed to somebody, and the active
      * flag gates new contracts - both are checked before a save.
       280-VALIDATE-ADVERTISER.
           MOVE SPACES TO ERR-MSG
           IF WS-NAME = SPACES
               MOVE NAME-REQUIRED TO ERR-MSG
               GO TO 280-EXIT
           END-IF
           IF WS-ACTIVE NOT = "Y" AND WS-ACTIVE NOT = "N"
               MOVE BAD-ACTIVE TO ERR-MSG
           END-IF.
       280-EXIT.
           EXIT.

       300-ADD.
           PERFORM 260-FIND-NEXT-ADV-NO THRU 260-EXIT
           MOVE WS-NEXT-ADV-NO TO WS-ADV-NO-IN
           MOVE SPACES TO WS-NAME
           MOVE SPACES TO WS-CONTACT
           MOVE SPACES TO WS-PHONE
           MOVE SPACES TO WS-ADDR1
           MOVE SPACES TO WS-ADDR2
           MOVE "Y" TO WS-ACTIVE
           MOVE SPACES TO WS-CONFIRM
           DISPLAY CLEAR
           DISPLAY SCR-DETAIL
           ACCEPT SCR-DETAIL
           IF F3 OR F4 OR F12
               GO TO 300-EXIT
           END-IF
           PERFORM 280-VALIDATE-ADVERTISER THRU 280-EXIT
           IF ERR-MSG NOT = SPACES
               DISPLAY ERR-ID
               ACCEPT ERR-ID
               GO TO 300-EXIT
           END-IF
           DISPLAY CONFIRM-SAVE
           ACCEPT CONFIRM-SAVE
           IF WS-CONFIRM = "Y"
               MOVE WS-ADV-NO-IN TO MRS-ADV-NO
               MOVE WS-NAME TO MRS-ADV-NAME
               MOVE WS-CONTACT TO MRS-ADV-CONTACT
               MOVE WS-PHONE TO MRS-ADV-PHONE
               MOVE WS-ADDR1 TO MRS-ADV-ADDR1
               MOVE WS-ADDR2 TO MRS-ADV-ADDR2
               MOVE WS-ACTIVE TO MRS-ADV-ACTIVE-FLAG
               MOVE WS-TODAY-NUM TO MRS-ADV-ADDED-DATE
               WRITE MRS-ADVERTISER-REC
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
           PERFORM 250-READ-ADVERTISER THRU 250-EXIT
           IF WS-ADV-FOUND = "N"
               MOVE ADV-NOT-FOUND TO ERR-MSG
               DISPLAY ERR-ID
               ACCEPT ERR-ID
               GO TO 400-EXIT
           END-IF
           MOVE MRS-ADV-NAME TO WS-NAME
           MOVE MRS-ADV-CONTACT TO WS-CONTACT
           MOVE MRS-ADV-PHONE TO WS-PHONE
           MOVE MRS-ADV-ADDR1 TO WS-ADDR1
           MOVE MRS-ADV-ADDR2 TO WS-ADDR2
           MOVE MRS-ADV-ACTIVE-FLAG TO WS-ACTIVE
           MOVE SPACES TO WS-CONFIRM
           DISPLAY CLEAR
           DISPLAY SCR-DETAIL
           ACCEPT SCR-DETAIL
           IF F3 OR F4 OR F12
               GO TO 400-EXIT
           END-IF
           PERFORM 280-VALIDATE-ADVERTISER THRU 280-EXIT
           IF ERR-MSG NOT = SPACES
               DISPLAY ERR-ID
               ACCEPT ERR-ID
               GO TO 400-EXIT
           END-IF
           DISPLAY CONFIRM-SAVE
           ACCEPT CONFIRM-SAVE
           IF WS-CONFIRM = "Y"
               MOVE WS-NAME TO MRS-ADV-NAME
               MOVE WS-CONTACT TO MRS-ADV-CONTACT
               MOVE WS-PHONE TO MRS-ADV-PHONE
               MOVE WS-ADDR1 TO MRS-ADV-ADDR1
               MOVE WS-ADDR2 TO MRS-ADV-ADDR2
               MOVE WS-ACTIVE TO MRS-ADV-ACTIVE-FLAG
               REWRITE MRS-ADVERTISER-REC
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
           PERFORM 250-READ-ADVERTISER THRU 250-EXIT
           IF WS-ADV-FOUND = "N"
               MOVE ADV-NOT-FOUND TO ERR-MSG
               DISPLAY ERR-ID
               ACCEPT ERR-ID
               GO TO 500-EXIT
           END-IF
           DISPLAY CLEAR
           DISPLAY SCR-VIEW
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
           MOVE "MRS-2550" TO MRS-AUD-PROGRAM
           MOVE MRS-ADV-NO TO MRS-AUD-KEY
           MOVE WS-OPERATOR-ID TO MRS-AUD-OPERATOR
           COPY "CPYBOOKS/MRS-AUDSEQ.CPY".
           WRITE MRS-AUDIT-REC.
       900-EXIT.
           EXIT.

       end program MRS-2550.
