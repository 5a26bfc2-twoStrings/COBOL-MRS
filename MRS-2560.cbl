       IDENTIFICATION DIVISION.
       PROGRAM-ID.  MRS-2560.
       AUTHOR.  JOHN BELLEK.
      *****************************************************************
      * Ad contract maintenance - add, update, and view the pre-show
      * spots advertisers have bought. A contract names the
      * advertiser, the spot, the theater and screen it runs on (or
      * every screen), the dates it runs between, and the rate -
      * per showing played or per week. The nightly play log step
      * builds the pre-show reel for each showing off the active
      * contracts, and the monthly ad invoicing run bills them. A
      * contract pulled early is updated to status "C" rather than
      * deleted, so the plays it already logged still invoice.
      * Called from the vendor menu.
      *****************************************************************

       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
           CURSOR IS CRPT
           CRT STATUS IS SCR-STAT.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MRS-AD-CONTRACT-FILE
               ASSIGN TO UT-SYS-AD-CONTRACT
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS MRS-ADC-NO
               FILE STATUS IS WS-ADC-STATUS.

           SELECT MRS-ADVERTISER-FILE
               ASSIGN TO UT-SYS-ADVERT
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS MRS-ADV-NO
               FILE STATUS IS WS-ADV-STATUS.

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
       COPY "CPYBOOKS/MRS-ADCON.CPY".
       COPY "CPYBOOKS/MRS-ADVERT.CPY".
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
         05 UT-SYS-AD-CONTRACT PIC X(50)
           VALUE "C:\COBOL\MRS-ADCON-INDEX.DAT".
         05 UT-SYS-ADVERT PIC X(50)
           VALUE "C:\COBOL\MRS-ADVERT-INDEX.DAT".
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
         05 WS-ADC-STATUS PIC XX.
         05 WS-ADV-STATUS PIC XX.
         05 WS-ACTION PIC X.
         05 WS-CONFIRM PIC X.
         05 WS-DONE PIC X.
         05 WS-ADC-FOUND PIC X.
         05 WS-ADV-FOUND PIC X.
         05 ADC-EOF PIC X.
         05 WS-OPERATOR-ID PIC X(8).
         05 WS-ADC-NO-IN PIC 9(6).
         05 WS-NEXT-ADC-NO PIC 9(6).
         05 WS-TODAY-NUM PIC 9(8).
         05 WS-DATE-TEST-RESULT PIC S9(4).
         05 WS-SPAN-DAYS PIC S9(7).

       01 WS-CONTRACT-ENTRY.
         05 WS-ADV-NO PIC 9(6).
         05 WS-SPOT-NAME PIC X(20).
         05 WS-SPOT-TYPE PIC X.
         05 WS-SITE PIC X(2).
         05 WS-SCREEN PIC 99.
         05 WS-FROM-DATE PIC 9(8).
         05 WS-TO-DATE PIC 9(8).
         05 WS-RATE-BASIS PIC X.
         05 WS-RATE PIC 9(5)V99.
         05 WS-STATUS PIC X.

       01 WS-MSG.
         05 ADC-NOT-FOUND PIC X(40)
           VALUE "THAT CONTRACT IS NOT ON FILE".
         05 ADV-NOT-FOUND PIC X(40)
           VALUE "THAT ADVERTISER IS NOT ON FILE".
         05 ADV-INACTIVE PIC X(40)
           VALUE "THAT ADVERTISER IS NOT ACTIVE".
         05 SPOT-REQUIRED PIC X(40)
           VALUE "THE SPOT NEEDS A NAME".
         05 BAD-SPOT-TYPE PIC X(40)
           VALUE "SPOT TYPE MUST BE S (SLIDE) OR V (VIDEO)".
         05 BAD-SITE PIC X(40)
           VALUE "SITE MUST BE 01, 02, OR ** FOR BOTH".
         05 SCREEN-NOT-FOUND PIC X(40)
           VALUE "THAT SCREEN IS NOT ON THE SCREEN MASTER".
         05 SCREEN-WRONG-SITE PIC X(40)
           VALUE "THAT SCREEN IS NOT AT THE SITE GIVEN".
         05 BAD-DATES PIC X(40)
           VALUE "FROM AND TO MUST BE VALID YYYYMMDD DATES".
         05 TO-BEFORE-FROM PIC X(40)
           VALUE "TO DATE CANNOT BE BEFORE FROM DATE".
         05 SPAN-TOO-LONG PIC X(40)
           VALUE "A CONTRACT CANNOT RUN LONGER THAN A YEAR".
         05 BAD-BASIS PIC X(40)
           VALUE "RATE BASIS MUST BE P (SHOW) OR W (WEEK)".
         05 BAD-RATE PIC X(40)
           VALUE "THE RATE MUST BE GREATER THAN ZERO".
         05 BAD-STATUS PIC X(40)
           VALUE "STATUS MUST BE A (ACTIVE) OR C (CANCEL)".
         05 SUCCESS-ADDED PIC X(40)
           VALUE "CONTRACT ADDED - NUMBER IS SHOWN ABOVE".
         05 SUCCESS-UPDATED PIC X(40)
           VALUE "CONTRACT HAS BEEN UPDATED!".
         05 ERR-MSG PIC X(42).

       SCREEN SECTION.
       01 CLEAR BLANK SCREEN PROMPT AUTO REQUIRED BACKGROUND-COLOR 0
       FOREGROUND-COLOR 7.
         05 MV-TITLE-LINE.
           10 LINE 1 COL 1 VALUE "MRS256".
           10 COL 10 PIC X(8) FROM MRS-SIGNON-BANNER
                FOREGROUND-COLOR 4.
           10 COL 30 VALUE "MOVIE THEATER SYSTEM".
           10 COL 70 PIC Z9 FROM WS-MONTH.
           10 COL 72 VALUE "/".
           10 COL 73 PIC Z9 FROM WS-DAY.
           10 COL 75 VALUE "/".
           10 COL 76 PIC 9999 FROM WS-YEAR.
         05 ADC-TITLE.
           10 LINE 2 COL 18
             VALUE "MOVIE RENTALS AND SCHEDULING: AD CONTRACTS".
         05 ADC-FUNCTION.
           10 LINE 25 COL 1 VALUE "F1 = HELP     F3 = END     ".
           10 COL 27 VALUE " F4 = RETURN     F12 = CANCEL".

       01 SCR-ACTION.
         05 LINE 5 COL 20 VALUE "A = ADD CONTRACT".
         05 LINE 6 COL 20 VALUE "U = UPDATE CONTRACT".
         05 LINE 7 COL 20 VALUE "V = VIEW CONTRACT".
         05 LINE 9 COL 20 VALUE "ACTION:".
         05 COL 36 PIC X TO WS-ACTION REVERSE-VIDEO.
         05 LINE 10 COL 8 VALUE "CONTRACT NO (0 FOR NEW):".
         05 COL 36 PIC 9(6) TO WS-ADC-NO-IN REVERSE-VIDEO.

       01 SCR-DETAIL.
         05 SCR1-R5.
           10 LINE 5 COL 20 VALUE "CONTRACT NO:".
           10 COL 36 PIC 9(6) FROM WS-ADC-NO-IN.
         05 SCR1-R6.
           10 LINE 6 COL 19 VALUE "ADVERTISER NO:".
           10 COL 36 PIC 9(6) USING WS-ADV-NO REVERSE-VIDEO.
         05 SCR1-R7.
           10 LINE 7 COL 24 VALUE "SPOT NAME:".
           10 COL 36 PIC X(20) USING WS-SPOT-NAME REVERSE-VIDEO.
         05 SCR1-R8.
           10 LINE 8 COL 5 VALUE "SPOT TYPE (S=SLIDE V=VIDEO):".
           10 COL 36 PIC X USING WS-SPOT-TYPE REVERSE-VIDEO.
         05 SCR1-R9.
           10 LINE 9 COL 8 VALUE "SITE (01/02, ** = BOTH):".
           10 COL 36 PIC X(2) USING WS-SITE REVERSE-VIDEO.
         05 SCR1-R10.
           10 LINE 10 COL 8 VALUE "SCREEN (00 = ALL SCREENS):".
           10 COL 36 PIC 99 USING WS-SCREEN REVERSE-VIDEO.
         05 SCR1-R11.
           10 LINE 11 COL 14 VALUE "FROM (YYYYMMDD):".
           10 COL 36 PIC 9(8) USING WS-FROM-DATE REVERSE-VIDEO.
         05 SCR1-R12.
           10 LINE 12 COL 16 VALUE "TO (YYYYMMDD):".
           10 COL 36 PIC 9(8) USING WS-TO-DATE REVERSE-VIDEO.
         05 SCR1-R13.
           10 LINE 13 COL 3 VALUE "RATE BASIS (P=SHOWING W=WEEK):".
           10 COL 36 PIC X USING WS-RATE-BASIS REVERSE-VIDEO.
         05 SCR1-R14.
           10 LINE 14 COL 30 VALUE "RATE:".
           10 COL 36 PIC 9(5).99 USING WS-RATE REVERSE-VIDEO.
         05 SCR1-R15.
           10 LINE 15 COL 16 VALUE "STATUS (A/C):".
           10 COL 36 PIC X USING WS-STATUS REVERSE-VIDEO.

       01 SCR-VIEW.
         05 SCR2-R5.
           10 LINE 5 COL 20 VALUE "CONTRACT NO:".
           10 COL 36 PIC 9(6) FROM MRS-ADC-NO.
         05 SCR2-R6.
           10 LINE 6 COL 22 VALUE "ADVERTISER:".
           10 COL 36 PIC 9(6) FROM MRS-ADC-ADV-NO.
           10 COL 44 PIC X(30) FROM MRS-ADV-NAME.
         05 SCR2-R7.
           10 LINE 7 COL 24 VALUE "SPOT NAME:".
           10 COL 36 PIC X(20) FROM MRS-ADC-SPOT-NAME.
         05 SCR2-R8.
           10 LINE 8 COL 24 VALUE "SPOT TYPE:".
           10 COL 36 PIC X FROM MRS-ADC-SPOT-TYPE.
         05 SCR2-R9.
           10 LINE 9 COL 29 VALUE "SITE:".
           10 COL 36 PIC X(2) FROM MRS-ADC-SITE.
         05 SCR2-R10.
           10 LINE 10 COL 27 VALUE "SCREEN:".
           10 COL 36 PIC 99 FROM MRS-ADC-SCREEN.
         05 SCR2-R11.
           10 LINE 11 COL 29 VALUE "FROM:".
           10 COL 36 PIC 9(8) FROM MRS-ADC-FROM-DATE.
         05 SCR2-R12.
           10 LINE 12 COL 31 VALUE "TO:".
           10 COL 36 PIC 9(8) FROM MRS-ADC-TO-DATE.
         05 SCR2-R13.
           10 LINE 13 COL 23 VALUE "RATE BASIS:".
           10 COL 36 PIC X FROM MRS-ADC-RATE-BASIS.
         05 SCR2-R14.
           10 LINE 14 COL 29 VALUE "RATE:".
           10 COL 36 PIC ZZ,ZZ9.99 FROM MRS-ADC-RATE.
         05 SCR2-R15.
           10 LINE 15 COL 27 VALUE "STATUS:".
           10 COL 36 PIC X FROM MRS-ADC-STATUS.
         05 SCR2-R16.
           10 LINE 16 COL 26 VALUE "ENTERED:".
           10 COL 36 PIC 9(8) FROM MRS-ADC-ENTERED-DATE.
           10 COL 46 PIC X(8) FROM MRS-ADC-OPERATOR.

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
      *    The contract and advertiser files are new - the first
      *    site to key one gets an empty file laid down rather than
      *    an error.
           OPEN I-O MRS-AD-CONTRACT-FILE
           IF WS-ADC-STATUS = '35'
               OPEN OUTPUT MRS-AD-CONTRACT-FILE
               CLOSE MRS-AD-CONTRACT-FILE
               OPEN I-O MRS-AD-CONTRACT-FILE
           END-IF
           OPEN INPUT MRS-ADVERTISER-FILE
           IF WS-ADV-STATUS = '35'
               OPEN OUTPUT MRS-ADVERTISER-FILE
               CLOSE MRS-ADVERTISER-FILE
               OPEN INPUT MRS-ADVERTISER-FILE
           END-IF
           OPEN INPUT MRS-SCREEN-FILE
           OPEN EXTEND MRS-AUDIT-FILE
           MOVE SPACES TO WS-DONE
           PERFORM 200-ONE-ACTION THRU 200-EXIT
               UNTIL (WS-DONE = "Y" OR F3 OR F4)
           CLOSE MRS-AD-CONTRACT-FILE
           CLOSE MRS-ADVERTISER-FILE
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
               WHEN "AD-CONTRACT"
                   MOVE CFG-PATH TO UT-SYS-AD-CONTRACT
               WHEN "ADVERT"
                   MOVE CFG-PATH TO UT-SYS-ADVERT
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

       250-READ-CONTRACT.
           MOVE WS-ADC-NO-IN TO MRS-ADC-NO
           READ MRS-AD-CONTRACT-FILE KEY IS MRS-ADC-NO
               INVALID KEY
                   MOVE "N" TO WS-ADC-FOUND
               NOT INVALID KEY
                   MOVE "Y" TO WS-ADC-FOUND
           END-READ.
       250-EXIT.
           EXIT.

       255-READ-ADVERTISER.
           READ MRS-ADVERTISER-FILE KEY IS MRS-ADV-NO
               INVALID KEY
                   MOVE "N" TO WS-ADV-FOUND
                   MOVE SPACES TO MRS-ADV-NAME
               NOT INVALID KEY
                   MOVE "Y" TO WS-ADV-FOUND
           END-READ.
       255-EXIT.
           EXIT.

      * Scans the file for the highest contract number so the new
      * contract gets the next unused one.
       260-FIND-NEXT-ADC-NO.
           MOVE ZERO TO WS-NEXT-ADC-NO
           MOVE "N" TO ADC-EOF
           MOVE LOW-VALUES TO MRS-ADC-NO
           START MRS-AD-CONTRACT-FILE KEY IS NOT LESS THAN MRS-ADC-NO
               INVALID KEY
                   MOVE "Y" TO ADC-EOF
           END-START
           PERFORM UNTIL ADC-EOF = "Y"
               READ MRS-AD-CONTRACT-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO ADC-EOF
                   NOT AT END
                       IF MRS-ADC-NO > WS-NEXT-ADC-NO
                           MOVE MRS-ADC-NO TO WS-NEXT-ADC-NO
                       END-IF
               END-READ
           END-PERFORM
           ADD 1 TO WS-NEXT-ADC-NO.
       260-EXIT.
           EXIT.

      * Checks the keyed contract hangs together before it is saved.
      * A new contract needs a current advertiser; an update only
      * needs the advertiser still on file, so a lapsed advertiser's
      * contract can still be cancelled. A single screen named
      * together with a single site has to be in that building.
       280-VALIDATE-CONTRACT.
           MOVE SPACES TO ERR-MSG
           MOVE WS-ADV-NO TO MRS-ADV-NO
           PERFORM 255-READ-ADVERTISER THRU 255-EXIT
           IF WS-ADV-FOUND = "N"
               MOVE ADV-NOT-FOUND TO ERR-MSG
               GO TO 280-EXIT
           END-IF
           IF WS-ACTION = "A" AND MRS-ADV-ACTIVE-FLAG NOT = "Y"
               MOVE ADV-INACTIVE TO ERR-MSG
               GO TO 280-EXIT
           END-IF
           IF WS-SPOT-NAME = SPACES
               MOVE SPOT-REQUIRED TO ERR-MSG
               GO TO 280-EXIT
           END-IF
           IF WS-SPOT-TYPE NOT = "S" AND WS-SPOT-TYPE NOT = "V"
               MOVE BAD-SPOT-TYPE TO ERR-MSG
               GO TO 280-EXIT
           END-IF
           IF WS-SITE NOT = "01" AND WS-SITE NOT = "02"
              AND WS-SITE NOT = "**"
               MOVE BAD-SITE TO ERR-MSG
               GO TO 280-EXIT
           END-IF
           IF WS-SCREEN NOT = ZERO
               MOVE WS-SCREEN TO MRS-SCR-NUMBER
               READ MRS-SCREEN-FILE
                   INVALID KEY
                       MOVE SCREEN-NOT-FOUND TO ERR-MSG
                       GO TO 280-EXIT
               END-READ
               IF WS-SITE NOT = "**" AND MRS-SCR-SITE NOT = WS-SITE
                   MOVE SCREEN-WRONG-SITE TO ERR-MSG
                   GO TO 280-EXIT
               END-IF
           END-IF
           COMPUTE WS-DATE-TEST-RESULT =
               FUNCTION TEST-DATE-YYYYMMDD (WS-FROM-DATE)
           IF WS-DATE-TEST-RESULT NOT = 0
               MOVE BAD-DATES TO ERR-MSG
               GO TO 280-EXIT
           END-IF
           COMPUTE WS-DATE-TEST-RESULT =
               FUNCTION TEST-DATE-YYYYMMDD (WS-TO-DATE)
           IF WS-DATE-TEST-RESULT NOT = 0
               MOVE BAD-DATES TO ERR-MSG
               GO TO 280-EXIT
           END-IF
           IF WS-TO-DATE < WS-FROM-DATE
               MOVE TO-BEFORE-FROM TO ERR-MSG
               GO TO 280-EXIT
           END-IF
      *    The invoicing run works week numbers off the from date
      *    and reads back no more than a year to find them.
           COMPUTE WS-SPAN-DAYS =
               FUNCTION INTEGER-OF-DATE (WS-TO-DATE)
               - FUNCTION INTEGER-OF-DATE (WS-FROM-DATE)
           IF WS-SPAN-DAYS > 364
               MOVE SPAN-TOO-LONG TO ERR-MSG
               GO TO 280-EXIT
           END-IF
           IF WS-RATE-BASIS NOT = "P" AND WS-RATE-BASIS NOT = "W"
               MOVE BAD-BASIS TO ERR-MSG
               GO TO 280-EXIT
           END-IF
           IF WS-RATE NOT > ZERO
               MOVE BAD-RATE TO ERR-MSG
               GO TO 280-EXIT
           END-IF
           IF WS-STATUS NOT = "A" AND WS-STATUS NOT = "C"
               MOVE BAD-STATUS TO ERR-MSG
           END-IF.
       280-EXIT.
           EXIT.

       300-ADD.
           PERFORM 260-FIND-NEXT-ADC-NO THRU 260-EXIT
           MOVE WS-NEXT-ADC-NO TO WS-ADC-NO-IN
           MOVE ZEROS TO WS-ADV-NO
           MOVE SPACES TO WS-SPOT-NAME
           MOVE "S" TO WS-SPOT-TYPE
           MOVE "**" TO WS-SITE
           MOVE ZERO TO WS-SCREEN
           MOVE WS-TODAY-NUM TO WS-FROM-DATE
           MOVE WS-TODAY-NUM TO WS-TO-DATE
           MOVE "W" TO WS-RATE-BASIS
           MOVE ZEROS TO WS-RATE
           MOVE "A" TO WS-STATUS
           MOVE SPACES TO WS-CONFIRM
           DISPLAY CLEAR
           DISPLAY SCR-DETAIL
           ACCEPT SCR-DETAIL
           IF F3 OR F4 OR F12
               GO TO 300-EXIT
           END-IF
           PERFORM 280-VALIDATE-CONTRACT THRU 280-EXIT
           IF ERR-MSG NOT = SPACES
               DISPLAY ERR-ID
               ACCEPT ERR-ID
               GO TO 300-EXIT
           END-IF
           DISPLAY CONFIRM-SAVE
           ACCEPT CONFIRM-SAVE
           IF WS-CONFIRM = "Y"
               MOVE WS-ADC-NO-IN TO MRS-ADC-NO
               PERFORM 350-MOVE-ENTRY THRU 350-EXIT
               MOVE WS-TODAY-NUM TO MRS-ADC-ENTERED-DATE
               MOVE WS-OPERATOR-ID TO MRS-ADC-OPERATOR
               WRITE MRS-AD-CONTRACT-REC
               MOVE "ADD" TO MRS-AUD-ACTION
               PERFORM 900-WRITE-AUDIT THRU 900-EXIT
               MOVE SUCCESS-ADDED TO ERR-MSG
               DISPLAY SUCCESS-ID
               DISPLAY CONTINUE-VIEW
               ACCEPT CONTINUE-VIEW
           END-IF.
       300-EXIT.
           EXIT.

       350-MOVE-ENTRY.
           MOVE WS-ADV-NO TO MRS-ADC-ADV-NO
           MOVE WS-SPOT-NAME TO MRS-ADC-SPOT-NAME
           MOVE WS-SPOT-TYPE TO MRS-ADC-SPOT-TYPE
           MOVE WS-SITE TO MRS-ADC-SITE
           MOVE WS-SCREEN TO MRS-ADC-SCREEN
           MOVE WS-FROM-DATE TO MRS-ADC-FROM-DATE
           MOVE WS-TO-DATE TO MRS-ADC-TO-DATE
           MOVE WS-RATE-BASIS TO MRS-ADC-RATE-BASIS
           MOVE WS-RATE TO MRS-ADC-RATE
           MOVE WS-STATUS TO MRS-ADC-STATUS.
       350-EXIT.
           EXIT.

       400-UPDATE.
           PERFORM 250-READ-CONTRACT THRU 250-EXIT
           IF WS-ADC-FOUND = "N"
               MOVE ADC-NOT-FOUND TO ERR-MSG
               DISPLAY ERR-ID
               ACCEPT ERR-ID
               GO TO 400-EXIT
           END-IF
           MOVE MRS-ADC-ADV-NO TO WS-ADV-NO
           MOVE MRS-ADC-SPOT-NAME TO WS-SPOT-NAME
           MOVE MRS-ADC-SPOT-TYPE TO WS-SPOT-TYPE
           MOVE MRS-ADC-SITE TO WS-SITE
           MOVE MRS-ADC-SCREEN TO WS-SCREEN
           MOVE MRS-ADC-FROM-DATE TO WS-FROM-DATE
           MOVE MRS-ADC-TO-DATE TO WS-TO-DATE
           MOVE MRS-ADC-RATE-BASIS TO WS-RATE-BASIS
           MOVE MRS-ADC-RATE TO WS-RATE
           MOVE MRS-ADC-STATUS TO WS-STATUS
           MOVE SPACES TO WS-CONFIRM
           DISPLAY CLEAR
           DISPLAY SCR-DETAIL
           ACCEPT SCR-DETAIL
           IF F3 OR F4 OR F12
               GO TO 400-EXIT
           END-IF
           PERFORM 280-VALIDATE-CONTRACT THRU 280-EXIT
           IF ERR-MSG NOT = SPACES
               DISPLAY ERR-ID
               ACCEPT ERR-ID
               GO TO 400-EXIT
           END-IF
           DISPLAY CONFIRM-SAVE
           ACCEPT CONFIRM-SAVE
           IF WS-CONFIRM = "Y"
               PERFORM 350-MOVE-ENTRY THRU 350-EXIT
               REWRITE MRS-AD-CONTRACT-REC
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
           PERFORM 250-READ-CONTRACT THRU 250-EXIT
           IF WS-ADC-FOUND = "N"
               MOVE ADC-NOT-FOUND TO ERR-MSG
               DISPLAY ERR-ID
               ACCEPT ERR-ID
               GO TO 500-EXIT
           END-IF
           MOVE MRS-ADC-ADV-NO TO MRS-ADV-NO
           PERFORM 255-READ-ADVERTISER THRU 255-EXIT
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
           MOVE "MRS-2560" TO MRS-AUD-PROGRAM
           MOVE MRS-ADC-NO TO MRS-AUD-KEY
           MOVE WS-OPERATOR-ID TO MRS-AUD-OPERATOR
           COPY "CPYBOOKS/MRS-AUDSEQ.CPY".
           WRITE MRS-AUDIT-REC.
       900-EXIT.
           EXIT.

       end program MRS-2560.
