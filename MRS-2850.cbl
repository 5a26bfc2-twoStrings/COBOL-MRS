       IDENTIFICATION DIVISION.
       PROGRAM-ID.  MRS-2850.
       AUTHOR.  JOHN BELLEK.
      *****************************************************************
      * Pending vendor changes. A change to a vendor's revenue share,
      * contract dates, or payment details keyed in vendor update
      * (MRS-2800) does not reach the vendor record - settlement and
      * the ACH payment run would act on it at once - but waits on
      * the pending vendor change file until a second supervisor
      * looks at it here:
      *
      *   A = approve one           R = reject one
      *   V = view the pending queue
      *
      * Approving writes the new terms to the vendor record, with the
      * journal image and change-detail lines a vendor update writes,
      * provided the record still carries the terms the change was
      * keyed against. The operator who entered a change cannot
      * approve it; they can reject (withdraw) it. Supervisors only,
      * unless the permission file says otherwise for VENAPPR.
      *
      * Called from the vendors menu.
      *****************************************************************

       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
           CURSOR IS CRPT
           CRT STATUS IS SCR-STAT.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MRS-PENDVEN-FILE
               ASSIGN TO UT-SYS-PENDVEN
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS MRS-PVN-ID
               FILE STATUS IS WS-PVN-STATUS.

           SELECT MRS-VENDOR-FILE
               ASSIGN TO UT-SYS-DETAILFILE
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS MRS-VENDOR-ID.

           SELECT MRS-LOCK-FILE
               ASSIGN TO UT-SYS-LOCKFILE
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS MRS-LCK-KEY
               FILE STATUS IS WS-LCK-STATUS.

           SELECT MRS-AUDIT-FILE
               ASSIGN TO UT-SYS-AUDIT
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT MRS-CHANGE-HIST-FILE
               ASSIGN TO UT-SYS-CHANGE-HIST
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT MRS-FILE-CONFIG-FILE
               ASSIGN TO UT-SYS-FILE-CFG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CFG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       COPY "CPYBOOKS/MRS-PENDVEN.CPY".
       COPY "CPYBOOKS/MRS-VENDOR.CPY".
       COPY "CPYBOOKS/MRS-LOCK.CPY".
       COPY "CPYBOOKS/MRS-AUDIT.CPY".
       COPY "CPYBOOKS/MRS-CHANGE-HIST.CPY".
       COPY "CPYBOOKS/MRS-FILE-CFG.CPY".

       WORKING-STORAGE SECTION.
       COPY "CPYBOOKS/FUNCTION-KEYS.CPY".
       COPY "CPYBOOKS/MRS-SIGNON.CPY".
       COPY "CPYBOOKS/MRS-SEQPUT.CPY".
       COPY "CPYBOOKS/MRS-TRNPUT.CPY".
       COPY "CPYBOOKS/MRS-JRNPUT.CPY".
       COPY "CPYBOOKS/MRS-PERMCHK.CPY".
       COPY "CPYBOOKS/DATETIME.CPY".

       01 WS-FILENAMES.
         05 UT-SYS-PENDVEN PIC X(50)
           VALUE "C:\COBOL\MRS-PENDVEN-INDEX.DAT".
         05 UT-SYS-DETAILFILE PIC X(50)
           VALUE "C:\COBOL\VENDOR-INDEXED.DAT".
         05 UT-SYS-LOCKFILE PIC X(50)
           VALUE "C:\COBOL\MRS-LOCK-INDEX.DAT".
         05 UT-SYS-AUDIT PIC X(50) VALUE "C:\COBOL\MRS-AUDIT.LOG".
         05 UT-SYS-CHANGE-HIST PIC X(50)
           VALUE "C:\COBOL\MRS-CHANGE-HIST.LOG".
         05 UT-SYS-FILE-CFG PIC X(50)
           VALUE "C:\COBOL\MRS-FILE-PATHS.CFG".

       01 WS-FILE-CFG-CTL.
         05 WS-CFG-STATUS PIC XX.
         05 WS-CFG-EOF PIC X.
           88 CFG-EOF VALUE 'Y'.

       01 WS-SCREEN-WORK.
         05 WS-PVN-STATUS PIC XX.
         05 WS-MODE PIC X.
         05 WS-PVN-ID-IN PIC 9(4).
         05 WS-CONFIRM PIC X.
         05 WS-ENTER PIC X.
         05 WS-TODAY-NUM PIC 9(8).
         05 WS-VENDOR-FOUND PIC X.
         05 PVN-EOF PIC X.
         05 WS-I PIC 99.
         05 WS-SHOWN PIC 99.
         05 WS-AUD-KEY PIC X(12).

       01 WS-LOCK-WORK.
         05 WS-LCK-STATUS PIC XX.
         05 WS-LOCK-HELD PIC X VALUE "N".
         05 WS-LOCK-BUSY PIC X.

      *  The terms as they stand and as proposed, edited for the
      *  screen, account numbers masked to the last four digits.
       01 WS-SHOW-TERMS.
         05 WS-OLD-PCT-SHOW PIC Z9.99.
         05 WS-NEW-PCT-SHOW PIC Z9.99.
         05 WS-OLD-ACCT-SHOW PIC X(17).
         05 WS-NEW-ACCT-SHOW PIC X(17).

       01 WS-CHANGE-WORK.
         05 WS-PCT-EDIT PIC Z9.99.
         05 WS-ACCT-IN PIC X(17).
         05 WS-ACCT-REV PIC X(17).
         05 WS-ACCT-TRAIL PIC 99.
         05 WS-ACCT-MASK.
           10 FILLER PIC X(13) VALUE ALL "*".
           10 WS-ACCT-LAST-4 PIC X(4).

       01 WS-LINE-BUILD.
         05 WB-ID PIC 9(4).
         05 PIC X(2) VALUE SPACES.
         05 WB-VENDOR PIC X(2).
         05 PIC X(2) VALUE SPACES.
         05 WB-ENTERED-BY PIC X(8).
         05 PIC X(2) VALUE SPACES.
         05 WB-ENTERED-DATE PIC 9(8).
         05 PIC X(2) VALUE SPACES.
         05 WB-SHARE PIC X(6).
         05 WB-DATES PIC X(6).
         05 WB-PAY PIC X(7).
         05 PIC X(6) VALUE SPACES.

       01 WS-LIST-DISPLAY.
         05 WS-LIST-LINE PIC X(55) OCCURS 12 TIMES.

       SCREEN SECTION.
       01 CLEAR BLANK SCREEN PROMPT AUTO REQUIRED BACKGROUND-COLOR 0
       FOREGROUND-COLOR 7.
         05 MV-TITLE-LINE.
           10 LINE 1 COL 1 VALUE "MRS285".
           10 COL 10 PIC X(8) FROM MRS-SIGNON-BANNER
                FOREGROUND-COLOR 4.
           10 COL 30 VALUE "MOVIE THEATER SYSTEM".
           10 COL 70 PIC Z9 FROM WS-MONTH.
           10 COL 72 VALUE "/".
           10 COL 73 PIC Z9 FROM WS-DAY.
           10 COL 75 VALUE "/".
           10 COL 76 PIC 9999 FROM WS-YEAR.
         05 PVN-TITLE.
           10 LINE 2 COL 14
             VALUE "MOVIE RENTALS AND SCHEDULING: PENDING VENDOR".
           10 COL 59 VALUE " CHANGES".
         05 PVN-FUNCTION.
           10 LINE 25 COL 1 VALUE "F1 = HELP     F3 = END     ".
           10 COL 27 VALUE " F4 = RETURN".

       01 SCR-MODE.
         05 LINE 4 COL 10
           VALUE "MODE (A=APPROVE R=REJECT V=VIEW):".
         05 COL 45 PIC X TO WS-MODE REVERSE-VIDEO.

       01 SCR-PICK.
         05 LINE 6 COL 17 VALUE "CHANGE ID:".
         05 COL 32 PIC 9(4) TO WS-PVN-ID-IN REVERSE-VIDEO.

       01 SCR-SHOW-ONE.
         05 LINE 8 COL 23 VALUE "VENDOR:".
         05 COL 32 PIC X(2) FROM MRS-PVN-VENDOR-ID.
         05 COL 36 PIC X(15) FROM MRS-VENDOR-COMPANY.
         05 LINE 9 COL 19 VALUE "ENTERED BY:".
         05 COL 32 PIC X(8) FROM MRS-PVN-ENTERED-BY.
         05 COL 42 VALUE "ON".
         05 COL 45 PIC 9(8) FROM MRS-PVN-ENTERED-DATE.
         05 LINE 11 COL 32 VALUE "CURRENT".
         05 COL 52 VALUE "PROPOSED".
         05 LINE 12 COL 15 VALUE "CONTRACT START:".
         05 COL 32 PIC X(8) FROM MRS-PVN-OLD-START.
         05 COL 52 PIC X(8) FROM MRS-PVN-NEW-START.
         05 LINE 13 COL 14 VALUE "CONTRACT EXPIRE:".
         05 COL 32 PIC X(8) FROM MRS-PVN-OLD-EXPIRE.
         05 COL 52 PIC X(8) FROM MRS-PVN-NEW-EXPIRE.
         05 LINE 14 COL 9 VALUE "REVENUE SHARE PCT:".
         05 COL 32 PIC X(5) FROM WS-OLD-PCT-SHOW.
         05 COL 52 PIC X(5) FROM WS-NEW-PCT-SHOW.
         05 LINE 15 COL 16 VALUE "PAY BY (C/A):".
         05 COL 32 PIC X FROM MRS-PVN-OLD-PAY-METHOD.
         05 COL 52 PIC X FROM MRS-PVN-NEW-PAY-METHOD.
         05 LINE 16 COL 23 VALUE "ROUTING:".
         05 COL 32 PIC X(9) FROM MRS-PVN-OLD-ROUTING.
         05 COL 52 PIC X(9) FROM MRS-PVN-NEW-ROUTING.
         05 LINE 17 COL 20 VALUE "ACCOUNT NO:".
         05 COL 32 PIC X(17) FROM WS-OLD-ACCT-SHOW.
         05 COL 52 PIC X(17) FROM WS-NEW-ACCT-SHOW.
         05 LINE 18 COL 18 VALUE "TYPE (C/S):".
         05 COL 32 PIC X FROM MRS-PVN-OLD-ACCT-TYPE.
         05 COL 52 PIC X FROM MRS-PVN-NEW-ACCT-TYPE.

       01 SCR-LIST.
         05 LINE 4 COL 8
           VALUE "CHANGE  VN  ENTERED   ON        TERMS".
         05 LINE 5 COL 8 PIC X(55) FROM WS-LIST-LINE(1).
         05 LINE 6 COL 8 PIC X(55) FROM WS-LIST-LINE(2).
         05 LINE 7 COL 8 PIC X(55) FROM WS-LIST-LINE(3).
         05 LINE 8 COL 8 PIC X(55) FROM WS-LIST-LINE(4).
         05 LINE 9 COL 8 PIC X(55) FROM WS-LIST-LINE(5).
         05 LINE 10 COL 8 PIC X(55) FROM WS-LIST-LINE(6).
         05 LINE 11 COL 8 PIC X(55) FROM WS-LIST-LINE(7).
         05 LINE 12 COL 8 PIC X(55) FROM WS-LIST-LINE(8).
         05 LINE 13 COL 8 PIC X(55) FROM WS-LIST-LINE(9).
         05 LINE 14 COL 8 PIC X(55) FROM WS-LIST-LINE(10).
         05 LINE 15 COL 8 PIC X(55) FROM WS-LIST-LINE(11).
         05 LINE 16 COL 8 PIC X(55) FROM WS-LIST-LINE(12).
         05 LINE 24 COL 40 VALUE "PRESS ENTER TO CONTINUE".
         05 COL 65 PIC X TO WS-ENTER.

       01 MSG.
         05 PVN-CONFIRM.
           10 LINE 22 COL 15 VALUE "CONFIRM:  Y/N".
           10 COL 34 PIC X TO WS-CONFIRM REVERSE-VIDEO.
         05 PVN-BAD FOREGROUND-COLOR 4.
           10 LINE 22 COL 10
             VALUE "NO PENDING CHANGE UNDER THAT ID".
           10 LINE 24 COL 40 VALUE "PRESS ENTER TO CONTINUE".
           10 COL 65 PIC X TO WS-ENTER.
         05 PVN-DONE FOREGROUND-COLOR 2.
           10 LINE 22 COL 15 VALUE "RECORDED.".
           10 LINE 24 COL 40 VALUE "PRESS ENTER TO CONTINUE".
           10 COL 65 PIC X TO WS-ENTER.
         05 NOT-SUPERVISOR FOREGROUND-COLOR 4.
           10 LINE 22 COL 10
             VALUE "APPROVALS ARE SUPERVISORS ONLY".
           10 LINE 24 COL 40 VALUE "PRESS ENTER TO CONTINUE".
           10 COL 65 PIC X TO WS-ENTER.
         05 OWN-CHANGE FOREGROUND-COLOR 4.
           10 LINE 22 COL 10
             VALUE "YOU ENTERED THIS CHANGE - ANOTHER SUPERVISOR".
           10 COL 55 VALUE " MUST APPROVE IT".
           10 LINE 24 COL 40 VALUE "PRESS ENTER TO CONTINUE".
           10 COL 65 PIC X TO WS-ENTER.
         05 VENDOR-GONE FOREGROUND-COLOR 4.
           10 LINE 22 COL 10
             VALUE "VENDOR NO LONGER ON FILE - REJECT THIS CHANGE".
           10 LINE 24 COL 40 VALUE "PRESS ENTER TO CONTINUE".
           10 COL 65 PIC X TO WS-ENTER.
         05 TERMS-MOVED FOREGROUND-COLOR 4.
           10 LINE 22 COL 10
             VALUE "VENDOR TERMS NO LONGER MATCH - REJECT AND".
           10 COL 51 VALUE " RE-ENTER".
           10 LINE 24 COL 40 VALUE "PRESS ENTER TO CONTINUE".
           10 COL 65 PIC X TO WS-ENTER.
         05 IN-USE-MSG FOREGROUND-COLOR 4.
           10 LINE 22 COL 10 VALUE "RECORD IN USE BY:".
           10 COL 28 PIC X(8) FROM MRS-LCK-OPERATOR.
           10 LINE 24 COL 40 VALUE "PRESS ENTER TO CONTINUE".
           10 COL 65 PIC X TO WS-ENTER.
         05 PVN-HELP FOREGROUND-COLOR 3.
           10 LINE 22 COL 5
             VALUE "APPROVED TERMS GO ON THE VENDOR RECORD AT ONCE.".
           10 LINE 24 COL 40 VALUE "PRESS ENTER TO CONTINUE".
           10 COL 65 PIC X TO WS-ENTER.

       PROCEDURE DIVISION.
       100-MAIN.
           PERFORM 160-LOAD-FILE-CONFIG THRU 160-END
           COPY "CPYBOOKS/ENABLE-KEYS.CPY".
           MOVE FUNCTION CURRENT-DATE TO WS-DATETIME
           COMPUTE WS-TODAY-NUM =
               (WS-YEAR * 10000) + (WS-MONTH * 100) + WS-DAY
           OPEN I-O MRS-PENDVEN-FILE
           IF WS-PVN-STATUS = '35'
               OPEN OUTPUT MRS-PENDVEN-FILE
               CLOSE MRS-PENDVEN-FILE
               OPEN I-O MRS-PENDVEN-FILE
           END-IF
           OPEN I-O MRS-VENDOR-FILE
           OPEN I-O MRS-LOCK-FILE
           OPEN EXTEND MRS-AUDIT-FILE
           OPEN EXTEND MRS-CHANGE-HIST-FILE

           PERFORM 200-ONE-PASS THRU 200-EXIT
               UNTIL (F3 OR F4)

           CLOSE MRS-PENDVEN-FILE
                 MRS-VENDOR-FILE
                 MRS-AUDIT-FILE
                 MRS-CHANGE-HIST-FILE
           IF WS-LCK-STATUS = '00'
               CLOSE MRS-LOCK-FILE
           END-IF
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
               WHEN "PENDVEN"
                   MOVE CFG-PATH TO UT-SYS-PENDVEN
               WHEN "DETAILFILE"
                   MOVE CFG-PATH TO UT-SYS-DETAILFILE
               WHEN "LOCKFILE"
                   MOVE CFG-PATH TO UT-SYS-LOCKFILE
               WHEN "AUDIT"
                   MOVE CFG-PATH TO UT-SYS-AUDIT
               WHEN "CHANGE-HIST"
                   MOVE CFG-PATH TO UT-SYS-CHANGE-HIST
           END-EVALUATE.
       170-END.
           EXIT.

       200-ONE-PASS.
           MOVE SPACES TO WS-MODE
           DISPLAY CLEAR
           DISPLAY SCR-MODE
           ACCEPT SCR-MODE
           IF F3 OR F4
               GO TO 200-EXIT
           END-IF
           IF F1
               DISPLAY PVN-HELP
               ACCEPT PVN-HELP
               GO TO 200-EXIT
           END-IF
           EVALUATE WS-MODE
               WHEN "A"
                   PERFORM 400-DECIDE THRU 400-EXIT
               WHEN "R"
                   PERFORM 400-DECIDE THRU 400-EXIT
               WHEN "V"
                   PERFORM 500-VIEW-QUEUE THRU 500-EXIT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       200-EXIT.
           EXIT.

      * Approve or reject, by the mode letter still in WS-MODE.
       400-DECIDE.
           MOVE MRS-SIGNON-OPERATOR TO MRS-PCK-OPERATOR
           MOVE "VENAPPR" TO MRS-PCK-FUNCTION
           IF MRS-SIGNON-LEVEL < 2
               MOVE "N" TO MRS-PCK-DEFAULT
           ELSE
               MOVE "Y" TO MRS-PCK-DEFAULT
           END-IF
           CALL 'MRS-1050' USING MRS-PERM-CHECK
           IF MRS-PCK-ANSWER NOT = "Y"
               DISPLAY NOT-SUPERVISOR
               ACCEPT NOT-SUPERVISOR
               GO TO 400-EXIT
           END-IF
           MOVE ZEROS TO WS-PVN-ID-IN
           DISPLAY SCR-PICK
           ACCEPT SCR-PICK
           IF F3 OR F4
               GO TO 400-EXIT
           END-IF
           MOVE WS-PVN-ID-IN TO MRS-PVN-ID
           READ MRS-PENDVEN-FILE
               INVALID KEY
                   DISPLAY PVN-BAD
                   ACCEPT PVN-BAD
                   GO TO 400-EXIT
               NOT INVALID KEY
                   CONTINUE
           END-READ
           IF MRS-PVN-STATUS NOT = "P"
               DISPLAY PVN-BAD
               ACCEPT PVN-BAD
               GO TO 400-EXIT
           END-IF
           IF WS-MODE = "A" AND
              MRS-PVN-ENTERED-BY = MRS-SIGNON-OPERATOR
               DISPLAY OWN-CHANGE
               ACCEPT OWN-CHANGE
               GO TO 400-EXIT
           END-IF
           MOVE MRS-PVN-VENDOR-ID TO MRS-VENDOR-ID
           PERFORM 450-READ-VENDOR THRU 450-EXIT
           IF WS-VENDOR-FOUND NOT = "Y"
               MOVE SPACES TO MRS-VENDOR-COMPANY
               IF WS-MODE = "A"
                   DISPLAY VENDOR-GONE
                   ACCEPT VENDOR-GONE
                   GO TO 400-EXIT
               END-IF
           END-IF
           PERFORM 460-EDIT-TERMS THRU 460-EXIT
           DISPLAY SCR-SHOW-ONE
           MOVE SPACES TO WS-CONFIRM
           DISPLAY PVN-CONFIRM
           ACCEPT PVN-CONFIRM
           IF WS-CONFIRM NOT = "Y"
               GO TO 400-EXIT
           END-IF
           IF WS-MODE = "A"
               PERFORM 600-APPLY-TERMS THRU 600-EXIT
               IF WS-LOCK-BUSY = "Y"
                   DISPLAY IN-USE-MSG
                   ACCEPT IN-USE-MSG
                   GO TO 400-EXIT
               END-IF
               IF WS-VENDOR-FOUND NOT = "Y"
                   DISPLAY TERMS-MOVED
                   ACCEPT TERMS-MOVED
                   GO TO 400-EXIT
               END-IF
               MOVE "A" TO MRS-PVN-STATUS
               MOVE "APPROV" TO MRS-AUD-ACTION
           ELSE
               MOVE "X" TO MRS-PVN-STATUS
               MOVE "REJECT" TO MRS-AUD-ACTION
           END-IF
           MOVE MRS-SIGNON-OPERATOR TO MRS-PVN-APPROVED-BY
           MOVE WS-TODAY-NUM TO MRS-PVN-DECIDED-DATE
           REWRITE MRS-PENDVEN-REC
           END-REWRITE
           PERFORM 900-WRITE-AUDIT THRU 900-EXIT
           DISPLAY PVN-DONE
           ACCEPT PVN-DONE.
       400-EXIT.
           EXIT.

       450-READ-VENDOR.
           READ MRS-VENDOR-FILE KEY IS MRS-VENDOR-ID
               INVALID KEY
                   MOVE "N" TO WS-VENDOR-FOUND
               NOT INVALID KEY
                   MOVE "Y" TO WS-VENDOR-FOUND
           END-READ.
       450-EXIT.
           EXIT.

       460-EDIT-TERMS.
           MOVE MRS-PVN-OLD-SHARE-PCT TO WS-OLD-PCT-SHOW
           MOVE MRS-PVN-NEW-SHARE-PCT TO WS-NEW-PCT-SHOW
           MOVE MRS-PVN-OLD-ACCOUNT TO WS-ACCT-IN
           PERFORM 940-MASK-ACCOUNT THRU 940-EXIT
           MOVE SPACES TO WS-OLD-ACCT-SHOW
           IF WS-ACCT-IN NOT = SPACES
               MOVE WS-ACCT-MASK TO WS-OLD-ACCT-SHOW
           END-IF
           MOVE MRS-PVN-NEW-ACCOUNT TO WS-ACCT-IN
           PERFORM 940-MASK-ACCOUNT THRU 940-EXIT
           MOVE SPACES TO WS-NEW-ACCT-SHOW
           IF WS-ACCT-IN NOT = SPACES
               MOVE WS-ACCT-MASK TO WS-NEW-ACCT-SHOW
           END-IF.
       460-EXIT.
           EXIT.

      * Lists the changes still waiting on a supervisor, first twelve
      * shown, with which of the terms each one moves.
       500-VIEW-QUEUE.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > 12
               MOVE SPACES TO WS-LIST-LINE(WS-I)
           END-PERFORM
           MOVE ZERO TO WS-SHOWN
           MOVE "N" TO PVN-EOF
           MOVE ZEROS TO MRS-PVN-ID
           START MRS-PENDVEN-FILE KEY IS NOT LESS THAN MRS-PVN-ID
               INVALID KEY
                   MOVE "Y" TO PVN-EOF
           END-START
           PERFORM UNTIL PVN-EOF = "Y" OR WS-SHOWN >= 12
               READ MRS-PENDVEN-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO PVN-EOF
                   NOT AT END
                       IF MRS-PVN-STATUS = "P"
                           PERFORM 550-BUILD-LINE THRU 550-EXIT
                       END-IF
               END-READ
           END-PERFORM
           DISPLAY CLEAR
           DISPLAY SCR-LIST
           ACCEPT SCR-LIST.
       500-EXIT.
           EXIT.

       550-BUILD-LINE.
           ADD 1 TO WS-SHOWN
           MOVE MRS-PVN-ID TO WB-ID
           MOVE MRS-PVN-VENDOR-ID TO WB-VENDOR
           MOVE MRS-PVN-ENTERED-BY TO WB-ENTERED-BY
           MOVE MRS-PVN-ENTERED-DATE TO WB-ENTERED-DATE
           MOVE SPACES TO WB-SHARE
           MOVE SPACES TO WB-DATES
           MOVE SPACES TO WB-PAY
           IF MRS-PVN-OLD-SHARE-PCT NOT = MRS-PVN-NEW-SHARE-PCT
               MOVE "SHARE" TO WB-SHARE
           END-IF
           IF MRS-PVN-OLD-START NOT = MRS-PVN-NEW-START OR
              MRS-PVN-OLD-EXPIRE NOT = MRS-PVN-NEW-EXPIRE
               MOVE "DATES" TO WB-DATES
           END-IF
           IF MRS-PVN-OLD-PAY-METHOD NOT = MRS-PVN-NEW-PAY-METHOD OR
              MRS-PVN-OLD-ROUTING NOT = MRS-PVN-NEW-ROUTING OR
              MRS-PVN-OLD-ACCOUNT NOT = MRS-PVN-NEW-ACCOUNT OR
              MRS-PVN-OLD-ACCT-TYPE NOT = MRS-PVN-NEW-ACCT-TYPE
               MOVE "PAYMENT" TO WB-PAY
           END-IF
           MOVE WS-LINE-BUILD TO WS-LIST-LINE(WS-SHOWN).
       550-EXIT.
           EXIT.

      * Puts the approved terms on the vendor record under the same
      * record lock vendor update takes. Comes back with WS-LOCK-BUSY
      * "Y" if another terminal holds the vendor, or WS-VENDOR-FOUND
      * "N" if the vendor has gone or its terms are no longer the
      * ones the change was keyed against - either way nothing moves.
       600-APPLY-TERMS.
           PERFORM 800-ACQUIRE-LOCK THRU 800-END
           IF WS-LOCK-BUSY = "Y"
               GO TO 600-EXIT
           END-IF
           PERFORM 450-READ-VENDOR THRU 450-EXIT
           IF WS-VENDOR-FOUND NOT = "Y"
               GO TO 600-RELEASE
           END-IF
           IF MRS-VENDOR-CONTRACT-START NOT = MRS-PVN-OLD-START OR
              MRS-VENDOR-CONTRACT-EXPIRE NOT = MRS-PVN-OLD-EXPIRE OR
              MRS-VENDOR-REVENUE-SHARE-PCT NOT = MRS-PVN-OLD-SHARE-PCT
              OR MRS-VENDOR-PAY-METHOD NOT = MRS-PVN-OLD-PAY-METHOD
              OR MRS-VENDOR-BANK-ROUTING NOT = MRS-PVN-OLD-ROUTING
              OR MRS-VENDOR-BANK-ACCOUNT NOT = MRS-PVN-OLD-ACCOUNT
              OR MRS-VENDOR-ACCOUNT-TYPE NOT = MRS-PVN-OLD-ACCT-TYPE
               MOVE "N" TO WS-VENDOR-FOUND
               GO TO 600-RELEASE
           END-IF
           MOVE MRS-PVN-NEW-START TO MRS-VENDOR-CONTRACT-START
           MOVE MRS-PVN-NEW-EXPIRE TO MRS-VENDOR-CONTRACT-EXPIRE
           MOVE MRS-PVN-NEW-SHARE-PCT TO MRS-VENDOR-REVENUE-SHARE-PCT
           MOVE MRS-PVN-NEW-PAY-METHOD TO MRS-VENDOR-PAY-METHOD
           MOVE MRS-PVN-NEW-ROUTING TO MRS-VENDOR-BANK-ROUTING
           MOVE MRS-PVN-NEW-ACCOUNT TO MRS-VENDOR-BANK-ACCOUNT
           MOVE MRS-PVN-NEW-ACCT-TYPE TO MRS-VENDOR-ACCOUNT-TYPE
           REWRITE MRS-VENDOR-REC
           END-REWRITE
           MOVE "VENDOR" TO MRS-JP-FILE-TAG
           MOVE "R" TO MRS-JP-ACTION
           MOVE MRS-VENDOR-REC TO MRS-JP-IMAGE
           CALL "MRS-6450" USING MRS-JRN-PUT
           PERFORM 920-WRITE-CHANGE-HIST THRU 920-EXIT.
       600-RELEASE.
           PERFORM 850-RELEASE-LOCK THRU 850-END.
       600-EXIT.
           EXIT.

      * Claims the vendor record for this terminal, or learns who
      * already holds it. No lock file on disk runs unlocked.
       800-ACQUIRE-LOCK.
           MOVE "N" TO WS-LOCK-BUSY
           MOVE "N" TO WS-LOCK-HELD
           IF WS-LCK-STATUS NOT = '00'
               GO TO 800-END
           END-IF
           MOVE "MRS-VEND" TO MRS-LCK-FILE-TAG
           MOVE MRS-PVN-VENDOR-ID TO MRS-LCK-REC-KEY
           READ MRS-LOCK-FILE
               INVALID KEY
                   MOVE "MRS-VEND" TO MRS-LCK-FILE-TAG
                   MOVE MRS-PVN-VENDOR-ID TO MRS-LCK-REC-KEY
                   MOVE MRS-SIGNON-OPERATOR TO MRS-LCK-OPERATOR
                   MOVE FUNCTION CURRENT-DATE TO WS-DATETIME
                   MOVE WS-DATETIME(1:8) TO MRS-LCK-DATE
                   MOVE WS-DATETIME(9:6) TO MRS-LCK-TIME
                   WRITE MRS-LOCK-REC
                       INVALID KEY
                           MOVE "Y" TO WS-LOCK-BUSY
                       NOT INVALID KEY
                           MOVE "Y" TO WS-LOCK-HELD
                   END-WRITE
               NOT INVALID KEY
                   IF MRS-LCK-OPERATOR = MRS-SIGNON-OPERATOR
                       MOVE "Y" TO WS-LOCK-HELD
                   ELSE
                       MOVE "Y" TO WS-LOCK-BUSY
                   END-IF
           END-READ.
       800-END.
           EXIT.

       850-RELEASE-LOCK.
           IF WS-LOCK-HELD NOT = "Y" OR WS-LCK-STATUS NOT = '00'
               GO TO 850-END
           END-IF
           MOVE "MRS-VEND" TO MRS-LCK-FILE-TAG
           MOVE MRS-PVN-VENDOR-ID TO MRS-LCK-REC-KEY
           READ MRS-LOCK-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   DELETE MRS-LOCK-FILE
                   END-DELETE
           END-READ
           MOVE "N" TO WS-LOCK-HELD.
       850-END.
           EXIT.

       900-WRITE-AUDIT.
           MOVE WS-YEAR TO MRS-AUD-YEAR
           MOVE WS-MONTH TO MRS-AUD-MONTH
           MOVE WS-DAY TO MRS-AUD-DAY
           MOVE "MRS-2850" TO MRS-AUD-PROGRAM
           MOVE SPACES TO WS-AUD-KEY
           MOVE MRS-PVN-ID TO WS-AUD-KEY(1:4)
           MOVE MRS-PVN-VENDOR-ID TO WS-AUD-KEY(6:2)
           MOVE WS-AUD-KEY TO MRS-AUD-KEY
           MOVE MRS-SIGNON-OPERATOR TO MRS-AUD-OPERATOR
           COPY "CPYBOOKS/MRS-AUDSEQ.CPY".
           WRITE MRS-AUDIT-REC.
       900-EXIT.
           EXIT.

      * One change-detail line per term the approval moved, written
      * the way vendor update writes them.
       920-WRITE-CHANGE-HIST.
           IF MRS-PVN-OLD-START NOT = MRS-PVN-NEW-START
               MOVE "CONTR-START" TO MRS-CH-FIELD
               MOVE MRS-PVN-OLD-START TO MRS-CH-OLD-VALUE
               MOVE MRS-PVN-NEW-START TO MRS-CH-NEW-VALUE
               PERFORM 930-WRITE-CH-LINE THRU 930-EXIT
           END-IF
           IF MRS-PVN-OLD-EXPIRE NOT = MRS-PVN-NEW-EXPIRE
               MOVE "CONTRACT-EXP" TO MRS-CH-FIELD
               MOVE MRS-PVN-OLD-EXPIRE TO MRS-CH-OLD-VALUE
               MOVE MRS-PVN-NEW-EXPIRE TO MRS-CH-NEW-VALUE
               PERFORM 930-WRITE-CH-LINE THRU 930-EXIT
           END-IF
           IF MRS-PVN-OLD-SHARE-PCT NOT = MRS-PVN-NEW-SHARE-PCT
               MOVE "REV-SHARE" TO MRS-CH-FIELD
               MOVE MRS-PVN-OLD-SHARE-PCT TO WS-PCT-EDIT
               MOVE WS-PCT-EDIT TO MRS-CH-OLD-VALUE
               MOVE MRS-PVN-NEW-SHARE-PCT TO WS-PCT-EDIT
               MOVE WS-PCT-EDIT TO MRS-CH-NEW-VALUE
               PERFORM 930-WRITE-CH-LINE THRU 930-EXIT
           END-IF
           IF MRS-PVN-OLD-PAY-METHOD NOT = MRS-PVN-NEW-PAY-METHOD
               MOVE "PAY-METHOD" TO MRS-CH-FIELD
               MOVE MRS-PVN-OLD-PAY-METHOD TO MRS-CH-OLD-VALUE
               MOVE MRS-PVN-NEW-PAY-METHOD TO MRS-CH-NEW-VALUE
               PERFORM 930-WRITE-CH-LINE THRU 930-EXIT
           END-IF
           IF MRS-PVN-OLD-ROUTING NOT = MRS-PVN-NEW-ROUTING
               MOVE "BANK-ROUTING" TO MRS-CH-FIELD
               MOVE MRS-PVN-OLD-ROUTING TO MRS-CH-OLD-VALUE
               MOVE MRS-PVN-NEW-ROUTING TO MRS-CH-NEW-VALUE
               PERFORM 930-WRITE-CH-LINE THRU 930-EXIT
           END-IF
           IF MRS-PVN-OLD-ACCOUNT NOT = MRS-PVN-NEW-ACCOUNT
               MOVE "BANK-ACCOUNT" TO MRS-CH-FIELD
               MOVE MRS-PVN-OLD-ACCOUNT TO WS-ACCT-IN
               PERFORM 940-MASK-ACCOUNT THRU 940-EXIT
               MOVE WS-ACCT-MASK TO MRS-CH-OLD-VALUE
               MOVE MRS-PVN-NEW-ACCOUNT TO WS-ACCT-IN
               PERFORM 940-MASK-ACCOUNT THRU 940-EXIT
               MOVE WS-ACCT-MASK TO MRS-CH-NEW-VALUE
               PERFORM 930-WRITE-CH-LINE THRU 930-EXIT
           END-IF
           IF MRS-PVN-OLD-ACCT-TYPE NOT = MRS-PVN-NEW-ACCT-TYPE
               MOVE "ACCT-TYPE" TO MRS-CH-FIELD
               MOVE MRS-PVN-OLD-ACCT-TYPE TO MRS-CH-OLD-VALUE
               MOVE MRS-PVN-NEW-ACCT-TYPE TO MRS-CH-NEW-VALUE
               PERFORM 930-WRITE-CH-LINE THRU 930-EXIT
           END-IF.
       920-EXIT.
           EXIT.

       930-WRITE-CH-LINE.
           MOVE WS-YEAR TO MRS-CH-YEAR
           MOVE WS-MONTH TO MRS-CH-MONTH
           MOVE WS-DAY TO MRS-CH-DAY
           MOVE "MRS-2850" TO MRS-CH-PROGRAM
           MOVE MRS-VENDOR-ID TO MRS-CH-KEY
           MOVE MRS-SIGNON-OPERATOR TO MRS-CH-OPERATOR
           WRITE MRS-CH-REC.
       930-EXIT.
           EXIT.

      * Leaves the last four characters of the account number in
      * WS-ACCT-IN behind a row of asterisks in WS-ACCT-MASK.
       940-MASK-ACCOUNT.
           MOVE SPACES TO WS-ACCT-LAST-4
           IF WS-ACCT-IN = SPACES
               GO TO 940-EXIT
           END-IF
           MOVE FUNCTION REVERSE(WS-ACCT-IN) TO WS-ACCT-REV
           MOVE ZERO TO WS-ACCT-TRAIL
           INSPECT WS-ACCT-REV TALLYING WS-ACCT-TRAIL
               FOR LEADING SPACES
           IF WS-ACCT-TRAIL > 13
               MOVE WS-ACCT-IN(1:4) TO WS-ACCT-LAST-4
           ELSE
               MOVE WS-ACCT-IN(14 - WS-ACCT-TRAIL:4) TO WS-ACCT-LAST-4
           END-IF.
       940-EXIT.
           EXIT.

       end program MRS-2850.
