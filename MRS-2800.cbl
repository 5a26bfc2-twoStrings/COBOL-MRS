                   ACCESS IS DYNAMIC
                   RECORD KEY IS MRS-LCK-KEY
                   FILE STATUS IS WS-LCK-STATUS.
               SELECT MRS-PENDVEN-FILE
                   ASSIGN TO UT-SYS-PENDVEN
                   ORGANIZATION IS INDEXED
                   ACCESS IS DYNAMIC
                   RECORD KEY IS MRS-PVN-ID
                   FILE STATUS IS WS-PVN-STATUS.

               SELECT MRS-AUDIT-FILE
                   ASSIGN TO UT-SYS-AUDIT
                   ORGANIZATION IS LINE SEQUENTIAL.
       FILE SECTION.
       COPY "./CPYBOOKS/MRS-VENDOR.CPY".
       COPY "./CPYBOOKS/MRS-LOCK.CPY".
       COPY "./CPYBOOKS/MRS-PENDVEN.CPY".
       COPY "./CPYBOOKS/MRS-AUDIT.CPY".
       COPY "./CPYBOOKS/MRS-CHANGE-HIST.CPY".
       COPY "./CPYBOOKS/MRS-FILE-CFG.CPY".
       COPY "CPYBOOKS/MRS-JRNPUT.CPY".
       COPY "./CPYBOOKS/FUNCTION-KEYS.CPY".
       COPY "./CPYBOOKS/MRS-SIGNON.CPY".
       COPY "./CPYBOOKS/MRS-SEQPUT.CPY".
       COPY "./CPYBOOKS/MRS-TRNPUT.CPY".


       01 WS-FILENAMES.
           VALUE "C:\COBOL\VENDOR-INDEXED.DAT".
         05 UT-SYS-LOCKFILE PIC X(50)
           VALUE "C:\COBOL\MRS-LOCK-INDEX.DAT".
         05 UT-SYS-PENDVEN PIC X(50)
           VALUE "C:\COBOL\MRS-PENDVEN-INDEX.DAT".
         05 UT-SYS-AUDIT PIC X(50)
           VALUE "C:\COBOL\MRS-AUDIT.LOG".
         05 UT-SYS-CHANGE-HIST PIC X(50)
         05 OLD-CONTRACT-EXPIRE PIC X(8).
         05 OLD-REV-SHARE-PCT PIC 9(2)V99.
         05 OLD-VEN-ACTIVE-FLAG PIC X.
         05 OLD-VENDOR-TAX-ID PIC X(11).
         05 OLD-VENDOR-1099-FLAG PIC X.
         05 OLD-VENDOR-ADDRESS PIC X(30).
         05 OLD-VENDOR-CITY PIC X(20).
         05 OLD-VENDOR-STATE PIC X(2).
         05 OLD-VENDOR-ZIP PIC X(10).
         05 OLD-VENDOR-PAY-METHOD PIC X.
         05 OLD-VENDOR-BANK-ROUTING PIC X(9).
         05 OLD-VENDOR-BANK-ACCOUNT PIC X(17).
         05 OLD-VENDOR-ACCOUNT-TYPE PIC X.
         05 FILLER PIC X(48).

      * Share, contract date, and payment changes are held on the
      * pending vendor change file for a second supervisor (MRS-2850)
      * rather than written to the vendor record.
       01 WS-HOLD-WORK.
         05 WS-PVN-STATUS PIC XX.
         05 WS-PVN-EOF PIC X.
         05 WS-PVN-BUSY PIC X.
         05 WS-TERMS-HELD PIC X.
         05 WS-NEXT-PVN-ID PIC 9(4).
         05 WS-TODAY-NUM PIC 9(8).

       01 WS-CHANGE-WORK.
         05 WS-PCT-EDIT PIC Z9.99.
      *  Bank account numbers go on the change trail masked to the
      *  last four digits.
         05 WS-ACCT-IN PIC X(17).
         05 WS-ACCT-REV PIC X(17).
         05 WS-ACCT-TRAIL PIC 99.
         05 WS-ACCT-MASK.
           10 FILLER PIC X(13) VALUE ALL "*".
           10 WS-ACCT-LAST-4 PIC X(4).

       SCREEN SECTION.
       01 CLEAR BLANK SCREEN PROMPT AUTO REQUIRED BACKGROUND-COLOR 0
       FOREGROUND-COLOR 7.
         05 MV-TITLE-LINE.
           10 LINE 1 COL 1 VALUE "MRS280".
           10 COL 10 PIC X(8) FROM MRS-SIGNON-BANNER
                FOREGROUND-COLOR 4.
           10 COL 30 VALUE "MOVIE THEATER SYSTEM".
           10 COL 70 PIC Z9 FROM WS-MONTH.
           10 COL 72 VALUE "/".
           10 REVERSE-VIDEO COL 38 PIC X TO WS-CONFIRM.
         05 HACKEY.
           10 LINE 23 PIC X(80) VALUE SPACES.
         05 TERMS-HELD-MSG FOREGROUND-COLOR 3.
           10 LINE 21 COL 9
             VALUE "SHARE, CONTRACT AND PAYMENT CHANGES HELD FOR".
           10 COL 54 VALUE " SUPERVISOR APPROVAL".
         05 TERMS-BUSY-MSG FOREGROUND-COLOR 4.
           10 LINE 21 COL 9
             VALUE "A TERMS CHANGE IS ALREADY PENDING - NEW TERMS".
           10 COL 54 VALUE " NOT SAVED".
         05 IN-USE-MSG FOREGROUND-COLOR 4.
           10 LINE 22 COL 9 PIC X(18) VALUE "RECORD IN USE BY:".
           10 COL 28 PIC X(8) FROM MRS-LCK-OPERATOR.
         05 SCR1-R14.
           10 LINE 14 COL 17 VALUE "ACTIVE FLAG:".
           10 COL 32 PIC X USING MRS-VENDOR-ACTIVE-FLAG REVERSE-VIDEO.
         05 SCR1-R15.
           10 LINE 15 COL 22 VALUE "TAX ID:".
           10 COL 32 PIC X(11) USING MRS-VENDOR-TAX-ID REVERSE-VIDEO.
         05 SCR1-R16.
           10 LINE 16 COL 13 VALUE "1099 FLAG (Y/N):".
           10 COL 32 PIC X USING MRS-VENDOR-1099-FLAG REVERSE-VIDEO.
         05 SCR1-R17.
           10 LINE 17 COL 21 VALUE "ADDRESS:".
           10 COL 32 PIC X(30) USING MRS-VENDOR-ADDRESS REVERSE-VIDEO.
         05 SCR1-R18.
           10 LINE 18 COL 24 VALUE "CITY:".
           10 COL 32 PIC X(20) USING MRS-VENDOR-CITY REVERSE-VIDEO.
           10 COL 54 VALUE "ST:".
           10 COL 58 PIC X(2) USING MRS-VENDOR-STATE REVERSE-VIDEO.
           10 COL 61 VALUE "ZIP:".
           10 COL 66 PIC X(10) USING MRS-VENDOR-ZIP REVERSE-VIDEO.
         05 SCR1-R19.
           10 LINE 19 COL 16 VALUE "PAY BY (C/A):".
           10 COL 32 PIC X USING MRS-VENDOR-PAY-METHOD REVERSE-VIDEO.
           10 COL 36 VALUE "ROUTING:".
           10 COL 45 PIC X(9) USING MRS-VENDOR-BANK-ROUTING
              REVERSE-VIDEO.
         05 SCR1-R20.
           10 LINE 20 COL 18 VALUE "ACCOUNT NO:".
           10 COL 32 PIC X(17) USING MRS-VENDOR-BANK-ACCOUNT
              REVERSE-VIDEO.
           10 COL 51 VALUE "TYPE (C/S):".
           10 COL 63 PIC X USING MRS-VENDOR-ACCOUNT-TYPE
              REVERSE-VIDEO.


       procedure division.
           CLOSE MRS-VENDOR-FILE
           CLOSE MRS-AUDIT-FILE
           CLOSE MRS-CHANGE-HIST-FILE
           CLOSE MRS-PENDVEN-FILE
           IF WS-LCK-STATUS = '00'
               CLOSE MRS-LOCK-FILE
           END-IF
               DISPLAY CLEAR
               DISPLAY SCR-REC
               ACCEPT SCR-REC
               IF MRS-VENDOR-1099-FLAG NOT = "N"
                   MOVE "Y" TO MRS-VENDOR-1099-FLAG
               END-IF
               DISPLAY CONFIRM-UPDATE
               ACCEPT CONFIRM-UPDATE
               IF WS-CONFIRM = "Y"
                   PERFORM 700-HOLD-TERMS THRU 700-END
                   IF WS-ISNEW IS NOT EQUAL TO MRS-VENDOR-ID
                       WRITE MRS-VENDOR-REC
                       MOVE "VENDOR" TO MRS-JP-FILE-TAG
                       MOVE MRS-VENDOR-REC TO MRS-JP-IMAGE
                       CALL "MRS-6450" USING MRS-JRN-PUT
                   END-IF
                   MOVE "UPDATE" TO MRS-AUD-ACTION
                   PERFORM 900-WRITE-AUDIT THRU 900-EXIT
                   PERFORM 920-WRITE-CHANGE-HIST THRU 920-EXIT
                   MOVE SUCCESS-UPDATE TO ERR-MSG
                   DISPLAY SUCCESS-ID
                   IF WS-TERMS-HELD = "Y"
                       DISPLAY TERMS-HELD-MSG
                   END-IF
                   IF WS-TERMS-HELD = "B"
                       DISPLAY TERMS-BUSY-MSG
                   END-IF
               END-IF
           ELSE
               DISPLAY ERR-3
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

                   MOVE CFG-PATH TO UT-SYS-DETAILFILE
               WHEN "LOCKFILE"
                   MOVE CFG-PATH TO UT-SYS-LOCKFILE
               WHEN "PENDVEN"
                   MOVE CFG-PATH TO UT-SYS-PENDVEN
               WHEN "AUDIT"
                   MOVE CFG-PATH TO UT-SYS-AUDIT
               WHEN "CHANGE-HIST"
       900-INIT.
           PERFORM 160-LOAD-FILE-CONFIG THRU 160-END
           MOVE FUNCTION CURRENT-DATE TO WS-DATETIME.
           COMPUTE WS-TODAY-NUM =
               (WS-YEAR * 10000) + (WS-MONTH * 100) + WS-DAY
           MOVE MRS-SIGNON-OPERATOR TO WS-OPERATOR-ID.
           MOVE SPACE TO WS-UPDATED
           OPEN I-O MRS-VENDOR-FILE.
           OPEN I-O MRS-PENDVEN-FILE
           IF WS-PVN-STATUS = '35'
               OPEN OUTPUT MRS-PENDVEN-FILE
               CLOSE MRS-PENDVEN-FILE
               OPEN I-O MRS-PENDVEN-FILE
           END-IF
           OPEN EXTEND MRS-AUDIT-FILE.
           OPEN EXTEND MRS-CHANGE-HIST-FILE.
           OPEN I-O MRS-LOCK-FILE.
           MOVE WS-MONTH TO MRS-AUD-MONTH
           MOVE WS-DAY TO MRS-AUD-DAY
           MOVE "MRS-2800" TO MRS-AUD-PROGRAM
           MOVE MRS-VENDOR-ID TO MRS-AUD-KEY
           MOVE WS-OPERATOR-ID TO MRS-AUD-OPERATOR
           COPY "./CPYBOOKS/MRS-AUDSEQ.CPY".
           WRITE MRS-AUDIT-REC.
       900-EXIT.
           EXIT.
               MOVE OLD-VEN-ACTIVE-FLAG TO MRS-CH-OLD-VALUE
               MOVE MRS-VENDOR-ACTIVE-FLAG TO MRS-CH-NEW-VALUE
               PERFORM 930-WRITE-CH-LINE THRU 930-EXIT
           END-IF
           IF OLD-VENDOR-TAX-ID NOT = MRS-VENDOR-TAX-ID
               MOVE "TAX-ID" TO MRS-CH-FIELD
               MOVE OLD-VENDOR-TAX-ID TO MRS-CH-OLD-VALUE
               MOVE MRS-VENDOR-TAX-ID TO MRS-CH-NEW-VALUE
               PERFORM 930-WRITE-CH-LINE THRU 930-EXIT
           END-IF
           IF OLD-VENDOR-1099-FLAG NOT = MRS-VENDOR-1099-FLAG
               MOVE "1099-FLAG" TO MRS-CH-FIELD
               MOVE OLD-VENDOR-1099-FLAG TO MRS-CH-OLD-VALUE
               MOVE MRS-VENDOR-1099-FLAG TO MRS-CH-NEW-VALUE
               PERFORM 930-WRITE-CH-LINE THRU 930-EXIT
           END-IF
           IF OLD-VENDOR-ADDRESS NOT = MRS-VENDOR-ADDRESS
               MOVE "ADDRESS" TO MRS-CH-FIELD
               MOVE OLD-VENDOR-ADDRESS TO MRS-CH-OLD-VALUE
               MOVE MRS-VENDOR-ADDRESS TO MRS-CH-NEW-VALUE
               PERFORM 930-WRITE-CH-LINE THRU 930-EXIT
           END-IF
           IF OLD-VENDOR-CITY NOT = MRS-VENDOR-CITY
               MOVE "CITY" TO MRS-CH-FIELD
               MOVE OLD-VENDOR-CITY TO MRS-CH-OLD-VALUE
               MOVE MRS-VENDOR-CITY TO MRS-CH-NEW-VALUE
               PERFORM 930-WRITE-CH-LINE THRU 930-EXIT
           END-IF
           IF OLD-VENDOR-STATE NOT = MRS-VENDOR-STATE
               MOVE "STATE" TO MRS-CH-FIELD
               MOVE OLD-VENDOR-STATE TO MRS-CH-OLD-VALUE
               MOVE MRS-VENDOR-STATE TO MRS-CH-NEW-VALUE
               PERFORM 930-WRITE-CH-LINE THRU 930-EXIT
           END-IF
           IF OLD-VENDOR-ZIP NOT = MRS-VENDOR-ZIP
               MOVE "ZIP" TO MRS-CH-FIELD
               MOVE OLD-VENDOR-ZIP TO MRS-CH-OLD-VALUE
               MOVE MRS-VENDOR-ZIP TO MRS-CH-NEW-VALUE
               PERFORM 930-WRITE-CH-LINE THRU 930-EXIT
           END-IF
           IF OLD-VENDOR-PAY-METHOD NOT = MRS-VENDOR-PAY-METHOD
               MOVE "PAY-METHOD" TO MRS-CH-FIELD
               MOVE OLD-VENDOR-PAY-METHOD TO MRS-CH-OLD-VALUE
               MOVE MRS-VENDOR-PAY-METHOD TO MRS-CH-NEW-VALUE
               PERFORM 930-WRITE-CH-LINE THRU 930-EXIT
           END-IF
           IF OLD-VENDOR-BANK-ROUTING NOT = MRS-VENDOR-BANK-ROUTING
               MOVE "BANK-ROUTING" TO MRS-CH-FIELD
               MOVE OLD-VENDOR-BANK-ROUTING TO MRS-CH-OLD-VALUE
               MOVE MRS-VENDOR-BANK-ROUTING TO MRS-CH-NEW-VALUE
               PERFORM 930-WRITE-CH-LINE THRU 930-EXIT
           END-IF
           IF OLD-VENDOR-BANK-ACCOUNT NOT = MRS-VENDOR-BANK-ACCOUNT
               MOVE "BANK-ACCOUNT" TO MRS-CH-FIELD
               MOVE OLD-VENDOR-BANK-ACCOUNT TO WS-ACCT-IN
               PERFORM 940-MASK-ACCOUNT THRU 940-EXIT
               MOVE WS-ACCT-MASK TO MRS-CH-OLD-VALUE
               MOVE MRS-VENDOR-BANK-ACCOUNT TO WS-ACCT-IN
               PERFORM 940-MASK-ACCOUNT THRU 940-EXIT
               MOVE WS-ACCT-MASK TO MRS-CH-NEW-VALUE
               PERFORM 930-WRITE-CH-LINE THRU 930-EXIT
           END-IF
           IF OLD-VENDOR-ACCOUNT-TYPE NOT = MRS-VENDOR-ACCOUNT-TYPE
               MOVE "ACCT-TYPE" TO MRS-CH-FIELD
               MOVE OLD-VENDOR-ACCOUNT-TYPE TO MRS-CH-OLD-VALUE
               MOVE MRS-VENDOR-ACCOUNT-TYPE TO MRS-CH-NEW-VALUE
               PERFORM 930-WRITE-CH-LINE THRU 930-EXIT
           END-IF.
       920-EXIT.
           EXIT.
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

      * Takes any change to the share, contract dates, or payment
      * details back off the record before it is saved and queues it
      * as a pending change instead, leaving the record with the
      * terms last approved. WS-TERMS-HELD comes back "Y" when a
      * change was queued, "B" when one was already pending for the
      * vendor and this one was dropped.
       700-HOLD-TERMS.
           MOVE "N" TO WS-TERMS-HELD
           IF OLD-CONTRACT-START = MRS-VENDOR-CONTRACT-START AND
              OLD-CONTRACT-EXPIRE = MRS-VENDOR-CONTRACT-EXPIRE AND
              OLD-REV-SHARE-PCT = MRS-VENDOR-REVENUE-SHARE-PCT AND
              OLD-VENDOR-PAY-METHOD = MRS-VENDOR-PAY-METHOD AND
              OLD-VENDOR-BANK-ROUTING = MRS-VENDOR-BANK-ROUTING AND
              OLD-VENDOR-BANK-ACCOUNT = MRS-VENDOR-BANK-ACCOUNT AND
              OLD-VENDOR-ACCOUNT-TYPE = MRS-VENDOR-ACCOUNT-TYPE
               GO TO 700-END
           END-IF
           PERFORM 720-SCAN-PENDING THRU 720-END
           IF WS-PVN-BUSY = "Y"
               MOVE "B" TO WS-TERMS-HELD
               PERFORM 740-RESTORE-TERMS THRU 740-END
               GO TO 700-END
           END-IF
           MOVE SPACES TO MRS-PENDVEN-REC
           ADD 1 TO WS-NEXT-PVN-ID
           MOVE WS-NEXT-PVN-ID TO MRS-PVN-ID
           MOVE MRS-VENDOR-ID TO MRS-PVN-VENDOR-ID
           MOVE "P" TO MRS-PVN-STATUS
           MOVE WS-OPERATOR-ID TO MRS-PVN-ENTERED-BY
           MOVE WS-TODAY-NUM TO MRS-PVN-ENTERED-DATE
           MOVE ZEROS TO MRS-PVN-DECIDED-DATE
           MOVE OLD-CONTRACT-START TO MRS-PVN-OLD-START
           MOVE OLD-CONTRACT-EXPIRE TO MRS-PVN-OLD-EXPIRE
           MOVE OLD-REV-SHARE-PCT TO MRS-PVN-OLD-SHARE-PCT
           MOVE OLD-VENDOR-PAY-METHOD TO MRS-PVN-OLD-PAY-METHOD
           MOVE OLD-VENDOR-BANK-ROUTING TO MRS-PVN-OLD-ROUTING
           MOVE OLD-VENDOR-BANK-ACCOUNT TO MRS-PVN-OLD-ACCOUNT
           MOVE OLD-VENDOR-ACCOUNT-TYPE TO MRS-PVN-OLD-ACCT-TYPE
           MOVE MRS-VENDOR-CONTRACT-START TO MRS-PVN-NEW-START
           MOVE MRS-VENDOR-CONTRACT-EXPIRE TO MRS-PVN-NEW-EXPIRE
           MOVE MRS-VENDOR-REVENUE-SHARE-PCT TO MRS-PVN-NEW-SHARE-PCT
           MOVE MRS-VENDOR-PAY-METHOD TO MRS-PVN-NEW-PAY-METHOD
           MOVE MRS-VENDOR-BANK-ROUTING TO MRS-PVN-NEW-ROUTING
           MOVE MRS-VENDOR-BANK-ACCOUNT TO MRS-PVN-NEW-ACCOUNT
           MOVE MRS-VENDOR-ACCOUNT-TYPE TO MRS-PVN-NEW-ACCT-TYPE
           WRITE MRS-PENDVEN-REC
           END-WRITE
           PERFORM 740-RESTORE-TERMS THRU 740-END
           MOVE "Y" TO WS-TERMS-HELD
           MOVE "HOLD" TO MRS-AUD-ACTION
           PERFORM 900-WRITE-AUDIT THRU 900-EXIT.
       700-END.
           EXIT.

      * Finds the highest change number on file, and whether this
      * vendor already has a change waiting on a supervisor.
       720-SCAN-PENDING.
           MOVE ZEROS TO WS-NEXT-PVN-ID
           MOVE "N" TO WS-PVN-BUSY
           MOVE "N" TO WS-PVN-EOF
           MOVE ZEROS TO MRS-PVN-ID
           START MRS-PENDVEN-FILE KEY IS NOT LESS THAN MRS-PVN-ID
               INVALID KEY
                   MOVE "Y" TO WS-PVN-EOF
           END-START
           PERFORM UNTIL WS-PVN-EOF = "Y"
               READ MRS-PENDVEN-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-PVN-EOF
                   NOT AT END
                       IF MRS-PVN-ID > WS-NEXT-PVN-ID
                           MOVE MRS-PVN-ID TO WS-NEXT-PVN-ID
                       END-IF
                       IF MRS-PVN-VENDOR-ID = MRS-VENDOR-ID AND
                          MRS-PVN-STATUS = "P"
                           MOVE "Y" TO WS-PVN-BUSY
                       END-IF
               END-READ
           END-PERFORM.
       720-END.
           EXIT.

       740-RESTORE-TERMS.
           MOVE OLD-CONTRACT-START TO MRS-VENDOR-CONTRACT-START
           MOVE OLD-CONTRACT-EXPIRE TO MRS-VENDOR-CONTRACT-EXPIRE
           MOVE OLD-REV-SHARE-PCT TO MRS-VENDOR-REVENUE-SHARE-PCT
           MOVE OLD-VENDOR-PAY-METHOD TO MRS-VENDOR-PAY-METHOD
           MOVE OLD-VENDOR-BANK-ROUTING TO MRS-VENDOR-BANK-ROUTING
           MOVE OLD-VENDOR-BANK-ACCOUNT TO MRS-VENDOR-BANK-ACCOUNT
           MOVE OLD-VENDOR-ACCOUNT-TYPE TO MRS-VENDOR-ACCOUNT-TYPE.
       740-END.
           EXIT.

      * Claims the vendor record for this terminal, or learns who
      * already holds it. No lock file on disk runs unlocked.
       800-ACQUIRE-LOCK.
