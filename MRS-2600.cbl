       COPY "CPYBOOKS/MRS-JRNPUT.CPY".
       COPY "./CPYBOOKS/FUNCTION-KEYS.CPY".
       COPY "./CPYBOOKS/MRS-SIGNON.CPY".
       COPY "./CPYBOOKS/MRS-SEQPUT.CPY".
       COPY "./CPYBOOKS/MRS-TRNPUT.CPY".
       01  WORKING-VARIABLES.
           05  WV-ENTER           PIC X.
           05  WS-OPERATOR-ID     PIC X(8).
          05 WO-VENDOR-CONTRACT-EXPIRE             PIC X(8).
          05 WO-VENDOR-REVENUE-SHARE-PCT           PIC 9(2)V99.
          05 WO-VENDOR-ACTIVE-FLAG                 PIC X.
          05 WO-VENDOR-TAX-ID                      PIC X(11).
          05 WO-VENDOR-1099-FLAG                   PIC X.
          05 WO-VENDOR-ADDRESS                     PIC X(30).
          05 WO-VENDOR-CITY                        PIC X(20).
          05 WO-VENDOR-STATE                       PIC X(2).
          05 WO-VENDOR-ZIP                         PIC X(10).
          05 WO-VENDOR-PAY-METHOD                  PIC X.
          05 WO-VENDOR-BANK-ROUTING                PIC X(9).
          05 WO-VENDOR-BANK-ACCOUNT                PIC X(17).
          05 WO-VENDOR-ACCOUNT-TYPE                PIC X.

       01 WS-SEARCH.
         05 ERRMSG PIC X(30).
       FOREGROUND-COLOR 7.
         05 MV-TITLE-LINE.
           10 LINE 1 COL 1 VALUE "MRS260".
           10 COL 10 PIC X(8) FROM MRS-SIGNON-BANNER
                FOREGROUND-COLOR 4.
           10 COL 30 VALUE "MOVIE THEATER SYSTEM".
           10 COL 70 PIC 99 FROM WS-MONTH.
           10 COL 72 VALUE "/".
         05 SCR1-R15.
           10 LINE 15 COL 18 VALUE "ACTIVE FLAG:".
           10 COL 32 PIC X FROM WO-VENDOR-ACTIVE-FLAG.
         05 SCR1-R16.
           10 LINE 16 COL 23 VALUE "TAX ID:".
           10 COL 32 PIC X(11) TO WO-VENDOR-TAX-ID REVERSE-VIDEO.
         05 SCR1-R17.
           10 LINE 17 COL 14 VALUE "1099 FLAG (Y/N):".
           10 COL 32 PIC X USING WO-VENDOR-1099-FLAG REVERSE-VIDEO.
         05 SCR1-R18.
           10 LINE 18 COL 22 VALUE "ADDRESS:".
           10 COL 32 PIC X(30) TO WO-VENDOR-ADDRESS REVERSE-VIDEO.
         05 SCR1-R19.
           10 LINE 19 COL 25 VALUE "CITY:".
           10 COL 32 PIC X(20) TO WO-VENDOR-CITY REVERSE-VIDEO.
           10 COL 54 VALUE "ST:".
           10 COL 58 PIC X(2) TO WO-VENDOR-STATE REVERSE-VIDEO.
           10 COL 61 VALUE "ZIP:".
           10 COL 66 PIC X(10) TO WO-VENDOR-ZIP REVERSE-VIDEO.
         05 SCR1-R20.
           10 LINE 20 COL 17 VALUE "PAY BY (C/A):".
           10 COL 32 PIC X USING WO-VENDOR-PAY-METHOD REVERSE-VIDEO.
           10 COL 36 VALUE "ROUTING:".
           10 COL 45 PIC X(9) TO WO-VENDOR-BANK-ROUTING REVERSE-VIDEO.
         05 SCR1-R21.
           10 LINE 21 COL 19 VALUE "ACCOUNT NO:".
           10 COL 32 PIC X(17) TO WO-VENDOR-BANK-ACCOUNT
              REVERSE-VIDEO.
           10 COL 51 VALUE "TYPE (C/S):".
           10 COL 63 PIC X USING WO-VENDOR-ACCOUNT-TYPE REVERSE-VIDEO.


       01 MSG.
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

       300-CREATE.
           MOVE "N" TO MRS-VENDOR-ACTIVE-FLAG
           MOVE "N" TO WO-VENDOR-ACTIVE-FLAG
      *    A new vendor is taken as 1099-reportable until someone
      *    keys the exemption off its W-9.
           MOVE "Y" TO WO-VENDOR-1099-FLAG
           MOVE "C" TO WO-VENDOR-PAY-METHOD
           MOVE "C" TO WO-VENDOR-ACCOUNT-TYPE
           DISPLAY SCR-DETAIL
           ACCEPT SCR-DETAIL
           IF(F3)
               ACCEPT CONFIRM-ADD
           END-IF
           IF (WS-CONFIRM = 'Y' AND NOT F3)
               MOVE SPACES TO MRS-VENDOR-REC
               MOVE WO-VENDOR-ID TO MRS-VENDOR-ID
               MOVE WO-VENDOR-COMPANY TO MRS-VENDOR-COMPANY
               MOVE WO-VENDOR-CONTACT-NAME TO MRS-VENDOR-CONTACT-NAME
                   TO MRS-VENDOR-CONTRACT-EXPIRE
               MOVE WO-VENDOR-REVENUE-SHARE-PCT
                   TO MRS-VENDOR-REVENUE-SHARE-PCT
               MOVE WO-VENDOR-ACTIVE-FLAG TO MRS-VENDOR-ACTIVE-FLAG
               MOVE WO-VENDOR-TAX-ID TO MRS-VENDOR-TAX-ID
               IF WO-VENDOR-1099-FLAG NOT = "N"
                   MOVE "Y" TO WO-VENDOR-1099-FLAG
               END-IF
               MOVE WO-VENDOR-1099-FLAG TO MRS-VENDOR-1099-FLAG
               MOVE WO-VENDOR-ADDRESS TO MRS-VENDOR-ADDRESS
               MOVE WO-VENDOR-CITY TO MRS-VENDOR-CITY
               MOVE WO-VENDOR-STATE TO MRS-VENDOR-STATE
               MOVE WO-VENDOR-ZIP TO MRS-VENDOR-ZIP
               MOVE WO-VENDOR-PAY-METHOD TO MRS-VENDOR-PAY-METHOD
               MOVE WO-VENDOR-BANK-ROUTING TO MRS-VENDOR-BANK-ROUTING
               MOVE WO-VENDOR-BANK-ACCOUNT TO MRS-VENDOR-BANK-ACCOUNT
               MOVE WO-VENDOR-ACCOUNT-TYPE TO MRS-VENDOR-ACCOUNT-TYPE
               WRITE MRS-VENDOR-REC
               MOVE "VENDOR" TO MRS-JP-FILE-TAG
               MOVE "W" TO MRS-JP-ACTION
           MOVE "ADD" TO MRS-AUD-ACTION
           MOVE MRS-VENDOR-ID TO MRS-AUD-KEY
           MOVE WS-OPERATOR-ID TO MRS-AUD-OPERATOR
           COPY "./CPYBOOKS/MRS-AUDSEQ.CPY".
           WRITE MRS-AUDIT-REC.
       900-EXIT.
           EXIT.
