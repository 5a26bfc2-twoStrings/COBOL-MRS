               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MRS-SHOW-ID
               ALTERNATE KEY IS MRS-SHOW-LOOKUP-KEY
               WITH DUPLICATES
               ALTERNATE KEY IS MRS-RENTAL-ID
               WITH DUPLICATES.

           SELECT MRS-SCREEN-FILE
       COPY "CPYBOOKS/MRS-JRNPUT.CPY".
       COPY "CPYBOOKS/FUNCTION-KEYS.CPY".
       COPY "CPYBOOKS/MRS-SIGNON.CPY".
       COPY "CPYBOOKS/MRS-SEQPUT.CPY".
       COPY "CPYBOOKS/MRS-TRNPUT.CPY".
       COPY "CPYBOOKS/DATETIME.CPY".

       01 WS-FILENAMES.
         05 WS-SHOW-FOUND PIC X.
         05 WS-OPERATOR-ID PIC X(8).
         05 WS-SHOW-ID-IN PIC 9(4).
         05 WS-SOLD-CALC PIC S9(4).
         05 WS-SOLD-SHOW PIC 999.
         05 WS-HOLD-STATUS PIC XX.
         05 WS-AR-STATUS PIC XX.
         05 WS-TIC-STATUS PIC XX.
         05 TIC-EOF PIC X.
         05 WS-RELEASED-CNT PIC 99.
         05 WS-RELEASED-SEATS PIC 9(3).
         05 WS-BAL-CALC PIC S9(4).
         05 WS-ADV-SEATS PIC S9(5).

       01 WS-RIPPLE-HDR.
       FOREGROUND-COLOR 7.
         05 MV-TITLE-LINE.
           10 LINE 1 COL 1 VALUE "MRS390".
           10 COL 10 PIC X(8) FROM MRS-SIGNON-BANNER
                FOREGROUND-COLOR 4.
           10 COL 30 VALUE "MOVIE THEATER SYSTEM".
           10 COL 70 PIC Z9 FROM WS-MONTH.
           10 COL 72 VALUE "/".
           10 COL 36 PIC 99 FROM MRS-SCREEN-NUMBER.
         05 SCR1-R10.
           10 LINE 10 COL 18 VALUE "SEATS REMAINING:".
           10 COL 36 PIC 999 FROM MRS-SEATS.
         05 SCR1-R11.
           10 LINE 11 COL 21 VALUE "SEATS SOLD:".
           10 COL 36 PIC 999 FROM WS-SOLD-SHOW.

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

           MOVE "CANCEL" TO MRS-AUD-ACTION
           MOVE MRS-SHOW-ID TO MRS-AUD-KEY
           MOVE WS-OPERATOR-ID TO MRS-AUD-OPERATOR
           COPY "CPYBOOKS/MRS-AUDSEQ.CPY".
           WRITE MRS-AUDIT-REC.
       900-EXIT.
           EXIT.
