       WORKING-STORAGE SECTION.
       COPY "CPYBOOKS/FUNCTION-KEYS.CPY".
       COPY "CPYBOOKS/MRS-SIGNON.CPY".
       COPY "CPYBOOKS/MRS-SEQPUT.CPY".
       COPY "CPYBOOKS/MRS-TRNPUT.CPY".
       COPY "CPYBOOKS/DATETIME.CPY".

       01 WS-FILENAMES.
       FOREGROUND-COLOR 7.
         05 MV-TITLE-LINE.
           10 LINE 1 COL 1 VALUE "MRS115".
           10 COL 10 PIC X(8) FROM MRS-SIGNON-BANNER
                FOREGROUND-COLOR 4.
           10 COL 30 VALUE "MOVIE THEATER SYSTEM".
           10 COL 70 PIC Z9 FROM WS-MONTH.
           10 COL 72 VALUE "/".
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

           MOVE "MRS-1150" TO MRS-AUD-PROGRAM
           MOVE MRS-PER-KEY TO MRS-AUD-KEY
           MOVE MRS-SIGNON-OPERATOR TO MRS-AUD-OPERATOR
           COPY "CPYBOOKS/MRS-AUDSEQ.CPY".
           WRITE MRS-AUDIT-REC.
       900-EXIT.
           EXIT.
