       COPY "CPYBOOKS/MRS-JRNPUT.CPY".
       COPY "CPYBOOKS/FUNCTION-KEYS.CPY".
       COPY "CPYBOOKS/MRS-SIGNON.CPY".
       COPY "CPYBOOKS/MRS-SEQPUT.CPY".
       COPY "CPYBOOKS/MRS-TRNPUT.CPY".
       COPY "CPYBOOKS/DATETIME.CPY".

       01 WS-FILENAMES.
       FOREGROUND-COLOR 7.
         05 MV-TITLE-LINE.
           10 LINE 1 COL 1 VALUE "MRS450".
           10 COL 10 PIC X(8) FROM MRS-SIGNON-BANNER
                FOREGROUND-COLOR 4.
           10 COL 30 VALUE "MOVIE THEATER SYSTEM".
           10 COL 70 PIC Z9 FROM WS-MONTH.
           10 COL 72 VALUE "/".
         05 LINE 7 COL 20 VALUE "V = VIEW COPY".
         05 LINE 8 COL 20 VALUE "I = INSPECTION LOG".
         05 LINE 8 COL 45 VALUE "T = TRANSFERS".
         05 LINE 7 COL 45 VALUE "S = VENDOR SHIPMENTS".
         05 LINE 9 COL 20 VALUE "ACTION:".
         05 COL 32 PIC X TO WS-ACTION REVERSE-VIDEO.
         05 LINE 11 COL 17 VALUE "OPERATOR ID:".
           10 LINE 7 COL 26 VALUE "COPY NO:".
           10 COL 36 PIC 99 FROM WS-COPY-NO.
         05 SCR1-R8.
           10 LINE 8 COL 12 VALUE "FORMAT (35M/DCP/3D/BLU):".
           10 COL 37 PIC X(3) USING WS-FORMAT REVERSE-VIDEO.
         05 SCR1-R9.
           10 LINE 9 COL 17 VALUE "CONDITION (G/F/P):".
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

                           CLOSE MRS-COPY-FILE
                           CALL "MRS-4560"
                           OPEN I-O MRS-COPY-FILE
                       WHEN "S"
                           CALL "MRS-4570"
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
       280-VALIDATE-FIELDS.
           MOVE "Y" TO WS-FIELDS-VALID
           IF WS-FORMAT NOT = "35M" AND WS-FORMAT NOT = "DCP"
              AND WS-FORMAT NOT = "3D " AND WS-FORMAT NOT = "BLU"
               MOVE "N" TO WS-FIELDS-VALID
           END-IF
           IF WS-CONDITION NOT = "G" AND WS-CONDITION NOT = "F"
           END-IF
           MOVE MRS-CPY-KEY TO MRS-AUD-KEY
           MOVE WS-OPERATOR-ID TO MRS-AUD-OPERATOR
           COPY "CPYBOOKS/MRS-AUDSEQ.CPY".
           WRITE MRS-AUDIT-REC.
       900-EXIT.
           EXIT.
