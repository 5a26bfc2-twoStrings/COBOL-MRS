                   ASSIGN TO UT-SYS-MRS-RENT
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS MRS-RENT-ID
                   ALTERNATE KEY IS MRS-RENT-COPY-KEY
                   WITH DUPLICATES.

               SELECT MRS-SCH-INFO-FILE
                   ASSIGN TO UT-SYS-MRS-SCH
       COPY "CPYBOOKS/MRS-JRNPUT.CPY".
       COPY "./CPYBOOKS/FUNCTION-KEYS.CPY".
       COPY "./CPYBOOKS/MRS-SIGNON.CPY".
       COPY "./CPYBOOKS/MRS-SEQPUT.CPY".
       COPY "./CPYBOOKS/MRS-TRNPUT.CPY".
       COPY "./CPYBOOKS/MRS-PERMCHK.CPY".
       01 WS-GATE-ENTER PIC X.
 
       FOREGROUND-COLOR 7.
         05 MV-TITLE-LINE.
           10 LINE 1 COL 1 VALUE "MRS220".
           10 COL 10 PIC X(8) FROM MRS-SIGNON-BANNER
                FOREGROUND-COLOR 4.
           10 COL 30 VALUE "MOVIE THEATER SYSTEM".
           10 COL 70 PIC 99 FROM WS-MONTH.
           10 COL 72 VALUE "/".
       FOREGROUND-COLOR 7.
         05 MV-TITLE-LINE.
           10 LINE 1 COL 1 VALUE "MRS220".
           10 COL 10 PIC X(8) FROM MRS-SIGNON-BANNER
                FOREGROUND-COLOR 4.
           10 COL 30 VALUE "MOVIE THEATER SYSTEM".
           10 COL 70 PIC 99 FROM WS-MONTH.
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

           MOVE "DISCON" TO MRS-AUD-ACTION
           MOVE MRS-MOVIE-KEY TO MRS-AUD-KEY
           MOVE WS-OPERATOR-ID TO MRS-AUD-OPERATOR
           COPY "./CPYBOOKS/MRS-AUDSEQ.CPY".
           WRITE MRS-AUDIT-REC.
       910-EXIT.
           EXIT.
           MOVE "DELETE" TO MRS-AUD-ACTION
           MOVE MRS-MOVIE-KEY TO MRS-AUD-KEY
           MOVE WS-OPERATOR-ID TO MRS-AUD-OPERATOR
           COPY "./CPYBOOKS/MRS-AUDSEQ.CPY".
           WRITE MRS-AUDIT-REC.
       900-EXIT.
           EXIT.
