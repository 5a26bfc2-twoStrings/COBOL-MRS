       WORKING-STORAGE SECTION.
       COPY "CPYBOOKS/FUNCTION-KEYS.CPY".
       COPY "CPYBOOKS/MRS-SIGNON.CPY".
       COPY "CPYBOOKS/MRS-SEQPUT.CPY".
       COPY "CPYBOOKS/MRS-TRNPUT.CPY".
       COPY "CPYBOOKS/MRS-GLAPUT.CPY".
       COPY "CPYBOOKS/MRS-GLPPUT.CPY".
       COPY "CPYBOOKS/DATETIME.CPY".

       01 WS-FILENAMES.

       01 WS-GL-WORK.
         05 WS-POSTNUM PIC 9(3) VALUE ZERO.
         05 WS-ACCNUM-VENDOR PIC 999.
         05 WS-PREFIX PIC X(4) VALUE 'MRS-'.
         05 WS-JOR-BATCH PIC 99 VALUE 97.

       FOREGROUND-COLOR 7.
         05 MV-TITLE-LINE.
           10 LINE 1 COL 1 VALUE "MRS465".
           10 COL 10 PIC X(8) FROM MRS-SIGNON-BANNER
                FOREGROUND-COLOR 4.
           10 COL 30 VALUE "MOVIE THEATER SYSTEM".
           10 COL 70 PIC Z9 FROM WS-MONTH.
           10 COL 72 VALUE "/".
           10 LINE 22 COL 10 VALUE "NO DISPUTE FILE ON DISK YET".
           10 LINE 24 COL 40 VALUE "PRESS ENTER TO CONTINUE".
           10 COL 65 PIC X TO WS-ENTER.
         05 NO-GL-MSG FOREGROUND-COLOR 4.
           10 LINE 22 COL 10
             VALUE "GL ACCOUNTS NOT IN ORDER - SEE EXCEPTION REPORT".
           10 LINE 24 COL 40 VALUE "PRESS ENTER TO CONTINUE".
           10 COL 65 PIC X TO WS-ENTER.

       PROCEDURE DIVISION.
       100-MAIN.
           MOVE MRS-SIGNON-OPERATOR TO WS-OPERATOR-ID
           COMPUTE WS-TODAY-NUM =
               (WS-YEAR * 10000) + (WS-MONTH * 100) + WS-DAY
      *    The accounts come off the chart of accounts; a source with
      *    no single active account refuses the screen before anything
      *    is posted (MRS-5020 prints why).
           MOVE "MRS-4650" TO MRS-GAP-PROGRAM
           MOVE "**" TO MRS-GAP-SITE
           MOVE 1 TO MRS-GAP-COUNT
           MOVE "VENDPAY" TO MRS-GAP-SOURCE(1)
           CALL "MRS-5020" USING MRS-GLA-PUT
           IF MRS-GAP-ANSWER NOT = "Y"
               DISPLAY CLEAR
               DISPLAY NO-GL-MSG
               ACCEPT NO-GL-MSG
               GOBACK
           END-IF
           MOVE MRS-GAP-ACC-NUM(1) TO WS-ACCNUM-VENDOR
           OPEN I-O MRS-DISPUTE-FILE
           IF WS-DSP-FILE-ST NOT = '00'
               DISPLAY CLEAR
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

           MOVE WS-TODAY-NUM TO MRS-GL-JOR-DATE
           MOVE WS-JOR-BATCH TO MRS-GL-JOR-NUM
           MOVE "VENDOR DISPUTE ADJUSTMENT" TO MRS-GL-DESC
           MOVE "MRS-4650" TO MRS-GPP-PROGRAM
           MOVE "**" TO MRS-GPP-SITE
           CALL "MRS-5040" USING MRS-GLP-PUT MRS-GL-POST-REC
           WRITE MRS-GL-POST-REC.
       450-EXIT.
           EXIT.
           MOVE "MRS-4650" TO MRS-AUD-PROGRAM
           MOVE MRS-DSP-ID TO MRS-AUD-KEY
           MOVE WS-OPERATOR-ID TO MRS-AUD-OPERATOR
           COPY "CPYBOOKS/MRS-AUDSEQ.CPY".
           WRITE MRS-AUDIT-REC.
       900-EXIT.
           EXIT.
