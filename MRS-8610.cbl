       WORKING-STORAGE SECTION.
       COPY "CPYBOOKS/FUNCTION-KEYS.CPY".
       COPY "CPYBOOKS/MRS-SIGNON.CPY".
       COPY "CPYBOOKS/MRS-TRNPUT.CPY".
       COPY "CPYBOOKS/MRS-GLAPUT.CPY".
       COPY "CPYBOOKS/MRS-GLPPUT.CPY".
       COPY "CPYBOOKS/DATETIME.CPY".

       01  WS-FILENAMES.

       01  WS-POSTING.
           05  WS-POSTNUM            PIC 9(3) VALUE ZERO.
           05  WS-ACCNUM-DEPOSIT     PIC 999.
           05  WS-PREFIX             PIC X(4) VALUE 'MRS-'.
           05  WS-JOR-BATCH          PIC 99 VALUE 94.

       FOREGROUND-COLOR 7.
           05  MV-TITLE-LINE.
               10  LINE 1 COL 1 VALUE "MRS861".
               10 COL 10 PIC X(8) FROM MRS-SIGNON-BANNER
                    FOREGROUND-COLOR 4.
               10  COL 30 VALUE "MOVIE THEATER SYSTEM".
               10  COL 70 PIC Z9 FROM WS-MONTH.
               10  COL 72 VALUE "/".
                   VALUE "NO CASH ON THE TRAIL FOR THAT DAY.".
               10  LINE 24 COL 40 VALUE "PRESS ENTER TO CONTINUE".
               10  COL 65 PIC X TO WV-ENTER.
           05  NO-GL-MSG FOREGROUND-COLOR 4.
               10  LINE 22 COL 10
                   VALUE "GL ACCOUNTS NOT IN ORDER - SEE REPORT".
               10  LINE 24 COL 40 VALUE "PRESS ENTER TO CONTINUE".
               10  COL 65 PIC X TO WV-ENTER.

       PROCEDURE DIVISION.
       100-MAIN.
               GOBACK
           END-IF

      *    The accounts come off the chart of accounts; a source with
      *    no single active account refuses the screen before anything
      *    is posted (MRS-5020 prints why).
           MOVE "MRS-8610" TO MRS-GAP-PROGRAM
           MOVE "**" TO MRS-GAP-SITE
           MOVE 1 TO MRS-GAP-COUNT
           MOVE "DEPOSIT" TO MRS-GAP-SOURCE(1)
           CALL "MRS-5020" USING MRS-GLA-PUT
           IF MRS-GAP-ANSWER NOT = "Y"
               DISPLAY NO-GL-MSG
               ACCEPT NO-GL-MSG
               GOBACK
           END-IF
           MOVE MRS-GAP-ACC-NUM(1) TO WS-ACCNUM-DEPOSIT
           OPEN EXTEND MRS-OVRSHORT-FILE
           OPEN OUTPUT MRS-DEPOSIT-SLIP
           OPEN EXTEND MRS-GL-POST-FILE
                          MRS-TSL-TENDER NOT = "K" AND
                          MRS-TSL-TENDER NOT = "P" AND
                          MRS-TSL-TENDER NOT = "G" AND
                          MRS-TSL-TENDER NOT = "L" AND
                          MRS-TSL-TENDER NOT = "O"
                           PERFORM 250-TALLY-LINE THRU 250-EXIT
                       END-IF
               END-READ
           MOVE WS-TODAY-NUM TO MRS-GL-JOR-DATE
           MOVE WS-JOR-BATCH TO MRS-GL-JOR-NUM
           MOVE "BANK DEPOSIT - COUNTED CASH" TO MRS-GL-DESC
           MOVE "MRS-8610" TO MRS-GPP-PROGRAM
           MOVE MRS-SIGNON-SITE TO MRS-GPP-SITE
           CALL "MRS-5040" USING MRS-GLP-PUT MRS-GL-POST-REC
           WRITE MRS-GL-POST-REC.
       500-EXIT.
           EXIT.
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

