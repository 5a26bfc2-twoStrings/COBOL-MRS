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
       COPY "CPYBOOKS/MRS-GLAPUT.CPY".
       COPY "CPYBOOKS/MRS-GLPPUT.CPY".
       COPY "CPYBOOKS/DATETIME.CPY".

       01  WORKING-VARIABLES.
           05  WV-MODE               PIC X.
           05  WV-SCR-NUM            PIC 99.
           05  WV-DATE               PIC 9(8).
           05  WV-TIME               PIC 9(4).
           05  WV-MINUTES            PIC 9(3).

       01  WS-POSTING.
           05  WS-POSTNUM            PIC 9(3) VALUE ZERO.
           05  WS-ACCNUM-PRIVATE     PIC 999.
           05  WS-PREFIX             PIC X(4) VALUE 'MRS-'.
           05  WS-JOR-BATCH          PIC 99 VALUE 93.

                                            FOREGROUND-COLOR 7.
           05  PV-TITLE-LINE.
               10  LINE 1 COL 1            VALUE "MRS365".
               10 COL 10 PIC X(8) FROM MRS-SIGNON-BANNER
                    FOREGROUND-COLOR 4.
               10         COL 30           VALUE "MOVIE THEATER SYSTEM".
               10         COL 70           PIC Z9 FROM WS-MONTH.
               10         COL 72           VALUE "/".
       01  PVT-BOOK-SCREEN.
           05  PVT-BOOK-ENTRY.
               10  LINE 8  COL 14 VALUE "SCREEN NUMBER:".
               10          COL 32 PIC 99 TO WV-SCR-NUM REVERSE-VIDEO.
               10  LINE 9  COL 11 VALUE "DATE (YYYYMMDD):".
               10          COL 32 PIC 9(8) TO WV-DATE REVERSE-VIDEO.
               10  LINE 10 COL 10 VALUE "START TIME (HHMM):".
               10          COL 45 VALUE "PRESS ENTER TO CONTINUE".
               10          COL 70 PIC X TO WV-ENTER.

           05  PVT-NO-GL                    FOREGROUND-COLOR 4.
               10  LINE 23 COL 1 BLANK LINE.
               10          COL 10 VALUE "GL ACCOUNTS NOT IN ORDER -".
               10          COL 37 VALUE " SEE EXCEPTION REPORT.".
               10  LINE 24 COL 1 BLANK LINE.
               10          COL 45 VALUE "PRESS ENTER TO CONTINUE".
               10          COL 70 PIC X TO WV-ENTER.

       PROCEDURE DIVISION.
       100-MAIN.
      *    The accounts come off the chart of accounts; a source with
      *    no single active account refuses the screen before anything
      *    is posted (MRS-5020 prints why).
           MOVE "MRS-3650" TO MRS-GAP-PROGRAM
           MOVE "**" TO MRS-GAP-SITE
           MOVE 1 TO MRS-GAP-COUNT
           MOVE "PRIVATE" TO MRS-GAP-SOURCE(1)
           CALL "MRS-5020" USING MRS-GLA-PUT
           IF MRS-GAP-ANSWER NOT = "Y"
               DISPLAY PVT-NO-GL
               ACCEPT PVT-NO-GL
               GOBACK
           END-IF
           MOVE MRS-GAP-ACC-NUM(1) TO WS-ACCNUM-PRIVATE
           PERFORM 900-OPEN-FILES THRU 900-EXIT
           COPY "CPYBOOKS/ENABLE-KEYS.CPY".

           MOVE ZEROS TO MRS-SOLD-AT-CANCEL
           MOVE ZEROS TO MRS-ADA-SEATS
           MOVE MRS-SCR-SITE TO MRS-SHOW-SITE
           MOVE SPACES TO MRS-SHOW-ATTRS
           WRITE MRS-SHOW-REC
           END-WRITE
           MOVE "SHOW" TO MRS-JP-FILE-TAG
           MOVE WS-TODAY-NUM TO MRS-GL-JOR-DATE
           MOVE WS-JOR-BATCH TO MRS-GL-JOR-NUM
           MOVE "PRIVATE BOOKING FEE" TO MRS-GL-DESC
           MOVE "MRS-3650" TO MRS-GPP-PROGRAM
           MOVE MRS-SHOW-SITE TO MRS-GPP-SITE
           CALL "MRS-5040" USING MRS-GLP-PUT MRS-GL-POST-REC
           WRITE MRS-GL-POST-REC.
       600-EXIT.
           EXIT.
           MOVE MRS-PVT-SHOW-ID TO WS-AUD-KEY
           MOVE WS-AUD-KEY TO MRS-AUD-KEY
           MOVE WS-OPERATOR-ID TO MRS-AUD-OPERATOR
           COPY "CPYBOOKS/MRS-AUDSEQ.CPY".
           WRITE MRS-AUDIT-REC.
       930-EXIT.
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
       160-EXIT.
           EXIT.

