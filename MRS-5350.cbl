      * invoice flips to paid when the payments cover it, and every
      * payment posts to the GL feed the day it is applied - so group
      * money hits the books when the check arrives, not never.
      * Each payment line goes out with its other side, the same
      * amount against the cash account the check is banked to. The
      * session's lines are staged and handed to MRS-5030 when the
      * screen is left, which releases them to the feed only if the
      * journal nets to zero.
      *****************************************************************

       ENVIRONMENT DIVISION.
               FILE STATUS IS WS-AR-STATUS.

           SELECT MRS-GL-POST-FILE
               ASSIGN TO UT-SYS-GL-STAGE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STAGE-STATUS.

           SELECT MRS-AUDIT-FILE
               ASSIGN TO UT-SYS-AUDIT
       DATA DIVISION.
       FILE SECTION.
       COPY "CPYBOOKS/MRS-RECEIV.CPY".
       COPY "CPYBOOKS/MRS-GLSTG.CPY".
       COPY "CPYBOOKS/MRS-AUDIT.CPY".
       COPY "CPYBOOKS/MRS-FILE-CFG.CPY".

       WORKING-STORAGE SECTION.
       COPY "CPYBOOKS/FUNCTION-KEYS.CPY".
       COPY "CPYBOOKS/MRS-SIGNON.CPY".
       COPY "CPYBOOKS/MRS-SEQPUT.CPY".
       COPY "CPYBOOKS/MRS-TRNPUT.CPY".
       COPY "CPYBOOKS/MRS-GLAPUT.CPY".
       COPY "CPYBOOKS/MRS-GLRPUT.CPY".
       COPY "CPYBOOKS/DATETIME.CPY".

       01 WS-FILENAMES.
         05 UT-SYS-RECEIV PIC X(50)
           VALUE "C:\COBOL\MRS-RECEIV-INDEX.DAT".
         05 UT-SYS-GL-STAGE PIC X(50)
           VALUE "C:\COBOL\MRS-GL-STAGE-5350.DAT".
         05 UT-SYS-AUDIT PIC X(50) VALUE "C:\COBOL\MRS-AUDIT.LOG".
         05 UT-SYS-FILE-CFG PIC X(50)
           VALUE "C:\COBOL\MRS-FILE-PATHS.CFG".

       01 WS-SCREEN-WORK.
         05 WS-AR-STATUS PIC XX.
         05 WS-STAGE-STATUS PIC XX.
         05 WS-INV-NO-IN PIC 9(6).
         05 WS-PAY-AMOUNT PIC 9(5)V99.
         05 WS-CHECK-NO PIC X(8).

       01 WS-GL-WORK.
         05 WS-POSTNUM PIC 9(3) VALUE ZERO.
         05 WS-ACCNUM-GROUP PIC 999.
         05 WS-ACCNUM-CASH PIC 999.
         05 WS-PREFIX PIC X(4) VALUE 'MRS-'.
         05 WS-JOR-BATCH PIC 99 VALUE 95.

       FOREGROUND-COLOR 7.
         05 MV-TITLE-LINE.
           10 LINE 1 COL 1 VALUE "MRS535".
           10 COL 10 PIC X(8) FROM MRS-SIGNON-BANNER
                FOREGROUND-COLOR 4.
           10 COL 30 VALUE "MOVIE THEATER SYSTEM".
           10 COL 70 PIC Z9 FROM WS-MONTH.
           10 COL 72 VALUE "/".
           10 LINE 22 COL 10 VALUE "NO RECEIVABLES FILE ON DISK YET".
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
           MOVE "MRS-5350" TO MRS-GAP-PROGRAM
           MOVE "**" TO MRS-GAP-SITE
           MOVE 2 TO MRS-GAP-COUNT
           MOVE "GROUP" TO MRS-GAP-SOURCE(1)
           MOVE "CASH" TO MRS-GAP-SOURCE(2)
           CALL "MRS-5020" USING MRS-GLA-PUT
           IF MRS-GAP-ANSWER NOT = "Y"
               DISPLAY CLEAR
               DISPLAY NO-GL-MSG
               ACCEPT NO-GL-MSG
               GOBACK
           END-IF
           MOVE MRS-GAP-ACC-NUM(1) TO WS-ACCNUM-GROUP
           MOVE MRS-GAP-ACC-NUM(2) TO WS-ACCNUM-CASH
           OPEN I-O MRS-RECEIV-FILE
           IF WS-AR-STATUS NOT = '00'
               DISPLAY CLEAR
               GOBACK
           END-IF
           OPEN EXTEND MRS-GL-POST-FILE
           IF WS-STAGE-STATUS = '35'
               OPEN OUTPUT MRS-GL-POST-FILE
           END-IF
           OPEN EXTEND MRS-AUDIT-FILE

           PERFORM 200-ONE-PAYMENT THRU 200-EXIT
           CLOSE MRS-RECEIV-FILE
           CLOSE MRS-GL-POST-FILE
           CLOSE MRS-AUDIT-FILE
      *    The session's staged journal goes to the feed only if it
      *    balances.
           MOVE "MRS-5350" TO MRS-GLR-PROGRAM
           MOVE UT-SYS-GL-STAGE TO MRS-GLR-STAGE
           MOVE "E" TO MRS-GLR-FEED-MODE
           CALL "MRS-5030" USING MRS-GLR-PUT
           GOBACK.
       100-EXIT.
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

           EVALUATE CFG-KEY
               WHEN "RECEIV"
                   MOVE CFG-PATH TO UT-SYS-RECEIV
               WHEN "GL-STAGE-5350"
                   MOVE CFG-PATH TO UT-SYS-GL-STAGE
               WHEN "AUDIT"
                   MOVE CFG-PATH TO UT-SYS-AUDIT
           END-EVALUATE.
           ADD 1 TO WS-POSTNUM
           MOVE WS-POSTNUM TO MRS-IDENTIFIER
           MOVE WS-PREFIX TO MRS-PREFIX
           MOVE "**" TO MRS-GL-SITE
           MOVE WS-ACCNUM-GROUP TO MRS-GL-ACC-NUM
           MOVE WS-MONTH TO MRS-GL-MONTH-OF-TRANS
           MOVE WS-DAY TO MRS-GL-DAY-OF-TRANS
           MOVE WS-TODAY-NUM TO MRS-GL-JOR-DATE
           MOVE WS-JOR-BATCH TO MRS-GL-JOR-NUM
           MOVE "GROUP BOOKING PAYMENT" TO MRS-GL-DESC
           WRITE MRS-GL-POST-REC
      *    The other side: the check, banked to cash.
           ADD 1 TO WS-POSTNUM
           MOVE WS-POSTNUM TO MRS-IDENTIFIER
           MOVE WS-ACCNUM-CASH TO MRS-GL-ACC-NUM
           COMPUTE MRS-GL-ADJUST-AMOUNT = 0 - WS-PAY-AMOUNT
           MOVE "GROUP BOOKING CHECK BANKED" TO MRS-GL-DESC
           WRITE MRS-GL-POST-REC.
       400-EXIT.
           EXIT.
           MOVE "PAYMNT" TO MRS-AUD-ACTION
           MOVE MRS-AR-INV-NO TO MRS-AUD-KEY
           MOVE WS-OPERATOR-ID TO MRS-AUD-OPERATOR
           COPY "CPYBOOKS/MRS-AUDSEQ.CPY".
           WRITE MRS-AUDIT-REC.
       900-EXIT.
           EXIT.
