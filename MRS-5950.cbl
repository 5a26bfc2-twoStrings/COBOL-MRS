      * feed under its own account, and queues an action item for
      * every day that does not tie out - including trail days the
      * processor file skipped entirely.
      *
      * A processor line that will not parse, or that finds the day
      * table full, goes on the common inbound quarantine file as it
      * was read. A processor file already on the inbound registry
      * (MRS-6545) is not read again unless a supervisor forces it,
      * so a re-sent file cannot post its fees twice.
      *****************************************************************

       ENVIRONMENT DIVISION.

       WORKING-STORAGE SECTION.
       COPY "CPYBOOKS/DATETIME.CPY".
       COPY "CPYBOOKS/MRS-SIGNON.CPY".
       COPY "CPYBOOKS/MRS-TRNPUT.CPY".
       COPY "CPYBOOKS/MRS-IBPUT.CPY".
       COPY "CPYBOOKS/MRS-GLAPUT.CPY".
       COPY "CPYBOOKS/MRS-GLPPUT.CPY".

       01  WS-FILENAMES.
           05  UT-SYS-SETTLE-IN      PIC X(50)

       01  WS-GL-WORK.
           05  WS-POSTNUM            PIC 9(3) VALUE ZERO.
           05  WS-ACCNUM-CARD-FEE    PIC 999.
           05  WS-PREFIX             PIC X(4) VALUE 'MRS-'.
           05  WS-JOR-BATCH          PIC 99 VALUE 96.

           PERFORM 300-TOTAL-TICKET-TRAIL THRU 300-EXIT
           PERFORM 320-TOTAL-CON-TRAIL THRU 320-EXIT

      *    The accounts come off the chart of accounts; a source with
      *    no single active account refuses the run before anything
      *    is written (MRS-5020 prints why).
           MOVE "MRS-5950" TO MRS-GAP-PROGRAM
           MOVE "**" TO MRS-GAP-SITE
           MOVE 1 TO MRS-GAP-COUNT
           MOVE "CARDFEE" TO MRS-GAP-SOURCE(1)
           CALL "MRS-5020" USING MRS-GLA-PUT
           IF MRS-GAP-ANSWER NOT = "Y"
               DISPLAY "MRS-5950: GL ACCOUNTS NOT IN ORDER - "
                   "RUN REFUSED, NOTHING POSTED."
               GOBACK
           END-IF
           MOVE MRS-GAP-ACC-NUM(1) TO WS-ACCNUM-CARD-FEE
           OPEN EXTEND MRS-GL-POST-FILE
           OPEN I-O MRS-ACTION-FILE
           IF WS-ACT-STATUS = '35'
      * processor occasionally pads a trailer line.
       200-LOAD-PROCESSOR-FILE.
           MOVE "N" TO IN-EOF
           MOVE "C" TO MRS-IBP-FUNCTION
           MOVE "MRS-5950" TO MRS-IBP-SOURCE
           MOVE UT-SYS-SETTLE-IN TO MRS-IBP-PATH
           CALL "MRS-6545" USING MRS-IB-PUT
           IF MRS-IBP-RESULT = "D"
               DISPLAY "MRS-5950 RECON: SETTLEMENT FILE REFUSED - "
                   "ALREADY PROCESSED."
               MOVE "Y" TO IN-EOF
               GO TO 200-EXIT
           END-IF
           OPEN INPUT MRS-SETTLE-IN-FILE
           IF WS-IN-STATUS NOT = '00'
               MOVE "Y" TO IN-EOF
           END-IF
           IF WS-LINE-VALID = "N"
               DISPLAY "MRS-5950 RECON: SKIPPED UNPARSEABLE LINE."
               MOVE "PROCESSOR LINE NOT NUMERIC" TO MRS-IBP-REASON
               PERFORM 280-QUARANTINE-LINE THRU 280-EXIT
               GO TO 250-EXIT
           END-IF
           IF WS-PROC-COUNT >= 60
               DISPLAY "MRS-5950 RECON: SETTLEMENT TABLE FULL - "
                   "LINE DROPPED."
               MOVE "SETTLEMENT TABLE FULL" TO MRS-IBP-REASON
               PERFORM 280-QUARANTINE-LINE THRU 280-EXIT
               GO TO 250-EXIT
           END-IF
           ADD 1 TO WS-PROC-COUNT
       250-EXIT.
           EXIT.

       280-QUARANTINE-LINE.
           MOVE "Q" TO MRS-IBP-FUNCTION
           MOVE MRS-SETTLE-IN-LINE TO MRS-IBP-LINE
           CALL "MRS-6545" USING MRS-IB-PUT.
       280-EXIT.
           EXIT.

      * Nets the ticket trail's card money by day and site: sales
      * and exchange-ins add, refunds and exchange-outs come off,
      * gift card loads rung on a card count too - the processor
           MOVE WS-TODAY-NUM TO MRS-GL-JOR-DATE
           MOVE WS-JOR-BATCH TO MRS-GL-JOR-NUM
           MOVE "CARD PROCESSOR FEE" TO MRS-GL-DESC
           MOVE "MRS-5950" TO MRS-GPP-PROGRAM
           MOVE WP-SITE(PRC-I) TO MRS-GPP-SITE
           CALL "MRS-5040" USING MRS-GLP-PUT MRS-GL-POST-REC
           WRITE MRS-GL-POST-REC.
       430-EXIT.
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

