       ENVIRONMENT DIVISION. 
       INPUT-OUTPUT SECTION. 
       FILE-CONTROL.
      *    Tonight's lines are staged here, each with its offsetting
      *    line against the distributor payable, and handed to
      *    MRS-5030 at the end of the run - which sends the journals
      *    that net to zero on to the feed and holds back the rest.
           SELECT MRS-GL-POST-FILE
               ASSIGN TO UT-SYS-GL-STAGE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STAGE-STATUS.
           SELECT MRS-RENTAL-FILE
               ASSIGN TO UT-SYS-MRS-RENT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MRS-RENT-ID
               ALTERNATE KEY IS MRS-RENT-COPY-KEY
               WITH DUPLICATES.
           SELECT MRS-RENTAL-ORDER-FILE
               ASSIGN TO UT-SYS-ORDER
               ORGANIZATION IS INDEXED
       FILE SECTION.
           FD MRS-GL-POST-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 67 CHARACTERS.
       01 MRS-GL-POST-REC.
           05  MRS-GL-POST-ID.
               10 MRS-PREFIX                   PIC X(4).
               10  MRS-GL-JOR-DATE             PIC 9(8).
               10  MRS-GL-JOR-NUM              PIC 99.
           05  MRS-GL-DESC                     PIC X(30).
           05  MRS-GL-SITE                     PIC X(2).
       COPY "CGL-FD-POST-CHECK.CPY".
       COPY "CPYBOOKS/MRS-RENTAL.CPY".
       COPY "MRS-ORDER.CPY".
       FD MRS-GL-TRIAL-FILE
           RECORD CONTAINS 8 CHARACTERS.
       COPY "CPYBOOKS/MRS-JOBCTR.CPY".
       COPY "CPYBOOKS/MRS-JRNPUT.CPY".
       01 WS-FILENAMES.
         05 UT-SYS-GL-STAGE  PIC X(50)
           VALUE "C:\COBOL\MRS-GL-STAGE-5000.DAT".
         05 UT-SYS-MRS-RENT  PIC X(50)
           VALUE "C:\COBOL\MRS-RENTAL.DAT".
         05 UT-SYS-POST-CHECK PIC X(50)
           VALUE "C:\COBOL\MRS-FILE-PATHS.CFG".
       COPY "DATETIME.CPY".
       COPY "MRS-SIGNON.CPY".
       COPY "CPYBOOKS/MRS-TRNPUT.CPY".
       COPY "CPYBOOKS/MRS-GLAPUT.CPY".
       COPY "CPYBOOKS/MRS-GLRPUT.CPY".
       COPY "MRS-PERMCHK.CPY".

       01 WS-FILE-CFG-CTL.
       01 WS-POSTING. 
           05 WS-POSTNUM          PIC 9(3).
           05 ONE                 PIC 9 VALUE 1.
           05 WS-ACCNUM-RENTAL     PIC 999.
           05 WS-ACCNUM-RETURN     PIC 999.
           05 WS-ACCNUM-VENDPAY    PIC 999.
           05 WS-OFFSET-AMT        PIC S9(5)V99.
           05 WS-STAGE-STATUS      PIC XX.
           05 WS-PREFIX           PIC X(4) VALUE 'MRS-'.
           05 WS-GL-DESC-BUILD.
               10 PIC X(7)         VALUE 'RENTAL '.
           05 WS-RETURN-AMT-TOT   PIC S9(7)V99 VALUE ZERO.
           05 WS-GRAND-LINE-CNT   PIC 9(5) VALUE ZERO.
           05 WS-GRAND-AMT-TOT    PIC S9(7)V99 VALUE ZERO.
           05 WS-OFFSET-LINE-CNT  PIC 9(5) VALUE ZERO.
           05 WS-OFFSET-AMT-TOT   PIC S9(7)V99 VALUE ZERO.

       01 WS-RPT-HEADER.
           05 PIC X(20) VALUE "MRS GL POSTING RUN -".
                   GOBACK
               END-IF
           END-IF
      *    The accounts come off the chart of accounts; a source with
      *    no single active account refuses the run before anything
      *    is written (MRS-5020 prints why).
           MOVE "MRS-5000" TO MRS-GAP-PROGRAM
           MOVE "**" TO MRS-GAP-SITE
           MOVE 3 TO MRS-GAP-COUNT
           MOVE "RENTAL" TO MRS-GAP-SOURCE(1)
           MOVE "RETURN" TO MRS-GAP-SOURCE(2)
           MOVE "VENDPAY" TO MRS-GAP-SOURCE(3)
           CALL "MRS-5020" USING MRS-GLA-PUT
           IF MRS-GAP-ANSWER NOT = "Y"
               DISPLAY "MRS-5000: GL ACCOUNTS NOT IN ORDER - "
                   "RUN REFUSED, NOTHING POSTED."
               GOBACK
           END-IF
           MOVE MRS-GAP-ACC-NUM(1) TO WS-ACCNUM-RENTAL
           MOVE MRS-GAP-ACC-NUM(2) TO WS-ACCNUM-RETURN
           MOVE MRS-GAP-ACC-NUM(3) TO WS-ACCNUM-VENDPAY
           PERFORM 900-INIT THRU 900-END.
           PERFORM 400-SCHEDULE-CHECK
           PERFORM 150-PROCESS-CHECK-BATCHES THRU 150-END
      *    The night driver logs these on the job log.
           MOVE WS-GRAND-LINE-CNT TO MRS-JOB-WRITTEN
           PERFORM 950-CLOSE-PAY THRU 950-END.
      *    The staged journals go to the feed only if they balance.
      *    The feed is laid down fresh, as this run always has.
           IF NOT TRIAL-MODE
               MOVE "MRS-5000" TO MRS-GLR-PROGRAM
               MOVE UT-SYS-GL-STAGE TO MRS-GLR-STAGE
               MOVE "O" TO MRS-GLR-FEED-MODE
               CALL "MRS-5030" USING MRS-GLR-PUT
           END-IF
           GOBACK.
       100-END.
           STOP RUN.
               COMPUTE WS-POSTNUM = ONE + WS-POSTNUM
               MOVE WS-POSTNUM TO MRS-IDENTIFIER
               MOVE WS-PREFIX TO MRS-PREFIX
               MOVE "**" TO MRS-GL-SITE
               MOVE WS-ACCNUM-RENTAL TO MRS-GL-ACC-NUM
               MOVE WS-MONTH TO MRS-GL-MONTH-OF-TRANS
               MOVE WS-DAY TO MRS-GL-DAY-OF-TRANS
               ELSE
                   WRITE MRS-GL-POST-REC
               END-IF
               PERFORM 280-POST-OFFSET THRU 280-END
               ADD 1 TO WS-ORDER-LINE-CNT
               ADD WS-ORD-TOTAL TO WS-ORDER-AMT-TOT
               ADD 1 TO WS-GRAND-LINE-CNT
           COMPUTE WS-POSTNUM = ONE + WS-POSTNUM
           MOVE WS-POSTNUM TO MRS-IDENTIFIER
           MOVE WS-PREFIX TO MRS-PREFIX
           MOVE "**" TO MRS-GL-SITE
           PERFORM 260-SET-ACCOUNT-NUM THRU 260-END

           MOVE WS-MONTH TO MRS-GL-MONTH-OF-TRANS
      *        as it was.
               MOVE MRS-GL-POST-REC TO MRS-GL-CONTROL-LINE
               WRITE MRS-GL-CONTROL-LINE
               PERFORM 280-POST-OFFSET THRU 280-END
           ELSE
               WRITE MRS-GL-POST-REC
               PERFORM 280-POST-OFFSET THRU 280-END
      *    Stamp the journal number back onto the rental so it shows
      *    which GL batch picked it up instead of just living in the
      *    post file.
       260-END.
           EXIT.

      *****************************************************************
      * Writes the other side of the line just laid down: the same
      * money, sign turned, against the distributor payable, under
      * the same journal and description, so every journal this run
      * stages nets to zero. A trial run shows it on the register
      * beside the line it balances.

       280-POST-OFFSET.
           MOVE MRS-GL-ADJUST-AMOUNT TO WS-OFFSET-AMT
           COMPUTE WS-POSTNUM = ONE + WS-POSTNUM
           MOVE WS-POSTNUM TO MRS-IDENTIFIER
           MOVE WS-ACCNUM-VENDPAY TO MRS-GL-ACC-NUM
           COMPUTE MRS-GL-ADJUST-AMOUNT = 0 - WS-OFFSET-AMT
           IF TRIAL-MODE
               MOVE MRS-GL-POST-REC TO MRS-GL-CONTROL-LINE
               WRITE MRS-GL-CONTROL-LINE
           ELSE
               WRITE MRS-GL-POST-REC
           END-IF
           ADD 1 TO WS-OFFSET-LINE-CNT
           SUBTRACT WS-OFFSET-AMT FROM WS-OFFSET-AMT-TOT.
       280-END.
           EXIT.

      *****************************************************************
      * Reads this batch's cutoff date (if corporate supplied one) off
      * the check-file record so 150-PROCESS-CHECK-BATCHES knows where
      * whether the current rental is still inside its claim.

       270-COMPUTE-CUR-END-NUM.
           MOVE MRS-END-DATE TO WS-CUR-END-NUM.
       270-END.
           EXIT.

       300-COMPUTE-SUB. 
      *    THESE COMPUTES GET THE DIFFERNCES OF 
      *    TWO DATES COMPARED TO 12 31 1600
           MOVE MRS-START-DATE TO WS-DAYDIF
           COMPUTE WS-EARLIER = FUNCTION INTEGER-OF-DATE (WS-DAYDIF)
           MOVE MRS-END-DATE TO WS-DAYDIF
           COMPUTE WS-LATER = FUNCTION INTEGER-OF-DATE (WS-DAYDIF)
           COMPUTE WS-DAYDIF = WS-LATER - WS-EARLIER
           COMPUTE MRS-SUBTOTAL = WS-DAYDIF * MRS-SUBTOTAL.   
      * Flips the schedule flag if the end date has passed 

       400-SCHEDULE-CHECK. 
           MOVE MRS-END-DATE TO WS-DAYDIF
           COMPUTE WS-LATER = FUNCTION INTEGER-OF-DATE (WS-DAYDIF)
           COMPUTE WS-CURRENT = 
             (WS-YEAR * 10000) + (WS-MONTH * 100) + WS-DAY
           END-IF
           OPEN INPUT CGL-POSTING-CHECK-FILE
           PERFORM 925-READ-RESTART-ID THRU 925-END
      *    A restart point means an earlier run already staged post
      *    lines for everything up to it - extend that file instead
      *    of truncating it, or this run's rerun would lose them.
           IF NOT TRIAL-MODE
               IF WS-LAST-POSTED-ID NOT = SPACES
                   OPEN EXTEND MRS-GL-POST-FILE
                   IF WS-STAGE-STATUS = '35'
                       OPEN OUTPUT MRS-GL-POST-FILE
                   END-IF
               ELSE
                   OPEN OUTPUT MRS-GL-POST-FILE
               END-IF
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

       170-APPLY-CONFIG-KEY.
           EVALUATE CFG-KEY
               WHEN "GL-STAGE-5000"
                   MOVE CFG-PATH TO UT-SYS-GL-STAGE
               WHEN "MRS-RENT"
                   MOVE CFG-PATH TO UT-SYS-MRS-RENT
               WHEN "POST-CHECK"
           MOVE WS-RETURN-AMT-TOT TO RD-AMOUNT
           WRITE MRS-GL-CONTROL-LINE FROM WS-RPT-DETAIL

           MOVE "DISTRIBUTOR PAYABLE (OFFSET)" TO RD-LABEL
           MOVE WS-OFFSET-LINE-CNT TO RD-COUNT
           MOVE WS-OFFSET-AMT-TOT TO RD-AMOUNT
           WRITE MRS-GL-CONTROL-LINE FROM WS-RPT-DETAIL

           MOVE "GRAND TOTAL" TO RD-LABEL
           MOVE WS-GRAND-LINE-CNT TO RD-COUNT
           MOVE WS-GRAND-AMT-TOT TO RD-AMOUNT
