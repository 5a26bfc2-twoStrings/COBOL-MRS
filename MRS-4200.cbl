                   ASSIGN TO UT-SYS-MSTERFILE
                   ORGANIZATION IS INDEXED
                   ACCESS IS DYNAMIC
                   RECORD KEY IS MRS-RENT-ID
                   ALTERNATE KEY IS MRS-RENT-COPY-KEY
                   WITH DUPLICATES.
               SELECT MRS-MOVIE-FILE
                   ASSIGN TO UT-SYS-DETAILFILE
                   ORGANIZATION IS INDEXED
                   ASSIGN TO UT-SYS-AUDIT
                   ORGANIZATION IS LINE SEQUENTIAL.

               SELECT MRS-GL-POST-FILE
                   ASSIGN TO UT-SYS-GL-STAGE
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-STAGE-STATUS.

               SELECT MRS-FILE-CONFIG-FILE
                   ASSIGN TO UT-SYS-FILE-CFG
                   ORGANIZATION IS LINE SEQUENTIAL
         COPY "./CPYBOOKS/MRS-SCH-INFO.CPY".
         COPY "./CPYBOOKS/MRS-RENTAL.CPY".
         COPY "./CPYBOOKS/MRS-AUDIT.CPY".
         COPY "./CPYBOOKS/MRS-GLSTG.CPY".
         COPY "./CPYBOOKS/MRS-FILE-CFG.CPY".

       working-storage section.
       COPY "CPYBOOKS/MRS-JRNPUT.CPY".
       COPY "./CPYBOOKS/FUNCTION-KEYS.CPY".
       COPY "./CPYBOOKS/MRS-SIGNON.CPY".
       COPY "./CPYBOOKS/MRS-SEQPUT.CPY".
       COPY "./CPYBOOKS/MRS-TRNPUT.CPY".
       COPY "./CPYBOOKS/MRS-PERMCHK.CPY".
       COPY "./CPYBOOKS/MRS-BPMPUT.CPY".
       COPY "./CPYBOOKS/MRS-GLAPUT.CPY".
       COPY "./CPYBOOKS/MRS-GLRPUT.CPY".
       01 WS-GATE-ENTER PIC X.
 

         05 UT-SYS-MRS-SCH PIC X(50)
           VALUE "C:\COBOL\MRS-SCH-INFO.DAT".
         05 UT-SYS-AUDIT PIC X(50) VALUE "C:\COBOL\MRS-AUDIT.LOG".
         05 UT-SYS-GL-STAGE PIC X(50)
           VALUE "C:\COBOL\MRS-GL-STAGE-4200.DAT".
         05 UT-SYS-FILE-CFG PIC X(50)
           VALUE "C:\COBOL\MRS-FILE-PATHS.CFG".

         05 WS-DELETED PIC X.
         05 WS-HAS-SCHEDULE PIC X.
         05 WS-OPERATOR-ID PIC X(8).
         05 WS-AUDIT-ACTION PIC X(6).

       01 WS-CURRENT-DATE.
         05 WS-YEAR PIC 9(4).
         05 WS-MONTH PIC 9(2).
         05 WS-DAY PIC 9(2).

      * A booking cancelled before it starts. The vendor's charge for
      * cancelling goes by the days still to run to the start date:
      * nothing at CXL-FREE-DAY days out or more, the whole rental
      * under CXL-FULL-DAY days out, and CXL-PERCENT of it in
      * between (business parameters on MRS-1750; 14, 2, and 50 when
      * none is keyed). The reversal of a journal MRS-5000 already
      * posted, and the fee, go out under a batch 88 journal.
       01 WS-CANCEL-WORK.
         05 WS-ACTION PIC X.
         05 WS-CANCELLABLE PIC X.
         05 WS-STAGE-STATUS PIC XX.
         05 WS-STAGED PIC X VALUE "N".
         05 WS-TODAY-NUM PIC 9(8).
         05 WS-TODAY-INT PIC 9(8).
         05 WS-START-NUM PIC 9(8).
         05 WS-START-INT PIC 9(8).
         05 WS-DAYS-OUT PIC 9(4).
         05 WS-FREE-DAYS PIC 9(4).
         05 WS-FULL-DAYS PIC 9(4).
         05 WS-FEE-PCT PIC 9(3)V99.
         05 WS-CANCEL-FEE PIC 9(5)V99.
         05 WS-POSTED PIC X.
         05 WS-POSTED-NOTE PIC X(14).
         05 WS-GL-AMOUNT PIC S9(5)V99.
         05 WS-GL-DESC PIC X(30).

       01 WS-GL-WORK.
         05 WS-POSTNUM PIC 9(3) VALUE ZERO.
         05 WS-ACCNUM-RENTAL PIC 999.
         05 WS-ACCNUM-VENDPAY PIC 999.
         05 WS-PREFIX PIC X(4) VALUE 'MRS-'.
         05 WS-CXL-JOURNAL.
           10 WS-CXL-JOR-DATE PIC 9(8).
           10 WS-JOR-BATCH PIC 99 VALUE 88.

       01 WS-MSG.
         05 DNE PIC X(42) VALUE "INVALID ID: DOES NOT EXIST".
         05 SUCCESS-DELETE PIC X(42) VALUE "RENTAL HAS BEEN DELETED!".
         05 HAS-SCHEDULE-MSG PIC X(42)
           VALUE "MOVIE IS SCHEDULED: CANNOT DELETE RENTAL".
         05 ERR-MSG PIC X(42).
         05 SUCCESS-CANCEL PIC X(42)
           VALUE "RENTAL HAS BEEN CANCELLED!".


     
       FOREGROUND-COLOR 7.
         05 MV-TITLE-LINE.
           10 LINE 1 COL 1 VALUE "MRS420".
           10 COL 10 PIC X(8) FROM MRS-SIGNON-BANNER
                FOREGROUND-COLOR 4.
           10 COL 30 VALUE "MOVIE THEATER SYSTEM".
           10 COL 70 PIC 99 FROM WS-MONTH.
           10 COL 72 VALUE "/".
         05 SCR1-R14.
           10 LINE 14 COL 23 VALUE "RETURN FLAG:".
           10 COL 36 PIC X FROM MRS-RETURN-FLAG.
         05 SCR1-R15.
           10 LINE 15 COL 28 VALUE "STATUS:".
           10 COL 36 PIC X FROM MRS-RENT-STATUS.
           10 COL 40 VALUE "(C = CANCELLED)".

       01 SCR-ACTION.
         05 LINE 17 COL 16
           VALUE "NOT STARTED: D = DELETE   C = CANCEL BOOKING".
         05 REVERSE-VIDEO COL 62 PIC X TO WS-ACTION.

       01 SCR-CANCEL.
         05 LINE 17 COL 22 VALUE "DAYS TO START:".
         05 COL 38 PIC ZZZ9 FROM WS-DAYS-OUT.
         05 LINE 18 COL 20 VALUE "CANCELLATION FEE:".
         05 COL 38 PIC $ZZ,ZZ9.99 FROM WS-CANCEL-FEE.
         05 LINE 19 COL 16 VALUE "REVERSES JOURNAL:".
         05 COL 38 PIC X(10) FROM MRS-JOURNAL-NUMBER.
         05 COL 50 PIC X(14) FROM WS-POSTED-NOTE.

       01 MSG.
         05 ERR-ID FOREGROUND-COLOR 4.
         05 CONFIRM-EXIT.
           10 LINE 23 COL 16 PIC X(19) VALUE "CONFIRM EXIT? Y/N".
           10 REVERSE-VIDEO COL 38 PIC X TO WS-CONFIRM.
         05 CONFIRM-CANCEL.
           10 LINE 23 COL 16 PIC X(19) VALUE "CONFIRM CANCEL? Y/N".
           10 REVERSE-VIDEO COL 38 PIC X TO WS-CONFIRM.
         05 NO-GL-MSG FOREGROUND-COLOR 4.
           10 LINE 22 COL 10
             VALUE "GL ACCOUNTS NOT IN ORDER - SEE EXCEPTION REPORT".
           10 LINE 24 COL 40 VALUE "PRESS ENTER TO CONTINUE".
           10 COL 65 PIC X TO WS-GATE-ENTER.

       procedure division.

           CLOSE MRS-RENTAL-FILE
           CLOSE MRS-SCH-INFO-FILE
           CLOSE MRS-AUDIT-FILE
      *    A cancellation's reversal and fee go to the feed only if
      *    the journal balances.
           IF WS-STAGED = "Y"
               MOVE "MRS4200" TO MRS-GLR-PROGRAM
               MOVE UT-SYS-GL-STAGE TO MRS-GLR-STAGE
               MOVE "E" TO MRS-GLR-FEED-MODE
               CALL "MRS-5030" USING MRS-GLR-PUT
           END-IF
           GOBACK.
       100-END.
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

                   MOVE CFG-PATH TO UT-SYS-MRS-SCH
               WHEN "AUDIT"
                   MOVE CFG-PATH TO UT-SYS-AUDIT
               WHEN "GL-STAGE-4200"
                   MOVE CFG-PATH TO UT-SYS-GL-STAGE
           END-EVALUATE.
       170-EXIT.
           EXIT.
           ACCEPT SCR-DEL

           PERFORM 250-COMPARE-ID THRU 250-EXIT
      *    A booking that has not started yet can be cancelled with
      *    the vendor instead of deleted.
           MOVE "D" TO WS-ACTION
           IF WS-RENTAL-FOUND = "Y"
               PERFORM 270-ASK-ACTION THRU 270-EXIT
           END-IF
           IF WS-ACTION = "C"
               PERFORM 400-CANCEL THRU 400-EXIT
               IF WS-CONFIRM = "Y"
                   MOVE "Y" TO WS-DELETED
               END-IF
               GO TO 200-EXIT
           END-IF
           IF WS-RENTAL-FOUND = "Y"
               PERFORM 260-CHECK-SCHEDULE THRU 260-EXIT
               IF WS-HAS-SCHEDULE = "Y"
       260-EXIT.
           EXIT.

      * Offers the cancel only on a live booking whose start date is
      * still to come; anything else goes down the delete as before.
       270-ASK-ACTION.
           MOVE "N" TO WS-CANCELLABLE
           COMPUTE WS-TODAY-NUM =
               (WS-YEAR * 10000) + (WS-MONTH * 100) + WS-DAY
           IF MRS-RENT-STATUS NOT = "C" AND
              MRS-RETURN-FLAG NOT = "Y" AND
              MRS-START-DATE IS NUMERIC
               MOVE MRS-START-DATE TO WS-START-NUM
               IF WS-START-NUM > WS-TODAY-NUM
                   MOVE "Y" TO WS-CANCELLABLE
               END-IF
           END-IF
           IF WS-CANCELLABLE = "N"
               GO TO 270-EXIT
           END-IF
           DISPLAY CLEAR
           DISPLAY SCR-DETAIL
           DISPLAY SCR-ACTION
           ACCEPT SCR-ACTION
           IF WS-ACTION NOT = "C"
               MOVE "D" TO WS-ACTION
           END-IF.
       270-EXIT.
           EXIT.

       300-DELETE.
           DISPLAY CLEAR
           DISPLAY SCR-DETAIL
               MOVE "D" TO MRS-JP-ACTION
               MOVE MRS-RENTAL-REC TO MRS-JP-IMAGE
               CALL "MRS-6450" USING MRS-JRN-PUT
               MOVE "DELETE" TO WS-AUDIT-ACTION
               PERFORM 900-WRITE-AUDIT THRU 900-EXIT
               MOVE SUCCESS-DELETE TO ERR-MSG
               DISPLAY SUCCESS-ID
       300-EXIT.
           EXIT.

      * Prices the cancellation, shows it, and on the operator's word
      * stages the GL lines and marks the rental cancelled. The
      * rental stays on file: marked returned, its copy is free for
      * the next booking and the waitlist run (MRS-6900) can offer it
      * on; it is taken off the schedulable list; and a booking the
      * vendor was already sent has its sent date cleared so the
      * next confirmation file (MRS-5700) carries the cancellation.
       400-CANCEL.
           MOVE "N" TO WS-CONFIRM
           MOVE "MRS4200" TO MRS-GAP-PROGRAM
           MOVE "**" TO MRS-GAP-SITE
           MOVE 2 TO MRS-GAP-COUNT
           MOVE "RENTAL" TO MRS-GAP-SOURCE(1)
           MOVE "VENDPAY" TO MRS-GAP-SOURCE(2)
           CALL "MRS-5020" USING MRS-GLA-PUT
           IF MRS-GAP-ANSWER NOT = "Y"
               DISPLAY NO-GL-MSG
               ACCEPT NO-GL-MSG
               GO TO 400-EXIT
           END-IF
           MOVE MRS-GAP-ACC-NUM(1) TO WS-ACCNUM-RENTAL
           MOVE MRS-GAP-ACC-NUM(2) TO WS-ACCNUM-VENDPAY
           PERFORM 410-PRICE-FEE THRU 410-EXIT
           IF MRS-JOURNAL-NUMBER = ZEROES OR SPACES
               MOVE "N" TO WS-POSTED
               MOVE "(NOT POSTED)" TO WS-POSTED-NOTE
           ELSE
               MOVE "Y" TO WS-POSTED
               MOVE SPACES TO WS-POSTED-NOTE
           END-IF
           DISPLAY CLEAR
           DISPLAY SCR-DETAIL
           DISPLAY SCR-CANCEL
           DISPLAY CONFIRM-CANCEL
           ACCEPT CONFIRM-CANCEL
           IF WS-CONFIRM NOT = "Y"
               MOVE "N" TO WS-CONFIRM
               DISPLAY CLEAR
               GO TO 400-EXIT
           END-IF
           MOVE WS-TODAY-NUM TO WS-CXL-JOR-DATE
           PERFORM 420-STAGE-GL THRU 420-EXIT
      *    A booking MRS-5000 never posted takes the cancellation's
      *    journal, so the posting run leaves it alone for good.
           IF WS-POSTED = "N"
               MOVE WS-CXL-JOURNAL TO MRS-JOURNAL-NUMBER
           END-IF
           MOVE "C" TO MRS-RENT-STATUS
           MOVE WS-TODAY-NUM TO MRS-CANCEL-DATE
           MOVE WS-CANCEL-FEE TO MRS-CANCEL-FEE
           MOVE WS-CXL-JOURNAL TO MRS-CANCEL-JOURNAL
           MOVE "Y" TO MRS-RETURN-FLAG
           MOVE "N" TO MRS-READY-TO-SCHEDULE-FLAG
      *    A booking never sent to the vendor has nothing to take back.
           IF MRS-CONFIRM-SENT-DATE IS NUMERIC AND
              MRS-CONFIRM-SENT-DATE NOT = ZEROS
               MOVE ZEROS TO MRS-CONFIRM-SENT-DATE
               MOVE "N" TO MRS-VENDOR-CONFIRMED-FLAG
           ELSE
               MOVE WS-TODAY-NUM TO MRS-CONFIRM-SENT-DATE
               MOVE "Y" TO MRS-VENDOR-CONFIRMED-FLAG
           END-IF
           REWRITE MRS-RENTAL-REC
           END-REWRITE
           MOVE "RENTAL" TO MRS-JP-FILE-TAG
           MOVE "R" TO MRS-JP-ACTION
           MOVE MRS-RENTAL-REC TO MRS-JP-IMAGE
           CALL "MRS-6450" USING MRS-JRN-PUT
           MOVE "CANCEL" TO WS-AUDIT-ACTION
           PERFORM 900-WRITE-AUDIT THRU 900-EXIT
           MOVE SUCCESS-CANCEL TO ERR-MSG
           DISPLAY SUCCESS-ID
           DISPLAY CONFIRM-EXIT
           ACCEPT CONFIRM-EXIT.
       400-EXIT.
           EXIT.

      * Days out are counted from today to the start date.
       410-PRICE-FEE.
           MOVE MRS-START-DATE TO WS-START-NUM
           COMPUTE WS-START-INT =
               FUNCTION INTEGER-OF-DATE (WS-START-NUM)
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE (WS-TODAY-NUM)
           COMPUTE WS-DAYS-OUT = WS-START-INT - WS-TODAY-INT
           MOVE "CXL-FREE-DAY" TO MRS-BPP-NAME
           MOVE WS-TODAY-NUM TO MRS-BPP-AS-OF
           MOVE 14 TO MRS-BPP-VALUE
           CALL "MRS-1760" USING MRS-BPM-PUT
           MOVE MRS-BPP-VALUE TO WS-FREE-DAYS
           MOVE "CXL-FULL-DAY" TO MRS-BPP-NAME
           MOVE WS-TODAY-NUM TO MRS-BPP-AS-OF
           MOVE 2 TO MRS-BPP-VALUE
           CALL "MRS-1760" USING MRS-BPM-PUT
           MOVE MRS-BPP-VALUE TO WS-FULL-DAYS
           MOVE "CXL-PERCENT" TO MRS-BPP-NAME
           MOVE WS-TODAY-NUM TO MRS-BPP-AS-OF
           MOVE 50 TO MRS-BPP-VALUE
           CALL "MRS-1760" USING MRS-BPM-PUT
           MOVE MRS-BPP-VALUE TO WS-FEE-PCT
           EVALUATE TRUE
               WHEN WS-DAYS-OUT NOT < WS-FREE-DAYS
                   MOVE ZEROS TO WS-CANCEL-FEE
               WHEN WS-DAYS-OUT < WS-FULL-DAYS
                   MOVE MRS-SUBTOTAL TO WS-CANCEL-FEE
               WHEN OTHER
                   COMPUTE WS-CANCEL-FEE ROUNDED =
                       MRS-SUBTOTAL * WS-FEE-PCT / 100
           END-EVALUATE.
       410-EXIT.
           EXIT.

      * The posted rental comes back off the rental account against
      * the distributor payable, and the fee goes on the same way a
      * rental does - each line with its other side, so the journal
      * nets to zero.
       420-STAGE-GL.
           IF WS-POSTED = "N" AND WS-CANCEL-FEE = ZEROS
               GO TO 420-EXIT
           END-IF
           OPEN EXTEND MRS-GL-POST-FILE
           IF WS-STAGE-STATUS = '35'
               OPEN OUTPUT MRS-GL-POST-FILE
           END-IF
           IF WS-POSTED = "Y"
               COMPUTE WS-GL-AMOUNT = 0 - MRS-SUBTOTAL
               MOVE SPACES TO WS-GL-DESC
               STRING "REV JNL " MRS-JOURNAL-NUMBER " RENT "
                   MRS-RENT-ID DELIMITED BY SIZE INTO WS-GL-DESC
               PERFORM 430-POST-PAIR THRU 430-EXIT
           END-IF
           IF WS-CANCEL-FEE > ZEROS
               MOVE WS-CANCEL-FEE TO WS-GL-AMOUNT
               MOVE SPACES TO WS-GL-DESC
               STRING "CANCEL FEE RENT " MRS-RENT-ID
                   DELIMITED BY SIZE INTO WS-GL-DESC
               PERFORM 430-POST-PAIR THRU 430-EXIT
           END-IF
           CLOSE MRS-GL-POST-FILE
           MOVE "Y" TO WS-STAGED.
       420-EXIT.
           EXIT.

       430-POST-PAIR.
           ADD 1 TO WS-POSTNUM
           MOVE WS-POSTNUM TO MRS-IDENTIFIER
           MOVE WS-PREFIX TO MRS-PREFIX
           MOVE "**" TO MRS-GL-SITE
           MOVE WS-ACCNUM-RENTAL TO MRS-GL-ACC-NUM
           MOVE WS-MONTH TO MRS-GL-MONTH-OF-TRANS
           MOVE WS-DAY TO MRS-GL-DAY-OF-TRANS
           MOVE WS-YEAR TO MRS-GL-YEAR-OF-TRANS
           MOVE WS-GL-AMOUNT TO MRS-GL-ADJUST-AMOUNT
           MOVE WS-CXL-JOURNAL TO MRS-GL-JOURNAL-NUM
           MOVE WS-GL-DESC TO MRS-GL-DESC
           WRITE MRS-GL-POST-REC
           ADD 1 TO WS-POSTNUM
           MOVE WS-POSTNUM TO MRS-IDENTIFIER
           MOVE WS-ACCNUM-VENDPAY TO MRS-GL-ACC-NUM
           COMPUTE MRS-GL-ADJUST-AMOUNT = 0 - WS-GL-AMOUNT
           WRITE MRS-GL-POST-REC.
       430-EXIT.
           EXIT.

      * Appends one line to the audit trail for this delete or cancel
      * so there is a record of which operator did it.
       900-WRITE-AUDIT.
           MOVE WS-YEAR TO MRS-AUD-YEAR
           MOVE WS-MONTH TO MRS-AUD-MONTH
           MOVE WS-DAY TO MRS-AUD-DAY
           MOVE "MRS4200" TO MRS-AUD-PROGRAM
           MOVE WS-AUDIT-ACTION TO MRS-AUD-ACTION
           MOVE MRS-RENT-ID TO MRS-AUD-KEY
           MOVE WS-OPERATOR-ID TO MRS-AUD-OPERATOR
           COPY "./CPYBOOKS/MRS-AUDSEQ.CPY".
           WRITE MRS-AUDIT-REC.
       900-EXIT.
           EXIT.
