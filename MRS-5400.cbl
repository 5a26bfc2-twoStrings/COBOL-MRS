      *   rejected - the journal goes on the exception report and
      *     nothing else is touched, leaving the batch exactly where
      *     the reversal/repost cycle (MRS-5300) expects it.
      *
      * A line with no journal number or a status that is neither A
      * nor R is not guessed at: it prints as QUARANTINE and goes on
      * the common inbound quarantine file as it was read. A response
      * file already on the inbound registry (MRS-6545) is not read
      * again unless a supervisor forces it.
      *****************************************************************

       ENVIRONMENT DIVISION.
               ASSIGN TO UT-SYS-MRS-RENT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MRS-RENT-ID
               ALTERNATE KEY IS MRS-RENT-COPY-KEY
               WITH DUPLICATES.

           SELECT MRS-ACK-RPT
               ASSIGN TO UT-SYS-ACK-RPT

       WORKING-STORAGE SECTION.
       COPY "CPYBOOKS/MRS-JRNPUT.CPY".
       COPY "CPYBOOKS/MRS-IBPUT.CPY".
       COPY "CPYBOOKS/DATETIME.CPY".
       COPY "CPYBOOKS/MRS-SIGNON.CPY".
       COPY "CPYBOOKS/MRS-TRNPUT.CPY".

       01  WS-FILENAMES.
           05  UT-SYS-GL-ACK         PIC X(50)
           PERFORM 160-LOAD-FILE-CONFIG THRU 160-END
           MOVE FUNCTION CURRENT-DATE TO WS-DATETIME

           MOVE "C" TO MRS-IBP-FUNCTION
           MOVE "MRS-5400" TO MRS-IBP-SOURCE
           MOVE UT-SYS-GL-ACK TO MRS-IBP-PATH
           CALL "MRS-6545" USING MRS-IB-PUT
           IF MRS-IBP-RESULT = "D"
               DISPLAY "MRS-5400 GL ACK FILE REFUSED - ALREADY"
                   " PROCESSED."
           ELSE
               OPEN INPUT MRS-GL-ACK-FILE
           END-IF
           OPEN I-O MRS-RENTAL-FILE
           OPEN OUTPUT MRS-ACK-RPT

           EXIT.

       250-APPLY-ONE-ACK.
           IF MRS-GL-ACK-REC = SPACES
               GO TO 250-EXIT
           END-IF
           MOVE GLA-JOURNAL TO RD-JOURNAL
           IF GLA-JOURNAL = SPACES OR
              (GLA-STATUS NOT = "A" AND GLA-STATUS NOT = "R")
               PERFORM 280-QUARANTINE-ACK THRU 280-EXIT
               GO TO 250-EXIT
           END-IF
           IF GLA-STATUS = "A"
               ADD 1 TO WS-ACCEPTED-CNT
               PERFORM 300-CONFIRM-BATCH THRU 300-EXIT
       250-EXIT.
           EXIT.

       280-QUARANTINE-ACK.
           MOVE "QUARANTINE" TO RD-VERDICT
           IF GLA-JOURNAL = SPACES
               MOVE "NO JOURNAL NUMBER" TO RD-NOTE
           ELSE
               MOVE "ACK STATUS NOT A OR R" TO RD-NOTE
           END-IF
           WRITE MRS-ACK-LINE FROM WS-RPT-DETAIL
           MOVE "Q" TO MRS-IBP-FUNCTION
           MOVE RD-NOTE TO MRS-IBP-REASON
           MOVE MRS-GL-ACK-REC TO MRS-IBP-LINE
           CALL "MRS-6545" USING MRS-IB-PUT.
       280-EXIT.
           EXIT.

      * Sets the confirmed flag on every rental the accepted
      * journal had claimed. (Order headers need no flag of their
      * own - their member rentals carry it.)
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

