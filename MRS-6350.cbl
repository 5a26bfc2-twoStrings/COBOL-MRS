      * expiring at showtime so MRS-6200 puts unclaimed seats back.
      * A line that cannot be matched or seated goes on the
      * exception list with the reason, for the office to work by
      * hand in the morning, and onto the common inbound quarantine
      * file as it was read.
      *
      * A drop already on the inbound registry (MRS-6545) is not
      * read again unless a supervisor forces it - a file left in
      * place overnight used to put every hold on twice.
      *****************************************************************

       ENVIRONMENT DIVISION.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MRS-SHOW-ID
               ALTERNATE KEY IS MRS-SHOW-LOOKUP-KEY
               WITH DUPLICATES
               ALTERNATE KEY IS MRS-RENTAL-ID
               WITH DUPLICATES.

           SELECT MRS-RESV-RPT

       WORKING-STORAGE SECTION.
       COPY "CPYBOOKS/MRS-JRNPUT.CPY".
       COPY "CPYBOOKS/MRS-IBPUT.CPY".
       COPY "CPYBOOKS/DATETIME.CPY".
       COPY "CPYBOOKS/MRS-SIGNON.CPY".
       COPY "CPYBOOKS/MRS-TRNPUT.CPY".

       01  WS-FILENAMES.
           05  UT-SYS-RESV           PIC X(50)
               MOVE WF-NAME TO RD-NAME
               MOVE WF-PHONE TO RD-PHONE
               WRITE MRS-RESV-RPT-LINE FROM WS-RPT-DETAIL
               MOVE "Q" TO MRS-IBP-FUNCTION
               MOVE RD-REASON TO MRS-IBP-REASON
               MOVE MRS-RESV-LINE TO MRS-IBP-LINE
               CALL "MRS-6545" USING MRS-IB-PUT
           END-IF.
       250-EXIT.
           EXIT.
       380-EXIT.
           EXIT.

      * Opens the files. No intake drop on disk is an empty run,
      * and so is one already taken in.
       900-OPEN-FILES.
           PERFORM 160-LOAD-FILE-CONFIG THRU 160-EXIT
           MOVE "C" TO MRS-IBP-FUNCTION
           MOVE "MRS-6350" TO MRS-IBP-SOURCE
           MOVE UT-SYS-RESV TO MRS-IBP-PATH
           CALL "MRS-6545" USING MRS-IB-PUT
           IF MRS-IBP-RESULT = "D"
               DISPLAY "MRS-6350 RESERVATION DROP REFUSED - ALREADY"
                   " TAKEN IN."
           ELSE
               OPEN INPUT MRS-RESV-FILE
           END-IF
           OPEN I-O MRS-HOLD-FILE
           OPEN I-O MRS-SHOW-FILE
           OPEN OUTPUT MRS-RESV-RPT.
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

