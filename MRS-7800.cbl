      * vendor file. Lines from a second vendor in the same drop
      * would scope the rented-not-billed pass to whichever vendor
      * the last line named.
      *
      * An invoice line that is not numeric where it must be, or
      * that falls past the 200-line table, goes on the common
      * inbound quarantine file as it was read. A drop already on
      * the inbound registry (MRS-6545) is not reconciled again
      * unless a supervisor forces it.
      *****************************************************************

       ENVIRONMENT DIVISION.
               ASSIGN TO UT-SYS-MRS-RENT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MRS-RENT-ID
               ALTERNATE KEY IS MRS-RENT-COPY-KEY
               WITH DUPLICATES.

           SELECT MRS-MOVIE-FILE
               ASSIGN TO UT-SYS-MRS-MOVIE
       WORKING-STORAGE SECTION.
       COPY "CPYBOOKS/MRS-SPLPUT.CPY".
       COPY "CPYBOOKS/MRS-JOBCTR.CPY".
       COPY "CPYBOOKS/MRS-IBPUT.CPY".
       COPY "CPYBOOKS/DATETIME.CPY".
       COPY "CPYBOOKS/MRS-SIGNON.CPY".
       COPY "CPYBOOKS/MRS-TRNPUT.CPY".

       01  WS-FILENAMES.
           05  UT-SYS-VEN-INVOICE    PIC X(50)
           EXIT.

       250-STORE-ONE-LINE.
           IF MRS-INVOICE-REC = SPACES
               GO TO 250-EXIT
           END-IF
           IF INV-MOVIE-ID NOT NUMERIC OR
              INV-COPY-ID NOT NUMERIC OR
              INV-START-DATE NOT NUMERIC OR
              INV-END-DATE NOT NUMERIC OR
              INV-BILLED-AMT NOT NUMERIC
               MOVE "INVOICE LINE NOT NUMERIC" TO MRS-IBP-REASON
               PERFORM 280-QUARANTINE-LINE THRU 280-EXIT
               GO TO 250-EXIT
           END-IF
           IF WS-INV-LINE-CNT >= 200
               MOVE "Y" TO WS-INV-OVERFLOW
               MOVE "PAST 200 LINES - NOT CHECKED" TO MRS-IBP-REASON
               PERFORM 280-QUARANTINE-LINE THRU 280-EXIT
           ELSE
               ADD 1 TO WS-INV-LINE-CNT
               SET INV-I TO WS-INV-LINE-CNT
       250-EXIT.
           EXIT.

       280-QUARANTINE-LINE.
           MOVE "Q" TO MRS-IBP-FUNCTION
           MOVE MRS-INVOICE-REC TO MRS-IBP-LINE
           CALL "MRS-6545" USING MRS-IB-PUT.
       280-EXIT.
           EXIT.

      * Pass one - every invoice line is looked up on the rental file
      * by its movie/copy key (the same movie-id+copy-id build
      * MRS-4100 uses for MRS-RENT-ID) and checked window and rate.
      * uses the current rental cost.
       900-OPEN-FILES.
           PERFORM 160-LOAD-FILE-CONFIG THRU 160-EXIT
           MOVE "C" TO MRS-IBP-FUNCTION
           MOVE "MRS-7800" TO MRS-IBP-SOURCE
           MOVE UT-SYS-VEN-INVOICE TO MRS-IBP-PATH
           CALL "MRS-6545" USING MRS-IB-PUT
           IF MRS-IBP-RESULT = "D"
               DISPLAY "MRS-7800 INVOICE DROP REFUSED - ALREADY"
                   " RECONCILED."
           ELSE
               OPEN INPUT MRS-VENDOR-INVOICE-FILE
           END-IF
           OPEN INPUT MRS-PRICE-HIST-FILE
           OPEN INPUT MRS-RENTAL-FILE
           OPEN INPUT MRS-MOVIE-FILE
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

