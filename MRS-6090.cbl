               RECORD KEY IS MRS-SHOW-ID
               ALTERNATE KEY IS MRS-SHOW-LOOKUP-KEY
               WITH DUPLICATES
               ALTERNATE KEY IS MRS-RENTAL-ID
               WITH DUPLICATES
               FILE STATUS IS WS-SHOW-STATUS.

           SELECT MRS-SCREEN-FILE
       COPY "CPYBOOKS/MRS-PERMCHK.CPY".
       COPY "CPYBOOKS/MRS-JOBCTR.CPY".
       COPY "CPYBOOKS/DATETIME.CPY".
       COPY "CPYBOOKS/MRS-SIGNON.CPY".
       COPY "CPYBOOKS/MRS-TRNPUT.CPY".

       01  WS-FILENAMES.
           05  UT-SYS-MRS-SHOW       PIC X(50)
               10  WP-SHOW-ID        PIC 9(4).
               10  WP-SHOW-DATE      PIC 9(8).
               10  WP-SCREEN         PIC 99.
               10  WP-SEATS          PIC 999.
               10  WP-ADA            PIC 99.
               10  WP-SOLD           PIC S9(5).
               10  WP-HELD           PIC S9(5).

       550-CORRECT-ONE.
           COMPUTE WS-NEW-SEATS = WP-SEATS(PRF-I) - WS-DRIFT
           IF WS-NEW-SEATS < ZERO OR WS-NEW-SEATS > 999
               MOVE "HAND REWORK" TO RD-NOTE
               GO TO 550-EXIT
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

