                   ASSIGN TO UT-SYS-MSTERFILE
                   ORGANIZATION IS INDEXED
                   ACCESS IS DYNAMIC
                   RECORD KEY IS MRS-RENT-ID
                   ALTERNATE KEY IS MRS-RENT-COPY-KEY
                   WITH DUPLICATES.
               SELECT MRS-MOVIE-FILE
                   ASSIGN TO UT-SYS-DETAILFILE
                   ORGANIZATION IS INDEXED
       COPY "CPYBOOKS/MRS-JRNPUT.CPY".
       COPY "./CPYBOOKS/FUNCTION-KEYS.CPY".
       COPY "./CPYBOOKS/MRS-SIGNON.CPY".
       COPY "./CPYBOOKS/MRS-SEQPUT.CPY".
       COPY "./CPYBOOKS/MRS-TRNPUT.CPY".
       COPY "./CPYBOOKS/MRS-BPMPUT.CPY".
   

       01 WS-FILENAMES.
         05 ERR-MSG PIC X(40).

      * Used to compute a late fee when a rental is marked returned
      * after its end date has already passed. The daily rate is the
      * LATE-FEE business parameter in force; 5.00 when none is keyed.
       01 WS-LATE-FEE-CALC.
         05 WS-LATE-FEE-RATE    PIC 9(3)V99 VALUE 5.00.
         05 WS-END-NUM          PIC 9(8).
         05 WS-TODAY-NUM        PIC 9(8).
         05 WS-END-INT          PIC 9(8).
       FOREGROUND-COLOR 7.
         05 MV-TITLE-LINE.
           10 LINE 1 COL 1 VALUE "MRS430".
           10 COL 10 PIC X(8) FROM MRS-SIGNON-BANNER
                FOREGROUND-COLOR 4.
           10 COL 30 VALUE "MOVIE THEATER SYSTEM".
           10 COL 70 PIC Z9 FROM WS-MONTH.
           10 COL 72 VALUE "/".
           10 LINE 22 COL 9 PIC X(14) VALUE "INVALID FIELD:".
           10 LINE 23 COL 16 PIC X(30) VALUE "RENTAL DOES NOT EXIST".
           10 COL 60 PIC X TO WS-CONFIRM.
         05 ERR-CANCELLED FOREGROUND-COLOR 4.
           10 LINE 22 COL 9 PIC X(14) VALUE "INVALID FIELD:".
           10 LINE 23 COL 16 PIC X(30) VALUE "RENTAL WAS CANCELLED".
           10 COL 60 PIC X TO WS-CONFIRM.
         05 SUCCESS-ID FOREGROUND-COLOR 2.
           10 LINE 22 COL 9 PIC X(23) VALUE "RENTAL HAS BEEN UPDATED!".

           MOVE MRS-RENT-ID TO WS-ISNEW
      *CHANGE TO UNTIL FOUND
           PERFORM 500-COMPARE-ID THRU 500-END.
      *    A cancelled booking is closed; it is not updated or
      *    returned here.
           IF WS-RENTAL-FOUND = "Y" AND MRS-RENT-STATUS = "C"
               DISPLAY ERR-CANCELLED
               ACCEPT ERR-CANCELLED
               DISPLAY CLEAR
               MOVE "C" TO WS-RENTAL-FOUND
           END-IF
           IF WS-RENTAL-FOUND = "Y"
               DISPLAY SCR-UPDATE
               ACCEPT SCR-UPDATE

               END-IF
           ELSE
               IF WS-RENTAL-FOUND = "N"
                   DISPLAY ERR-3
                   ACCEPT ERR-3
                   DISPLAY CLEAR
               END-IF
           END-IF.
           DISPLAY HACKEY
           DISPLAY CONFIRM-EXIT
      *****************************************************************
      * Re-checks that nothing else is waiting on this movie/copy for
      * the new, extended END-DATE before it gets saved. Mirrors
      * MRS-4100's 290-CHECK-COPY-AVAIL: only this movie/copy's
      * rentals are read, off the movie + copy key, and this rental's
      * own RENT-ID is passed over.
       370-CHECK-RENEW-AVAIL.
           MOVE "N" TO WS-COPY-CONFLICT
           MOVE "N" TO WS-RENEW-EOF
           MOVE MOVIE-ID TO MRS-MOVIE-ID
           MOVE COPY-ID TO MRS-COPY-ID
           START MRS-RENTAL-FILE KEY IS EQUAL TO MRS-RENT-COPY-KEY
               INVALID KEY
                   MOVE "Y" TO WS-RENEW-EOF
           END-START
                   AT END
                       MOVE "Y" TO WS-RENEW-EOF
                   NOT AT END
                       IF MRS-MOVIE-ID NOT = MOVIE-ID
                          OR MRS-COPY-ID NOT = COPY-ID
                           MOVE "Y" TO WS-RENEW-EOF
                       ELSE
                           IF MRS-RENT-ID NOT = RENT-ID
                              AND MRS-RETURN-FLAG NOT = "Y"
                              AND MRS-START-DATE <= WS-NEW-END-DATE
                              AND MRS-END-DATE >= START-DATE
                               MOVE "Y" TO WS-COPY-CONFLICT
                               MOVE "Y" TO WS-RENEW-EOF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
               COMPUTE WS-TODAY-INT =
                   FUNCTION INTEGER-OF-DATE (WS-TODAY-NUM)
               IF WS-TODAY-INT > WS-END-INT
                   MOVE "LATE-FEE" TO MRS-BPP-NAME
                   MOVE WS-TODAY-NUM TO MRS-BPP-AS-OF
                   MOVE 5.00 TO MRS-BPP-VALUE
                   CALL "MRS-1760" USING MRS-BPM-PUT
                   MOVE MRS-BPP-VALUE TO WS-LATE-FEE-RATE
                   COMPUTE WS-DAYS-LATE = WS-TODAY-INT - WS-END-INT
                   COMPUTE WS-LATE-FEE ROUNDED =
                       WS-DAYS-LATE * WS-LATE-FEE-RATE
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

           MOVE "UPDATE" TO MRS-AUD-ACTION
           MOVE MRS-RENT-ID TO MRS-AUD-KEY
           MOVE WS-OPERATOR-ID TO MRS-AUD-OPERATOR
           COPY "./CPYBOOKS/MRS-AUDSEQ.CPY".
           WRITE MRS-AUDIT-REC.
       900-EXIT.
           EXIT.
