               ASSIGN TO UT-SYS-MRS-RENT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MRS-RENT-ID
               ALTERNATE KEY IS MRS-RENT-COPY-KEY
               WITH DUPLICATES.

           SELECT MRS-WAITLIST-RPT
               ASSIGN TO UT-SYS-WAITLIST-RPT
       WORKING-STORAGE SECTION.
       COPY "CPYBOOKS/MRS-NTFPUT.CPY".
       COPY "CPYBOOKS/DATETIME.CPY".
       COPY "CPYBOOKS/MRS-SIGNON.CPY".
       COPY "CPYBOOKS/MRS-TRNPUT.CPY".

       01  WS-FILENAMES.
           05  UT-SYS-WAITLIST       PIC X(50)
       250-EXIT.
           EXIT.

      * The same check MRS-4100's 290-CHECK-COPY-AVAIL runs at rental
      * entry: the request's movie/copy is still busy while any
      * unreturned rental for it overlaps the wanted window. Only
      * that copy's rentals are read, by the movie + copy key.
       300-CHECK-COPY-AVAIL.
           MOVE "N" TO WS-STILL-BUSY
           MOVE "N" TO RENT-EOF
           MOVE MRS-WL-MOVIE-ID TO MRS-MOVIE-ID
           MOVE MRS-WL-COPY-ID TO MRS-COPY-ID
           START MRS-RENTAL-FILE KEY IS EQUAL TO MRS-RENT-COPY-KEY
               INVALID KEY
                   MOVE "Y" TO RENT-EOF
           END-START
                   AT END
                       MOVE "Y" TO RENT-EOF
                   NOT AT END
                       IF MRS-MOVIE-ID NOT = MRS-WL-MOVIE-ID
                          OR MRS-COPY-ID NOT = MRS-WL-COPY-ID
                           MOVE "Y" TO RENT-EOF
                       ELSE
                           IF MRS-RETURN-FLAG NOT = "Y"
                              AND MRS-START-DATE <= MRS-WL-WANT-END
                              AND MRS-END-DATE >= MRS-WL-WANT-START
                               MOVE "Y" TO WS-STILL-BUSY
                               MOVE "Y" TO RENT-EOF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
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

