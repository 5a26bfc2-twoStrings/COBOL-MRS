               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MRS-SHOW-ID
               ALTERNATE KEY IS MRS-SHOW-LOOKUP-KEY
               WITH DUPLICATES
               ALTERNATE KEY IS MRS-RENTAL-ID
               WITH DUPLICATES.

           SELECT MRS-RENTAL-FILE
               ASSIGN TO UT-SYS-MRS-RENT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MRS-RENT-ID
               ALTERNATE KEY IS MRS-RENT-COPY-KEY
               WITH DUPLICATES.

           SELECT MRS-COPY-FILE
               ASSIGN TO UT-SYS-COPYFILE
       COPY "CPYBOOKS/MRS-JOBCTR.CPY".
       COPY "CPYBOOKS/MRS-JRNPUT.CPY".
       COPY "CPYBOOKS/DATETIME.CPY".
       COPY "CPYBOOKS/MRS-SIGNON.CPY".
       COPY "CPYBOOKS/MRS-TRNPUT.CPY".

       01  WS-FILENAMES.
           05  UT-SYS-MRS-SHOW       PIC X(50)
       250-EXIT.
           EXIT.

      * Only the movie's own rentals are read, off the movie + copy
      * key started on the movie number alone.
       270-FIND-COPY-NO.
           MOVE "N" TO WS-COPY-FOUND
           MOVE "N" TO RENT-EOF
           MOVE WS-MOVIE-ID-W TO MRS-MOVIE-ID
           START MRS-RENTAL-FILE KEY IS EQUAL TO MRS-MOVIE-ID
               INVALID KEY
                   MOVE "Y" TO RENT-EOF
           END-START
                   AT END
                       MOVE "Y" TO RENT-EOF
                   NOT AT END
                       IF MRS-MOVIE-ID NOT = WS-MOVIE-ID-W
                           MOVE "Y" TO RENT-EOF
                       ELSE
                           IF MRS-START-DATE <= MRS-SHOW-DATE AND
                              MRS-END-DATE >= MRS-SHOW-DATE
                               MOVE MRS-COPY-ID TO WS-COPY-NO-W
                               MOVE "Y" TO WS-COPY-FOUND
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

