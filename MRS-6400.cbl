               ASSIGN TO UT-SYS-MRS-RENT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MRS-RENT-ID
               ALTERNATE KEY IS MRS-RENT-COPY-KEY
               WITH DUPLICATES.

           SELECT MRS-MOVIE-FILE
               ASSIGN TO UT-SYS-MRS-MOVIE
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MRS-SHOW-ID
               ALTERNATE KEY IS MRS-SHOW-LOOKUP-KEY
               WITH DUPLICATES
               ALTERNATE KEY IS MRS-RENTAL-ID
               WITH DUPLICATES.

           SELECT MRS-SCH-INFO-FILE

       WORKING-STORAGE SECTION.
       COPY "CPYBOOKS/DATETIME.CPY".
       COPY "CPYBOOKS/MRS-SIGNON.CPY".
       COPY "CPYBOOKS/MRS-TRNPUT.CPY".

       01  WS-FILENAMES.
           05  UT-SYS-MRS-RENT       PIC X(50)
       350-EXIT.
           EXIT.

      * A live rental for the showing's movie, any copy. The movie +
      * copy key started on the movie number alone lands on the
      * movie's first rental if it has one. The read goes into the
      * rental file's own record area, so the show record the caller
      * is positioned on is untouched.
       370-FIND-LIVE-RENTAL.
           MOVE "N" TO WS-FOUND
           IF MRS-RENTAL-ID(3:4) NOT NUMERIC
               GO TO 370-EXIT
           END-IF
           MOVE MRS-RENTAL-ID(3:4) TO MRS-MOVIE-ID
           START MRS-RENTAL-FILE KEY IS EQUAL TO MRS-MOVIE-ID
               INVALID KEY
                   GO TO 370-EXIT
           END-START
           READ MRS-RENTAL-FILE NEXT RECORD
               AT END
                   GO TO 370-EXIT
           END-READ
           IF MRS-MOVIE-ID = MRS-RENTAL-ID(3:4)
               MOVE "Y" TO WS-FOUND
           END-IF.
       370-EXIT.
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

