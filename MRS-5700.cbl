      *
      *   vendor,movie,title,copy,start,end,subtotal
      *
      * and stamps the sent date on the rental. A booking cancelled
      * after it was sent (MRS4200 clears its sent date) goes again
      * as a cancellation, the cancellation fee in the money place:
      *
      *   vendor,movie,title,copy,start,end,fee,CANCEL
      *
      * and is not chased for confirmation afterwards. A booking
      * sent but still unconfirmed after the grace period goes on
      * the action queue for the office to chase; resolving that
      * item on the work screen marks the rental vendor-confirmed.
      *
      * Each night's lines for a vendor open with a header line and
      * close with a trailer line whose hash total is the subtotals
      * sent (MRS-6540); each vendor has its own run of sequence
      * numbers, and every file goes on the outbound register.
      *
      * Runs as a step in the MRS-9000 night driver.
      *****************************************************************
               ASSIGN TO UT-SYS-MRS-RENT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MRS-RENT-ID
               ALTERNATE KEY IS MRS-RENT-COPY-KEY
               WITH DUPLICATES.

           SELECT MRS-MOVIE-FILE
               ASSIGN TO UT-SYS-MRS-MOVIE
       COPY "CPYBOOKS/MRS-JOBCTR.CPY".
       COPY "CPYBOOKS/MRS-JRNPUT.CPY".
       COPY "CPYBOOKS/DATETIME.CPY".
       COPY "CPYBOOKS/MRS-SIGNON.CPY".
       COPY "CPYBOOKS/MRS-TRNPUT.CPY".
       COPY "CPYBOOKS/MRS-OBPUT.CPY".

       01  WS-FILENAMES.
           05  UT-SYS-MRS-RENT       PIC X(50)
           05  WS-ACT-NEXT-ID        PIC 9(5).
           05  WS-ACT-NEW-KEY        PIC X(12).
           05  WS-SUBTOTAL-X         PIC 9(5).99.
           05  WS-VEN-COUNT          PIC 9(3) VALUE ZERO.
           05  WS-VEN-I              PIC 9(3).

      * The rentals do not come off in vendor order, so each vendor's
      * file is closed and reopened as the vendor changes; its
      * header's sequence and its running count and hash wait here
      * until the trailers go down at the end of the run.
       01  WS-VEN-TABLE.
           05  WS-VEN-SLOT OCCURS 200 TIMES.
               10  WV-VENDOR         PIC X(2).
               10  WV-SEQ            PIC 9(6).
               10  WV-COUNT          PIC 9(9).
               10  WV-HASH           PIC S9(13)V99.
               10  WV-PATH           PIC X(50).

       PROCEDURE DIVISION.
       100-MAIN.
           MOVE "N" TO WS-VENDOR-OPEN
           PERFORM 200-WALK-RENTALS THRU 200-EXIT
           IF WS-VENDOR-OPEN = "Y"
               PERFORM 390-PARK-VENDOR THRU 390-EXIT
           END-IF
           PERFORM 400-CLOSE-OUT-VENDOR THRU 400-EXIT
               VARYING WS-VEN-I FROM 1 BY 1
               UNTIL WS-VEN-I > WS-VEN-COUNT

      *    The night driver logs these on the job log.
           MOVE WS-SENT-CNT TO MRS-JOB-WRITTEN
               PERFORM 300-EXPORT-ONE THRU 300-EXIT
               GO TO 250-EXIT
           END-IF
           IF MRS-VENDOR-CONFIRMED-FLAG NOT = "Y" AND
              MRS-RENT-STATUS NOT = "C"
               COMPUTE WS-SENT-INT =
                   FUNCTION INTEGER-OF-DATE (MRS-CONFIRM-SENT-DATE)
               COMPUTE WS-AGE-DAYS = WS-TODAY-INT - WS-SENT-INT
           END-IF
           IF WS-MOV-VENDOR NOT = WS-CUR-VENDOR
               IF WS-VENDOR-OPEN = "Y"
                   PERFORM 390-PARK-VENDOR THRU 390-EXIT
               END-IF
               MOVE WS-MOV-VENDOR TO WS-CUR-VENDOR
               MOVE WS-CONFIRM-EXP-BASE TO UT-SYS-CONFIRM-EXP
               PERFORM 380-STAMP-VENDOR-PATH THRU 380-EXIT
               OPEN EXTEND MRS-CONFIRM-EXPORT
               MOVE "Y" TO WS-VENDOR-OPEN
               PERFORM 395-RESUME-VENDOR THRU 395-EXIT
           END-IF
           IF MRS-RENT-STATUS = "C"
               MOVE MRS-CANCEL-FEE TO WS-SUBTOTAL-X
           ELSE
               MOVE MRS-SUBTOTAL TO WS-SUBTOTAL-X
           END-IF
           MOVE SPACES TO MRS-CONFIRM-LINE
           STRING WS-MOV-VENDOR DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  WS-SUBTOTAL-X DELIMITED BY SIZE
               INTO MRS-CONFIRM-LINE
           END-STRING
           IF MRS-RENT-STATUS = "C"
               MOVE ",CANCEL" TO MRS-CONFIRM-LINE(59:7)
               ADD MRS-CANCEL-FEE TO MRS-OBP-HASH
           ELSE
               ADD MRS-SUBTOTAL TO MRS-OBP-HASH
           END-IF
           WRITE MRS-CONFIRM-LINE
           ADD 1 TO MRS-OBP-COUNT
           MOVE WS-TODAY-NUM TO MRS-CONFIRM-SENT-DATE
           MOVE "N" TO MRS-VENDOR-CONFIRMED-FLAG
           REWRITE MRS-RENTAL-REC
       380-EXIT.
           EXIT.

      * The open vendor's running count and hash go back in its slot
      * and its file is closed until the vendor comes round again.
       390-PARK-VENDOR.
           MOVE MRS-OBP-COUNT TO WV-COUNT(WS-VEN-I)
           MOVE MRS-OBP-HASH TO WV-HASH(WS-VEN-I)
           CLOSE MRS-CONFIRM-EXPORT
           MOVE "N" TO WS-VENDOR-OPEN.
       390-EXIT.
           EXIT.

      * Picks up the vendor's slot, or - the first time the vendor
      * turns up tonight - takes a new one and writes the header.
       395-RESUME-VENDOR.
           PERFORM VARYING WS-VEN-I FROM 1 BY 1
               UNTIL WS-VEN-I > WS-VEN-COUNT
               OR WV-VENDOR(WS-VEN-I) = WS-CUR-VENDOR
               CONTINUE
           END-PERFORM
           IF WS-VEN-I <= WS-VEN-COUNT
               MOVE WV-SEQ(WS-VEN-I) TO MRS-OBP-SEQ
               MOVE WV-COUNT(WS-VEN-I) TO MRS-OBP-COUNT
               MOVE WV-HASH(WS-VEN-I) TO MRS-OBP-HASH
               GO TO 395-EXIT
           END-IF
           ADD 1 TO WS-VEN-COUNT
           MOVE WS-VEN-COUNT TO WS-VEN-I
           MOVE "H" TO MRS-OBP-FUNCTION
           MOVE "MRS-5700" TO MRS-OBP-SOURCE
           MOVE "CONF" TO MRS-OBP-FILE-CODE
           MOVE WS-CUR-VENDOR TO MRS-OBP-FILE-CODE(5:2)
           MOVE SPACES TO MRS-OBP-SITE
           MOVE UT-SYS-CONFIRM-EXP TO MRS-OBP-PATH
           CALL "MRS-6540" USING MRS-OB-PUT
           MOVE MRS-OBP-LINE TO MRS-CONFIRM-LINE
           WRITE MRS-CONFIRM-LINE
           MOVE WS-CUR-VENDOR TO WV-VENDOR(WS-VEN-I)
           MOVE MRS-OBP-SEQ TO WV-SEQ(WS-VEN-I)
           MOVE UT-SYS-CONFIRM-EXP TO WV-PATH(WS-VEN-I).
       395-EXIT.
           EXIT.

      * Each vendor's file is reopened one last time for its trailer,
      * which also puts the file on the outbound register.
       400-CLOSE-OUT-VENDOR.
           MOVE "T" TO MRS-OBP-FUNCTION
           MOVE "MRS-5700" TO MRS-OBP-SOURCE
           MOVE "CONF" TO MRS-OBP-FILE-CODE
           MOVE WV-VENDOR(WS-VEN-I) TO MRS-OBP-FILE-CODE(5:2)
           MOVE SPACES TO MRS-OBP-SITE
           MOVE WV-PATH(WS-VEN-I) TO MRS-OBP-PATH
           MOVE WV-PATH(WS-VEN-I) TO UT-SYS-CONFIRM-EXP
           MOVE WV-SEQ(WS-VEN-I) TO MRS-OBP-SEQ
           MOVE WV-COUNT(WS-VEN-I) TO MRS-OBP-COUNT
           MOVE WV-HASH(WS-VEN-I) TO MRS-OBP-HASH
           CALL "MRS-6540" USING MRS-OB-PUT
           OPEN EXTEND MRS-CONFIRM-EXPORT
           MOVE MRS-OBP-LINE TO MRS-CONFIRM-LINE
           WRITE MRS-CONFIRM-LINE
           CLOSE MRS-CONFIRM-EXPORT.
       400-EXIT.
           EXIT.

      * Drops the unconfirmed booking on the action queue - unless
      * an open item for it is already there, so a chased booking
      * is not re-flagged every night. Same dedupe the overdue
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

