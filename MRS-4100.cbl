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
    
       01 WS-MOVIE-ID PIC 9(4).
       01 WS-SUBTOTAL-CALC.
         05 WS-COPY-CONFLICT PIC X.
         05 EOF-RENTAL-SCAN PIC X.
         05 WS-OPERATOR-ID PIC X(8).
         05 WS-TERMS-ASK PIC X.
       01 WS-VENDOR-CHECK.
         05 WS-VEN-OK PIC X.
         05 WS-VEN-FOUND PIC X.
       FOREGROUND-COLOR 7.
         05 MV-TITLE-LINE.
           10 LINE 1 COL 1 VALUE "MRS410".
           10 COL 10 PIC X(8) FROM MRS-SIGNON-BANNER
                FOREGROUND-COLOR 4.
           10 COL 30 VALUE "MOVIE THEATER SYSTEM".
           10 COL 70 PIC 99 FROM WS-MONTH.
           10 COL 72 VALUE "/".
           10 LINE 23 COL 10 PIC X(26)
             VALUE "QUEUE THIS REQUEST? Y/N".
           10 REVERSE-VIDEO COL 38 PIC X TO WS-CONFIRM.
         05 CONFIRM-TERMS.
           10 LINE 23 COL 10 PIC X(26)
             VALUE "KEY FILM TERMS NOW? Y/N".
           10 REVERSE-VIDEO COL 38 PIC X TO WS-TERMS-ASK.
         05 CONTINUE-ADD.
           10 LINE 23 COL 16 PIC X(23) VALUE "PRESS ENTER TO CONTINUE".
           10 COL 60 PIC X TO WS-CONFIRM.
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

               MOVE 'N' TO MRS-RETURN-FLAG
               MOVE WS-ORDER-NO TO MRS-ORDER-NO
               MOVE "N" TO MRS-GL-CONFIRMED-FLAG
      *        Whatever stood on file under this key before, the
      *        booking keyed now is a live one.
               MOVE SPACE TO MRS-RENT-STATUS
               MOVE ZEROS TO MRS-CANCEL-DATE
               MOVE ZEROS TO MRS-CANCEL-FEE
               MOVE SPACES TO MRS-CANCEL-JOURNAL
               PERFORM 310-COMPUTE-SUB THRU 310-EXIT
               DISPLAY SCR1-R11 OF SCR-DETAIL
               PERFORM 320-CHECK-BUDGET THRU 320-END
                   PERFORM 900-WRITE-AUDIT THRU 900-EXIT
                   MOVE SUCCESS-ADDED TO ERR-MSG
                   DISPLAY SUCCESS-ID
                   PERFORM 470-OFFER-TERMS THRU 470-EXIT
               END-IF
           END-IF
           PERFORM 450-CONFIRM-EXIT THRU 450-EXIT.
       285-EXIT.
           EXIT.

      * Reads the rentals on the same movie/copy, by the movie + copy
      * alternate key, for any that is still outstanding (not
      * returned) and whose date range overlaps the one just keyed
      * in. Uses working copies of the new rental's fields since the
      * read lands in the same record area. MRS-RENT-ID is derived
      * from movie-id+copy-id, so this movie/copy can only ever match
      * one record in the file - there is no second "other" rental
      * row to tell apart from this one by ID, so availability is
      * decided purely by return flag and date overlap, not by
      * comparing record keys.
       290-CHECK-COPY-AVAIL.
           MOVE "N" TO WS-COPY-CONFLICT
           MOVE "N" TO EOF-RENTAL-SCAN
           MOVE WS-NEW-MOVIE-ID TO MRS-MOVIE-ID
           MOVE WS-NEW-COPY-ID TO MRS-COPY-ID
           START MRS-RENTAL-FILE KEY IS EQUAL TO MRS-RENT-COPY-KEY
               INVALID KEY
                   MOVE "Y" TO EOF-RENTAL-SCAN
           END-START
                   AT END
                       MOVE "Y" TO EOF-RENTAL-SCAN
                   NOT AT END
                       IF MRS-MOVIE-ID NOT = WS-NEW-MOVIE-ID
                          OR MRS-COPY-ID NOT = WS-NEW-COPY-ID
                           MOVE "Y" TO EOF-RENTAL-SCAN
                       ELSE
                           IF MRS-RETURN-FLAG NOT = "Y"
                              AND MRS-START-DATE <= WS-NEW-END-DATE
                              AND MRS-END-DATE >= WS-NEW-START-DATE
                               MOVE "Y" TO WS-COPY-CONFLICT
                               MOVE "Y" TO EOF-RENTAL-SCAN
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
       290-EXIT.
           EXIT.
       460-EXIT.
           EXIT.

      * A title booked on contracted terms has them keyed while the
      * distributor's confirmation is still in hand - the settlement
      * run falls back to the vendor's flat share for any title it
      * finds no terms for.
       470-OFFER-TERMS.
           MOVE SPACES TO WS-TERMS-ASK
           DISPLAY CONFIRM-TERMS
           ACCEPT CONFIRM-TERMS
           IF WS-TERMS-ASK = "Y"
               CALL "MRS-4150"
               DISPLAY CLEAR
           END-IF.
       470-EXIT.
           EXIT.

      * Appends one line to the audit trail for this add so there is
      * a record of which operator entered the rental.
       900-WRITE-AUDIT.
           MOVE "ADD" TO MRS-AUD-ACTION
           MOVE MRS-RENT-ID TO MRS-AUD-KEY
           MOVE WS-OPERATOR-ID TO MRS-AUD-OPERATOR
           COPY "./CPYBOOKS/MRS-AUDSEQ.CPY".
           WRITE MRS-AUDIT-REC.
       900-EXIT.
           EXIT.
           MOVE "ADD" TO MRS-AUD-ACTION
           MOVE WS-ORDER-NO TO MRS-AUD-KEY
           MOVE WS-OPERATOR-ID TO MRS-AUD-OPERATOR
           COPY "./CPYBOOKS/MRS-AUDSEQ.CPY".
           WRITE MRS-AUDIT-REC.
       910-EXIT.
           EXIT.
           MOVE "ADD" TO MRS-AUD-ACTION
           MOVE MRS-WL-ID TO MRS-AUD-KEY
           MOVE WS-OPERATOR-ID TO MRS-AUD-OPERATOR
           COPY "./CPYBOOKS/MRS-AUDSEQ.CPY".
           WRITE MRS-AUDIT-REC.
       920-EXIT.
           EXIT.
