               RECORD KEY IS MRS-SHOW-ID
               ALTERNATE KEY IS MRS-SHOW-LOOKUP-KEY
               WITH DUPLICATES
               ALTERNATE KEY IS MRS-RENTAL-ID
               WITH DUPLICATES
               FILE STATUS IS WS-SHOW-FILE-ST.

           SELECT MRS-HOLD-FILE
       COPY "CPYBOOKS/MRS-JRNPUT.CPY".
       COPY "CPYBOOKS/FUNCTION-KEYS.CPY".
       COPY "CPYBOOKS/MRS-SIGNON.CPY".
       COPY "CPYBOOKS/MRS-SEQPUT.CPY".
       COPY "CPYBOOKS/MRS-TRNPUT.CPY".
       COPY "CPYBOOKS/DATETIME.CPY".

       01  WORKING-VARIABLES.
           05  WV-SCR-NUM            PIC 99.
           05  WV-MOVIE-ID           PIC X(4).
           05  WV-SHOW-TIMES.
               10  WV-SHOW-1         PIC 9(4).
           05  WV-ENTER              PIC X.
           05  WV-AGAIN              PIC X.
           05  WV-HOLDING-TIME       PIC 9999.
           05  WV-HOLDING-SCREEN     PIC 99.
           05  WV-HOLDING-MOVIE      PIC X(4).
           05  WV-FUNC-PRESS         PIC X.
           05  WS-OPERATOR-ID        PIC X(8).
           05  WV-CALC-MM            PIC 99.
           05  WV-OVERRIDE           PIC X.
           05  WV-RATING-REFUSED     PIC X.
           05  WO-SEAT-NUM           PIC 999.
           05  MOVIE-EOF             PIC X.
           05  VENDOR-EOF            PIC X.
           05  TIC-EOF               PIC X.
               10  WC-SHOW-3         PIC 9(4).
               10  WC-SHOW-4         PIC 9(4).
               10  WC-SHOW-5         PIC 9(4).
           05  WC-SEATS              PIC 999.
           05  WC-RATING             PIC XXXX.
           05  WC-DESC               PIC X(200).
           05  WC-NEW-SCREEN         PIC 99.
           05  WC-SCH-DATE           PIC 9(8).
           05  WC-SITE               PIC X(2).

           05 WI-MOVIE-NAME          PIC X(20).
                   05 WI-MOVIE-VENDOR        PIC X(15).
           05 WI-SHOW-TIME           PIC X(20).
           05 WI-SEATS               PIC 999.
           05 WI-RATING              PIC X(4).
                   05 WI-DESCRIPTION         PIC X(200).
           05 WI-SCREEN-NUMBER       PIC 99.
           05 WI-SCH-DATE            PIC 9(8).

       01  WORKING-SCREEN-CHECK.
           05 WSC-MOVIE-NAME          PIC X(20).
                   05 WSC-MOVIE-VENDOR        PIC X(15).
           05 WSC-SHOW-TIME           PIC X(20).
           05 WSC-SEATS               PIC 999.
           05 WSC-RATING              PIC X(4).
                   05 WSC-DESCRIPTION         PIC X(200).
           05 WSC-SCREEN-NUMBER       PIC 99.
           05 WSC-SCH-DATE            PIC 9(8).

       01  WS-FILENAMES.
      * File path(s)
           05  UT-SYS-MRS-SCH         PIC X(50)
                                   VALUE "C:\COBOL\MRS-SCH-INDEX.dat".
                                            FOREGROUND-COLOR 7.
           05  MV-TITLE-LINE.
               10  LINE 1 COL 1            VALUE "MRS330".
               10 COL 10 PIC X(8) FROM MRS-SIGNON-BANNER
                    FOREGROUND-COLOR 4.
               10         COL 30           VALUE "MOVIE THEATER SYSTEM".
               10         COL 70           PIC Z9 FROM WS-MONTH.
               10         COL 72           VALUE "/".
   
           05  CHECK-ID.
               10  LINE 6 COL 17 VALUE "SCREEN NUMBER:".
               10  LINE 6 COL 32 PIC 99 TO WV-SCR-NUM REVERSE-VIDEO.
               10  LINE 7 COL 17 VALUE "OPERATOR ID:".
               10  LINE 7 COL 32 PIC X(8) FROM WS-OPERATOR-ID.
               10  LINE 8 COL 20 VALUE "MOVIE ID:".
                                   USING WI-MOVIE-ID REVERSE-VIDEO.
               10  LINE 7 COL 32  PIC X(15) FROM WI-MOVIE-NAME.
               10  LINE 8 COL 32  PIC 9  FROM WI-MOVIE-VENDOR.
               10  LINE 9 COL 32  PIC 99
                                   USING WI-SCREEN-NUMBER REVERSE-VIDEO.
               10  LINE 10 COL 32  PIC 9999
                                    USING WV-SHOW-1 REVERSE-VIDEO. 
               10  LINE 11 COL 32  PIC 999 FROM WI-SEATS.
               10  LINE 12 COL 32 PIC X(4) FROM WI-RATING.
               10  LINE 13 COL 32 PIC X(40) FROM WV-DES-1.
               10  LINE 14 COL 32 PIC X(40) FROM WV-DES-2.
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

           MOVE "UPDATE" TO MRS-AUD-ACTION
           MOVE WI-MOVIE-ID TO MRS-AUD-KEY
           MOVE WS-OPERATOR-ID TO MRS-AUD-OPERATOR
           COPY "CPYBOOKS/MRS-AUDSEQ.CPY".
           WRITE MRS-AUDIT-REC.
       650-EXIT.
           EXIT.
           PERFORM 805-TIME-DELTA THRU 805-EXIT
           PERFORM 808-GET-LAYOUTS THRU 808-EXIT
           MOVE ZERO TO WS-CARRIED-CNT
           MOVE "N" TO MOVIE-EOF
           MOVE LOW-VALUES TO MRS-MOVIE-KEY
           START MRS-MOVIE-FILE KEY IS NOT LESS THAN MRS-MOVIE-KEY
               INVALID KEY
                   MOVE "Y" TO MOVIE-EOF
           END-START
           PERFORM UNTIL MOVIE-EOF = "Y"
               READ MRS-MOVIE-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO MOVIE-EOF
                   NOT AT END
                       IF MRS-MOVIE-NO = WV-HOLDING-MOVIE
                           PERFORM 802-RIPPLE-TITLE THRU 802-EXIT
                       END-IF
               END-READ
           END-PERFORM.
       800-EXIT.
           EXIT.

      * The showings of one vendor's print of the movie, read off the
      * show file's rental key (the showing's vendor + movie number)
      * instead of walking every showing on file.
       802-RIPPLE-TITLE.
           MOVE "N" TO SHOW-EOF
           MOVE MRS-MOVIE-KEY TO MRS-RENTAL-ID
           START MRS-SHOW-FILE KEY IS EQUAL TO MRS-RENTAL-ID
               INVALID KEY
                   MOVE "Y" TO SHOW-EOF
           END-START
                   AT END
                       MOVE "Y" TO SHOW-EOF
                   NOT AT END
                       IF MRS-RENTAL-ID(1:6) NOT = MRS-MOVIE-KEY
                           MOVE "Y" TO SHOW-EOF
                       ELSE
                           IF MRS-SHOW-DATE >= WS-TODAY-NUM AND
                              MRS-SCREEN-NUMBER = WV-HOLDING-SCREEN AND
                              (MRS-SHOW-STATUS = "A" OR
                               MRS-SHOW-STATUS = SPACE)
                               PERFORM 810-RIPPLE-ONE THRU 810-EXIT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
       802-EXIT.
           EXIT.

      * Minutes between the old and new first show time - every
