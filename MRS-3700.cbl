      * screen, or a day outside the movie's rental window, goes on
      * the skip report with the reason, and the run carries on with
      * the rest of the range.
      *
      * The showing attributes keyed at the confirm (open caption,
      * sensory-friendly, 21 and over, premiere) go on every row the
      * run books - a caption run is usually the whole engagement.
      *****************************************************************

       ENVIRONMENT DIVISION.
               ASSIGN TO UT-SYS-MRS-RENT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MRS-RENT-ID
               ALTERNATE KEY IS MRS-RENT-COPY-KEY
               WITH DUPLICATES.

           SELECT MRS-SCH-INFO-FILE
               ASSIGN TO UT-SYS-MRS-SCH
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MRS-SHOW-ID
               ALTERNATE KEY IS MRS-SHOW-LOOKUP-KEY
               WITH DUPLICATES
               ALTERNATE KEY IS MRS-RENTAL-ID
               WITH DUPLICATES.

           SELECT MRS-SCREEN-FILE
       COPY "CPYBOOKS/MRS-JRNPUT.CPY".
       COPY "CPYBOOKS/FUNCTION-KEYS.CPY".
       COPY "CPYBOOKS/MRS-SIGNON.CPY".
       COPY "CPYBOOKS/MRS-SEQPUT.CPY".
       COPY "CPYBOOKS/MRS-TRNPUT.CPY".
       COPY "CPYBOOKS/MRS-KDMCHK.CPY".
       COPY "CPYBOOKS/MRS-FMTCHK.CPY".
       COPY "CPYBOOKS/MRS-ATRPUT.CPY".
       COPY "CPYBOOKS/DATETIME.CPY".

       01  WORKING-VARIABLES.
           05  WV-ID.
               10  WV-VENDOR-ID         PIC 99.
               10  WV-MOVIE-ID          PIC 9999.
           05  WV-SCREEN-NUM            PIC 99.
           05  WV-START-TIME            PIC 9999.
           05  WV-FROM-DATE             PIC 9(8).
           05  WV-TO-DATE               PIC 9(8).
           05  WS-OPERATOR-ID           PIC X(8).
           05  WV-ENTER                 PIC X.
           05  WV-CONFIRM               PIC X.
           05  WV-SHOW-ATTRS            PIC X(4).

       01  WORKING-CHECKS.
           05  WS-INPUT-VALID           PIC X.
           05  VENDOR-EOF               PIC X.
           05  RENT-EOF                 PIC X.
           05  SHOW-EOF                 PIC X.
           05  WS-SEAT-NUM              PIC 999.
           05  WS-ADA-TOTAL             PIC 9(3).
           05  WS-RENT-WIN-START        PIC 9(8).
           05  WS-RENT-WIN-END          PIC 9(8).
           05  WS-SHOW-TIME-X           PIC X(7).
           05  WS-BOOKED-CNT            PIC 9(3) VALUE 0.
           05  WS-SKIPPED-CNT           PIC 9(3) VALUE 0.
           05  WS-KEYWARN-CNT           PIC 9(3) VALUE 0.
           05  WS-GAP-MINS              PIC 9999 VALUE 180.
           05  WS-NEW-MINS              PIC 9999.
           05  WS-EXIST-MINS            PIC 9999.
                                            FOREGROUND-COLOR 7.
           05  SCH-TITLE-LINE.
               10  LINE 1 COL 1            VALUE "MRS370".
               10 COL 10 PIC X(8) FROM MRS-SIGNON-BANNER
                    FOREGROUND-COLOR 4.
               10         COL 30           VALUE "MOVIE THEATER SYSTEM".
               10         COL 70           PIC Z9 FROM WS-MONTH.
               10         COL 72           VALUE "/".
               10  LINE 6 COL 21  VALUE "MOVIE ID:".
               10         COL 36  PIC 9999 TO WV-MOVIE-ID REVERSE-VIDEO.
               10  LINE 7 COL 17  VALUE "SCREEN NUMBER:".
               10         COL 36  PIC 99 TO WV-SCREEN-NUM REVERSE-VIDEO.
               10  LINE 8 COL 12  VALUE "START TIME (HHMM):".
               10         COL 36  PIC 9999 TO WV-START-TIME
                                  REVERSE-VIDEO.

       01  RUN-MESSAGES.
           05  RUN-CONFIRM.
               10  LINE 20 COL 10
                   VALUE "ATTRIBUTES (C = OPEN CAPTION  S = SENSORY".
               10          COL 51 VALUE "  A = 21+  P = PREMIERE):".
               10          COL 77 PIC X(4) USING WV-SHOW-ATTRS
                                  REVERSE-VIDEO.
               10  LINE 22 COL 10 VALUE "BOOK THIS RUN? Y/N".
               10          COL 32 PIC X TO WV-CONFIRM REVERSE-VIDEO.
           05  RUN-BAD-ATTRS           FOREGROUND-COLOR 4.
               10  LINE 22 COL 10
                   VALUE "ATTRIBUTES ARE C, S, A, AND P ONLY".
               10  LINE 24 COL 40 VALUE "PRESS ENTER TO CONTINUE".
               10          COL 65 PIC X TO WV-ENTER.
           05  RUN-INVALID             FOREGROUND-COLOR 4.
               10  LINE 22 COL 10
                   VALUE "CHECK MOVIE/SCREEN/TIME/DATES".
               10          COL 60 PIC 9(4) FROM WS-FIRST-SHOW-ID.
               10          COL 30 VALUE "DAYS SKIPPED:".
               10          COL 45 PIC ZZ9 FROM WS-SKIPPED-CNT.
               10  LINE 21 COL 10 VALUE "KEY WARNINGS:".
               10          COL 24 PIC ZZ9 FROM WS-KEYWARN-CNT.
               10  LINE 23 COL 10
                   VALUE "SKIPPED DAYS ARE ON THE RUN BOOKING REPORT".
               10  LINE 24 COL 40 VALUE "PRESS ENTER TO CONTINUE".
               10          COL 47 VALUE " THIS RUN".
               10  LINE 24 COL 40 VALUE "PRESS ENTER TO CONTINUE".
               10          COL 65 PIC X TO WV-ENTER.
           05  RUN-FORMAT-RESTRICTED   FOREGROUND-COLOR 4.
               10  LINE 22 COL 5 VALUE "NO PRINT THIS ROOM CAN RUN".
               10          COL 31 VALUE " - PRINT".
               10          COL 40 PIC X(3) FROM MRS-FC-PRINT-FMT.
               10          COL 44 VALUE "ROOM FORMAT".
               10          COL 56 PIC X FROM MRS-FC-SCR-FMT.
               10  LINE 23 COL 10 VALUE "SUPERVISOR OVERRIDE? Y/N".
               10  REVERSE-VIDEO COL 36 PIC X TO WV-OVERRIDE.
           05  RUN-FORMAT-DENIED       FOREGROUND-COLOR 4.
               10  LINE 22 COL 5 VALUE "NO PRINT THIS ROOM CAN RUN".
               10          COL 31 VALUE " - PRINT".
               10          COL 40 PIC X(3) FROM MRS-FC-PRINT-FMT.
               10          COL 44 VALUE "ROOM FORMAT".
               10          COL 56 PIC X FROM MRS-FC-SCR-FMT.
               10  LINE 23 COL 5
                   VALUE "A SUPERVISOR MUST BOOK THIS RUN".
               10  LINE 24 COL 40 VALUE "PRESS ENTER TO CONTINUE".
               10          COL 65 PIC X TO WV-ENTER.
           05  RUN-HELP                FOREGROUND-COLOR 3.
               10  LINE 22 COL 10
                   VALUE "ENTER THE RANGE AND MARK EACH DAY Y OR N".
               ACCEPT RUN-INVALID
               GO TO 150-EXIT
           END-IF
           MOVE SPACES TO WV-SHOW-ATTRS
           DISPLAY RUN-CONFIRM
           ACCEPT RUN-CONFIRM
           IF WV-CONFIRM = "Y"
               MOVE WV-SHOW-ATTRS TO MRS-ATP-CODES
               CALL "MRS-3110" USING MRS-ATTR-PUT
               IF MRS-ATP-ANSWER NOT = "Y"
                   DISPLAY RUN-BAD-ATTRS
                   ACCEPT RUN-BAD-ATTRS
                   GO TO 150-EXIT
               END-IF
               MOVE MRS-ATP-CODES TO WV-SHOW-ATTRS
               PERFORM 300-GENERATE-RUN THRU 300-EXIT
               PERFORM 700-ENSURE-SCH-ROW THRU 700-EXIT
               PERFORM 930-WRITE-AUDIT THRU 930-EXIT
               IF WS-RATING-OK = "N"
                   MOVE "N" TO WS-INPUT-VALID
               END-IF
           END-IF
      *    And the print: one movie on one screen for the whole run,
      *    so one look at the prints in the building settles it.
           IF WS-INPUT-VALID = "Y"
               PERFORM 265-CHECK-PRINT-FORMAT THRU 265-EXIT
           END-IF.
       200-EXIT.
           EXIT.
               NOT INVALID KEY
                   MOVE "Y" TO WS-MOVIE-FOUND
           END-READ
      *    Only the movie's own rentals are read, off the movie + copy
      *    key started on the movie number alone.
           MOVE "N" TO RENT-EOF
           MOVE WV-MOVIE-ID TO MRS-MOVIE-ID OF MRS-RENTAL-REC
           START MRS-RENTAL-FILE
               KEY IS EQUAL TO MRS-MOVIE-ID OF MRS-RENTAL-REC
               INVALID KEY
                   MOVE "Y" TO RENT-EOF
           END-START
                   AT END
                       MOVE "Y" TO RENT-EOF
                   NOT AT END
                       IF MRS-MOVIE-ID OF MRS-RENTAL-REC
                          NOT = WV-MOVIE-ID
                           MOVE "Y" TO RENT-EOF
                       ELSE
                           IF MRS-READY-TO-SCHEDULE-FLAG = "Y"
                               MOVE "Y" TO WS-READY-RENTAL
                               MOVE MRS-START-DATE TO WS-RENT-WIN-START
                               MOVE MRS-END-DATE TO WS-RENT-WIN-END
                               MOVE "Y" TO RENT-EOF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
       260-EXIT.
           EXIT.

      * Prints in the building but none the room can project (a 3D
      * package in a 2D room, 35mm with no film booth) stop the run
      * the way the rating rules do - supervisor override or
      * nothing. No print here at all stays the copy-site warning.
       265-CHECK-PRINT-FORMAT.
           MOVE WV-ID TO MRS-FC-RENTAL-ID
           MOVE WV-SCREEN-NUM TO MRS-FC-SCREEN
           CALL "MRS-4180" USING MRS-FMT-CHECK
           IF MRS-FC-ANSWER NOT = "N"
               GO TO 265-EXIT
           END-IF
           MOVE SPACES TO WV-OVERRIDE
           IF MRS-SIGNON-LEVEL >= 2
               DISPLAY RUN-FORMAT-RESTRICTED
               ACCEPT RUN-FORMAT-RESTRICTED
           ELSE
               DISPLAY RUN-FORMAT-DENIED
               ACCEPT RUN-FORMAT-DENIED
           END-IF
           IF WV-OVERRIDE NOT = "Y"
               MOVE "N" TO WS-INPUT-VALID
           END-IF.
       265-EXIT.
           EXIT.

       240-CHECK-SCREEN.
           MOVE "N" TO WS-SCREEN-VALID
           MOVE WV-SCREEN-NUM TO MRS-SCR-NUMBER
       300-GENERATE-RUN.
           MOVE ZERO TO WS-BOOKED-CNT
           MOVE ZERO TO WS-SKIPPED-CNT
           MOVE ZERO TO WS-KEYWARN-CNT
           MOVE ZERO TO WS-FIRST-SHOW-ID
      *    A run with no print in the building is worth a warning
      *    line at the top of the report, not a refusal - the
           ELSE
               PERFORM 500-WRITE-SHOW-ROW THRU 500-EXIT
               ADD 1 TO WS-BOOKED-CNT
               PERFORM 480-CHECK-KEY-WINDOW THRU 480-EXIT
           END-IF.
       400-EXIT.
           EXIT.

      * A booked day the projector's key will not cover still books
      * - the key may yet arrive - but it goes on the report as a
      * warning so the booking office chases the distributor. A
      * site with no key file on disk gets no key lines.
       480-CHECK-KEY-WINDOW.
           MOVE WV-ID TO MRS-KC-RENTAL-ID
           MOVE WV-SCREEN-NUM TO MRS-KC-SCREEN
           MOVE WS-CUR-DATE TO MRS-KC-SHOW-DATE
           MOVE WV-START-TIME TO MRS-KC-SHOW-TIME
           MOVE MRS-RUNTIME-MINS TO MRS-KC-RUNTIME
           CALL "MRS-4170" USING MRS-KDM-CHECK
           EVALUATE MRS-KC-ANSWER
               WHEN "N"
                   MOVE "BOOKED - NO KEY FOR SCREEN" TO RD-REASON
               WHEN "E"
                   MOVE "BOOKED - KEY ENDS BEFORE SHOW" TO RD-REASON
               WHEN "O"
                   MOVE "BOOKED - OUTSIDE KEY WINDOW" TO RD-REASON
               WHEN OTHER
                   GO TO 480-EXIT
           END-EVALUATE
           ADD 1 TO WS-KEYWARN-CNT
           MOVE WS-CUR-DATE TO RD-DATE
           WRITE MRS-RUN-BOOK-LINE FROM WS-RPT-DETAIL.
       480-EXIT.
           EXIT.

      * Is there an active copy of the movie at the showing's site?
      * The screen record 240 read names the site; a copy never
      * assigned a site (spaces) is taken as available anywhere,
           MOVE ZEROS TO MRS-SOLD-AT-CANCEL
           MOVE WS-ADA-TOTAL TO MRS-ADA-SEATS
           MOVE MRS-SCR-SITE TO MRS-SHOW-SITE
           MOVE WV-SHOW-ATTRS TO MRS-SHOW-ATTRS
           WRITE MRS-SHOW-REC
           MOVE "SHOW" TO MRS-JP-FILE-TAG
           MOVE "W" TO MRS-JP-ACTION
           MOVE "ADD" TO MRS-AUD-ACTION
           MOVE WV-MOVIE-ID TO MRS-AUD-KEY
           MOVE WS-OPERATOR-ID TO MRS-AUD-OPERATOR
           COPY "CPYBOOKS/MRS-AUDSEQ.CPY".
           WRITE MRS-AUDIT-REC.
       930-EXIT.
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
       160-EXIT.
           EXIT.

