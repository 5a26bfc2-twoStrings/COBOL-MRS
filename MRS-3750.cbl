      * screen and site in a source week off the show file, shifts
      * it seven days, and runs each one through the same gauntlet
      * run booking applies - calendar dark days, screen outages,
      * rating rules, a print in the building the room can project,
      * time overlap against what is already booked
      * (using the feature's runtime), and the rental window - then
      * books what passes and prints every skip with its reason, so
      * the office only hand-fixes the exceptions.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MRS-SHOW-ID
               ALTERNATE KEY IS MRS-SHOW-LOOKUP-KEY
               WITH DUPLICATES
               ALTERNATE KEY IS MRS-RENTAL-ID
               WITH DUPLICATES.

           SELECT MRS-MOVIE-FILE
               ASSIGN TO UT-SYS-MRS-RENT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MRS-RENT-ID
               ALTERNATE KEY IS MRS-RENT-COPY-KEY
               WITH DUPLICATES.

           SELECT MRS-SCREEN-FILE
               ASSIGN TO UT-SYS-MRS-SCREEN
       WORKING-STORAGE SECTION.
       COPY "CPYBOOKS/MRS-JRNPUT.CPY".
       COPY "CPYBOOKS/DATETIME.CPY".
       COPY "CPYBOOKS/MRS-KDMCHK.CPY".
       COPY "CPYBOOKS/MRS-FMTCHK.CPY".
       COPY "CPYBOOKS/MRS-SIGNON.CPY".
       COPY "CPYBOOKS/MRS-TRNPUT.CPY".

       01  WS-FILENAMES.
           05  UT-SYS-MRS-SHOW       PIC X(50)
           05  WS-NEXT-SHOW-ID       PIC 9(4) VALUE ZERO.
           05  WS-BOOKED-CNT         PIC 9(4) VALUE ZERO.
           05  WS-SKIPPED-CNT        PIC 9(4) VALUE ZERO.
           05  WS-KEYWARN-CNT        PIC 9(4) VALUE ZERO.
           05  WS-I                  PIC 9(3).
           05  WS-NEW-MINS           PIC 9(5).
           05  WS-OTH-MINS           PIC 9(5).
               10  WSR-TIME          PIC X(7).
               10  WSR-RENTAL-ID     PIC X(7).
               10  WSR-SITE          PIC X(2).
               10  WSR-ATTRS         PIC X(4).

       01  WS-RPT-HEADER.
           05  PIC X(22) VALUE "MRS WEEK CLONE - FROM".
           05  RT-BOOKED             PIC ZZZ9.
           05  PIC X(12) VALUE "  SKIPPED:".
           05  RT-SKIPPED            PIC ZZZ9.
           05  PIC X(16) VALUE "  KEY WARNINGS:".
           05  RT-KEYWARN            PIC ZZZ9.
           05  PIC X(24) VALUE SPACES.

       PROCEDURE DIVISION.
       100-MAIN.

           MOVE WS-BOOKED-CNT TO RT-BOOKED
           MOVE WS-SKIPPED-CNT TO RT-SKIPPED
           MOVE WS-KEYWARN-CNT TO RT-KEYWARN
           WRITE MRS-CLONE-LINE FROM WS-RPT-TOTAL

           DISPLAY "MRS-3750 CLONE: " WS-BOOKED-CNT
                               TO WSR-RENTAL-ID(WS-SRC-COUNT)
                           MOVE MRS-SHOW-SITE
                               TO WSR-SITE(WS-SRC-COUNT)
                           MOVE MRS-SHOW-ATTRS
                               TO WSR-ATTRS(WS-SRC-COUNT)
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-SKIP-REASON = SPACES
               PERFORM 340-CHECK-RATING THRU 340-EXIT
           END-IF
           IF WS-SKIP-REASON = SPACES
               PERFORM 345-CHECK-PRINT-FORMAT THRU 345-EXIT
           END-IF
           IF WS-SKIP-REASON = SPACES
               PERFORM 350-CHECK-RENTAL-WINDOW THRU 350-EXIT
           END-IF

           IF WS-SKIP-REASON = SPACES
               PERFORM 400-BOOK-CLONE THRU 400-EXIT
               IF WS-SKIP-REASON = SPACES
                   PERFORM 420-CHECK-KEY-WINDOW THRU 420-EXIT
               END-IF
           ELSE
               ADD 1 TO WS-SKIPPED-CNT
               MOVE WSR-SCREEN(WS-I) TO RD-SCREEN
       340-EXIT.
           EXIT.

      * Prints in the building, none the room can project - there
      * is no supervisor at a batch to override it, so the row is
      * skipped and the office books it by hand if it must run.
       345-CHECK-PRINT-FORMAT.
           IF WSR-RENTAL-ID(WS-I) = SPACES
               GO TO 345-EXIT
           END-IF
           MOVE WSR-RENTAL-ID(WS-I) TO MRS-FC-RENTAL-ID
           MOVE WSR-SCREEN(WS-I) TO MRS-FC-SCREEN
           CALL "MRS-4180" USING MRS-FMT-CHECK
           IF MRS-FC-ANSWER = "N"
               MOVE "NO PRINT THE ROOM CAN RUN"
                   TO WS-SKIP-REASON
           END-IF.
       345-EXIT.
           EXIT.

      * Some rental has to cover the target date for this movie.
       350-CHECK-RENTAL-WINDOW.
           IF WSR-RENTAL-ID(WS-I) = SPACES OR
               GO TO 350-EXIT
           END-IF
           MOVE "OUTSIDE RENTAL WINDOW" TO WS-SKIP-REASON
      *    Only the movie's own rentals are read, off the movie + copy
      *    key started on the movie number alone.
           MOVE "N" TO RENT-EOF
           MOVE WSR-RENTAL-ID(WS-I)(3:4) TO MRS-MOVIE-ID
           START MRS-RENTAL-FILE KEY IS EQUAL TO MRS-MOVIE-ID
               INVALID KEY
                   MOVE "Y" TO RENT-EOF
           END-START
                   AT END
                       MOVE "Y" TO RENT-EOF
                   NOT AT END
                       IF MRS-MOVIE-ID NOT = WSR-RENTAL-ID(WS-I)(3:4)
                           MOVE "Y" TO RENT-EOF
                       ELSE
                           IF MRS-START-DATE <= WS-TGT-DATE
                              AND MRS-END-DATE >= WS-TGT-DATE
                               MOVE SPACES TO WS-SKIP-REASON
                               MOVE "Y" TO RENT-EOF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           MOVE "A" TO MRS-SHOW-STATUS
           MOVE ZEROS TO MRS-SOLD-AT-CANCEL
           MOVE WSR-SITE(WS-I) TO MRS-SHOW-SITE
           MOVE WSR-ATTRS(WS-I) TO MRS-SHOW-ATTRS
           WRITE MRS-SHOW-REC
           END-WRITE
           MOVE "SHOW" TO MRS-JP-FILE-TAG
       400-EXIT.
           EXIT.

      * A clone the projector's key will not cover still books - last
      * week's key rarely runs into next week, and the new one is
      * usually already promised - but it prints as a warning so the
      * booking office chases it. A site with no key file on disk
      * gets no key lines.
       420-CHECK-KEY-WINDOW.
           IF WSR-RENTAL-ID(WS-I) = SPACES OR
              WSR-TIME(WS-I)(1:4) NOT NUMERIC
               GO TO 420-EXIT
           END-IF
           MOVE ZEROS TO MRS-KC-RUNTIME
           MOVE WSR-RENTAL-ID(WS-I)(1:6) TO MRS-MOVIE-KEY
           READ MRS-MOVIE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE MRS-RUNTIME-MINS TO MRS-KC-RUNTIME
           END-READ
           MOVE WSR-RENTAL-ID(WS-I) TO MRS-KC-RENTAL-ID
           MOVE WSR-SCREEN(WS-I) TO MRS-KC-SCREEN
           MOVE WS-TGT-DATE TO MRS-KC-SHOW-DATE
           MOVE WSR-TIME(WS-I)(1:4) TO MRS-KC-SHOW-TIME
           CALL "MRS-4170" USING MRS-KDM-CHECK
           EVALUATE MRS-KC-ANSWER
               WHEN "N"
                   MOVE "BOOKED - NO KEY FOR SCREEN" TO RD-REASON
               WHEN "E"
                   MOVE "BOOKED - KEY ENDS BEFORE SHOW" TO RD-REASON
               WHEN "O"
                   MOVE "BOOKED - OUTSIDE KEY WINDOW" TO RD-REASON
               WHEN OTHER
                   GO TO 420-EXIT
           END-EVALUATE
           ADD 1 TO WS-KEYWARN-CNT
           MOVE WSR-SCREEN(WS-I) TO RD-SCREEN
           MOVE WS-TGT-DATE TO RD-DATE
           MOVE WSR-TIME(WS-I) TO RD-TIME
           WRITE MRS-CLONE-LINE FROM WS-RPT-DETAIL.
       420-EXIT.
           EXIT.

      * Opens the files
       900-OPEN-FILES.
           PERFORM 160-LOAD-FILE-CONFIG THRU 160-EXIT
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

