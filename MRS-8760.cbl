       IDENTIFICATION DIVISION.
       PROGRAM-ID.  MRS-8760.
       AUTHOR.  JOHN BELLEK.
      *****************************************************************
      * Prints not in yet, run at the end of the night. Lists every
      * rental whose first showing still to come falls within the
      * next three days while the vendor shipment log (MRS-4570) has
      * no arrival on its inbound leg - time enough to get on the
      * phone to the vendor or the carrier before the house is
      * sitting in the dark. Where the vendor's ship date, carrier,
      * and tracking number were keyed they are printed, so the
      * call can start with the carrier; a print not yet shipped
      * says so.
      *
      * A showing belongs to a rental when it is live (not cancelled
      * or private), is for the rental's movie, and falls inside the
      * rental's START-DATE through END-DATE. A cancelled booking is
      * not waited on. A site with no shipment log yet lists every
      * such rental.
      *
      * One console ACCEPT drives it: the as-of date (YYYYMMDD,
      * zero = today); the three days run from that date.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MRS-RENTAL-FILE
               ASSIGN TO UT-SYS-MRS-RENT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MRS-RENT-ID
               ALTERNATE KEY IS MRS-RENT-COPY-KEY
               WITH DUPLICATES
               FILE STATUS IS WS-RENT-STATUS.

           SELECT MRS-SHIPLOG-FILE
               ASSIGN TO UT-SYS-SHIPLOG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MRS-SHP-KEY
               FILE STATUS IS WS-SHP-STATUS.

           SELECT MRS-SHOW-FILE
               ASSIGN TO UT-SYS-MRS-SHOW
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS MRS-SHOW-ID
               ALTERNATE KEY IS MRS-SHOW-LOOKUP-KEY
               WITH DUPLICATES
               ALTERNATE KEY IS MRS-RENTAL-ID
               WITH DUPLICATES
               FILE STATUS IS WS-SHOW-STATUS.

           SELECT MRS-MOVIE-FILE
               ASSIGN TO UT-SYS-MRS-MOVIE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MRS-MOVIE-KEY
               FILE STATUS IS WS-MOV-STATUS.

           SELECT MRS-PRINTARR-RPT
               ASSIGN TO UT-SYS-PRINTARR-RPT
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT MRS-FILE-CONFIG-FILE
               ASSIGN TO UT-SYS-FILE-CFG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CFG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       COPY "CPYBOOKS/MRS-RENTAL.CPY".
       COPY "CPYBOOKS/MRS-SHIPLOG.CPY".
       COPY "CPYBOOKS/MRS-SHOW.CPY".
       COPY "CPYBOOKS/MRS-MOVIE.CPY".
       COPY "CPYBOOKS/MRS-FILE-CFG.CPY".

       FD  MRS-PRINTARR-RPT
           RECORD CONTAINS 80 CHARACTERS.
       01  MRS-PRINTARR-LINE                   PIC X(80).

       WORKING-STORAGE SECTION.
       COPY "CPYBOOKS/MRS-JOBCTR.CPY".
       COPY "CPYBOOKS/MRS-SPLPUT.CPY".
       COPY "CPYBOOKS/DATETIME.CPY".
       COPY "CPYBOOKS/MRS-SIGNON.CPY".
       COPY "CPYBOOKS/MRS-TRNPUT.CPY".
       COPY "CPYBOOKS/MRS-RPQCTL.CPY".

       01  WS-FILENAMES.
           05  UT-SYS-MRS-RENT       PIC X(50)
                               VALUE "C:\COBOL\MRS-RENTAL.DAT".
           05  UT-SYS-SHIPLOG        PIC X(50)
                               VALUE "C:\COBOL\MRS-SHIPLOG-INDEX.DAT".
           05  UT-SYS-MRS-SHOW       PIC X(50)
                                 VALUE "C:\COBOL\MRS-SHOW-INDEX.dat".
           05  UT-SYS-MRS-MOVIE      PIC X(50)
                                 VALUE "C:\COBOL\MRS-MOVIE-INDEX.dat".
           05  UT-SYS-PRINTARR-RPT   PIC X(50)
                                   VALUE "C:\COBOL\MRS-PRINTARR.RPT".
           05  UT-SYS-FILE-CFG       PIC X(50)
                                   VALUE "C:\COBOL\MRS-FILE-PATHS.CFG".

       01  WS-FILE-CFG-CTL.
           05  WS-CFG-STATUS         PIC XX.
           05  WS-CFG-EOF            PIC X.
               88  CFG-EOF VALUE 'Y'.

       01  WS-SWITCHES.
           05  WS-RENT-STATUS        PIC XX.
           05  WS-SHP-STATUS         PIC XX.
           05  WS-SHOW-STATUS        PIC XX.
           05  WS-MOV-STATUS         PIC XX.
           05  WS-RENT-EOF           PIC X.
           05  SHOW-EOF              PIC X.
           05  WS-ARRIVED            PIC X.

       01  WS-CONTROL.
           05  WS-LEAD-DAYS          PIC 9(3) VALUE 3.
           05  WS-PICK-DATE          PIC 9(8) VALUE ZERO.
           05  WS-PICK-INT           PIC 9(8).
           05  WS-LAST-DATE          PIC 9(8).
           05  WS-I                  PIC 9(3).
           05  WS-RENT-READ          PIC 9(7) VALUE ZERO.
           05  WS-SHOW-READ          PIC 9(7) VALUE ZERO.
           05  WS-LATE-CNT           PIC 9(5) VALUE ZERO.
           05  WS-OVERFLOW           PIC 9(5) VALUE ZERO.

      * Rentals open in the window whose print has not arrived, with
      * the first showing found for each.
       01  WS-RENT-TABLE.
           05  WS-RENT-COUNT         PIC 9(3) VALUE ZERO.
           05  WS-RENT-SLOT OCCURS 500 TIMES.
               10  WR-RENT-ID        PIC X(6).
               10  WR-MOVIE-ID       PIC 9(4).
               10  WR-COPY-ID        PIC 99.
               10  WR-START-DATE     PIC 9(8).
               10  WR-END-DATE       PIC 9(8).
               10  WR-SHIP-DATE      PIC 9(8).
               10  WR-CARRIER        PIC X(15).
               10  WR-TRACKING       PIC X(30).
               10  WR-SHOW-DATE      PIC 9(8).
               10  WR-SHOW-TIME      PIC X(7).
               10  WR-SCREEN         PIC 99.
               10  WR-FILM           PIC X(7).

       01  WS-RPT-HEADER.
           05  PIC X(36) VALUE "MRS PRINTS NOT IN - SHOWING BY".
           05  RH-DATE               PIC 9(8).
           05  PIC X(36) VALUE SPACES.

       01  WS-RPT-COL-HDR.
           05  PIC X(7)  VALUE "RENTAL".
           05  PIC X(21) VALUE "MOVIE".
           05  PIC X(4)  VALUE "CPY".
           05  PIC X(9)  VALUE "1ST SHOW".
           05  PIC X(5)  VALUE "TIME".
           05  PIC X(4)  VALUE "SCR".
           05  PIC X(12) VALUE "SHIPPED".
           05  PIC X(18) VALUE "CARRIER".

       01  WS-RPT-DETAIL.
           05  RD-RENT-ID            PIC X(6).
           05  PIC X(1)  VALUE SPACES.
           05  RD-MOVIE              PIC X(20).
           05  PIC X(1)  VALUE SPACES.
           05  RD-COPY               PIC 99.
           05  PIC X(2)  VALUE SPACES.
           05  RD-SHOW-DATE          PIC 9(8).
           05  PIC X(1)  VALUE SPACES.
           05  RD-TIME               PIC X(4).
           05  PIC X(1)  VALUE SPACES.
           05  RD-SCREEN             PIC Z9.
           05  PIC X(2)  VALUE SPACES.
           05  RD-SHIPPED            PIC X(11).
           05  PIC X(1)  VALUE SPACES.
           05  RD-CARRIER            PIC X(15).
           05  PIC X(3)  VALUE SPACES.

       01  WS-RPT-TRACKING.
           05  PIC X(38) VALUE SPACES.
           05  PIC X(10) VALUE "TRACKING: ".
           05  RT-TRACKING           PIC X(30).
           05  PIC X(2)  VALUE SPACES.

       01  WS-RPT-NONE               PIC X(80) VALUE
           "EVERY PRINT NEEDED IN THE NEXT THREE DAYS HAS ARRIVED.".

       01  WS-RPT-OVERFLOW.
           05  PIC X(48) VALUE
               "MORE OPEN RENTALS THAN ONE RUN HOLDS - SKIPPED:".
           05  RO-COUNT              PIC ZZZZ9.
           05  PIC X(27) VALUE SPACES.

       01  WS-RPT-FOOTER.
           05  PIC X(24) VALUE "PRINTS NOT IN:".
           05  RF-LATE               PIC ZZZZ9.
           05  PIC X(51) VALUE SPACES.

       01  WS-RPT-BLANK              PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.
       100-MAIN.
           PERFORM 160-LOAD-FILE-CONFIG THRU 160-END
           MOVE FUNCTION CURRENT-DATE TO WS-DATETIME
      *    A request off the report queue brings its parameters
      *    with it; run by hand, they come off the console.
           IF MRS-RPQ-ACTIVE = "Y"
               MOVE MRS-RPQ-PARM(1) TO WS-PICK-DATE
           ELSE
               ACCEPT WS-PICK-DATE
           END-IF
           IF WS-PICK-DATE = ZEROS
               COMPUTE WS-PICK-DATE =
                   (WS-YEAR * 10000) + (WS-MONTH * 100) + WS-DAY
           END-IF
           COMPUTE WS-PICK-INT =
               FUNCTION INTEGER-OF-DATE (WS-PICK-DATE)
           COMPUTE WS-LAST-DATE =
               FUNCTION DATE-OF-INTEGER (WS-PICK-INT + WS-LEAD-DAYS)

           OPEN OUTPUT MRS-PRINTARR-RPT
           MOVE WS-LAST-DATE TO RH-DATE
           WRITE MRS-PRINTARR-LINE FROM WS-RPT-HEADER
           WRITE MRS-PRINTARR-LINE FROM WS-RPT-BLANK
           WRITE MRS-PRINTARR-LINE FROM WS-RPT-COL-HDR

           OPEN INPUT MRS-SHIPLOG-FILE
           OPEN INPUT MRS-RENTAL-FILE
           IF WS-RENT-STATUS = '00'
               PERFORM 200-LOAD-RENTALS THRU 200-EXIT
               CLOSE MRS-RENTAL-FILE
           END-IF
           IF WS-SHP-STATUS = '00'
               CLOSE MRS-SHIPLOG-FILE
           END-IF
           OPEN INPUT MRS-SHOW-FILE
           IF WS-SHOW-STATUS = '00'
               PERFORM 400-WALK-SHOWINGS THRU 400-EXIT
               CLOSE MRS-SHOW-FILE
           END-IF
           OPEN INPUT MRS-MOVIE-FILE
           PERFORM 600-PRINT-ONE THRU 600-EXIT
               VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-RENT-COUNT
           IF WS-MOV-STATUS = '00'
               CLOSE MRS-MOVIE-FILE
           END-IF

           IF WS-LATE-CNT = ZERO
               WRITE MRS-PRINTARR-LINE FROM WS-RPT-NONE
           END-IF
           WRITE MRS-PRINTARR-LINE FROM WS-RPT-BLANK
           IF WS-OVERFLOW > ZERO
               MOVE WS-OVERFLOW TO RO-COUNT
               WRITE MRS-PRINTARR-LINE FROM WS-RPT-OVERFLOW
           END-IF
           MOVE WS-LATE-CNT TO RF-LATE
           WRITE MRS-PRINTARR-LINE FROM WS-RPT-FOOTER
           CLOSE MRS-PRINTARR-RPT

           DISPLAY "MRS-8760 PRINTS NOT IN: " WS-LATE-CNT
               " RENTAL(S) SHOWING BY " WS-LAST-DATE
               " WITHOUT THEIR PRINT."
      *    The finished output registers on the report spool so
      *    the office can find and reprint it later.
      *    The night driver logs these on the job log.
           COMPUTE MRS-JOB-READ = WS-RENT-READ + WS-SHOW-READ
           MOVE WS-LATE-CNT TO MRS-JOB-WRITTEN
           MOVE "MRS-8760" TO MRS-SP-PROGRAM
           MOVE SPACES TO MRS-SP-PARMS
           MOVE WS-PICK-DATE TO MRS-SP-PARMS(1:8)
           MOVE UT-SYS-PRINTARR-RPT TO MRS-SP-PATH
           CALL "MRS-7050" USING MRS-SPOOL-PUT
           GOBACK.
       100-EXIT.
           EXIT.

      * Lets the site override compiled-in data file paths without a
      * recompile. Missing config file or missing key just leaves the
      * paths this program was compiled with alone.
       160-LOAD-FILE-CONFIG.
           MOVE 'N' TO WS-CFG-EOF
           OPEN INPUT MRS-FILE-CONFIG-FILE
           IF WS-CFG-STATUS = '00'
               PERFORM UNTIL CFG-EOF
                   READ MRS-FILE-CONFIG-FILE
                       AT END
                           MOVE 'Y' TO WS-CFG-EOF
                       NOT AT END
                           PERFORM 170-APPLY-CONFIG-KEY THRU 170-END
                   END-READ
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

       170-APPLY-CONFIG-KEY.
           EVALUATE CFG-KEY
               WHEN "MRS-RENT"
                   MOVE CFG-PATH TO UT-SYS-MRS-RENT
               WHEN "SHIPLOG"
                   MOVE CFG-PATH TO UT-SYS-SHIPLOG
               WHEN "MRS-SHOW"
                   MOVE CFG-PATH TO UT-SYS-MRS-SHOW
               WHEN "MRS-MOVIE"
                   MOVE CFG-PATH TO UT-SYS-MRS-MOVIE
               WHEN "PRINTARR-RPT"
                   MOVE CFG-PATH TO UT-SYS-PRINTARR-RPT
           END-EVALUATE.
       170-END.
           EXIT.

       200-LOAD-RENTALS.
           MOVE "N" TO WS-RENT-EOF
           MOVE LOW-VALUES TO MRS-RENT-ID
           START MRS-RENTAL-FILE KEY IS NOT LESS THAN MRS-RENT-ID
               INVALID KEY
                   MOVE "Y" TO WS-RENT-EOF
           END-START
           PERFORM UNTIL WS-RENT-EOF = "Y"
               READ MRS-RENTAL-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-RENT-EOF
                   NOT AT END
                       ADD 1 TO WS-RENT-READ
                       PERFORM 300-TAKE-ONE THRU 300-EXIT
               END-READ
           END-PERFORM.
       200-EXIT.
           EXIT.

      * A rental open at some point in the window - started by its
      * last day and not ended before its first - whose inbound leg
      * shows no arrival.
       300-TAKE-ONE.
           IF MRS-RENT-STATUS = "C"
               GO TO 300-EXIT
           END-IF
           IF MRS-START-DATE NOT NUMERIC OR
              MRS-END-DATE NOT NUMERIC
               GO TO 300-EXIT
           END-IF
           IF MRS-START-DATE > WS-LAST-DATE OR
              MRS-END-DATE < WS-PICK-DATE
               GO TO 300-EXIT
           END-IF
           MOVE "N" TO WS-ARRIVED
           MOVE SPACES TO MRS-SHIPLOG-REC
           MOVE ZEROS TO MRS-SHP-SHIP-DATE
           IF WS-SHP-STATUS = '00'
               MOVE MRS-RENT-ID TO MRS-SHP-RENT-ID
               MOVE "I" TO MRS-SHP-LEG
               READ MRS-SHIPLOG-FILE
                   INVALID KEY
                       MOVE SPACES TO MRS-SHIPLOG-REC
                       MOVE ZEROS TO MRS-SHP-SHIP-DATE
                   NOT INVALID KEY
                       IF MRS-SHP-ARRIVE-DATE NOT = ZEROS
                           MOVE "Y" TO WS-ARRIVED
                       END-IF
               END-READ
           END-IF
           IF WS-ARRIVED = "Y"
               GO TO 300-EXIT
           END-IF
           IF WS-RENT-COUNT NOT < 500
               ADD 1 TO WS-OVERFLOW
               GO TO 300-EXIT
           END-IF
           ADD 1 TO WS-RENT-COUNT
           MOVE MRS-RENT-ID TO WR-RENT-ID(WS-RENT-COUNT)
           MOVE MRS-MOVIE-ID TO WR-MOVIE-ID(WS-RENT-COUNT)
           MOVE MRS-COPY-ID TO WR-COPY-ID(WS-RENT-COUNT)
           MOVE MRS-START-DATE TO WR-START-DATE(WS-RENT-COUNT)
           MOVE MRS-END-DATE TO WR-END-DATE(WS-RENT-COUNT)
           MOVE MRS-SHP-SHIP-DATE TO WR-SHIP-DATE(WS-RENT-COUNT)
           MOVE MRS-SHP-CARRIER TO WR-CARRIER(WS-RENT-COUNT)
           MOVE MRS-SHP-TRACKING TO WR-TRACKING(WS-RENT-COUNT)
           MOVE ZEROS TO WR-SHOW-DATE(WS-RENT-COUNT)
           MOVE SPACES TO WR-SHOW-TIME(WS-RENT-COUNT)
           MOVE ZEROS TO WR-SCREEN(WS-RENT-COUNT)
           MOVE SPACES TO WR-FILM(WS-RENT-COUNT).
       300-EXIT.
           EXIT.

      * Every live showing in the window, held against the rentals
      * taken above.
       400-WALK-SHOWINGS.
           IF WS-RENT-COUNT = ZERO
               GO TO 400-EXIT
           END-IF
           MOVE "N" TO SHOW-EOF
           MOVE LOW-VALUES TO MRS-SHOW-ID
           START MRS-SHOW-FILE KEY IS NOT LESS THAN MRS-SHOW-ID
               INVALID KEY
                   MOVE "Y" TO SHOW-EOF
           END-START
           PERFORM UNTIL SHOW-EOF = "Y"
               READ MRS-SHOW-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO SHOW-EOF
                   NOT AT END
                       ADD 1 TO WS-SHOW-READ
                       IF MRS-SHOW-DATE >= WS-PICK-DATE AND
                          MRS-SHOW-DATE <= WS-LAST-DATE AND
                          MRS-SHOW-STATUS NOT = "C" AND
                          MRS-SHOW-STATUS NOT = "S" AND
                          MRS-SHOW-STATUS NOT = "P" AND
                          MRS-RENTAL-ID(3:4) NUMERIC
                           PERFORM 500-MATCH-ONE THRU 500-EXIT
                               VARYING WS-I FROM 1 BY 1
                               UNTIL WS-I > WS-RENT-COUNT
                       END-IF
               END-READ
           END-PERFORM.
       400-EXIT.
           EXIT.

      * The showing is the rental's first so far when it is for the
      * rental's movie, inside its window, and earlier than any
      * found before (the first one read wins a tie on the day).
       500-MATCH-ONE.
           IF WR-MOVIE-ID(WS-I) NOT = MRS-RENTAL-ID(3:4)
               GO TO 500-EXIT
           END-IF
           IF MRS-SHOW-DATE < WR-START-DATE(WS-I) OR
              MRS-SHOW-DATE > WR-END-DATE(WS-I)
               GO TO 500-EXIT
           END-IF
           IF WR-SHOW-DATE(WS-I) NOT = ZEROS AND
              WR-SHOW-DATE(WS-I) NOT > MRS-SHOW-DATE
               GO TO 500-EXIT
           END-IF
           MOVE MRS-SHOW-DATE TO WR-SHOW-DATE(WS-I)
           MOVE MRS-SHOW-TIME TO WR-SHOW-TIME(WS-I)
           MOVE MRS-SCREEN-NUMBER TO WR-SCREEN(WS-I)
           MOVE MRS-RENTAL-ID TO WR-FILM(WS-I).
       500-EXIT.
           EXIT.

      * A rental with a showing in the window goes on the report;
      * one with nothing booked yet has nothing to miss.
       600-PRINT-ONE.
           IF WR-SHOW-DATE(WS-I) = ZEROS
               GO TO 600-EXIT
           END-IF
           ADD 1 TO WS-LATE-CNT
           MOVE WR-RENT-ID(WS-I) TO RD-RENT-ID
           MOVE WR-FILM(WS-I) TO RD-MOVIE
           IF WS-MOV-STATUS = '00'
               MOVE WR-FILM(WS-I)(1:6) TO MRS-MOVIE-KEY
               READ MRS-MOVIE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE MRS-MOVIE-NAME TO RD-MOVIE
               END-READ
           END-IF
           MOVE WR-COPY-ID(WS-I) TO RD-COPY
           MOVE WR-SHOW-DATE(WS-I) TO RD-SHOW-DATE
           MOVE WR-SHOW-TIME(WS-I)(1:4) TO RD-TIME
           MOVE WR-SCREEN(WS-I) TO RD-SCREEN
           IF WR-SHIP-DATE(WS-I) = ZEROS
               MOVE "NOT SHIPPED" TO RD-SHIPPED
           ELSE
               MOVE WR-SHIP-DATE(WS-I) TO RD-SHIPPED
           END-IF
           MOVE WR-CARRIER(WS-I) TO RD-CARRIER
           WRITE MRS-PRINTARR-LINE FROM WS-RPT-DETAIL
           IF WR-TRACKING(WS-I) NOT = SPACES
               MOVE WR-TRACKING(WS-I) TO RT-TRACKING
               WRITE MRS-PRINTARR-LINE FROM WS-RPT-TRACKING
           END-IF.
       600-EXIT.
           EXIT.

       end program MRS-8760.
