       IDENTIFICATION DIVISION.
       PROGRAM-ID.  MRS-8750.
       AUTHOR.  JOHN BELLEK.
      *****************************************************************
      * Prints owed back to the vendor, run at the end of the night.
      * Lists every rental on the live file whose rental window
      * (MRS-END-DATE) has closed with no outbound leg shipped on the
      * vendor shipment log (MRS-4570) - every day these sit here is
      * a day the vendor can bill us for. The rental's return flag
      * and the day the print arrived are shown alongside: a rental
      * marked returned with nothing shipped is one we cannot prove
      * went back.
      *
      * A booking cancelled before the print ever reached us owes
      * nothing back and is left off; one whose print did arrive is
      * listed like any other.
      *
      * A site with no shipment log yet lists every closed rental.
      *
      * One console ACCEPT drives it: the as-of date (YYYYMMDD,
      * zero = today), so the night stream's blank line checks
      * against the run date.
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

           SELECT MRS-MOVIE-FILE
               ASSIGN TO UT-SYS-MRS-MOVIE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MRS-MOVIE-KEY
               FILE STATUS IS WS-MOV-STATUS.

           SELECT MRS-SHIPDUE-RPT
               ASSIGN TO UT-SYS-SHIPDUE-RPT
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT MRS-FILE-CONFIG-FILE
               ASSIGN TO UT-SYS-FILE-CFG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CFG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       COPY "CPYBOOKS/MRS-RENTAL.CPY".
       COPY "CPYBOOKS/MRS-SHIPLOG.CPY".
       COPY "CPYBOOKS/MRS-MOVIE.CPY".
       COPY "CPYBOOKS/MRS-FILE-CFG.CPY".

       FD  MRS-SHIPDUE-RPT
           RECORD CONTAINS 80 CHARACTERS.
       01  MRS-SHIPDUE-LINE                    PIC X(80).

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
           05  UT-SYS-MRS-MOVIE      PIC X(50)
                               VALUE "C:\COBOL\MRS-MOVIE-INDEX.dat".
           05  UT-SYS-SHIPDUE-RPT    PIC X(50)
                                   VALUE "C:\COBOL\MRS-SHIPDUE.RPT".
           05  UT-SYS-FILE-CFG       PIC X(50)
                                   VALUE "C:\COBOL\MRS-FILE-PATHS.CFG".

       01  WS-FILE-CFG-CTL.
           05  WS-CFG-STATUS         PIC XX.
           05  WS-CFG-EOF            PIC X.
               88  CFG-EOF VALUE 'Y'.

       01  WS-SWITCHES.
           05  WS-RENT-STATUS        PIC XX.
           05  WS-SHP-STATUS         PIC XX.
           05  WS-MOV-STATUS         PIC XX.
           05  WS-RENT-EOF           PIC X.
           05  WS-MOVIE-EOF          PIC X.
           05  WS-MOVIE-FOUND        PIC X.
           05  WS-SHIPPED            PIC X.

       01  WS-CONTROL.
           05  WS-PICK-DATE          PIC 9(8) VALUE ZERO.
           05  WS-PICK-INT           PIC 9(8).
           05  WS-END-NUM            PIC 9(8).
           05  WS-END-INT            PIC 9(8).
           05  WS-DAYS-LATE          PIC S9(5).
           05  WS-RENT-READ          PIC 9(7) VALUE ZERO.
           05  WS-DUE-CNT            PIC 9(5) VALUE ZERO.
           05  WS-NO-PROOF-CNT       PIC 9(5) VALUE ZERO.

       01  WS-MOVIE-NAME-WORK        PIC X(20).

       01  WS-RPT-HEADER.
           05  PIC X(33) VALUE "MRS PRINTS OWED BACK - AS OF".
           05  RH-DATE               PIC 9(8).
           05  PIC X(39) VALUE SPACES.

       01  WS-RPT-COL-HDR.
           05  PIC X(7)  VALUE "RENTAL".
           05  PIC X(21) VALUE "MOVIE".
           05  PIC X(5)  VALUE "COPY".
           05  PIC X(9)  VALUE "DUE BACK".
           05  PIC X(5)  VALUE "LATE".
           05  PIC X(4)  VALUE "RET".
           05  PIC X(9)  VALUE "ARRIVED".
           05  PIC X(20) VALUE "NOTE".

       01  WS-RPT-DETAIL.
           05  RD-RENT-ID            PIC X(6).
           05  PIC X(1)  VALUE SPACES.
           05  RD-MOVIE              PIC X(20).
           05  PIC X(1)  VALUE SPACES.
           05  RD-COPY               PIC 99.
           05  PIC X(3)  VALUE SPACES.
           05  RD-END-DATE           PIC X(8).
           05  PIC X(1)  VALUE SPACES.
           05  RD-DAYS-LATE          PIC ZZZ9.
           05  PIC X(2)  VALUE SPACES.
           05  RD-RETURN-FLAG        PIC X.
           05  PIC X(2)  VALUE SPACES.
           05  RD-ARRIVED            PIC X(8).
           05  PIC X(1)  VALUE SPACES.
           05  RD-NOTE               PIC X(20).

       01  WS-RPT-NONE               PIC X(80) VALUE
           "EVERY CLOSED RENTAL HAS SHIPPED BACK.".

       01  WS-RPT-FOOTER.
           05  PIC X(18) VALUE "RENTALS OWED BACK:".
           05  RF-DUE                PIC ZZZZ9.
           05  PIC X(3)  VALUE SPACES.
           05  PIC X(26) VALUE "MARKED RETURNED, NO PROOF:".
           05  RF-NO-PROOF           PIC ZZZZ9.
           05  PIC X(23) VALUE SPACES.

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

           OPEN OUTPUT MRS-SHIPDUE-RPT
           MOVE WS-PICK-DATE TO RH-DATE
           WRITE MRS-SHIPDUE-LINE FROM WS-RPT-HEADER
           WRITE MRS-SHIPDUE-LINE FROM WS-RPT-BLANK
           WRITE MRS-SHIPDUE-LINE FROM WS-RPT-COL-HDR

           OPEN INPUT MRS-SHIPLOG-FILE
           OPEN INPUT MRS-MOVIE-FILE
           OPEN INPUT MRS-RENTAL-FILE
           IF WS-RENT-STATUS = '00'
               PERFORM 200-WALK-RENTALS THRU 200-EXIT
               CLOSE MRS-RENTAL-FILE
           END-IF
           IF WS-MOV-STATUS = '00'
               CLOSE MRS-MOVIE-FILE
           END-IF
           IF WS-SHP-STATUS = '00'
               CLOSE MRS-SHIPLOG-FILE
           END-IF

           IF WS-DUE-CNT = ZERO
               WRITE MRS-SHIPDUE-LINE FROM WS-RPT-NONE
           END-IF
           WRITE MRS-SHIPDUE-LINE FROM WS-RPT-BLANK
           MOVE WS-DUE-CNT TO RF-DUE
           MOVE WS-NO-PROOF-CNT TO RF-NO-PROOF
           WRITE MRS-SHIPDUE-LINE FROM WS-RPT-FOOTER
           CLOSE MRS-SHIPDUE-RPT

           DISPLAY "MRS-8750 PRINTS OWED BACK: " WS-DUE-CNT
               " RENTAL(S), " WS-NO-PROOF-CNT
               " MARKED RETURNED WITH NO SHIPMENT."
      *    The finished output registers on the report spool so
      *    the office can find and reprint it later.
      *    The night driver logs these on the job log.
           MOVE WS-RENT-READ TO MRS-JOB-READ
           MOVE WS-DUE-CNT TO MRS-JOB-WRITTEN
           MOVE "MRS-8750" TO MRS-SP-PROGRAM
           MOVE SPACES TO MRS-SP-PARMS
           MOVE WS-PICK-DATE TO MRS-SP-PARMS(1:8)
           MOVE UT-SYS-SHIPDUE-RPT TO MRS-SP-PATH
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
               WHEN "MRS-MOVIE"
                   MOVE CFG-PATH TO UT-SYS-MRS-MOVIE
               WHEN "SHIPDUE-RPT"
                   MOVE CFG-PATH TO UT-SYS-SHIPDUE-RPT
           END-EVALUATE.
       170-END.
           EXIT.

       200-WALK-RENTALS.
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
                       PERFORM 300-CHECK-ONE THRU 300-EXIT
               END-READ
           END-PERFORM.
       200-EXIT.
           EXIT.

      * A rental whose window closed before the as-of date and whose
      * outbound leg has no ship date on the log.
       300-CHECK-ONE.
           IF MRS-END-DATE NOT NUMERIC
               GO TO 300-EXIT
           END-IF
           MOVE MRS-END-DATE TO WS-END-NUM
           COMPUTE WS-END-INT =
               FUNCTION INTEGER-OF-DATE (WS-END-NUM)
           COMPUTE WS-DAYS-LATE = WS-PICK-INT - WS-END-INT
           IF WS-DAYS-LATE NOT > 0
               GO TO 300-EXIT
           END-IF
           MOVE SPACES TO RD-ARRIVED
           MOVE "N" TO WS-SHIPPED
           IF WS-SHP-STATUS = '00'
               MOVE MRS-RENT-ID TO MRS-SHP-RENT-ID
               MOVE "O" TO MRS-SHP-LEG
               READ MRS-SHIPLOG-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF MRS-SHP-SHIP-DATE NOT = ZEROS
                           MOVE "Y" TO WS-SHIPPED
                       END-IF
               END-READ
               MOVE "I" TO MRS-SHP-LEG
               READ MRS-SHIPLOG-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF MRS-SHP-ARRIVE-DATE NOT = ZEROS
                           MOVE MRS-SHP-ARRIVE-DATE TO RD-ARRIVED
                       END-IF
               END-READ
           END-IF
           IF WS-SHIPPED = "Y"
               GO TO 300-EXIT
           END-IF
           IF MRS-RENT-STATUS = "C" AND RD-ARRIVED = SPACES
               GO TO 300-EXIT
           END-IF
           ADD 1 TO WS-DUE-CNT
           PERFORM 370-GET-MOVIE-NAME THRU 370-EXIT
           MOVE MRS-RENT-ID TO RD-RENT-ID
           MOVE WS-MOVIE-NAME-WORK TO RD-MOVIE
           MOVE MRS-COPY-ID TO RD-COPY
           MOVE MRS-END-DATE TO RD-END-DATE
           MOVE WS-DAYS-LATE TO RD-DAYS-LATE
           MOVE MRS-RETURN-FLAG TO RD-RETURN-FLAG
           IF MRS-RETURN-FLAG = "Y"
               ADD 1 TO WS-NO-PROOF-CNT
               MOVE "RETURNED - NO PROOF" TO RD-NOTE
           ELSE
               MOVE "NOT SHIPPED BACK" TO RD-NOTE
           END-IF
           WRITE MRS-SHIPDUE-LINE FROM WS-RPT-DETAIL.
       300-EXIT.
           EXIT.

      * The rental record carries only a 4 digit movie number with no
      * vendor, so the movie master is walked in key order to the
      * matching MOVIE-NO - same as MRS-7600's overdue list.
       370-GET-MOVIE-NAME.
           MOVE SPACES TO WS-MOVIE-NAME-WORK
           IF WS-MOV-STATUS NOT = '00'
               GO TO 370-EXIT
           END-IF
           MOVE "N" TO WS-MOVIE-FOUND
           MOVE "N" TO WS-MOVIE-EOF
           MOVE LOW-VALUES TO MRS-MOVIE-KEY
           START MRS-MOVIE-FILE KEY IS NOT LESS THAN MRS-MOVIE-KEY
               INVALID KEY
                   MOVE "Y" TO WS-MOVIE-EOF
           END-START
           PERFORM UNTIL WS-MOVIE-FOUND = "Y" OR WS-MOVIE-EOF = "Y"
               READ MRS-MOVIE-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-MOVIE-EOF
                   NOT AT END
                       IF MRS-MOVIE-NO = MRS-MOVIE-ID
                           MOVE MRS-MOVIE-NAME TO WS-MOVIE-NAME-WORK
                           MOVE "Y" TO WS-MOVIE-FOUND
                       END-IF
               END-READ
           END-PERFORM.
       370-EXIT.
           EXIT.

       end program MRS-8750.
