       IDENTIFICATION DIVISION.
       PROGRAM-ID.  MRS-6290.
       AUTHOR.  JOHN BELLEK.
      *****************************************************************
      * Nightly projector and lamp hours. Every showing that ran puts
      * hours on the screen's projector and on its lamp, and a lamp
      * run past its rating goes dim in the middle of a show. This
      * pass adds the running time of each showing on the show file
      * - the feature's MRS-RUNTIME-MINS off the movie master - to
      * the hours used on the equipment master (MRS-EQUIP.CPY) for
      * the projector and the lamp of the screen it ran on.
      *
      * Each piece is counted from the day after its MRS-EQP-THRU-
      * DATE through today and then moved up to today, so a rerun of
      * the night does not count a showing twice and a night the
      * run was missed is picked up by the next one. Cancelled
      * showings ran nothing. A showing whose feature has no runtime
      * captured (and a private booking with no film) is counted at
      * the house allowance the utilization report (MRS-7750) uses
      * and is counted on the run totals. The sound processor runs
      * no hour rating and is left alone.
      *
      * The run totals also say how many pieces now stand at the
      * service-due report's (MRS-8710) warning point - the LAMP-WARN
      * business parameter - so the night summary shows when that
      * report needs looking at.
      *
      * Runs as a step in the MRS-9000 night driver.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MRS-EQUIP-FILE
               ASSIGN TO UT-SYS-EQUIP
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MRS-EQP-KEY
               FILE STATUS IS WS-EQP-STATUS.

           SELECT MRS-SHOW-FILE
               ASSIGN TO UT-SYS-MRS-SHOW
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
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
               FILE STATUS IS WS-MOVIE-STATUS.

           SELECT MRS-FILE-CONFIG-FILE
               ASSIGN TO UT-SYS-FILE-CFG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CFG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       COPY "CPYBOOKS/MRS-EQUIP.CPY".
       COPY "CPYBOOKS/MRS-SHOW.CPY".
       COPY "CPYBOOKS/MRS-MOVIE.CPY".
       COPY "CPYBOOKS/MRS-FILE-CFG.CPY".

       WORKING-STORAGE SECTION.
       COPY "CPYBOOKS/MRS-JOBCTR.CPY".
       COPY "CPYBOOKS/DATETIME.CPY".
       COPY "CPYBOOKS/MRS-SIGNON.CPY".
       COPY "CPYBOOKS/MRS-TRNPUT.CPY".
       COPY "CPYBOOKS/MRS-BPMPUT.CPY".

       01  WS-FILENAMES.
           05  UT-SYS-EQUIP          PIC X(50)
                               VALUE "C:\COBOL\MRS-EQUIP-INDEX.DAT".
           05  UT-SYS-MRS-SHOW       PIC X(50)
                                   VALUE "C:\COBOL\MRS-SHOW-INDEX.dat".
           05  UT-SYS-MRS-MOVIE      PIC X(50)
                               VALUE "C:\COBOL\MRS-MOVIE-INDEX.dat".
           05  UT-SYS-FILE-CFG       PIC X(50)
                                   VALUE "C:\COBOL\MRS-FILE-PATHS.CFG".

       01  WS-FILE-CFG-CTL.
           05  WS-CFG-STATUS         PIC XX.
           05  WS-CFG-EOF            PIC X.
               88  CFG-EOF VALUE 'Y'.

       01  WS-SWITCHES.
           05  WS-EQP-STATUS         PIC XX.
           05  WS-SHOW-STATUS        PIC XX.
           05  WS-MOVIE-STATUS       PIC XX.
           05  EQP-EOF               PIC X.
           05  SHOW-EOF              PIC X.
           05  WS-MINS-FOUND         PIC X.

      * The house allowance for a showing with no runtime on file,
      * and the warning point when no LAMP-WARN value is on file.
       01  WS-HOUSE.
           05  WS-GAP-MINS           PIC 9(4) VALUE 180.
           05  WS-WARN-PCT           PIC 9(3) VALUE 90.

       01  WS-CONTROL.
           05  WS-TODAY-NUM          PIC 9(8).
           05  WS-LOW-THRU           PIC 9(8).
           05  WS-S                  PIC 99.
           05  WS-P                  PIC 9.
           05  WS-MINS               PIC 9(4).
           05  WS-PIECE-CNT          PIC 9(3) VALUE ZERO.
           05  WS-SHOW-CNT           PIC 9(5) VALUE ZERO.
           05  WS-GAP-CNT            PIC 9(5) VALUE ZERO.
           05  WS-UPDATED-CNT        PIC 9(3) VALUE ZERO.
           05  WS-DUE-CNT            PIC 9(3) VALUE ZERO.
           05  WS-ADD-HOURS          PIC 9(6)V99.

      * The projector (piece 1) and lamp (piece 2) of every screen:
      * whether it is on the master, the last night it has been
      * counted through, and the minutes tonight's pass finds.
       01  WS-PIECE-TABLE.
           05  WS-SCREEN-SLOT OCCURS 99 TIMES.
               10  WS-PIECE OCCURS 2 TIMES.
                   15  WT-ON-FILE    PIC X.
                   15  WT-THRU       PIC 9(8).
                   15  WT-MINS       PIC 9(7).

       PROCEDURE DIVISION.
       100-MAIN.
           PERFORM 160-LOAD-FILE-CONFIG THRU 160-END
           MOVE FUNCTION CURRENT-DATE TO WS-DATETIME
           COMPUTE WS-TODAY-NUM =
               (WS-YEAR * 10000) + (WS-MONTH * 100) + WS-DAY
           MOVE ZEROS TO MRS-JOB-READ
           MOVE ZEROS TO MRS-JOB-WRITTEN
           MOVE ZEROS TO MRS-JOB-REJECTED
           MOVE "LAMP-WARN" TO MRS-BPP-NAME
           MOVE WS-TODAY-NUM TO MRS-BPP-AS-OF
           MOVE WS-WARN-PCT TO MRS-BPP-VALUE
           CALL "MRS-1760" USING MRS-BPM-PUT
           MOVE MRS-BPP-VALUE TO WS-WARN-PCT

           OPEN I-O MRS-EQUIP-FILE
           IF WS-EQP-STATUS NOT = '00'
               DISPLAY "MRS-6290 NO EQUIPMENT MASTER - NO HOURS ADDED."
               GOBACK
           END-IF

           PERFORM 200-LOAD-PIECES THRU 200-EXIT
           IF WS-PIECE-CNT > ZERO
               PERFORM 300-SCAN-SHOWS THRU 300-EXIT
               PERFORM 400-POST-HOURS THRU 400-EXIT
           END-IF
           CLOSE MRS-EQUIP-FILE

      *    The night driver logs these on the job log.
           MOVE WS-SHOW-CNT TO MRS-JOB-READ
           MOVE WS-UPDATED-CNT TO MRS-JOB-WRITTEN
           MOVE WS-GAP-CNT TO MRS-JOB-REJECTED
           DISPLAY "MRS-6290 HOURS: " WS-SHOW-CNT
               " SHOWING(S) COUNTED, " WS-UPDATED-CNT
               " PIECE(S) UPDATED, " WS-GAP-CNT
               " AT THE HOUSE ALLOWANCE."
           DISPLAY "MRS-6290 SERVICE: " WS-DUE-CNT
               " PIECE(S) AT " WS-WARN-PCT
               "% OF RATED HOURS OR MORE - SEE MRS-8710."
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
               WHEN "EQUIP"
                   MOVE CFG-PATH TO UT-SYS-EQUIP
               WHEN "MRS-SHOW"
                   MOVE CFG-PATH TO UT-SYS-MRS-SHOW
               WHEN "MRS-MOVIE"
                   MOVE CFG-PATH TO UT-SYS-MRS-MOVIE
           END-EVALUATE.
       170-END.
           EXIT.

      * Notes every projector and lamp on the master still to be
      * counted through today, and the earliest night any of them
      * was last counted, so the show file pass knows where to
      * start looking.
       200-LOAD-PIECES.
           INITIALIZE WS-PIECE-TABLE
           MOVE 99999999 TO WS-LOW-THRU
           MOVE "N" TO EQP-EOF
           MOVE LOW-VALUES TO MRS-EQP-KEY
           START MRS-EQUIP-FILE KEY IS NOT LESS THAN MRS-EQP-KEY
               INVALID KEY
                   MOVE "Y" TO EQP-EOF
           END-START
           PERFORM UNTIL EQP-EOF = "Y"
               READ MRS-EQUIP-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO EQP-EOF
                   NOT AT END
                       PERFORM 250-NOTE-PIECE THRU 250-EXIT
               END-READ
           END-PERFORM.
       200-EXIT.
           EXIT.

       250-NOTE-PIECE.
           IF MRS-EQP-SCREEN = ZERO
              OR MRS-EQP-THRU-DATE NOT < WS-TODAY-NUM
               GO TO 250-EXIT
           END-IF
           EVALUATE MRS-EQP-TYPE
               WHEN "P"
                   MOVE 1 TO WS-P
               WHEN "L"
                   MOVE 2 TO WS-P
               WHEN OTHER
                   GO TO 250-EXIT
           END-EVALUATE
           MOVE MRS-EQP-SCREEN TO WS-S
           MOVE "Y" TO WT-ON-FILE(WS-S, WS-P)
           MOVE MRS-EQP-THRU-DATE TO WT-THRU(WS-S, WS-P)
           ADD 1 TO WS-PIECE-CNT
           IF MRS-EQP-THRU-DATE < WS-LOW-THRU
               MOVE MRS-EQP-THRU-DATE TO WS-LOW-THRU
           END-IF.
       250-EXIT.
           EXIT.

      * One pass of the show file: every showing that ran after the
      * earliest night still to count, up to today.
       300-SCAN-SHOWS.
           OPEN INPUT MRS-SHOW-FILE
           IF WS-SHOW-STATUS NOT = '00'
               GO TO 300-EXIT
           END-IF
           OPEN INPUT MRS-MOVIE-FILE
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
                       IF MRS-SHOW-DATE > WS-LOW-THRU AND
                          MRS-SHOW-DATE <= WS-TODAY-NUM AND
                          MRS-SHOW-STATUS NOT = "C" AND
                          MRS-SHOW-STATUS NOT = "S" AND
                          MRS-SCREEN-NUMBER >= 1 AND
                          MRS-SCREEN-NUMBER <= 99
                           PERFORM 350-COUNT-ONE THRU 350-EXIT
                       END-IF
               END-READ
           END-PERFORM
           IF WS-MOVIE-STATUS = '00'
               CLOSE MRS-MOVIE-FILE
           END-IF
           CLOSE MRS-SHOW-FILE.
       300-EXIT.
           EXIT.

      * Adds one showing's minutes to the screen's projector and lamp
      * where the showing falls after the night each was last
      * counted through.
       350-COUNT-ONE.
           MOVE MRS-SCREEN-NUMBER TO WS-S
           IF NOT ((WT-ON-FILE(WS-S, 1) = "Y" AND
                    MRS-SHOW-DATE > WT-THRU(WS-S, 1)) OR
                   (WT-ON-FILE(WS-S, 2) = "Y" AND
                    MRS-SHOW-DATE > WT-THRU(WS-S, 2)))
               GO TO 350-EXIT
           END-IF
           ADD 1 TO WS-SHOW-CNT
           PERFORM 370-SHOW-MINUTES THRU 370-EXIT
           PERFORM VARYING WS-P FROM 1 BY 1 UNTIL WS-P > 2
               IF WT-ON-FILE(WS-S, WS-P) = "Y" AND
                  MRS-SHOW-DATE > WT-THRU(WS-S, WS-P)
                   ADD WS-MINS TO WT-MINS(WS-S, WS-P)
               END-IF
           END-PERFORM.
       350-EXIT.
           EXIT.

       370-SHOW-MINUTES.
           MOVE "N" TO WS-MINS-FOUND
           MOVE WS-GAP-MINS TO WS-MINS
           IF MRS-RENTAL-ID NOT = SPACES AND WS-MOVIE-STATUS = '00'
               MOVE MRS-RENTAL-ID(1:6) TO MRS-MOVIE-KEY
               READ MRS-MOVIE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF MRS-RUNTIME-MINS > ZERO
                           MOVE MRS-RUNTIME-MINS TO WS-MINS
                           MOVE "Y" TO WS-MINS-FOUND
                       END-IF
               END-READ
           END-IF
           IF WS-MINS-FOUND = "N"
               ADD 1 TO WS-GAP-CNT
           END-IF.
       370-EXIT.
           EXIT.

      * Puts the minutes found on each piece, to the hundredth of an
      * hour, and moves the piece up to tonight. A piece that ran
      * nothing is still moved up so the next night starts from here.
       400-POST-HOURS.
           MOVE "N" TO EQP-EOF
           MOVE LOW-VALUES TO MRS-EQP-KEY
           START MRS-EQUIP-FILE KEY IS NOT LESS THAN MRS-EQP-KEY
               INVALID KEY
                   MOVE "Y" TO EQP-EOF
           END-START
           PERFORM UNTIL EQP-EOF = "Y"
               READ MRS-EQUIP-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO EQP-EOF
                   NOT AT END
                       PERFORM 450-POST-ONE THRU 450-EXIT
               END-READ
           END-PERFORM.
       400-EXIT.
           EXIT.

       450-POST-ONE.
           IF MRS-EQP-SCREEN = ZERO
               GO TO 450-CHECK-DUE
           END-IF
           EVALUATE MRS-EQP-TYPE
               WHEN "P"
                   MOVE 1 TO WS-P
               WHEN "L"
                   MOVE 2 TO WS-P
               WHEN OTHER
                   GO TO 450-CHECK-DUE
           END-EVALUATE
           MOVE MRS-EQP-SCREEN TO WS-S
           IF WT-ON-FILE(WS-S, WS-P) NOT = "Y"
               GO TO 450-CHECK-DUE
           END-IF
           COMPUTE WS-ADD-HOURS ROUNDED = WT-MINS(WS-S, WS-P) / 60
           ADD WS-ADD-HOURS TO MRS-EQP-HOURS-USED
           MOVE WS-TODAY-NUM TO MRS-EQP-THRU-DATE
           REWRITE MRS-EQUIP-REC
           ADD 1 TO WS-UPDATED-CNT.
       450-CHECK-DUE.
           IF MRS-EQP-RATED-HOURS > ZERO AND
              MRS-EQP-HOURS-USED * 100 >=
                  MRS-EQP-RATED-HOURS * WS-WARN-PCT
               ADD 1 TO WS-DUE-CNT
           END-IF.
       450-EXIT.
           EXIT.

       end program MRS-6290.
