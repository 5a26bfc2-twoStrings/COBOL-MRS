       IDENTIFICATION DIVISION.
       PROGRAM-ID.  MRS-8710.
       AUTHOR.  JOHN BELLEK.
      *****************************************************************
      * Equipment service-due report. Lists every projector, lamp,
      * and sound processor on the equipment master (MRS-EQUIP.CPY)
      * that has run a set percentage of the hours its maker rates
      * it for, so its replacement can be booked into a screen
      * outage before it fails during a show. A piece with no hour
      * rating is never listed.
      *
      * Each line carries the hours rated and used, the percent of
      * its rating gone, a rough count of days left at the rate the
      * piece has been running since it went in (OVER once past its
      * rating), and the screen's next out-of-service window already
      * on file (MRS-OUTAGE.CPY) - one in progress counts - or NOT
      * BOOKED when there is none to fit the work into.
      *
      * One console ACCEPT drives it: the warning percent. Zero
      * takes the LAMP-WARN business parameter (90 when none is on
      * file).
      *
      * It can also be queued from the report request screen
      * (MRS-7080) and run by MRS-7070, which hands it the
      * parameter keyed with the request in place of the console.
      * The printed output registers on the report spool, so a
      * queued run can be found and reprinted.
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

           SELECT MRS-SCREEN-FILE
               ASSIGN TO UT-SYS-MRS-SCREEN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MRS-SCR-NUMBER
               FILE STATUS IS WS-SCR-STATUS.

           SELECT MRS-OUTAGE-FILE
               ASSIGN TO UT-SYS-OUTAGE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MRS-OUT-ID
               FILE STATUS IS WS-OUT-STATUS.

           SELECT MRS-SERVICE-RPT
               ASSIGN TO UT-SYS-SERVICE-RPT
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT MRS-FILE-CONFIG-FILE
               ASSIGN TO UT-SYS-FILE-CFG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CFG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       COPY "CPYBOOKS/MRS-EQUIP.CPY".
       COPY "CPYBOOKS/MRS-SCREEN.CPY".
       COPY "CPYBOOKS/MRS-OUTAGE.CPY".
       COPY "CPYBOOKS/MRS-FILE-CFG.CPY".

       FD  MRS-SERVICE-RPT
           RECORD CONTAINS 80 CHARACTERS.
       01  MRS-SERVICE-LINE                    PIC X(80).

       WORKING-STORAGE SECTION.
       COPY "CPYBOOKS/DATETIME.CPY".
       COPY "CPYBOOKS/MRS-SIGNON.CPY".
       COPY "CPYBOOKS/MRS-TRNPUT.CPY".
       COPY "CPYBOOKS/MRS-RPQCTL.CPY".
       COPY "CPYBOOKS/MRS-SPLPUT.CPY".
       COPY "CPYBOOKS/MRS-BPMPUT.CPY".

       01  WS-FILENAMES.
           05  UT-SYS-EQUIP          PIC X(50)
                               VALUE "C:\COBOL\MRS-EQUIP-INDEX.DAT".
           05  UT-SYS-MRS-SCREEN     PIC X(50)
                               VALUE "C:\COBOL\MRS-SCREEN-INDEX.dat".
           05  UT-SYS-OUTAGE         PIC X(50)
                               VALUE "C:\COBOL\MRS-OUTAGE-INDEX.DAT".
           05  UT-SYS-SERVICE-RPT    PIC X(50)
                               VALUE "C:\COBOL\MRS-SERVICE-DUE.RPT".
           05  UT-SYS-FILE-CFG       PIC X(50)
                                   VALUE "C:\COBOL\MRS-FILE-PATHS.CFG".

       01  WS-FILE-CFG-CTL.
           05  WS-CFG-STATUS         PIC XX.
           05  WS-CFG-EOF            PIC X.
               88  CFG-EOF VALUE 'Y'.

       01  WS-CONTROL.
           05  WS-EQP-STATUS         PIC XX.
           05  WS-SCR-STATUS         PIC XX.
           05  WS-OUT-STATUS         PIC XX.
           05  EQP-EOF               PIC X.
           05  OUT-EOF               PIC X.
           05  WS-WARN-PCT           PIC 9(3) VALUE ZERO.
           05  WS-TODAY-NUM          PIC 9(8).
           05  WS-S                  PIC 99.
           05  WS-PCT                PIC 9(5).
           05  WS-DAYS-IN            PIC 9(6).
           05  WS-DAYS-LEFT          PIC 9(7).
           05  WS-PIECE-CNT          PIC 9(4) VALUE ZERO.
           05  WS-DUE-CNT            PIC 9(4) VALUE ZERO.
           05  WS-OVER-CNT           PIC 9(4) VALUE ZERO.
           05  WS-NO-RATING-CNT      PIC 9(4) VALUE ZERO.

      * Each screen's next out-of-service window ending today or
      * later - zero when none is on file.
       01  WS-OUTAGE-TABLE.
           05  WS-NEXT-OUT           PIC 9(8) OCCURS 99 TIMES.

       01  WS-RPT-HEADER.
           05  PIC X(31) VALUE "MRS EQUIPMENT SERVICE DUE RPT -".
           05  RH-MONTH              PIC Z9.
           05  PIC X     VALUE "/".
           05  RH-DAY                PIC Z9.
           05  PIC X     VALUE "/".
           05  RH-YEAR               PIC 9999.
           05  PIC X(14) VALUE "  FLAGGED AT ".
           05  RH-PCT                PIC ZZ9.
           05  PIC X(22) VALUE "% OF RATED HOURS".

       01  WS-RPT-COL-HDR.
           05  PIC X(4)  VALUE "SCR".
           05  PIC X(5)  VALUE "SITE".
           05  PIC X(11) VALUE "EQUIPMENT".
           05  PIC X(16) VALUE "MAKE/MODEL".
           05  PIC X(8)  VALUE "RATED".
           05  PIC X(8)  VALUE "USED".
           05  PIC X(5)  VALUE "PCT".
           05  PIC X(7)  VALUE "DAYS".
           05  PIC X(16) VALUE "NEXT OUTAGE".

       01  WS-RPT-DETAIL.
           05  RD-SCREEN             PIC 99.
           05  PIC X(2)  VALUE SPACES.
           05  RD-SITE               PIC X(2).
           05  PIC X(3)  VALUE SPACES.
           05  RD-ITEM               PIC X(10).
           05  PIC X(1)  VALUE SPACES.
           05  RD-MODEL              PIC X(15).
           05  PIC X(1)  VALUE SPACES.
           05  RD-RATED              PIC ZZZZZ9.
           05  PIC X(2)  VALUE SPACES.
           05  RD-USED               PIC ZZZZZ9.
           05  PIC X(2)  VALUE SPACES.
           05  RD-PCT                PIC ZZZ9.
           05  PIC X(1)  VALUE SPACES.
           05  RD-DAYS               PIC X(5).
           05  PIC X(2)  VALUE SPACES.
           05  RD-OUTAGE             PIC X(10).
           05  PIC X(6)  VALUE SPACES.

       01  WS-EDIT-FIELDS.
           05  WS-DAYS-EDIT          PIC ZZZZ9.
           05  WS-DATE-EDIT          PIC 9999/99/99.

       01  WS-RPT-PIECES.
           05  PIC X(34) VALUE "PIECES ON THE EQUIPMENT MASTER:".
           05  RT-PIECES             PIC ZZZ9.
           05  PIC X(42) VALUE SPACES.

       01  WS-RPT-DUE.
           05  PIC X(34) VALUE "AT OR PAST THE WARNING POINT:".
           05  RT-DUE                PIC ZZZ9.
           05  PIC X(42) VALUE SPACES.

       01  WS-RPT-OVER.
           05  PIC X(34) VALUE "  OF THOSE, PAST THEIR RATING:".
           05  RT-OVER               PIC ZZZ9.
           05  PIC X(42) VALUE SPACES.

       01  WS-RPT-NO-RATING.
           05  PIC X(34) VALUE "WITH NO HOUR RATING (NOT CHECKED):".
           05  RT-NO-RATING          PIC ZZZ9.
           05  PIC X(42) VALUE SPACES.

       01  WS-RPT-NONE.
           05  PIC X(44)
               VALUE "NOTHING ON THE EQUIPMENT MASTER IS DUE.".
           05  PIC X(36) VALUE SPACES.

       01  WS-RPT-BLANK              PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.
       100-MAIN.
           PERFORM 160-LOAD-FILE-CONFIG THRU 160-END
           MOVE FUNCTION CURRENT-DATE TO WS-DATETIME
           COMPUTE WS-TODAY-NUM =
               (WS-YEAR * 10000) + (WS-MONTH * 100) + WS-DAY
      *    A request off the report queue brings its parameter with
      *    it; run by hand, it comes off the console.
           IF MRS-RPQ-ACTIVE = "Y"
               MOVE MRS-RPQ-PARM(1)(1:3) TO WS-WARN-PCT
           ELSE
               ACCEPT WS-WARN-PCT
           END-IF
           IF WS-WARN-PCT = ZEROS
               MOVE "LAMP-WARN" TO MRS-BPP-NAME
               MOVE WS-TODAY-NUM TO MRS-BPP-AS-OF
               MOVE 90 TO MRS-BPP-VALUE
               CALL "MRS-1760" USING MRS-BPM-PUT
               MOVE MRS-BPP-VALUE TO WS-WARN-PCT
           END-IF

           PERFORM 200-LOAD-OUTAGES THRU 200-EXIT

           OPEN OUTPUT MRS-SERVICE-RPT
           MOVE WS-MONTH TO RH-MONTH
           MOVE WS-DAY TO RH-DAY
           MOVE WS-YEAR TO RH-YEAR
           MOVE WS-WARN-PCT TO RH-PCT
           WRITE MRS-SERVICE-LINE FROM WS-RPT-HEADER
           WRITE MRS-SERVICE-LINE FROM WS-RPT-BLANK
           WRITE MRS-SERVICE-LINE FROM WS-RPT-COL-HDR
           PERFORM 300-LIST-DUE THRU 300-EXIT
           IF WS-DUE-CNT = ZERO
               WRITE MRS-SERVICE-LINE FROM WS-RPT-NONE
           END-IF
           MOVE WS-PIECE-CNT TO RT-PIECES
           MOVE WS-DUE-CNT TO RT-DUE
           MOVE WS-OVER-CNT TO RT-OVER
           MOVE WS-NO-RATING-CNT TO RT-NO-RATING
           WRITE MRS-SERVICE-LINE FROM WS-RPT-BLANK
           WRITE MRS-SERVICE-LINE FROM WS-RPT-PIECES
           WRITE MRS-SERVICE-LINE FROM WS-RPT-DUE
           WRITE MRS-SERVICE-LINE FROM WS-RPT-OVER
           WRITE MRS-SERVICE-LINE FROM WS-RPT-NO-RATING
           CLOSE MRS-SERVICE-RPT

           MOVE "MRS-8710" TO MRS-SP-PROGRAM
           MOVE SPACES TO MRS-SP-PARMS
           MOVE WS-WARN-PCT TO MRS-SP-PARMS(1:3)
           MOVE UT-SYS-SERVICE-RPT TO MRS-SP-PATH
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
               WHEN "EQUIP"
                   MOVE CFG-PATH TO UT-SYS-EQUIP
               WHEN "MRS-SCREEN"
                   MOVE CFG-PATH TO UT-SYS-MRS-SCREEN
               WHEN "OUTAGE"
                   MOVE CFG-PATH TO UT-SYS-OUTAGE
               WHEN "SERVICE-RPT"
                   MOVE CFG-PATH TO UT-SYS-SERVICE-RPT
           END-EVALUATE.
       170-END.
           EXIT.

      * Each screen's earliest out-of-service window not yet over.
       200-LOAD-OUTAGES.
           INITIALIZE WS-OUTAGE-TABLE
           OPEN INPUT MRS-OUTAGE-FILE
           IF WS-OUT-STATUS NOT = '00'
               GO TO 200-EXIT
           END-IF
           MOVE "N" TO OUT-EOF
           MOVE LOW-VALUES TO MRS-OUT-ID
           START MRS-OUTAGE-FILE KEY IS NOT LESS THAN MRS-OUT-ID
               INVALID KEY
                   MOVE "Y" TO OUT-EOF
           END-START
           PERFORM UNTIL OUT-EOF = "Y"
               READ MRS-OUTAGE-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO OUT-EOF
                   NOT AT END
                       IF MRS-OUT-SCREEN >= 1 AND
                          MRS-OUT-TO-DATE >= WS-TODAY-NUM
                           MOVE MRS-OUT-SCREEN TO WS-S
                           IF WS-NEXT-OUT(WS-S) = ZERO OR
                              MRS-OUT-FROM-DATE < WS-NEXT-OUT(WS-S)
                               MOVE MRS-OUT-FROM-DATE
                                   TO WS-NEXT-OUT(WS-S)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE MRS-OUTAGE-FILE.
       200-EXIT.
           EXIT.

      * Walks the equipment master in screen order. No master on
      * disk means nothing has been set up to wear out.
       300-LIST-DUE.
           OPEN INPUT MRS-EQUIP-FILE
           IF WS-EQP-STATUS NOT = '00'
               GO TO 300-EXIT
           END-IF
           OPEN INPUT MRS-SCREEN-FILE
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
                       PERFORM 350-CHECK-ONE THRU 350-EXIT
               END-READ
           END-PERFORM
           IF WS-SCR-STATUS = '00'
               CLOSE MRS-SCREEN-FILE
           END-IF
           CLOSE MRS-EQUIP-FILE.
       300-EXIT.
           EXIT.

       350-CHECK-ONE.
           ADD 1 TO WS-PIECE-CNT
           IF MRS-EQP-RATED-HOURS = ZERO
               ADD 1 TO WS-NO-RATING-CNT
               GO TO 350-EXIT
           END-IF
           COMPUTE WS-PCT =
               (MRS-EQP-HOURS-USED * 100) / MRS-EQP-RATED-HOURS
           IF MRS-EQP-HOURS-USED * 100 <
              MRS-EQP-RATED-HOURS * WS-WARN-PCT
               GO TO 350-EXIT
           END-IF
           ADD 1 TO WS-DUE-CNT
           MOVE MRS-EQP-SCREEN TO RD-SCREEN
           MOVE SPACES TO RD-SITE
           IF WS-SCR-STATUS = '00'
               MOVE MRS-EQP-SCREEN TO MRS-SCR-NUMBER
               READ MRS-SCREEN-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE MRS-SCR-SITE TO RD-SITE
               END-READ
           END-IF
           EVALUATE MRS-EQP-TYPE
               WHEN "P"
                   MOVE "PROJECTOR" TO RD-ITEM
               WHEN "L"
                   MOVE "LAMP/BULB" TO RD-ITEM
               WHEN "S"
                   MOVE "SOUND PROC" TO RD-ITEM
               WHEN OTHER
                   MOVE MRS-EQP-TYPE TO RD-ITEM
           END-EVALUATE
           MOVE MRS-EQP-MODEL TO RD-MODEL
           MOVE MRS-EQP-RATED-HOURS TO RD-RATED
           MOVE MRS-EQP-HOURS-USED TO RD-USED
           IF WS-PCT > 9999
               MOVE 9999 TO WS-PCT
           END-IF
           MOVE WS-PCT TO RD-PCT
           PERFORM 370-DAYS-LEFT THRU 370-EXIT
           MOVE "NOT BOOKED" TO RD-OUTAGE
           IF MRS-EQP-SCREEN >= 1
               IF WS-NEXT-OUT(MRS-EQP-SCREEN) NOT = ZERO
                   MOVE WS-NEXT-OUT(MRS-EQP-SCREEN) TO WS-DATE-EDIT
                   MOVE WS-DATE-EDIT TO RD-OUTAGE
               END-IF
           END-IF
           WRITE MRS-SERVICE-LINE FROM WS-RPT-DETAIL.
       350-EXIT.
           EXIT.

      * Days until the rating runs out at the hours a day the piece
      * has averaged since it went in. A piece with no hours yet, or
      * fitted today, has no rate to go on.
       370-DAYS-LEFT.
           IF MRS-EQP-HOURS-USED NOT < MRS-EQP-RATED-HOURS
               MOVE "OVER" TO RD-DAYS
               ADD 1 TO WS-OVER-CNT
               GO TO 370-EXIT
           END-IF
           MOVE "?" TO RD-DAYS
           IF MRS-EQP-HOURS-USED = ZERO OR
              MRS-EQP-INSTALL-DATE NOT NUMERIC OR
              MRS-EQP-INSTALL-DATE >= WS-TODAY-NUM OR
              FUNCTION TEST-DATE-YYYYMMDD (MRS-EQP-INSTALL-DATE)
                  NOT = 0
               GO TO 370-EXIT
           END-IF
           COMPUTE WS-DAYS-IN =
               FUNCTION INTEGER-OF-DATE (WS-TODAY-NUM) -
               FUNCTION INTEGER-OF-DATE (MRS-EQP-INSTALL-DATE)
           COMPUTE WS-DAYS-LEFT =
               ((MRS-EQP-RATED-HOURS - MRS-EQP-HOURS-USED)
                   * WS-DAYS-IN) / MRS-EQP-HOURS-USED
           IF WS-DAYS-LEFT > 99999
               MOVE 99999 TO WS-DAYS-LEFT
           END-IF
           MOVE WS-DAYS-LEFT TO WS-DAYS-EDIT
           MOVE WS-DAYS-EDIT TO RD-DAYS.
       370-EXIT.
           EXIT.

       end program MRS-8710.
