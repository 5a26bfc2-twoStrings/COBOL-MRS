       IDENTIFICATION DIVISION.
       PROGRAM-ID.  MRS-3160.
       AUTHOR.  JOHN BELLEK.
      *****************************************************************
      * Suggested week. Next week was still laid out on the draft
      * (MRS-3150) by hand, from a blank page, although everything
      * the booker weighs is already on file. This batch lays out a
      * suggested film week per screen onto the DRAFT file, from:
      *
      *   - the rentals ready to schedule whose window touches the
      *     week (not returned, not cancelled) - the titles to play
      *   - how each title has sold, the way the booking advisor
      *     (MRS-8950) reads it: purged show history plus the live
      *     showings that have already played, sold over capacity
      *     by time slot (matinee before 5 PM, evening 5-8, late
      *     after 8), and admissions over the last seven days
      *   - the screen master (capacity, format, family room) and
      *     the print format checker (MRS-4180)
      *   - the feature's runtime and the TURNAROUND, HOUSE-DAY and
      *     FIRST-SHOW business parameters for the slot lengths
      *   - the house calendar and the screen outage windows
      *
      * Titles are ranked - a title with no sales yet (an opener)
      * first, then by last week's admissions - and each in turn
      * takes the biggest room left that can run its print, at a
      * site holding one, within the rating rules (no NC-17 in a
      * family room). Rooms left over go to the best-selling titles
      * again. Each room's day is laid out around the title's best-
      * selling slot: one showing starts at its peak (1900 evening,
      * 2100 late, the first show of the day for a matinee title or
      * no evening history), the rest every runtime-plus-turnaround
      * before and after it inside the house day, R and NC-17 never
      * before 5 PM. A time that would overlap something already
      * booked or drafted on the screen is dropped; a dark day, an
      * outage, or a day outside the title's rental window lays
      * nothing.
      *
      * The report says why each title got its room and its times,
      * and lists the titles that got no room. Nothing goes live -
      * the booker reviews the draft (proof, delete, add) and
      * commits it on MRS-3150 as before.
      *
      * Console ACCEPTs drive it: the week - its first day
      * (YYYYMMDD) or a film week in the form MRS-5070 reads
      * (WYYYYWW), blank or zero for the next Friday-to-Thursday
      * film week - then the site ("01", "02", blank for both).
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MRS-DRAFT-FILE
               ASSIGN TO UT-SYS-DRAFT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MRS-DFT-ID
               FILE STATUS IS WS-DFT-STATUS.

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

           SELECT MRS-SHOW-HIST-FILE
               ASSIGN TO UT-SYS-SHOW-HIST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.

           SELECT MRS-MOVIE-FILE
               ASSIGN TO UT-SYS-MRS-MOVIE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MRS-MOVIE-KEY.

           SELECT MRS-RENTAL-FILE
               ASSIGN TO UT-SYS-MRS-RENT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MRS-RENT-ID
               ALTERNATE KEY IS MRS-RENT-COPY-KEY
               WITH DUPLICATES.

           SELECT MRS-SCREEN-FILE
               ASSIGN TO UT-SYS-MRS-SCREEN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MRS-SCR-NUMBER.

           SELECT MRS-CALENDAR-FILE
               ASSIGN TO UT-SYS-CALENDAR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MRS-CAL-DATE
               FILE STATUS IS WS-CAL-STATUS.

           SELECT MRS-OUTAGE-FILE
               ASSIGN TO UT-SYS-OUTAGE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MRS-OUT-ID
               FILE STATUS IS WS-OUT-STATUS.

           SELECT MRS-SUGGEST-RPT
               ASSIGN TO UT-SYS-SUGGEST-RPT
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT MRS-FILE-CONFIG-FILE
               ASSIGN TO UT-SYS-FILE-CFG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CFG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       COPY "CPYBOOKS/MRS-DRAFT.CPY".
       COPY "CPYBOOKS/MRS-SHOW.CPY".
       COPY "CPYBOOKS/MRS-SHOW-HIST.CPY".
       COPY "CPYBOOKS/MRS-MOVIE.CPY".
       COPY "CPYBOOKS/MRS-RENTAL.CPY".
       COPY "CPYBOOKS/MRS-SCREEN.CPY".
       COPY "CPYBOOKS/MRS-CALENDAR.CPY".
       COPY "CPYBOOKS/MRS-OUTAGE.CPY".
       COPY "CPYBOOKS/MRS-FILE-CFG.CPY".

       FD  MRS-SUGGEST-RPT
           RECORD CONTAINS 100 CHARACTERS.
       01  MRS-SUGGEST-LINE                    PIC X(100).

       WORKING-STORAGE SECTION.
       COPY "CPYBOOKS/MRS-JOBCTR.CPY".
       COPY "CPYBOOKS/MRS-SPLPUT.CPY".
       COPY "CPYBOOKS/DATETIME.CPY".
       COPY "CPYBOOKS/MRS-SIGNON.CPY".
       COPY "CPYBOOKS/MRS-TRNPUT.CPY".
       COPY "CPYBOOKS/MRS-BPMPUT.CPY".
       COPY "CPYBOOKS/MRS-FCLPUT.CPY".
       COPY "CPYBOOKS/MRS-FMTCHK.CPY".

       01  WS-FILENAMES.
           05  UT-SYS-DRAFT          PIC X(50)
                               VALUE "C:\COBOL\MRS-DRAFT-INDEX.DAT".
           05  UT-SYS-MRS-SHOW       PIC X(50)
                                   VALUE "C:\COBOL\MRS-SHOW-INDEX.dat".
           05  UT-SYS-SHOW-HIST      PIC X(50)
                               VALUE "C:\COBOL\MRS-SHOW-HIST.DAT".
           05  UT-SYS-MRS-MOVIE      PIC X(50)
                               VALUE "C:\COBOL\MRS-MOVIE-INDEX.dat".
           05  UT-SYS-MRS-RENT       PIC X(50)
                                   VALUE "C:\COBOL\MRS-RENTAL.DAT".
           05  UT-SYS-MRS-SCREEN     PIC X(50)
                               VALUE "C:\COBOL\MRS-SCREEN-INDEX.dat".
           05  UT-SYS-CALENDAR       PIC X(50)
                               VALUE "C:\COBOL\MRS-CALENDAR-INDEX.DAT".
           05  UT-SYS-OUTAGE         PIC X(50)
                               VALUE "C:\COBOL\MRS-OUTAGE-INDEX.DAT".
           05  UT-SYS-SUGGEST-RPT    PIC X(50)
                               VALUE "C:\COBOL\MRS-SUGGEST-WEEK.RPT".
           05  UT-SYS-FILE-CFG       PIC X(50)
                                   VALUE "C:\COBOL\MRS-FILE-PATHS.CFG".

       01  WS-FILE-CFG-CTL.
           05  WS-CFG-STATUS         PIC XX.
           05  WS-CFG-EOF            PIC X.
               88  CFG-EOF VALUE 'Y'.

       01  WS-SWITCHES.
           05  WS-DFT-STATUS         PIC XX.
           05  WS-SHOW-STATUS        PIC XX.
           05  WS-HIST-STATUS        PIC XX.
           05  WS-CAL-STATUS         PIC XX.
           05  WS-OUT-STATUS         PIC XX.
           05  DFT-EOF               PIC X.
           05  SHOW-EOF              PIC X.
           05  HIST-EOF              PIC X.
           05  MOVIE-EOF             PIC X.
           05  RENT-EOF              PIC X.
           05  SCR-EOF               PIC X.
           05  OUT-EOF               PIC X.
           05  WS-DAY-BLOCKED        PIC X.
      *    Whether each optional file opened; the status bytes move
      *    on with every read after.
           05  WS-SHOW-OPEN          PIC X VALUE "N".
           05  WS-HIST-OPEN          PIC X VALUE "N".
           05  WS-CAL-OPEN           PIC X VALUE "N".
           05  WS-OUT-OPEN           PIC X VALUE "N".

      * The house day, off the business parameter file; these are
      * the values used when none is keyed. A feature with no
      * runtime captured is allowed WS-GAP-MINS, as the draft and
      * the week clone allow it.
       01  WS-HOUSE.
           05  WS-TURN-MINS          PIC 9(3) VALUE 30.
           05  WS-HOUSE-MINS         PIC 9(4) VALUE 720.
           05  WS-FIRST-SHOW         PIC 9(4) VALUE 1100.
           05  WS-GAP-MINS           PIC 9(4) VALUE 180.
           05  WS-EVENING-PEAK       PIC 9(4) VALUE 1900.
           05  WS-LATE-PEAK          PIC 9(4) VALUE 2100.
           05  WS-ADULT-FROM         PIC 9(4) VALUE 1700.

       01  WS-CONTROL.
           05  WS-FIRST-PARM         PIC X(8).
           05  WS-SITE-PARM          PIC X(2).
           05  WS-WEEK-FROM          PIC 9(8).
           05  WS-WEEK-TO            PIC 9(8).
           05  WS-TODAY-NUM          PIC 9(8).
           05  WS-TODAY-INT          PIC 9(8).
           05  WS-DATE-INT           PIC 9(8).
           05  WS-ROW-AGE            PIC S9(5).
           05  WS-DOW                PIC 9.
           05  WS-DAY-DATE           PIC 9(8).
           05  WS-D                  PIC 9.
           05  WS-I                  PIC 9(3).
           05  WS-J                  PIC 9(3).
           05  WS-K                  PIC 9(3).
           05  WS-T                  PIC 9(3).
           05  WS-S                  PIC 9(3).
           05  WS-HOLD               PIC 9(3).
           05  WS-BEST               PIC 9(3).
           05  WS-POS                PIC 9(3).
           05  WS-SLOT               PIC 9.
           05  WS-TIME-NUM           PIC 9(4).
           05  WS-START-NUM          PIC 9(8).
           05  WS-END-NUM            PIC 9(8).
           05  WS-SOLD               PIC S9(5).
           05  WS-CAPACITY           PIC 9(3).
           05  WS-PCT                PIC 9(3).
           05  WS-BEST-PCT           PIC 9(3).
           05  WS-LOOK-KEY           PIC X(6).
           05  WS-PASSED-OVER        PIC X.
           05  WS-NEXT-DFT-ID        PIC 9(4) VALUE ZERO.
           05  WS-RENT-READ          PIC 9(7) VALUE ZERO.
           05  WS-ROWS-WRITTEN       PIC 9(5) VALUE ZERO.
           05  WS-ROWS-DROPPED       PIC 9(5) VALUE ZERO.
           05  WS-DAY-DROPPED        PIC 9(3).
           05  WS-DAY-PLACED         PIC 9(3).
           05  WS-PLACED-CNT         PIC 9(3) VALUE ZERO.
           05  WS-UNPLACED-CNT       PIC 9(3) VALUE ZERO.

      * Minutes past midnight for the layout of one room's day.
       01  WS-LAYOUT.
           05  WS-SLOT-LEN           PIC 9(4).
           05  WS-RUN-MINS           PIC 9(4).
           05  WS-EARLIEST           PIC 9(5).
           05  WS-LATEST             PIC 9(5).
           05  WS-ANCHOR             PIC 9(5).
           05  WS-ANCHOR-HHMM        PIC 9(4).
           05  WS-CAND               PIC 9(5).
           05  WS-CAND-END           PIC 9(5).
           05  WS-CAND-HHMM          PIC 9(4).
           05  WS-OTH-FROM           PIC 9(5).
           05  WS-OTH-TO             PIC 9(5).
           05  WS-CONFLICT           PIC X.

      * One slot per title ready to play in the week.
       01  WS-TITLE-TABLE.
           05  WS-TITLE-COUNT        PIC 9(3) VALUE ZERO.
           05  WS-TITLE-SLOT OCCURS 100 TIMES.
               10  WT-MOVIE-ID       PIC 9(4).
               10  WT-MOVIE-KEY      PIC X(6).
               10  WT-NAME           PIC X(20).
               10  WT-RATING         PIC X(4).
               10  WT-RUNTIME        PIC 9(3).
               10  WT-FROM           PIC 9(8).
               10  WT-TO             PIC 9(8).
               10  WT-ON-FILE        PIC X.
               10  WT-HIST-ROWS      PIC 9(5).
               10  WT-SOLD           PIC 9(7).
               10  WT-CAP            PIC 9(7).
               10  WT-SLOT-BUCKET OCCURS 3 TIMES.
                   15  WT-SLOT-SOLD  PIC 9(7).
                   15  WT-SLOT-CAP   PIC 9(7).
               10  WT-LASTWK         PIC 9(6).
               10  WT-PRIORWK        PIC 9(6).
               10  WT-SCORE          PIC 9(7).
               10  WT-OCC-PCT        PIC 9(3).
               10  WT-BEST-SLOT      PIC 9.
               10  WT-BEST-PCT       PIC 9(3).
               10  WT-ROOMS          PIC 99.
               10  WT-NOTE           PIC X(34).

      * Titles in rank order, best first.
       01  WS-RANK-TABLE.
           05  WS-RANK-IX OCCURS 100 TIMES PIC 9(3).

      * Every screen on the master; the ones in this run are taken
      * biggest first through WS-ORDER-IX.
       01  WS-SCREEN-TABLE.
           05  WS-SCR-COUNT          PIC 9(3) VALUE ZERO.
           05  WS-SCR-SLOT OCCURS 99 TIMES.
               10  WC-NUMBER         PIC 99.
               10  WC-CAPACITY       PIC 999.
               10  WC-ADA            PIC 99.
               10  WC-COMPANION      PIC 99.
               10  WC-FORMAT         PIC X.
               10  WC-FAMILY         PIC X.
               10  WC-NAME           PIC X(15).
               10  WC-SITE           PIC X(2).
               10  WC-IN-RUN         PIC X.
               10  WC-TITLE          PIC 9(3).
               10  WC-WHY            PIC X(34).

       01  WS-ORDER-TABLE.
           05  WS-ORDER-COUNT        PIC 9(3) VALUE ZERO.
           05  WS-ORDER-IX OCCURS 99 TIMES PIC 9(3).

      * Whether a title may play a room, asked once per pair:
      * "Y" yes, "F" no print the room can run, "S" no print at
      * the room's site, "R" NC-17 in a family room.
       01  WS-FIT-TABLE.
           05  WS-FIT-ROW OCCURS 100 TIMES.
               10  WS-FIT OCCURS 99 TIMES PIC X.

      * The draft rows already on file plus those this run lays
      * down, as minute spans, for the overlap check.
       01  WS-DRAFT-TABLE.
           05  WS-DRAFT-COUNT        PIC 9(4) VALUE ZERO.
           05  WS-DRAFT-SLOT OCCURS 1000 TIMES.
               10  WD-SCREEN         PIC 99.
               10  WD-DATE           PIC 9(8).
               10  WD-FROM           PIC 9(5).
               10  WD-TO             PIC 9(5).

       01  WS-DAY-TIMES.
           05  WS-DAY-TIME-CNT       PIC 99.
           05  WS-DAY-TIME OCCURS 12 TIMES PIC 9(4).

       01  WS-DOW-TAGS.
           05  PIC X(3) VALUE "MON".
           05  PIC X(3) VALUE "TUE".
           05  PIC X(3) VALUE "WED".
           05  PIC X(3) VALUE "THU".
           05  PIC X(3) VALUE "FRI".
           05  PIC X(3) VALUE "SAT".
           05  PIC X(3) VALUE "SUN".
       01  WS-DOW-TAG-TAB REDEFINES WS-DOW-TAGS.
           05  WS-DOW-TAG OCCURS 7 TIMES PIC X(3).

       01  WS-SLOT-TAGS.
           05  PIC X(7) VALUE "MATINEE".
           05  PIC X(7) VALUE "EVENING".
           05  PIC X(7) VALUE "LATE".
       01  WS-SLOT-TAG-TAB REDEFINES WS-SLOT-TAGS.
           05  WS-SLOT-TAG OCCURS 3 TIMES PIC X(7).

       01  WS-RPT-HEADER.
           05  PIC X(27) VALUE "MRS SUGGESTED WEEK - FROM".
           05  RH-FROM               PIC 9(8).
           05  PIC X(6)  VALUE " THRU ".
           05  RH-TO                 PIC 9(8).
           05  PIC X(7)  VALUE "  SITE ".
           05  RH-SITE               PIC X(4).
           05  PIC X(40) VALUE SPACES.

       01  WS-RPT-HOUSE.
           05  PIC X(17) VALUE "FIRST SHOW HHMM:".
           05  RO-FIRST              PIC 9(4).
           05  PIC X(14) VALUE "  HOUSE DAY:".
           05  RO-HOUSE              PIC ZZZ9.
           05  PIC X(20) VALUE " MIN   TURNAROUND:".
           05  RO-TURN               PIC ZZ9.
           05  PIC X(38) VALUE " MIN".

       01  WS-RPT-RANK-HDR.
           05  PIC X(6)  VALUE "RANK".
           05  PIC X(21) VALUE "TITLE".
           05  PIC X(5)  VALUE "RATE".
           05  PIC X(5)  VALUE "MINS".
           05  PIC X(8)  VALUE "LAST WK".
           05  PIC X(6)  VALUE "OCC%".
           05  PIC X(13) VALUE "BEST SLOT".
           05  PIC X(36) VALUE "READING".

       01  WS-RPT-RANK.
           05  RR-RANK               PIC ZZ9.
           05  PIC X(3)  VALUE SPACES.
           05  RR-NAME               PIC X(20).
           05  PIC X(1)  VALUE SPACES.
           05  RR-RATING             PIC X(4).
           05  PIC X(1)  VALUE SPACES.
           05  RR-RUNTIME            PIC ZZ9.
           05  PIC X(2)  VALUE SPACES.
           05  RR-LASTWK             PIC ZZZZZ9.
           05  PIC X(2)  VALUE SPACES.
           05  RR-OCC                PIC ZZ9.
           05  PIC X(3)  VALUE SPACES.
           05  RR-SLOT               PIC X(7).
           05  RR-SLOT-PCT           PIC ZZ9.
           05  PIC X(1)  VALUE "%".
           05  PIC X(2)  VALUE SPACES.
           05  RR-READING            PIC X(34).
           05  PIC X(1)  VALUE SPACES.

       01  WS-RPT-SCREEN.
           05  PIC X(7)  VALUE "SCREEN ".
           05  RS-NUMBER             PIC Z9.
           05  PIC X(2)  VALUE SPACES.
           05  RS-NAME               PIC X(15).
           05  PIC X(7)  VALUE "  SITE ".
           05  RS-SITE               PIC X(2).
           05  PIC X(8)  VALUE "  SEATS ".
           05  RS-CAPACITY           PIC ZZ9.
           05  PIC X(9)  VALUE "  FORMAT ".
           05  RS-FORMAT             PIC X.
           05  PIC X(44) VALUE SPACES.

       01  WS-RPT-ROOM-WHY.
           05  PIC X(9)  VALUE "  TITLE: ".
           05  RW-NAME               PIC X(20).
           05  PIC X(7)  VALUE "  RANK ".
           05  RW-RANK               PIC ZZ9.
           05  PIC X(3)  VALUE " - ".
           05  RW-WHY                PIC X(34).
           05  PIC X(24) VALUE SPACES.

       01  WS-RPT-TIME-WHY.
           05  PIC X(9)  VALUE "  TIMES: ".
           05  RT-SLOT-WHY           PIC X(40).
           05  PIC X(9)  VALUE " - PEAK ".
           05  RT-PEAK               PIC 9(4).
           05  PIC X(8)  VALUE ", EVERY ".
           05  RT-EVERY              PIC ZZ9.
           05  PIC X(4)  VALUE " MIN".
           05  RT-ADULT              PIC X(20).
           05  PIC X(3)  VALUE SPACES.

       01  WS-RPT-DAY.
           05  PIC X(4)  VALUE SPACES.
           05  RY-DOW                PIC X(3).
           05  PIC X(1)  VALUE SPACES.
           05  RY-DATE               PIC 9(8).
           05  PIC X(2)  VALUE SPACES.
           05  RY-TIME-CELL OCCURS 10 TIMES.
               10  RY-TIME           PIC X(4).
               10  PIC X(1)  VALUE SPACES.
           05  RY-NOTE               PIC X(32).

       01  WS-RPT-UNPLACED-HDR       PIC X(100) VALUE
           "TITLES GIVEN NO ROOM:".

       01  WS-RPT-UNPLACED.
           05  PIC X(4)  VALUE SPACES.
           05  RU-NAME               PIC X(20).
           05  PIC X(3)  VALUE SPACES.
           05  RU-NOTE               PIC X(34).
           05  PIC X(39) VALUE SPACES.

       01  WS-RPT-NONE               PIC X(100) VALUE
           "NO RENTAL READY TO SCHEDULE PLAYS IN THE WEEK.".

       01  WS-RPT-FOOTER.
           05  PIC X(20) VALUE "DRAFT ROWS WRITTEN:".
           05  RF-WRITTEN            PIC ZZZZ9.
           05  PIC X(24) VALUE "  TIMES ALREADY BOOKED:".
           05  RF-DROPPED            PIC ZZZZ9.
           05  PIC X(18) VALUE "  TITLES PLACED:".
           05  RF-PLACED             PIC ZZ9.
           05  PIC X(11) VALUE "  NO ROOM:".
           05  RF-UNPLACED           PIC ZZ9.
           05  PIC X(11) VALUE SPACES.

       01  WS-RPT-CLOSING            PIC X(100) VALUE
           "REVIEW ON THE DRAFT SCHEDULE (MRS-3150) - NOTHING IS LIVE UN
      -    "TIL IT IS COMMITTED THERE.".

       01  WS-RPT-BLANK              PIC X(100) VALUE SPACES.

       PROCEDURE DIVISION.
       100-MAIN.
           PERFORM 900-OPEN-FILES THRU 900-EXIT
           MOVE FUNCTION CURRENT-DATE TO WS-DATETIME
           COMPUTE WS-TODAY-NUM =
               (WS-YEAR * 10000) + (WS-MONTH * 100) + WS-DAY
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE (WS-TODAY-NUM)

           PERFORM 200-GET-PARMS THRU 200-EXIT
           IF WS-WEEK-FROM = ZEROS
               PERFORM 910-CLOSE-FILES THRU 910-EXIT
               GOBACK
           END-IF

           PERFORM 250-LOAD-SCREENS THRU 250-EXIT
           PERFORM 300-LOAD-TITLES THRU 300-EXIT
           PERFORM 350-FILL-MOVIES THRU 350-EXIT
           PERFORM 400-LOAD-HISTORY THRU 400-EXIT
           PERFORM 450-RANK-TITLES THRU 450-EXIT
           PERFORM 500-ASSIGN-ROOMS THRU 500-EXIT
           PERFORM 550-LOAD-DRAFT THRU 550-EXIT

           OPEN OUTPUT MRS-SUGGEST-RPT
           PERFORM 600-PRINT-RANKING THRU 600-EXIT
           PERFORM 650-LAY-OUT-ROOM THRU 650-EXIT
               VARYING WS-POS FROM 1 BY 1
               UNTIL WS-POS > WS-ORDER-COUNT
           PERFORM 800-PRINT-UNPLACED THRU 800-EXIT

           WRITE MRS-SUGGEST-LINE FROM WS-RPT-BLANK
           MOVE WS-ROWS-WRITTEN TO RF-WRITTEN
           MOVE WS-ROWS-DROPPED TO RF-DROPPED
           MOVE WS-PLACED-CNT TO RF-PLACED
           MOVE WS-UNPLACED-CNT TO RF-UNPLACED
           WRITE MRS-SUGGEST-LINE FROM WS-RPT-FOOTER
           WRITE MRS-SUGGEST-LINE FROM WS-RPT-CLOSING
           CLOSE MRS-SUGGEST-RPT

           DISPLAY "MRS-3160 SUGGESTED WEEK: " WS-ROWS-WRITTEN
               " DRAFT ROW(S) FOR " WS-PLACED-CNT " TITLE(S), "
               WS-UNPLACED-CNT " WITH NO ROOM."

           PERFORM 910-CLOSE-FILES THRU 910-EXIT
      *    The finished output registers on the report spool so
      *    the office can find and reprint it later.
           MOVE WS-RENT-READ TO MRS-JOB-READ
           MOVE WS-ROWS-WRITTEN TO MRS-JOB-WRITTEN
           MOVE "MRS-3160" TO MRS-SP-PROGRAM
           MOVE SPACES TO MRS-SP-PARMS
           MOVE WS-WEEK-FROM TO MRS-SP-PARMS(1:8)
           MOVE WS-SITE-PARM TO MRS-SP-PARMS(10:2)
           MOVE UT-SYS-SUGGEST-RPT TO MRS-SP-PATH
           CALL "MRS-7050" USING MRS-SPOOL-PUT
           GOBACK.
       100-EXIT.
           EXIT.

      * The week and the site off the console, and the house day
      * off the business parameter file as of the week's first day.
       200-GET-PARMS.
           MOVE ZEROS TO WS-WEEK-FROM
           ACCEPT WS-FIRST-PARM
           ACCEPT WS-SITE-PARM
           IF WS-FIRST-PARM = SPACES OR WS-FIRST-PARM = "0" OR
              WS-FIRST-PARM = ZEROS
      *        The next Friday after today (day 5 counting Monday
      *        as 1) opens the next film week.
               COMPUTE WS-DOW = FUNCTION MOD
                   (WS-TODAY-INT - 1, 7) + 1
               COMPUTE WS-DATE-INT = WS-TODAY-INT
                   + FUNCTION MOD (11 - WS-DOW, 7) + 1
               COMPUTE WS-WEEK-FROM =
                   FUNCTION DATE-OF-INTEGER (WS-DATE-INT)
           ELSE
               IF WS-FIRST-PARM(1:1) IS NUMERIC
                   MOVE WS-FIRST-PARM TO WS-WEEK-FROM
               ELSE
                   MOVE WS-FIRST-PARM TO MRS-FCL-RANGE
                   CALL "MRS-5070" USING MRS-FCL-PUT
                   IF MRS-FCL-ANSWER NOT = "Y"
                       DISPLAY "MRS-3160: WEEK " WS-FIRST-PARM
                           " NOT ON THE CALENDAR - NOTHING LAID OUT."
                       GO TO 200-EXIT
                   END-IF
                   MOVE MRS-FCL-FROM TO WS-WEEK-FROM
               END-IF
           END-IF
           IF FUNCTION TEST-DATE-YYYYMMDD (WS-WEEK-FROM) NOT = ZERO
               DISPLAY "MRS-3160: " WS-FIRST-PARM
                   " IS NOT A DATE - NOTHING LAID OUT."
               MOVE ZEROS TO WS-WEEK-FROM
               GO TO 200-EXIT
           END-IF
           COMPUTE WS-DATE-INT =
               FUNCTION INTEGER-OF-DATE (WS-WEEK-FROM) + 6
           COMPUTE WS-WEEK-TO = FUNCTION DATE-OF-INTEGER (WS-DATE-INT)

           MOVE "TURNAROUND" TO MRS-BPP-NAME
           MOVE WS-WEEK-FROM TO MRS-BPP-AS-OF
           MOVE WS-TURN-MINS TO MRS-BPP-VALUE
           CALL "MRS-1760" USING MRS-BPM-PUT
           MOVE MRS-BPP-VALUE TO WS-TURN-MINS
           MOVE "HOUSE-DAY" TO MRS-BPP-NAME
           MOVE WS-HOUSE-MINS TO MRS-BPP-VALUE
           CALL "MRS-1760" USING MRS-BPM-PUT
           MOVE MRS-BPP-VALUE TO WS-HOUSE-MINS
           MOVE "FIRST-SHOW" TO MRS-BPP-NAME
           MOVE WS-FIRST-SHOW TO MRS-BPP-VALUE
           CALL "MRS-1760" USING MRS-BPM-PUT
           MOVE MRS-BPP-VALUE TO WS-FIRST-SHOW
           IF WS-FIRST-SHOW > 2359 OR
              FUNCTION MOD (WS-FIRST-SHOW, 100) > 59
               MOVE 1100 TO WS-FIRST-SHOW
           END-IF.
       200-EXIT.
           EXIT.

      * Every screen on the master; the active ones at the site
      * asked for go into the run, ordered biggest room first.
       250-LOAD-SCREENS.
           MOVE "N" TO SCR-EOF
           MOVE LOW-VALUES TO MRS-SCR-NUMBER
           START MRS-SCREEN-FILE KEY IS NOT LESS THAN MRS-SCR-NUMBER
               INVALID KEY
                   MOVE "Y" TO SCR-EOF
           END-START
           PERFORM UNTIL SCR-EOF = "Y"
               READ MRS-SCREEN-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO SCR-EOF
                   NOT AT END
                       IF WS-SCR-COUNT < 99
                           PERFORM 260-KEEP-SCREEN THRU 260-EXIT
                       END-IF
               END-READ
           END-PERFORM
      *    Biggest room first - a plain exchange sort, the list is
      *    a house's worth of screens.
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I >= WS-ORDER-COUNT
               PERFORM VARYING WS-J FROM WS-I BY 1
                       UNTIL WS-J > WS-ORDER-COUNT
                   IF WC-CAPACITY(WS-ORDER-IX(WS-J)) >
                      WC-CAPACITY(WS-ORDER-IX(WS-I))
                       MOVE WS-ORDER-IX(WS-I) TO WS-HOLD
                       MOVE WS-ORDER-IX(WS-J) TO WS-ORDER-IX(WS-I)
                       MOVE WS-HOLD TO WS-ORDER-IX(WS-J)
                   END-IF
               END-PERFORM
           END-PERFORM.
       250-EXIT.
           EXIT.

       260-KEEP-SCREEN.
           ADD 1 TO WS-SCR-COUNT
           MOVE WS-SCR-COUNT TO WS-S
           MOVE MRS-SCR-NUMBER TO WC-NUMBER(WS-S)
           MOVE MRS-SCR-CAPACITY TO WC-CAPACITY(WS-S)
           MOVE MRS-SCR-ADA-SEATS TO WC-ADA(WS-S)
           MOVE MRS-SCR-COMPANION-SEATS TO WC-COMPANION(WS-S)
           MOVE MRS-SCR-FORMAT TO WC-FORMAT(WS-S)
           MOVE MRS-SCR-FAMILY-FLAG TO WC-FAMILY(WS-S)
           MOVE MRS-SCR-NAME TO WC-NAME(WS-S)
           MOVE MRS-SCR-SITE TO WC-SITE(WS-S)
           MOVE ZEROS TO WC-TITLE(WS-S)
           MOVE SPACES TO WC-WHY(WS-S)
           MOVE "N" TO WC-IN-RUN(WS-S)
           IF MRS-SCR-STATUS = "I" OR MRS-SCR-CAPACITY = ZERO
               GO TO 260-EXIT
           END-IF
           IF WS-SITE-PARM NOT = SPACES AND
              MRS-SCR-SITE NOT = SPACES AND
              MRS-SCR-SITE NOT = WS-SITE-PARM
               GO TO 260-EXIT
           END-IF
           MOVE "Y" TO WC-IN-RUN(WS-S)
           ADD 1 TO WS-ORDER-COUNT
           MOVE WS-S TO WS-ORDER-IX(WS-ORDER-COUNT).
       260-EXIT.
           EXIT.

      * The titles to play: one slot per movie with a rental ready
      * to schedule, still out, not cancelled, whose window touches
      * the week. A movie on several copies keeps the widest window.
       300-LOAD-TITLES.
           MOVE "N" TO RENT-EOF
           MOVE LOW-VALUES TO MRS-RENT-ID
           START MRS-RENTAL-FILE KEY IS NOT LESS THAN MRS-RENT-ID
               INVALID KEY
                   MOVE "Y" TO RENT-EOF
           END-START
           PERFORM UNTIL RENT-EOF = "Y"
               READ MRS-RENTAL-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO RENT-EOF
                   NOT AT END
                       ADD 1 TO WS-RENT-READ
                       PERFORM 320-TAKE-RENTAL THRU 320-EXIT
               END-READ
           END-PERFORM.
       300-EXIT.
           EXIT.

       320-TAKE-RENTAL.
           IF MRS-READY-TO-SCHEDULE-FLAG NOT = "Y" OR
              MRS-RETURN-FLAG = "Y" OR
              MRS-RENT-STATUS = "C"
               GO TO 320-EXIT
           END-IF
           IF MRS-START-DATE NOT NUMERIC OR MRS-END-DATE NOT NUMERIC
               GO TO 320-EXIT
           END-IF
           MOVE MRS-START-DATE TO WS-START-NUM
           MOVE MRS-END-DATE TO WS-END-NUM
           IF WS-START-NUM > WS-WEEK-TO OR WS-END-NUM < WS-WEEK-FROM
               GO TO 320-EXIT
           END-IF
           MOVE ZERO TO WS-T
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-TITLE-COUNT OR WS-T > ZERO
               IF WT-MOVIE-ID(WS-I) = MRS-MOVIE-ID
                   MOVE WS-I TO WS-T
               END-IF
           END-PERFORM
           IF WS-T = ZERO
               IF WS-TITLE-COUNT NOT < 100
                   GO TO 320-EXIT
               END-IF
               ADD 1 TO WS-TITLE-COUNT
               MOVE WS-TITLE-COUNT TO WS-T
               INITIALIZE WS-TITLE-SLOT(WS-T)
               MOVE MRS-MOVIE-ID TO WT-MOVIE-ID(WS-T)
               MOVE WS-START-NUM TO WT-FROM(WS-T)
               MOVE WS-END-NUM TO WT-TO(WS-T)
               MOVE "N" TO WT-ON-FILE(WS-T)
           END-IF
           IF WS-START-NUM < WT-FROM(WS-T)
               MOVE WS-START-NUM TO WT-FROM(WS-T)
           END-IF
           IF WS-END-NUM > WT-TO(WS-T)
               MOVE WS-END-NUM TO WT-TO(WS-T)
           END-IF.
       320-EXIT.
           EXIT.

      * One pass of the movie master fills in each title's key,
      * name, rating and runtime. A title whose movie is inactive,
      * pulled for good, or still pending approval does not play.
       350-FILL-MOVIES.
           IF WS-TITLE-COUNT = ZERO
               GO TO 350-EXIT
           END-IF
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
                       IF MRS-MOVIE-NO IS NUMERIC
                           PERFORM 360-MATCH-MOVIE THRU 360-EXIT
                               VARYING WS-I FROM 1 BY 1
                               UNTIL WS-I > WS-TITLE-COUNT
                       END-IF
               END-READ
           END-PERFORM.
       350-EXIT.
           EXIT.

       360-MATCH-MOVIE.
           IF WT-MOVIE-ID(WS-I) NOT = MRS-MOVIE-NO OR
              WT-ON-FILE(WS-I) NOT = "N"
               GO TO 360-EXIT
           END-IF
           MOVE MRS-MOVIE-KEY TO WT-MOVIE-KEY(WS-I)
           MOVE MRS-MOVIE-NAME TO WT-NAME(WS-I)
           MOVE MRS-RATING TO WT-RATING(WS-I)
           MOVE MRS-RUNTIME-MINS TO WT-RUNTIME(WS-I)
           IF MRS-ACTIVE-FLAG = "N" OR
              MRS-DISCONTINUED-FLAG = "Y" OR
              MRS-PENDING-FLAG = "Y"
               MOVE "X" TO WT-ON-FILE(WS-I)
               MOVE "MOVIE INACTIVE ON THE MASTER" TO WT-NOTE(WS-I)
           ELSE
               MOVE "Y" TO WT-ON-FILE(WS-I)
           END-IF.
       360-EXIT.
           EXIT.

      * How each title has sold: the purged history first, then the
      * live showings that have already played, whose sold count is
      * capacity less what is left in both pools - the same figure
      * the purge will freeze onto the history.
       400-LOAD-HISTORY.
           IF WS-TITLE-COUNT = ZERO
               GO TO 400-EXIT
           END-IF
           MOVE "N" TO HIST-EOF
           IF WS-HIST-OPEN NOT = "Y"
               MOVE "Y" TO HIST-EOF
           END-IF
           PERFORM UNTIL HIST-EOF = "Y"
               READ MRS-SHOW-HIST-FILE
                   AT END
                       MOVE "Y" TO HIST-EOF
                   NOT AT END
                       IF MRS-SH-STATUS NOT = "C" AND
                          MRS-SH-CAPACITY > ZERO
                           MOVE MRS-SH-RENTAL-ID(1:6) TO WS-LOOK-KEY
                           MOVE MRS-SH-DATE TO WS-DAY-DATE
                           MOVE MRS-SH-TIME(1:4) TO WS-TIME-NUM
                           IF MRS-SH-TIME(1:4) NOT NUMERIC
                               MOVE ZEROS TO WS-TIME-NUM
                           END-IF
                           MOVE MRS-SH-CAPACITY TO WS-CAPACITY
                           MOVE MRS-SH-SOLD TO WS-SOLD
                           PERFORM 420-ADD-SALES THRU 420-EXIT
                       END-IF
               END-READ
           END-PERFORM
           IF WS-SHOW-OPEN NOT = "Y"
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
                       IF MRS-SHOW-DATE < WS-TODAY-NUM AND
                          MRS-SHOW-STATUS NOT = "C" AND
                          MRS-SHOW-STATUS NOT = "S" AND
                          MRS-SHOW-STATUS NOT = "P"
                           PERFORM 410-LIVE-ROW THRU 410-EXIT
                       END-IF
               END-READ
           END-PERFORM.
       400-EXIT.
           EXIT.

       410-LIVE-ROW.
           MOVE ZERO TO WS-CAPACITY
           PERFORM VARYING WS-S FROM 1 BY 1
                   UNTIL WS-S > WS-SCR-COUNT
               IF WC-NUMBER(WS-S) = MRS-SCREEN-NUMBER
                   MOVE WC-CAPACITY(WS-S) TO WS-CAPACITY
               END-IF
           END-PERFORM
           IF WS-CAPACITY = ZERO
               GO TO 410-EXIT
           END-IF
           COMPUTE WS-SOLD = WS-CAPACITY - MRS-SEATS - MRS-ADA-SEATS
           IF WS-SOLD < ZERO
               MOVE ZERO TO WS-SOLD
           END-IF
           MOVE MRS-RENTAL-ID(1:6) TO WS-LOOK-KEY
           MOVE MRS-SHOW-DATE TO WS-DAY-DATE
           MOVE MRS-SHOW-TIME(1:4) TO WS-TIME-NUM
           IF MRS-SHOW-TIME(1:4) NOT NUMERIC
               MOVE ZEROS TO WS-TIME-NUM
           END-IF
           PERFORM 420-ADD-SALES THRU 420-EXIT.
       410-EXIT.
           EXIT.

      * One played showing onto its title: overall, by time slot
      * (as MRS-8950 cuts them), and the last seven days against
      * the seven before.
       420-ADD-SALES.
           MOVE ZERO TO WS-T
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-TITLE-COUNT OR WS-T > ZERO
               IF WT-MOVIE-KEY(WS-I) = WS-LOOK-KEY AND
                  WT-ON-FILE(WS-I) = "Y"
                   MOVE WS-I TO WS-T
               END-IF
           END-PERFORM
           IF WS-T = ZERO
               GO TO 420-EXIT
           END-IF
           ADD 1 TO WT-HIST-ROWS(WS-T)
           ADD WS-SOLD TO WT-SOLD(WS-T)
           ADD WS-CAPACITY TO WT-CAP(WS-T)
           IF WS-TIME-NUM < 1700
               MOVE 1 TO WS-SLOT
           ELSE
               IF WS-TIME-NUM < 2000
                   MOVE 2 TO WS-SLOT
               ELSE
                   MOVE 3 TO WS-SLOT
               END-IF
           END-IF
           ADD WS-SOLD TO WT-SLOT-SOLD(WS-T, WS-SLOT)
           ADD WS-CAPACITY TO WT-SLOT-CAP(WS-T, WS-SLOT)
           IF FUNCTION TEST-DATE-YYYYMMDD (WS-DAY-DATE) NOT = ZERO
               GO TO 420-EXIT
           END-IF
           COMPUTE WS-ROW-AGE = WS-TODAY-INT
               - FUNCTION INTEGER-OF-DATE (WS-DAY-DATE)
           IF WS-ROW-AGE >= 1 AND WS-ROW-AGE <= 7
               ADD WS-SOLD TO WT-LASTWK(WS-T)
           END-IF
           IF WS-ROW-AGE >= 8 AND WS-ROW-AGE <= 14
               ADD WS-SOLD TO WT-PRIORWK(WS-T)
           END-IF.
       420-EXIT.
           EXIT.

      * Scores and orders the titles. A title with no sales on file
      * is an opener and goes to the top; the rest follow by last
      * week's admissions, then by how full they have played. The
      * best slot is the one with the highest occupancy.
       450-RANK-TITLES.
           PERFORM 460-SCORE-ONE THRU 460-EXIT
               VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-TITLE-COUNT
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-TITLE-COUNT
               MOVE WS-I TO WS-RANK-IX(WS-I)
           END-PERFORM
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I >= WS-TITLE-COUNT
               PERFORM VARYING WS-J FROM WS-I BY 1
                       UNTIL WS-J > WS-TITLE-COUNT
                   IF WT-SCORE(WS-RANK-IX(WS-J)) >
                      WT-SCORE(WS-RANK-IX(WS-I))
                       MOVE WS-RANK-IX(WS-I) TO WS-HOLD
                       MOVE WS-RANK-IX(WS-J) TO WS-RANK-IX(WS-I)
                       MOVE WS-HOLD TO WS-RANK-IX(WS-J)
                   END-IF
               END-PERFORM
           END-PERFORM.
       450-EXIT.
           EXIT.

       460-SCORE-ONE.
           MOVE ZEROS TO WT-OCC-PCT(WS-I)
           MOVE ZEROS TO WT-BEST-PCT(WS-I)
           MOVE 2 TO WT-BEST-SLOT(WS-I)
           IF WT-ON-FILE(WS-I) NOT = "Y"
               MOVE ZEROS TO WT-SCORE(WS-I)
               IF WT-NOTE(WS-I) = SPACES
                   MOVE "MOVIE NOT ON THE MASTER"
                       TO WT-NOTE(WS-I)
               END-IF
               GO TO 460-EXIT
           END-IF
           IF WT-CAP(WS-I) > ZERO
               COMPUTE WT-OCC-PCT(WS-I) ROUNDED =
                   (WT-SOLD(WS-I) * 100) / WT-CAP(WS-I)
           END-IF
           PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > 3
               IF WT-SLOT-CAP(WS-I, WS-K) > ZERO
                   COMPUTE WS-PCT ROUNDED =
                       (WT-SLOT-SOLD(WS-I, WS-K) * 100)
                       / WT-SLOT-CAP(WS-I, WS-K)
                   IF WS-PCT > WT-BEST-PCT(WS-I)
                       MOVE WS-PCT TO WT-BEST-PCT(WS-I)
                       MOVE WS-K TO WT-BEST-SLOT(WS-I)
                   END-IF
               END-IF
           END-PERFORM
      *    Score: an opener above anything that has sold; otherwise
      *    last week's admissions, occupancy breaking the tie.
           IF WT-HIST-ROWS(WS-I) = ZERO
               MOVE 9999999 TO WT-SCORE(WS-I)
           ELSE
               COMPUTE WT-SCORE(WS-I) = (WT-LASTWK(WS-I) * 10)
                   + (WT-OCC-PCT(WS-I) / 10) + 1
           END-IF.
       460-EXIT.
           EXIT.

      * Rooms to titles. First pass: each title in rank order takes
      * the biggest room still free that it may play. Second pass:
      * any room still free goes to the best-ranked title it fits
      * that holds the fewest rooms so far.
       500-ASSIGN-ROOMS.
           IF WS-TITLE-COUNT = ZERO OR WS-ORDER-COUNT = ZERO
               GO TO 500-EXIT
           END-IF
           PERFORM 510-ASK-FIT THRU 510-EXIT
               VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-TITLE-COUNT
           PERFORM 520-FIRST-PASS THRU 520-EXIT
               VARYING WS-K FROM 1 BY 1 UNTIL WS-K > WS-TITLE-COUNT
           PERFORM 540-SECOND-PASS THRU 540-EXIT
               VARYING WS-POS FROM 1 BY 1
               UNTIL WS-POS > WS-ORDER-COUNT.
       500-EXIT.
           EXIT.

      * The fit of one title against every room in the run.
       510-ASK-FIT.
           PERFORM VARYING WS-J FROM 1 BY 1
                   UNTIL WS-J > WS-ORDER-COUNT
               MOVE WS-ORDER-IX(WS-J) TO WS-S
               MOVE "N" TO WS-FIT(WS-I, WS-S)
               IF WT-ON-FILE(WS-I) = "Y"
                   IF WT-RATING(WS-I) = "NC17" AND
                      WC-FAMILY(WS-S) = "Y"
                       MOVE "R" TO WS-FIT(WS-I, WS-S)
                   ELSE
                       MOVE WT-MOVIE-KEY(WS-I) TO MRS-FC-RENTAL-ID
                       MOVE WC-NUMBER(WS-S) TO MRS-FC-SCREEN
                       CALL "MRS-4180" USING MRS-FMT-CHECK
                       EVALUATE MRS-FC-ANSWER
                           WHEN "N"
                               MOVE "F" TO WS-FIT(WS-I, WS-S)
                           WHEN "S"
                               MOVE "S" TO WS-FIT(WS-I, WS-S)
                           WHEN OTHER
                               MOVE "Y" TO WS-FIT(WS-I, WS-S)
                       END-EVALUATE
                   END-IF
               END-IF
           END-PERFORM.
       510-EXIT.
           EXIT.

       520-FIRST-PASS.
           MOVE WS-RANK-IX(WS-K) TO WS-I
           IF WT-ON-FILE(WS-I) NOT = "Y"
               GO TO 520-EXIT
           END-IF
           MOVE SPACE TO WS-PASSED-OVER
           MOVE ZERO TO WS-BEST
           PERFORM VARYING WS-J FROM 1 BY 1
                   UNTIL WS-J > WS-ORDER-COUNT OR WS-BEST > ZERO
               MOVE WS-ORDER-IX(WS-J) TO WS-S
               IF WC-TITLE(WS-S) = ZERO
                   IF WS-FIT(WS-I, WS-S) = "Y"
                       MOVE WS-S TO WS-BEST
                   ELSE
                       IF WS-PASSED-OVER = SPACE
                           MOVE WS-FIT(WS-I, WS-S) TO WS-PASSED-OVER
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           IF WS-BEST = ZERO
               EVALUATE WS-PASSED-OVER
                   WHEN SPACE
                       MOVE "EVERY ROOM WENT TO A HIGHER RANK"
                           TO WT-NOTE(WS-I)
                   WHEN "F"
                       MOVE "NO ROOM LEFT CAN RUN ITS PRINT"
                           TO WT-NOTE(WS-I)
                   WHEN "S"
                       MOVE "NO PRINT AT A SITE WITH A ROOM"
                           TO WT-NOTE(WS-I)
                   WHEN "R"
                       MOVE "NC-17 - ONLY FAMILY ROOMS LEFT"
                           TO WT-NOTE(WS-I)
               END-EVALUATE
               GO TO 520-EXIT
           END-IF
           MOVE WS-I TO WC-TITLE(WS-BEST)
           ADD 1 TO WT-ROOMS(WS-I)
           EVALUATE WS-PASSED-OVER
               WHEN SPACE
                   MOVE "BIGGEST ROOM LEFT AT ITS RANK"
                       TO WC-WHY(WS-BEST)
               WHEN "F"
                   MOVE "BIGGEST ROOM LEFT FOR ITS PRINT"
                       TO WC-WHY(WS-BEST)
               WHEN "S"
                   MOVE "BIGGEST ROOM LEFT WITH ITS PRINT"
                       TO WC-WHY(WS-BEST)
               WHEN "R"
                   MOVE "BIGGEST NON-FAMILY ROOM (NC-17)"
                       TO WC-WHY(WS-BEST)
           END-EVALUATE.
       520-EXIT.
           EXIT.

       540-SECOND-PASS.
           MOVE WS-ORDER-IX(WS-POS) TO WS-S
           IF WC-TITLE(WS-S) NOT = ZERO
               GO TO 540-EXIT
           END-IF
           MOVE ZERO TO WS-BEST
           PERFORM VARYING WS-K FROM 1 BY 1
                   UNTIL WS-K > WS-TITLE-COUNT
               MOVE WS-RANK-IX(WS-K) TO WS-I
               IF WS-FIT(WS-I, WS-S) = "Y"
                   IF WS-BEST = ZERO
                       MOVE WS-I TO WS-BEST
                   ELSE
                       IF WT-ROOMS(WS-I) < WT-ROOMS(WS-BEST)
                           MOVE WS-I TO WS-BEST
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           IF WS-BEST = ZERO
               MOVE "NO TITLE READY CAN PLAY THIS ROOM"
                   TO WC-WHY(WS-S)
               GO TO 540-EXIT
           END-IF
           MOVE WS-BEST TO WC-TITLE(WS-S)
           ADD 1 TO WT-ROOMS(WS-BEST)
           MOVE "SPARE ROOM - EXTRA RUN OF A LEADER"
               TO WC-WHY(WS-S).
       540-EXIT.
           EXIT.

      * The draft rows already on file, as minute spans, and the
      * highest draft id so this run's rows follow on.
       550-LOAD-DRAFT.
           MOVE "N" TO DFT-EOF
           MOVE LOW-VALUES TO MRS-DFT-ID
           START MRS-DRAFT-FILE KEY IS NOT LESS THAN MRS-DFT-ID
               INVALID KEY
                   MOVE "Y" TO DFT-EOF
           END-START
           PERFORM UNTIL DFT-EOF = "Y"
               READ MRS-DRAFT-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO DFT-EOF
                   NOT AT END
                       IF MRS-DFT-ID > WS-NEXT-DFT-ID
                           MOVE MRS-DFT-ID TO WS-NEXT-DFT-ID
                       END-IF
                       IF MRS-DFT-TIME(1:4) NUMERIC AND
                          WS-DRAFT-COUNT < 1000
                           PERFORM 560-KEEP-DRAFT-SPAN THRU 560-EXIT
                       END-IF
               END-READ
           END-PERFORM.
       550-EXIT.
           EXIT.

       560-KEEP-DRAFT-SPAN.
           MOVE MRS-DFT-TIME(1:4) TO WS-TIME-NUM
           MOVE MRS-DFT-RENTAL-ID TO MRS-RENTAL-ID
           PERFORM 570-SPAN-OF-SHOW THRU 570-EXIT
           ADD 1 TO WS-DRAFT-COUNT
           MOVE MRS-DFT-SCREEN TO WD-SCREEN(WS-DRAFT-COUNT)
           MOVE MRS-DFT-DATE TO WD-DATE(WS-DRAFT-COUNT)
           MOVE WS-OTH-FROM TO WD-FROM(WS-DRAFT-COUNT)
           MOVE WS-OTH-TO TO WD-TO(WS-DRAFT-COUNT).
       560-EXIT.
           EXIT.

      * The minutes a booked showing holds its room: from its start
      * for the feature's runtime (the house gap when none was
      * captured) plus the turnaround. WS-TIME-NUM holds the start,
      * MRS-RENTAL-ID the feature.
       570-SPAN-OF-SHOW.
           COMPUTE WS-OTH-FROM =
               ((WS-TIME-NUM / 100) * 60)
               + FUNCTION MOD (WS-TIME-NUM, 100)
           MOVE WS-GAP-MINS TO WS-RUN-MINS
           IF MRS-RENTAL-ID NOT = SPACES
               MOVE MRS-RENTAL-ID(1:6) TO MRS-MOVIE-KEY
               READ MRS-MOVIE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF MRS-RUNTIME-MINS > ZERO
                           MOVE MRS-RUNTIME-MINS TO WS-RUN-MINS
                       END-IF
               END-READ
           END-IF
           COMPUTE WS-OTH-TO = WS-OTH-FROM + WS-RUN-MINS
               + WS-TURN-MINS.
       570-EXIT.
           EXIT.

       600-PRINT-RANKING.
           MOVE WS-WEEK-FROM TO RH-FROM
           MOVE WS-WEEK-TO TO RH-TO
           IF WS-SITE-PARM = SPACES
               MOVE "ALL" TO RH-SITE
           ELSE
               MOVE WS-SITE-PARM TO RH-SITE
           END-IF
           WRITE MRS-SUGGEST-LINE FROM WS-RPT-HEADER
           MOVE WS-FIRST-SHOW TO RO-FIRST
           MOVE WS-HOUSE-MINS TO RO-HOUSE
           MOVE WS-TURN-MINS TO RO-TURN
           WRITE MRS-SUGGEST-LINE FROM WS-RPT-HOUSE
           WRITE MRS-SUGGEST-LINE FROM WS-RPT-BLANK
           IF WS-TITLE-COUNT = ZERO
               WRITE MRS-SUGGEST-LINE FROM WS-RPT-NONE
               GO TO 600-EXIT
           END-IF
           WRITE MRS-SUGGEST-LINE FROM WS-RPT-RANK-HDR
           PERFORM 610-PRINT-ONE-RANK THRU 610-EXIT
               VARYING WS-K FROM 1 BY 1 UNTIL WS-K > WS-TITLE-COUNT.
       600-EXIT.
           EXIT.

       610-PRINT-ONE-RANK.
           MOVE WS-RANK-IX(WS-K) TO WS-I
           IF WT-ON-FILE(WS-I) NOT = "Y"
               GO TO 610-EXIT
           END-IF
           MOVE WS-K TO RR-RANK
           MOVE WT-NAME(WS-I) TO RR-NAME
           MOVE WT-RATING(WS-I) TO RR-RATING
           MOVE WT-RUNTIME(WS-I) TO RR-RUNTIME
           MOVE WT-LASTWK(WS-I) TO RR-LASTWK
           MOVE WT-OCC-PCT(WS-I) TO RR-OCC
           MOVE WS-SLOT-TAG(WT-BEST-SLOT(WS-I)) TO RR-SLOT
           MOVE WT-BEST-PCT(WS-I) TO RR-SLOT-PCT
           EVALUATE TRUE
               WHEN WT-HIST-ROWS(WS-I) = ZERO
                   MOVE "OPENER - NO SALES ON FILE YET"
                       TO RR-READING
                   MOVE SPACES TO RR-SLOT
               WHEN WT-PRIORWK(WS-I) > ZERO AND
                    WT-LASTWK(WS-I) < WT-PRIORWK(WS-I)
                   MOVE "DECLINING WEEK OVER WEEK" TO RR-READING
               WHEN WT-LASTWK(WS-I) = ZERO
                   MOVE "NO ADMISSIONS IN THE LAST 7 DAYS"
                       TO RR-READING
               WHEN OTHER
                   MOVE "HOLDING OR GROWING" TO RR-READING
           END-EVALUATE
           WRITE MRS-SUGGEST-LINE FROM WS-RPT-RANK.
       610-EXIT.
           EXIT.

      * One room in the run, biggest first: what it plays and why,
      * then its seven days.
       650-LAY-OUT-ROOM.
           MOVE WS-ORDER-IX(WS-POS) TO WS-S
           WRITE MRS-SUGGEST-LINE FROM WS-RPT-BLANK
           MOVE WC-NUMBER(WS-S) TO RS-NUMBER
           MOVE WC-NAME(WS-S) TO RS-NAME
           MOVE WC-SITE(WS-S) TO RS-SITE
           MOVE WC-CAPACITY(WS-S) TO RS-CAPACITY
           MOVE WC-FORMAT(WS-S) TO RS-FORMAT
           WRITE MRS-SUGGEST-LINE FROM WS-RPT-SCREEN
           MOVE WC-TITLE(WS-S) TO WS-T
           IF WS-T = ZERO
               MOVE "(NONE)" TO RW-NAME
               MOVE ZERO TO RW-RANK
               MOVE WC-WHY(WS-S) TO RW-WHY
               IF RW-WHY = SPACES
                   MOVE "NO TITLE READY TO SCHEDULE" TO RW-WHY
               END-IF
               WRITE MRS-SUGGEST-LINE FROM WS-RPT-ROOM-WHY
               GO TO 650-EXIT
           END-IF
           MOVE WT-NAME(WS-T) TO RW-NAME
           PERFORM VARYING WS-K FROM 1 BY 1
                   UNTIL WS-K > WS-TITLE-COUNT
               IF WS-RANK-IX(WS-K) = WS-T
                   MOVE WS-K TO RW-RANK
               END-IF
           END-PERFORM
           MOVE WC-WHY(WS-S) TO RW-WHY
           WRITE MRS-SUGGEST-LINE FROM WS-RPT-ROOM-WHY

           PERFORM 660-SET-LAYOUT THRU 660-EXIT
           PERFORM 700-LAY-OUT-DAY THRU 700-EXIT
               VARYING WS-D FROM 1 BY 1 UNTIL WS-D > 7.
       650-EXIT.
           EXIT.

      * The room's slot length, its peak showing, and the window of
      * the day a showing may start in, all in minutes past
      * midnight. Rooms are staggered ten minutes apart in fours so
      * the lobby does not empty all at once.
       660-SET-LAYOUT.
           MOVE WS-GAP-MINS TO WS-RUN-MINS
           IF WT-RUNTIME(WS-T) > ZERO
               MOVE WT-RUNTIME(WS-T) TO WS-RUN-MINS
           END-IF
           COMPUTE WS-SLOT-LEN = (WS-RUN-MINS + WS-TURN-MINS + 4) / 5
           COMPUTE WS-SLOT-LEN = WS-SLOT-LEN * 5
           COMPUTE WS-EARLIEST =
               ((WS-FIRST-SHOW / 100) * 60)
               + FUNCTION MOD (WS-FIRST-SHOW, 100)
           MOVE SPACES TO RT-ADULT
           IF WT-RATING(WS-T) = "R" OR WT-RATING(WS-T) = "NC17"
               IF WS-EARLIEST < ((WS-ADULT-FROM / 100) * 60)
                   COMPUTE WS-EARLIEST = (WS-ADULT-FROM / 100) * 60
                   MOVE " - NONE BEFORE 1700" TO RT-ADULT
               END-IF
           END-IF
           COMPUTE WS-LATEST =
               ((WS-FIRST-SHOW / 100) * 60)
               + FUNCTION MOD (WS-FIRST-SHOW, 100)
               + WS-HOUSE-MINS - 1
           IF WS-LATEST > 1439
               MOVE 1439 TO WS-LATEST
           END-IF
           EVALUATE TRUE
               WHEN WT-HIST-ROWS(WS-T) = ZERO
                   MOVE WS-EVENING-PEAK TO WS-ANCHOR-HHMM
                   MOVE "OPENER - PEAK IN THE EVENING"
                       TO RT-SLOT-WHY
               WHEN WT-BEST-SLOT(WS-T) = 1
                   MOVE WS-FIRST-SHOW TO WS-ANCHOR-HHMM
                   MOVE "SELLS BEST AT MATINEES" TO RT-SLOT-WHY
               WHEN WT-BEST-SLOT(WS-T) = 3
                   MOVE WS-LATE-PEAK TO WS-ANCHOR-HHMM
                   MOVE "SELLS BEST LATE" TO RT-SLOT-WHY
               WHEN OTHER
                   MOVE WS-EVENING-PEAK TO WS-ANCHOR-HHMM
                   MOVE "SELLS BEST IN THE EVENING" TO RT-SLOT-WHY
           END-EVALUATE
           COMPUTE WS-ANCHOR =
               ((WS-ANCHOR-HHMM / 100) * 60)
               + FUNCTION MOD (WS-ANCHOR-HHMM, 100)
               + (FUNCTION MOD (WS-POS - 1, 4) * 10)
           IF WS-ANCHOR < WS-EARLIEST
               MOVE WS-EARLIEST TO WS-ANCHOR
           END-IF
           IF WS-ANCHOR > WS-LATEST
               MOVE WS-EARLIEST TO WS-ANCHOR
           END-IF
      *    Walk back from the peak to the day's first showing.
           PERFORM UNTIL WS-ANCHOR < WS-EARLIEST + WS-SLOT-LEN
               SUBTRACT WS-SLOT-LEN FROM WS-ANCHOR
           END-PERFORM
           MOVE WS-ANCHOR-HHMM TO RT-PEAK
           MOVE WS-SLOT-LEN TO RT-EVERY
           WRITE MRS-SUGGEST-LINE FROM WS-RPT-TIME-WHY.
       660-EXIT.
           EXIT.

      * One day of the room: nothing on a dark day, in an outage,
      * or outside the title's rental window; otherwise a showing
      * every slot from the first to the close, less any that would
      * overlap what is already booked or drafted on the screen.
       700-LAY-OUT-DAY.
           COMPUTE WS-DATE-INT =
               FUNCTION INTEGER-OF-DATE (WS-WEEK-FROM) + WS-D - 1
           COMPUTE WS-DAY-DATE = FUNCTION DATE-OF-INTEGER (WS-DATE-INT)
           COMPUTE WS-DOW = FUNCTION MOD (WS-DATE-INT - 1, 7) + 1
           MOVE SPACES TO WS-RPT-DAY
           MOVE WS-DOW-TAG(WS-DOW) TO RY-DOW
           MOVE WS-DAY-DATE TO RY-DATE
           MOVE SPACES TO RY-NOTE
           MOVE ZEROS TO WS-DAY-DROPPED
           MOVE ZEROS TO WS-DAY-PLACED
           MOVE ZEROS TO WS-DAY-TIME-CNT

           PERFORM 720-CHECK-DAY THRU 720-EXIT
           IF WS-DAY-BLOCKED = "Y"
               WRITE MRS-SUGGEST-LINE FROM WS-RPT-DAY
               GO TO 700-EXIT
           END-IF

           MOVE WS-ANCHOR TO WS-CAND
           PERFORM 740-TRY-ONE-TIME THRU 740-EXIT
               UNTIL WS-CAND > WS-LATEST

           PERFORM VARYING WS-J FROM 1 BY 1
                   UNTIL WS-J > WS-DAY-TIME-CNT OR WS-J > 10
               MOVE WS-DAY-TIME(WS-J) TO RY-TIME(WS-J)
           END-PERFORM
           IF WS-DAY-DROPPED > ZERO
               STRING WS-DAY-DROPPED DELIMITED BY SIZE
                      " TIME(S) ALREADY BOOKED" DELIMITED BY SIZE
                   INTO RY-NOTE
               END-STRING
           END-IF
           WRITE MRS-SUGGEST-LINE FROM WS-RPT-DAY.
       700-EXIT.
           EXIT.

       720-CHECK-DAY.
           MOVE "N" TO WS-DAY-BLOCKED
           IF WS-DAY-DATE < WT-FROM(WS-T) OR
              WS-DAY-DATE > WT-TO(WS-T)
               MOVE "Y" TO WS-DAY-BLOCKED
               MOVE "OUTSIDE RENTAL WINDOW" TO RY-NOTE
               GO TO 720-EXIT
           END-IF
           IF WS-CAL-OPEN = "Y"
               MOVE WS-DAY-DATE TO MRS-CAL-DATE
               READ MRS-CALENDAR-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO WS-DAY-BLOCKED
                       MOVE "THEATER CLOSED (CALENDAR)" TO RY-NOTE
                       GO TO 720-EXIT
               END-READ
           END-IF
           IF WS-OUT-OPEN NOT = "Y"
               GO TO 720-EXIT
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
                       IF MRS-OUT-SCREEN = WC-NUMBER(WS-S) AND
                          WS-DAY-DATE >= MRS-OUT-FROM-DATE AND
                          WS-DAY-DATE <= MRS-OUT-TO-DATE
                           MOVE "Y" TO WS-DAY-BLOCKED
                           MOVE "SCREEN OUT OF SERVICE" TO RY-NOTE
                           MOVE "Y" TO OUT-EOF
                       END-IF
               END-READ
           END-PERFORM.
       720-EXIT.
           EXIT.

      * One candidate start: kept and drafted when it clears the
      * live schedule and the draft, dropped otherwise. Either way
      * the next candidate is one slot later.
       740-TRY-ONE-TIME.
           COMPUTE WS-CAND-END = WS-CAND + WS-RUN-MINS + WS-TURN-MINS
           MOVE "N" TO WS-CONFLICT
           PERFORM 750-CHECK-LIVE THRU 750-EXIT
           IF WS-CONFLICT = "N"
               PERFORM VARYING WS-J FROM 1 BY 1
                       UNTIL WS-J > WS-DRAFT-COUNT OR WS-CONFLICT = "Y"
                   IF WD-SCREEN(WS-J) = WC-NUMBER(WS-S) AND
                      WD-DATE(WS-J) = WS-DAY-DATE AND
                      WD-FROM(WS-J) < WS-CAND-END AND
                      WD-TO(WS-J) > WS-CAND
                       MOVE "Y" TO WS-CONFLICT
                   END-IF
               END-PERFORM
           END-IF
           IF WS-CONFLICT = "Y"
               ADD 1 TO WS-DAY-DROPPED
               ADD 1 TO WS-ROWS-DROPPED
           ELSE
               PERFORM 780-WRITE-DRAFT-ROW THRU 780-EXIT
           END-IF
           ADD WS-SLOT-LEN TO WS-CAND.
       740-EXIT.
           EXIT.

      * The live showings on the screen and day, read straight off
      * the screen + date + time key.
       750-CHECK-LIVE.
           IF WS-SHOW-OPEN NOT = "Y"
               GO TO 750-EXIT
           END-IF
           MOVE "N" TO SHOW-EOF
           MOVE WC-NUMBER(WS-S) TO MRS-SCREEN-NUMBER
           MOVE WS-DAY-DATE TO MRS-SHOW-DATE
           MOVE LOW-VALUES TO MRS-SHOW-TIME
           START MRS-SHOW-FILE KEY IS NOT LESS THAN MRS-SHOW-LOOKUP-KEY
               INVALID KEY
                   MOVE "Y" TO SHOW-EOF
           END-START
           PERFORM UNTIL SHOW-EOF = "Y"
               READ MRS-SHOW-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO SHOW-EOF
                   NOT AT END
                       IF MRS-SCREEN-NUMBER NOT = WC-NUMBER(WS-S) OR
                          MRS-SHOW-DATE NOT = WS-DAY-DATE
                           MOVE "Y" TO SHOW-EOF
                       ELSE
                           IF MRS-SHOW-STATUS NOT = "C" AND
                              MRS-SHOW-STATUS NOT = "S" AND
                              MRS-SHOW-TIME(1:4) NUMERIC
                               MOVE MRS-SHOW-TIME(1:4) TO WS-TIME-NUM
                               PERFORM 570-SPAN-OF-SHOW THRU 570-EXIT
                               IF WS-OTH-FROM < WS-CAND-END AND
                                  WS-OTH-TO > WS-CAND
                                   MOVE "Y" TO WS-CONFLICT
                                   MOVE "Y" TO SHOW-EOF
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
       750-EXIT.
           EXIT.

      * The suggested showing onto the draft, booked as MRS-3150
      * books an added row: full general pool, accessible seats
      * carved off the screen master. It joins the draft spans so
      * the next room or day sees it.
       780-WRITE-DRAFT-ROW.
           COMPUTE WS-CAND-HHMM =
               ((WS-CAND / 60) * 100) + FUNCTION MOD (WS-CAND, 60)
           ADD 1 TO WS-NEXT-DFT-ID
           MOVE WS-NEXT-DFT-ID TO MRS-DFT-ID
           MOVE WC-NUMBER(WS-S) TO MRS-DFT-SCREEN
           MOVE WS-DAY-DATE TO MRS-DFT-DATE
           MOVE WS-CAND-HHMM TO MRS-DFT-TIME
           MOVE WT-MOVIE-KEY(WS-T) TO MRS-DFT-RENTAL-ID
           MOVE SPACES TO MRS-DFT-ATTRS
           MOVE WC-SITE(WS-S) TO MRS-DFT-SITE
           COMPUTE MRS-DFT-ADA-SEATS = WC-ADA(WS-S)
               + WC-COMPANION(WS-S)
           IF MRS-DFT-ADA-SEATS < WC-CAPACITY(WS-S)
               COMPUTE MRS-DFT-SEATS =
                   WC-CAPACITY(WS-S) - MRS-DFT-ADA-SEATS
           ELSE
               MOVE ZEROS TO MRS-DFT-ADA-SEATS
               MOVE WC-CAPACITY(WS-S) TO MRS-DFT-SEATS
           END-IF
           MOVE "A" TO MRS-DFT-STATUS
           MOVE ZEROS TO MRS-DFT-SOLD-AT-CANCEL
           WRITE MRS-DRAFT-REC
               INVALID KEY
                   GO TO 780-EXIT
           END-WRITE
           ADD 1 TO WS-ROWS-WRITTEN
           ADD 1 TO WS-DAY-PLACED
           IF WS-DAY-TIME-CNT < 12
               ADD 1 TO WS-DAY-TIME-CNT
               MOVE WS-CAND-HHMM TO WS-DAY-TIME(WS-DAY-TIME-CNT)
           END-IF
           IF WS-DRAFT-COUNT < 1000
               ADD 1 TO WS-DRAFT-COUNT
               MOVE WC-NUMBER(WS-S) TO WD-SCREEN(WS-DRAFT-COUNT)
               MOVE WS-DAY-DATE TO WD-DATE(WS-DRAFT-COUNT)
               MOVE WS-CAND TO WD-FROM(WS-DRAFT-COUNT)
               MOVE WS-CAND-END TO WD-TO(WS-DRAFT-COUNT)
           END-IF.
       780-EXIT.
           EXIT.

      * The titles that play nowhere, and why.
       800-PRINT-UNPLACED.
           PERFORM VARYING WS-K FROM 1 BY 1
                   UNTIL WS-K > WS-TITLE-COUNT
               MOVE WS-RANK-IX(WS-K) TO WS-I
               IF WT-ROOMS(WS-I) > ZERO
                   ADD 1 TO WS-PLACED-CNT
               END-IF
               IF WT-ROOMS(WS-I) = ZERO AND
                  WT-NOTE(WS-I) NOT = SPACES
                   IF WS-UNPLACED-CNT = ZERO
                       WRITE MRS-SUGGEST-LINE FROM WS-RPT-BLANK
                       WRITE MRS-SUGGEST-LINE FROM WS-RPT-UNPLACED-HDR
                   END-IF
                   ADD 1 TO WS-UNPLACED-CNT
                   MOVE WT-NAME(WS-I) TO RU-NAME
                   IF RU-NAME = SPACES
                       MOVE WT-MOVIE-ID(WS-I) TO RU-NAME
                   END-IF
                   MOVE WT-NOTE(WS-I) TO RU-NOTE
                   WRITE MRS-SUGGEST-LINE FROM WS-RPT-UNPLACED
               END-IF
           END-PERFORM.
       800-EXIT.
           EXIT.

      * Opens the files. No draft file yet gets one started, as the
      * draft screen starts one.
       900-OPEN-FILES.
           PERFORM 160-LOAD-FILE-CONFIG THRU 160-EXIT
           OPEN I-O MRS-DRAFT-FILE
           IF WS-DFT-STATUS = '35'
               OPEN OUTPUT MRS-DRAFT-FILE
               CLOSE MRS-DRAFT-FILE
               OPEN I-O MRS-DRAFT-FILE
           END-IF
           OPEN INPUT MRS-SHOW-FILE
           IF WS-SHOW-STATUS = '00'
               MOVE "Y" TO WS-SHOW-OPEN
           END-IF
           OPEN INPUT MRS-SHOW-HIST-FILE
           IF WS-HIST-STATUS = '00'
               MOVE "Y" TO WS-HIST-OPEN
           END-IF
           OPEN INPUT MRS-MOVIE-FILE.
           OPEN INPUT MRS-RENTAL-FILE.
           OPEN INPUT MRS-SCREEN-FILE.
           OPEN INPUT MRS-CALENDAR-FILE
           IF WS-CAL-STATUS = '00'
               MOVE "Y" TO WS-CAL-OPEN
           END-IF
           OPEN INPUT MRS-OUTAGE-FILE
           IF WS-OUT-STATUS = '00'
               MOVE "Y" TO WS-OUT-OPEN
           END-IF.
       900-EXIT.
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
                           PERFORM 170-APPLY-CONFIG-KEY THRU 170-EXIT
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
       160-EXIT.
           EXIT.

       170-APPLY-CONFIG-KEY.
           EVALUATE CFG-KEY
               WHEN "DRAFT"
                   MOVE CFG-PATH TO UT-SYS-DRAFT
               WHEN "MRS-SHOW"
                   MOVE CFG-PATH TO UT-SYS-MRS-SHOW
               WHEN "SHOW-HIST"
                   MOVE CFG-PATH TO UT-SYS-SHOW-HIST
               WHEN "MRS-MOVIE"
                   MOVE CFG-PATH TO UT-SYS-MRS-MOVIE
               WHEN "MRS-RENT"
                   MOVE CFG-PATH TO UT-SYS-MRS-RENT
               WHEN "MRS-SCREEN"
                   MOVE CFG-PATH TO UT-SYS-MRS-SCREEN
               WHEN "CALENDAR"
                   MOVE CFG-PATH TO UT-SYS-CALENDAR
               WHEN "OUTAGE"
                   MOVE CFG-PATH TO UT-SYS-OUTAGE
               WHEN "SUGGEST-RPT"
                   MOVE CFG-PATH TO UT-SYS-SUGGEST-RPT
           END-EVALUATE.
       170-EXIT.
           EXIT.

      * Closes the files
       910-CLOSE-FILES.
           IF WS-CAL-OPEN = "Y"
               CLOSE MRS-CALENDAR-FILE
           END-IF
           IF WS-OUT-OPEN = "Y"
               CLOSE MRS-OUTAGE-FILE
           END-IF
           IF WS-HIST-OPEN = "Y"
               CLOSE MRS-SHOW-HIST-FILE
           END-IF
           IF WS-SHOW-OPEN = "Y"
               CLOSE MRS-SHOW-FILE
           END-IF
           CLOSE MRS-DRAFT-FILE
                 MRS-MOVIE-FILE
                 MRS-RENTAL-FILE
                 MRS-SCREEN-FILE.
       910-EXIT.
           EXIT.

       end program MRS-3160.
