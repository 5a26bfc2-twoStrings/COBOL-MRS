       IDENTIFICATION DIVISION.
       PROGRAM-ID.  MRS-3570.
       AUTHOR.  JOHN BELLEK.
      *****************************************************************
      * Box office board - how today is selling, right now. Every
      * showing today at the signed-on site is listed by screen and
      * start time with its title, the screen's capacity, seats
      * sold, seats held for groups, seats still open, how full the
      * house is, and the minutes to the start (negative once the
      * feature is running). A showing 90 percent full or better,
      * or with nothing left open, is marked "**" and shown in red
      * so a near-sellout stands out from across the booth.
      *
      * Open is the general pool plus the accessible pool still on
      * the showing; held is the open group holds against it (their
      * seats are already out of the general pool); sold is what is
      * left of capacity after both. Cancelled, settled, and private
      * showings are not on sale and are left off.
      *
      * The footer carries the day's ticket and concession revenue
      * so far for the site off both trails, counted the way the
      * daily flash (MRS-8920) counts them - gift card and season
      * pass money is liability and stays off, refunds and exchange
      * returns come back out. The ticket side reads the indexed
      * transaction store from today's key when it is on disk and
      * falls back to the flat trail when it is not.
      *
      * Nothing is held open between looks: ENTER reads everything
      * again so the board shows what the other windows have sold
      * since. F7 and F8 page through a long day, F3 and F4 leave.
      * Called from the box office screen (mode B).
      *****************************************************************

       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
           CURSOR IS CRPT
           CRT STATUS IS SCR-STAT.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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

           SELECT MRS-SCREEN-FILE
               ASSIGN TO UT-SYS-MRS-SCREEN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MRS-SCR-NUMBER
               FILE STATUS IS WS-SCR-STATUS.

           SELECT MRS-HOLD-FILE
               ASSIGN TO UT-SYS-MRS-HOLD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MRS-HOLD-ID
               FILE STATUS IS WS-HOLD-STATUS.

           SELECT MRS-MOVIE-FILE
               ASSIGN TO UT-SYS-MRS-MOVIE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MRS-MOVIE-KEY
               FILE STATUS IS WS-MOV-STATUS.

           SELECT MRS-TICKET-SALES-FILE
               ASSIGN TO UT-SYS-TIC-SALES
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SALES-STATUS.

      *    The indexed transaction store - when it is on disk the
      *    board STARTs straight at today instead of scanning the
      *    whole flat trail on every refresh.
           SELECT MRS-TSLIDX-FILE
               ASSIGN TO UT-SYS-TSLIDX
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MRS-TIX-KEY
               FILE STATUS IS WS-TIX-STATUS.

           SELECT MRS-CON-SALES-FILE
               ASSIGN TO UT-SYS-CON-SALES
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CON-STATUS.

           SELECT MRS-FILE-CONFIG-FILE
               ASSIGN TO UT-SYS-FILE-CFG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CFG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       COPY "CPYBOOKS/MRS-SHOW.CPY".
       COPY "CPYBOOKS/MRS-SCREEN.CPY".
       COPY "CPYBOOKS/MRS-HOLD.CPY".
       COPY "CPYBOOKS/MRS-MOVIE.CPY".
       COPY "CPYBOOKS/MRS-TICKET-SALES.CPY".
       COPY "CPYBOOKS/MRS-TSLIDX.CPY".
       COPY "CPYBOOKS/MRS-CON-SALES.CPY".
       COPY "CPYBOOKS/MRS-FILE-CFG.CPY".

       WORKING-STORAGE SECTION.
       COPY "CPYBOOKS/FUNCTION-KEYS.CPY".
       COPY "CPYBOOKS/MRS-SIGNON.CPY".
       COPY "CPYBOOKS/MRS-TRNPUT.CPY".
       COPY "CPYBOOKS/DATETIME.CPY".

       01 WS-FILENAMES.
         05 UT-SYS-MRS-SHOW PIC X(50)
           VALUE "C:\COBOL\MRS-SHOW-INDEX.dat".
         05 UT-SYS-MRS-SCREEN PIC X(50)
           VALUE "C:\COBOL\MRS-SCREEN-INDEX.dat".
         05 UT-SYS-MRS-HOLD PIC X(50)
           VALUE "C:\COBOL\MRS-HOLD-INDEX.dat".
         05 UT-SYS-MRS-MOVIE PIC X(50)
           VALUE "C:\COBOL\MRS-MOVIE-INDEX.dat".
         05 UT-SYS-TIC-SALES PIC X(50)
           VALUE "C:\COBOL\MRS-TICKET-SALES.DAT".
         05 UT-SYS-TSLIDX PIC X(50)
           VALUE "C:\COBOL\MRS-TSLIDX-INDEX.DAT".
         05 UT-SYS-CON-SALES PIC X(50)
           VALUE "C:\COBOL\MRS-CON-SALES.DAT".
         05 UT-SYS-FILE-CFG PIC X(50)
           VALUE "C:\COBOL\MRS-FILE-PATHS.CFG".

       01 WS-FILE-CFG-CTL.
         05 WS-CFG-STATUS PIC XX.
         05 WS-CFG-EOF PIC X.
           88 CFG-EOF VALUE 'Y'.

       01 WS-SWITCHES.
         05 WS-SHOW-STATUS PIC XX.
         05 WS-SCR-STATUS PIC XX.
         05 WS-HOLD-STATUS PIC XX.
         05 WS-MOV-STATUS PIC XX.
         05 WS-SALES-STATUS PIC XX.
         05 WS-TIX-STATUS PIC XX.
         05 WS-CON-STATUS PIC XX.
         05 SCR-EOF PIC X.
         05 SHOW-EOF PIC X.
         05 HOLD-EOF PIC X.
         05 SALES-EOF PIC X.
         05 TIX-EOF PIC X.
         05 CON-EOF PIC X.

       01 WS-SCREEN-WORK.
         05 WS-CONFIRM PIC X.
         05 WS-DONE PIC X.
         05 WS-FILES-OK PIC X.
         05 WS-SITE PIC X(2).
         05 WS-LINE-SITE PIC X(2).
         05 WS-SCR-SITE PIC X(2).
         05 WS-TODAY-NUM PIC 9(8).
         05 WS-LINE-DATE PIC 9(8).
         05 WS-NOW-MINS PIC 9(4).
         05 WS-SHOW-MINS PIC 9(4).
         05 WS-CALC PIC S9(5).
         05 WS-HOT-PCT PIC 9(3) VALUE 90.
         05 WS-OVERFLOW PIC 9(3).
         05 WS-PAGE PIC 99.
         05 WS-PAGES PIC 99.
         05 WS-FIRST PIC 99.
         05 WS-ROW PIC 99.
         05 WS-I PIC 99.
         05 WS-TKT-REV PIC S9(7)V99.
         05 WS-CON-REV PIC S9(7)V99.

      * One slot per showing on the board, in screen then start
      * time order - a busy Saturday at the bigger house runs to
      * about forty.
       01 WS-BOARD.
         05 WS-BRD-COUNT PIC 99.
         05 WS-BRD-SLOT OCCURS 60 TIMES INDEXED BY BRD-I.
           10 WB-SHOW-ID PIC 9(4).
           10 WB-SCREEN PIC 99.
           10 WB-TIME PIC 9(4).
           10 WB-TITLE PIC X(20).
           10 WB-CAP PIC 9(3).
           10 WB-GEN PIC 9(3).
           10 WB-ADA PIC 99.
           10 WB-HELD PIC 9(4).
           10 WB-SOLD PIC 9(4).
           10 WB-OPEN PIC 9(4).
           10 WB-PCT PIC 9(3).
           10 WB-MINS PIC S9(4).
           10 WB-HOT PIC X.

      * The fourteen lines of the page on screen.
       01 WS-PAGE-LINES.
         05 WS-PAGE-LINE PIC X(68) OCCURS 14 TIMES.
         05 WS-PAGE-HOT PIC X OCCURS 14 TIMES.

       01 WS-ROW-BUILD.
         05 WR-SCREEN PIC Z9.
         05 FILLER PIC X(2) VALUE SPACES.
         05 WR-HOUR PIC 99.
         05 FILLER PIC X VALUE ":".
         05 WR-MIN PIC 99.
         05 FILLER PIC X(2) VALUE SPACES.
         05 WR-TITLE PIC X(20).
         05 FILLER PIC X VALUE SPACE.
         05 WR-CAP PIC ZZZ9.
         05 WR-SOLD PIC ZZZZ9.
         05 WR-HELD PIC ZZZZ9.
         05 WR-OPEN PIC ZZZZ9.
         05 FILLER PIC X(2) VALUE SPACES.
         05 WR-PCT PIC ZZ9.
         05 FILLER PIC X VALUE "%".
         05 FILLER PIC X(2) VALUE SPACES.
         05 WR-MINS PIC ----9.
         05 FILLER PIC X(2) VALUE SPACES.
         05 WR-HOT PIC X(2).

       01 WS-TIME-SPLIT.
         05 WS-TS-HOUR PIC 99.
         05 WS-TS-MIN PIC 99.
       01 WS-TIME-NUM REDEFINES WS-TIME-SPLIT PIC 9(4).

       01 WS-MSG.
         05 NO-SHOW-FILE PIC X(42)
           VALUE "THE SHOW FILE CANNOT BE OPENED".
         05 NO-SCREEN-FILE PIC X(42)
           VALUE "THE SCREEN MASTER CANNOT BE OPENED".
         05 NO-SHOWINGS PIC X(42)
           VALUE "NO SHOWINGS ON SALE TODAY AT THIS SITE".
         05 BOARD-FULL PIC X(42)
           VALUE "MORE SHOWINGS THAN THE BOARD HOLDS".
         05 ERR-MSG PIC X(42).

       SCREEN SECTION.
       01 CLEAR BLANK SCREEN PROMPT AUTO REQUIRED BACKGROUND-COLOR 0
       FOREGROUND-COLOR 7.
         05 MV-TITLE-LINE.
           10 LINE 1 COL 1 VALUE "MRS357".
           10 COL 10 PIC X(8) FROM MRS-SIGNON-BANNER
                FOREGROUND-COLOR 4.
           10 COL 30 VALUE "MOVIE THEATER SYSTEM".
           10 COL 70 PIC Z9 FROM WS-MONTH.
           10 COL 72 VALUE "/".
           10 COL 73 PIC Z9 FROM WS-DAY.
           10 COL 75 VALUE "/".
           10 COL 76 PIC 9999 FROM WS-YEAR.
         05 BB-TITLE.
           10 LINE 2 COL 19
             VALUE "MOVIE RENTALS AND SCHEDULING: BOX OFFICE BOARD".
         05 BB-FUNCTION.
           10 LINE 25 COL 1 VALUE "F3 = END     F4 = RETURN     ".
           10 COL 30 VALUE "F7 = PREV PAGE     F8 = NEXT PAGE".

       01 SCR-BOARD.
         05 BB-R3.
           10 LINE 3 COL 2 VALUE "SITE:".
           10 COL 8 PIC X(2) FROM WS-SITE.
           10 COL 14 VALUE "AS OF".
           10 COL 20 PIC 99 FROM WS-HOUR.
           10 COL 22 VALUE ":".
           10 COL 23 PIC 99 FROM WS-MINUTE.
           10 COL 30 VALUE "SHOWINGS:".
           10 COL 40 PIC Z9 FROM WS-BRD-COUNT.
           10 COL 58 VALUE "PAGE".
           10 COL 63 PIC Z9 FROM WS-PAGE.
           10 COL 66 VALUE "OF".
           10 COL 69 PIC Z9 FROM WS-PAGES.
         05 BB-R4.
           10 LINE 4 COL 2 VALUE "SC".
           10 COL 6 VALUE "TIME".
           10 COL 13 VALUE "TITLE".
           10 COL 35 VALUE "CAP".
           10 COL 39 VALUE "SOLD".
           10 COL 44 VALUE "HELD".
           10 COL 49 VALUE "OPEN".
           10 COL 55 VALUE "FULL".
           10 COL 62 VALUE "MINS".
         05 BB-ROWS.
           10 LINE 6 COL 2 PIC X(68) FROM WS-PAGE-LINE(1).
           10 LINE 7 COL 2 PIC X(68) FROM WS-PAGE-LINE(2).
           10 LINE 8 COL 2 PIC X(68) FROM WS-PAGE-LINE(3).
           10 LINE 9 COL 2 PIC X(68) FROM WS-PAGE-LINE(4).
           10 LINE 10 COL 2 PIC X(68) FROM WS-PAGE-LINE(5).
           10 LINE 11 COL 2 PIC X(68) FROM WS-PAGE-LINE(6).
           10 LINE 12 COL 2 PIC X(68) FROM WS-PAGE-LINE(7).
           10 LINE 13 COL 2 PIC X(68) FROM WS-PAGE-LINE(8).
           10 LINE 14 COL 2 PIC X(68) FROM WS-PAGE-LINE(9).
           10 LINE 15 COL 2 PIC X(68) FROM WS-PAGE-LINE(10).
           10 LINE 16 COL 2 PIC X(68) FROM WS-PAGE-LINE(11).
           10 LINE 17 COL 2 PIC X(68) FROM WS-PAGE-LINE(12).
           10 LINE 18 COL 2 PIC X(68) FROM WS-PAGE-LINE(13).
           10 LINE 19 COL 2 PIC X(68) FROM WS-PAGE-LINE(14).
         05 BB-R20.
           10 LINE 20 COL 2 VALUE "** = 90% FULL OR MORE, OR NO SEATS".
           10 COL 36 VALUE " LEFT OPEN".
         05 BB-R21.
           10 LINE 21 COL 2 VALUE "TICKETS TODAY:".
           10 COL 17 PIC ZZZ,ZZ9.99- FROM WS-TKT-REV.
           10 COL 34 VALUE "CONCESSIONS TODAY:".
           10 COL 53 PIC ZZZ,ZZ9.99- FROM WS-CON-REV.
         05 BB-R24.
           10 LINE 24 COL 45 VALUE "PRESS ENTER TO REFRESH".
           10 COL 70 PIC X TO WS-CONFIRM.

      * The same fourteen lines again in red, laid over a near
      * sellout once the page is up.
       01 BB-HOT-ROWS FOREGROUND-COLOR 4.
         05 BB-HOT-1 LINE 6 COL 2 PIC X(68) FROM WS-PAGE-LINE(1).
         05 BB-HOT-2 LINE 7 COL 2 PIC X(68) FROM WS-PAGE-LINE(2).
         05 BB-HOT-3 LINE 8 COL 2 PIC X(68) FROM WS-PAGE-LINE(3).
         05 BB-HOT-4 LINE 9 COL 2 PIC X(68) FROM WS-PAGE-LINE(4).
         05 BB-HOT-5 LINE 10 COL 2 PIC X(68) FROM WS-PAGE-LINE(5).
         05 BB-HOT-6 LINE 11 COL 2 PIC X(68) FROM WS-PAGE-LINE(6).
         05 BB-HOT-7 LINE 12 COL 2 PIC X(68) FROM WS-PAGE-LINE(7).
         05 BB-HOT-8 LINE 13 COL 2 PIC X(68) FROM WS-PAGE-LINE(8).
         05 BB-HOT-9 LINE 14 COL 2 PIC X(68) FROM WS-PAGE-LINE(9).
         05 BB-HOT-10 LINE 15 COL 2 PIC X(68) FROM WS-PAGE-LINE(10).
         05 BB-HOT-11 LINE 16 COL 2 PIC X(68) FROM WS-PAGE-LINE(11).
         05 BB-HOT-12 LINE 17 COL 2 PIC X(68) FROM WS-PAGE-LINE(12).
         05 BB-HOT-13 LINE 18 COL 2 PIC X(68) FROM WS-PAGE-LINE(13).
         05 BB-HOT-14 LINE 19 COL 2 PIC X(68) FROM WS-PAGE-LINE(14).

       01 MSG.
         05 ERR-ID FOREGROUND-COLOR 4.
           10 LINE 22 COL 9 PIC X(20) VALUE "ERROR MESSAGE:".
           10 LINE 23 COL 16 PIC X(42) FROM ERR-MSG.
           10 COL 60 PIC X TO WS-CONFIRM.
         05 NOTE-ID FOREGROUND-COLOR 2.
           10 LINE 22 COL 9 PIC X(42) FROM ERR-MSG.

       PROCEDURE DIVISION.
       100-MAIN.
           PERFORM 160-LOAD-FILE-CONFIG THRU 160-END
           COPY "CPYBOOKS/ENABLE-KEYS.CPY".
           IF MRS-SIGNON-SITE = SPACES OR MRS-SIGNON-SITE = LOW-VALUES
               MOVE "01" TO WS-SITE
           ELSE
               MOVE MRS-SIGNON-SITE TO WS-SITE
           END-IF
           MOVE 1 TO WS-PAGE
           MOVE SPACES TO WS-DONE
           PERFORM 200-ONE-LOOK THRU 200-EXIT
               UNTIL (WS-DONE = "Y")
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
               WHEN "MRS-SHOW"
                   MOVE CFG-PATH TO UT-SYS-MRS-SHOW
               WHEN "MRS-SCREEN"
                   MOVE CFG-PATH TO UT-SYS-MRS-SCREEN
               WHEN "MRS-HOLD"
                   MOVE CFG-PATH TO UT-SYS-MRS-HOLD
               WHEN "MRS-MOVIE"
                   MOVE CFG-PATH TO UT-SYS-MRS-MOVIE
               WHEN "TIC-SALES"
                   MOVE CFG-PATH TO UT-SYS-TIC-SALES
               WHEN "TSLIDX"
                   MOVE CFG-PATH TO UT-SYS-TSLIDX
               WHEN "CON-SALES"
                   MOVE CFG-PATH TO UT-SYS-CON-SALES
           END-EVALUATE.
       170-END.
           EXIT.

      * One look at the board: everything is read fresh, the page
      * asked for is put up, and the key pressed on it decides what
      * the next look shows.
       200-ONE-LOOK.
           MOVE FUNCTION CURRENT-DATE TO WS-DATETIME
           COMPUTE WS-TODAY-NUM =
               (WS-YEAR * 10000) + (WS-MONTH * 100) + WS-DAY
           COMPUTE WS-NOW-MINS = (WS-HOUR * 60) + WS-MINUTE
           MOVE SPACES TO ERR-MSG
           PERFORM 300-LOAD-BOARD THRU 300-EXIT
           IF WS-FILES-OK NOT = "Y"
               DISPLAY CLEAR
               DISPLAY ERR-ID
               ACCEPT ERR-ID
               MOVE "Y" TO WS-DONE
               GO TO 200-EXIT
           END-IF
           PERFORM 400-TALLY-REVENUE THRU 400-EXIT
           PERFORM 500-SHOW-PAGE THRU 500-EXIT
           ACCEPT BB-R24
           IF F3 OR F4
               MOVE "Y" TO WS-DONE
               GO TO 200-EXIT
           END-IF
           IF F8 AND WS-PAGE < WS-PAGES
               ADD 1 TO WS-PAGE
           END-IF
           IF F7 AND WS-PAGE > 1
               SUBTRACT 1 FROM WS-PAGE
           END-IF.
       200-EXIT.
           EXIT.

      * Builds the board off the screen master: each screen at this
      * site, then that screen's showings today along the screen/
      * date/time key, then the open holds against them. The files
      * are opened and closed on every look so the board never sits
      * on a lock the selling windows want.
       300-LOAD-BOARD.
           INITIALIZE WS-BOARD
           MOVE ZEROS TO WS-OVERFLOW
           MOVE "N" TO WS-FILES-OK
           OPEN INPUT MRS-SHOW-FILE
           IF WS-SHOW-STATUS NOT = '00'
               MOVE NO-SHOW-FILE TO ERR-MSG
               GO TO 300-EXIT
           END-IF
           OPEN INPUT MRS-SCREEN-FILE
           IF WS-SCR-STATUS NOT = '00'
               CLOSE MRS-SHOW-FILE
               MOVE NO-SCREEN-FILE TO ERR-MSG
               GO TO 300-EXIT
           END-IF
           MOVE "Y" TO WS-FILES-OK
           OPEN INPUT MRS-MOVIE-FILE
           MOVE "N" TO SCR-EOF
           MOVE ZEROS TO MRS-SCR-NUMBER
           START MRS-SCREEN-FILE KEY IS NOT LESS THAN MRS-SCR-NUMBER
               INVALID KEY
                   MOVE "Y" TO SCR-EOF
           END-START
           PERFORM UNTIL SCR-EOF = "Y"
               READ MRS-SCREEN-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO SCR-EOF
                   NOT AT END
                       MOVE MRS-SCR-SITE TO WS-SCR-SITE
                       IF WS-SCR-SITE = SPACES
                           MOVE "01" TO WS-SCR-SITE
                       END-IF
                       IF WS-SCR-SITE = WS-SITE
                           PERFORM 320-LOAD-SCREEN-SHOWS THRU 320-EXIT
                       END-IF
               END-READ
           END-PERFORM
           IF WS-MOV-STATUS = '00'
               CLOSE MRS-MOVIE-FILE
           END-IF
           CLOSE MRS-SCREEN-FILE
           CLOSE MRS-SHOW-FILE
           PERFORM 340-ADD-HOLDS THRU 340-EXIT
           PERFORM VARYING BRD-I FROM 1 BY 1
                   UNTIL BRD-I > WS-BRD-COUNT
               PERFORM 360-FINISH-SLOT THRU 360-EXIT
           END-PERFORM
           IF WS-BRD-COUNT = ZERO
               MOVE NO-SHOWINGS TO ERR-MSG
           END-IF
           IF WS-OVERFLOW > ZERO
               MOVE BOARD-FULL TO ERR-MSG
           END-IF.
       300-EXIT.
           EXIT.

      * Today's showings on the screen just read, in start time
      * order off the lookup key.
       320-LOAD-SCREEN-SHOWS.
           MOVE "N" TO SHOW-EOF
           MOVE MRS-SCR-NUMBER TO MRS-SCREEN-NUMBER
           MOVE WS-TODAY-NUM TO MRS-SHOW-DATE
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
                       IF MRS-SCREEN-NUMBER NOT = MRS-SCR-NUMBER OR
                          MRS-SHOW-DATE NOT = WS-TODAY-NUM
                           MOVE "Y" TO SHOW-EOF
                       ELSE
                           PERFORM 330-ADD-SHOWING THRU 330-EXIT
                       END-IF
               END-READ
           END-PERFORM.
       320-EXIT.
           EXIT.

      * A showing not on sale (cancelled, settled, or private) is
      * not on the board, nor is one stamped for the other house.
       330-ADD-SHOWING.
           IF MRS-SHOW-STATUS = "C" OR MRS-SHOW-STATUS = "S" OR
              MRS-SHOW-STATUS = "P"
               GO TO 330-EXIT
           END-IF
           IF MRS-SHOW-SITE NOT = SPACES AND
              MRS-SHOW-SITE NOT = WS-SITE
               GO TO 330-EXIT
           END-IF
           IF WS-BRD-COUNT NOT < 60
               ADD 1 TO WS-OVERFLOW
               GO TO 330-EXIT
           END-IF
           ADD 1 TO WS-BRD-COUNT
           SET BRD-I TO WS-BRD-COUNT
           MOVE MRS-SHOW-ID TO WB-SHOW-ID(BRD-I)
           MOVE MRS-SCREEN-NUMBER TO WB-SCREEN(BRD-I)
           IF MRS-SHOW-TIME(1:4) IS NUMERIC
               MOVE MRS-SHOW-TIME(1:4) TO WB-TIME(BRD-I)
           ELSE
               MOVE ZEROS TO WB-TIME(BRD-I)
           END-IF
           MOVE MRS-SCR-CAPACITY TO WB-CAP(BRD-I)
           MOVE MRS-SEATS TO WB-GEN(BRD-I)
           IF MRS-ADA-SEATS IS NUMERIC
               MOVE MRS-ADA-SEATS TO WB-ADA(BRD-I)
           END-IF
           MOVE MRS-RENTAL-ID TO WB-TITLE(BRD-I)
           IF WS-MOV-STATUS = '00'
               MOVE MRS-RENTAL-ID(1:6) TO MRS-MOVIE-KEY
               READ MRS-MOVIE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE MRS-MOVIE-NAME TO WB-TITLE(BRD-I)
               END-READ
           END-IF.
       330-EXIT.
           EXIT.

      * Every open group hold against a showing on the board. A
      * site with no hold file has nothing held.
       340-ADD-HOLDS.
           OPEN INPUT MRS-HOLD-FILE
           IF WS-HOLD-STATUS NOT = '00'
               GO TO 340-EXIT
           END-IF
           MOVE "N" TO HOLD-EOF
           PERFORM UNTIL HOLD-EOF = "Y"
               READ MRS-HOLD-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO HOLD-EOF
                   NOT AT END
                       IF MRS-HOLD-STATUS = "O"
                           SET BRD-I TO 1
                           SEARCH WS-BRD-SLOT
                               AT END
                                   CONTINUE
                               WHEN BRD-I > WS-BRD-COUNT
                                   CONTINUE
                               WHEN WB-SHOW-ID(BRD-I) =
                                    MRS-HOLD-SHOW-ID
                                   ADD MRS-HOLD-SEATS TO WB-HELD(BRD-I)
                           END-SEARCH
                       END-IF
               END-READ
           END-PERFORM
           CLOSE MRS-HOLD-FILE.
       340-EXIT.
           EXIT.

      * Sold is what is left of capacity once the open seats and
      * the held seats are taken away; a capacity that shrank since
      * booking reads as zero sold rather than a negative.
       360-FINISH-SLOT.
           COMPUTE WB-OPEN(BRD-I) = WB-GEN(BRD-I) + WB-ADA(BRD-I)
           COMPUTE WS-CALC = WB-CAP(BRD-I) - WB-OPEN(BRD-I)
               - WB-HELD(BRD-I)
           IF WS-CALC > ZERO
               MOVE WS-CALC TO WB-SOLD(BRD-I)
           ELSE
               MOVE ZEROS TO WB-SOLD(BRD-I)
           END-IF
           MOVE ZEROS TO WB-PCT(BRD-I)
           IF WB-CAP(BRD-I) > ZERO
               COMPUTE WS-CALC ROUNDED =
                   ((WB-SOLD(BRD-I) + WB-HELD(BRD-I)) * 100)
                   / WB-CAP(BRD-I)
               IF WS-CALC > 999
                   MOVE 999 TO WS-CALC
               END-IF
               MOVE WS-CALC TO WB-PCT(BRD-I)
           END-IF
           MOVE WB-TIME(BRD-I) TO WS-TIME-NUM
           COMPUTE WS-SHOW-MINS = (WS-TS-HOUR * 60) + WS-TS-MIN
           COMPUTE WB-MINS(BRD-I) = WS-SHOW-MINS - WS-NOW-MINS
           MOVE "N" TO WB-HOT(BRD-I)
           IF WB-PCT(BRD-I) NOT < WS-HOT-PCT OR WB-OPEN(BRD-I) = ZERO
               MOVE "Y" TO WB-HOT(BRD-I)
           END-IF.
       360-EXIT.
           EXIT.

      * The day's money so far at this site off both trails.
       400-TALLY-REVENUE.
           MOVE ZEROS TO WS-TKT-REV
           MOVE ZEROS TO WS-CON-REV
           OPEN INPUT MRS-SCREEN-FILE
      *    With the indexed transaction store on disk the read
      *    STARTs at today and stops leaving it; the flat scan only
      *    runs at a site without the store yet.
           OPEN INPUT MRS-TSLIDX-FILE
           IF WS-TIX-STATUS = '00'
               PERFORM 420-TALLY-FROM-STORE THRU 420-EXIT
               CLOSE MRS-TSLIDX-FILE
           ELSE
               PERFORM 410-TALLY-FROM-TRAIL THRU 410-EXIT
           END-IF
           IF WS-SCR-STATUS = '00'
               CLOSE MRS-SCREEN-FILE
           END-IF
           PERFORM 460-TALLY-CONCESSIONS THRU 460-EXIT.
       400-EXIT.
           EXIT.

       410-TALLY-FROM-TRAIL.
           MOVE "N" TO SALES-EOF
           OPEN INPUT MRS-TICKET-SALES-FILE
           IF WS-SALES-STATUS NOT = '00'
               MOVE "Y" TO SALES-EOF
           END-IF
           PERFORM UNTIL SALES-EOF = "Y"
               READ MRS-TICKET-SALES-FILE
                   AT END
                       MOVE "Y" TO SALES-EOF
                   NOT AT END
                       MOVE MRS-TSL-DATE TO WS-LINE-DATE
                       IF WS-LINE-DATE = WS-TODAY-NUM
                           PERFORM 440-TALLY-TICKET-LINE THRU 440-EXIT
                       END-IF
               END-READ
           END-PERFORM
           IF WS-SALES-STATUS = '00' OR WS-SALES-STATUS = '10'
               CLOSE MRS-TICKET-SALES-FILE
           END-IF.
       410-EXIT.
           EXIT.

       420-TALLY-FROM-STORE.
           MOVE "N" TO TIX-EOF
           MOVE WS-TODAY-NUM TO MRS-TIX-DATE
           MOVE ZEROS TO MRS-TIX-TIME
           MOVE ZEROS TO MRS-TIX-SEQ
           START MRS-TSLIDX-FILE KEY IS NOT LESS THAN MRS-TIX-KEY
               INVALID KEY
                   MOVE "Y" TO TIX-EOF
           END-START
           PERFORM UNTIL TIX-EOF = "Y"
               READ MRS-TSLIDX-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO TIX-EOF
                   NOT AT END
                       IF MRS-TIX-DATE > WS-TODAY-NUM
                           MOVE "Y" TO TIX-EOF
                       ELSE
                           MOVE MRS-TIX-LINE TO MRS-TSL-REC
                           PERFORM 440-TALLY-TICKET-LINE THRU 440-EXIT
                       END-IF
               END-READ
           END-PERFORM.
       420-EXIT.
           EXIT.

      * Gift card issues and season pass sales are liability the
      * posting run books to their own accounts, the same as the
      * flash leaves them off.
       440-TALLY-TICKET-LINE.
           IF MRS-TSL-ACTION = "GCRD" OR MRS-TSL-ACTION = "PASS"
               GO TO 440-EXIT
           END-IF
           PERFORM 450-SETTLE-LINE-SITE THRU 450-EXIT
           IF WS-LINE-SITE NOT = WS-SITE
               GO TO 440-EXIT
           END-IF
           IF MRS-TSL-ACTION = "RFND" OR MRS-TSL-ACTION = "XOUT"
               SUBTRACT MRS-TSL-AMOUNT FROM WS-TKT-REV
           ELSE
               ADD MRS-TSL-AMOUNT TO WS-TKT-REV
           END-IF.
       440-EXIT.
           EXIT.

      * Settles which site a ticket line belongs to: the stamp when
      * there is one, the screen's site off the screen master when
      * not, and the original house when the screen is gone too.
       450-SETTLE-LINE-SITE.
           IF MRS-TSL-SITE NOT = SPACES AND
              MRS-TSL-SITE NOT = LOW-VALUES
               MOVE MRS-TSL-SITE TO WS-LINE-SITE
               GO TO 450-EXIT
           END-IF
           MOVE "01" TO WS-LINE-SITE
           IF WS-SCR-STATUS = '00'
      *        Lines from before two-digit screens carry a blank
      *        tens digit.
               IF MRS-TSL-SCREEN(1:1) = SPACE
                   MOVE "0" TO MRS-TSL-SCREEN(1:1)
               END-IF
               MOVE MRS-TSL-SCREEN TO MRS-SCR-NUMBER
               READ MRS-SCREEN-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF MRS-SCR-SITE NOT = SPACES
                           MOVE MRS-SCR-SITE TO WS-LINE-SITE
                       END-IF
               END-READ
           END-IF.
       450-EXIT.
           EXIT.

      * Concession revenue today at this site. Gift card issues
      * (reserved item 000) are liability, not revenue.
       460-TALLY-CONCESSIONS.
           MOVE "N" TO CON-EOF
           OPEN INPUT MRS-CON-SALES-FILE
           IF WS-CON-STATUS NOT = '00'
               MOVE "Y" TO CON-EOF
           END-IF
           PERFORM UNTIL CON-EOF = "Y"
               READ MRS-CON-SALES-FILE
                   AT END
                       MOVE "Y" TO CON-EOF
                   NOT AT END
                       MOVE MRS-CSL-DATE TO WS-LINE-DATE
                       IF WS-LINE-DATE = WS-TODAY-NUM
                          AND MRS-CSL-ITEM-NO NOT = ZEROS
                           IF MRS-CSL-SITE NOT = SPACES AND
                              MRS-CSL-SITE NOT = LOW-VALUES
                               MOVE MRS-CSL-SITE TO WS-LINE-SITE
                           ELSE
                               MOVE "01" TO WS-LINE-SITE
                           END-IF
                           IF WS-LINE-SITE = WS-SITE
                               ADD MRS-CSL-AMOUNT TO WS-CON-REV
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-CON-STATUS = '00' OR WS-CON-STATUS = '10'
               CLOSE MRS-CON-SALES-FILE
           END-IF.
       460-EXIT.
           EXIT.

      * Puts up the page asked for - the last one if the day has
      * fewer pages than it did a look ago - with the near sellouts
      * laid over in red and any note under the footer.
       500-SHOW-PAGE.
           COMPUTE WS-PAGES = (WS-BRD-COUNT + 13) / 14
           IF WS-PAGES = ZERO
               MOVE 1 TO WS-PAGES
           END-IF
           IF WS-PAGE > WS-PAGES
               MOVE WS-PAGES TO WS-PAGE
           END-IF
           COMPUTE WS-FIRST = ((WS-PAGE - 1) * 14) + 1
           PERFORM VARYING WS-ROW FROM 1 BY 1 UNTIL WS-ROW > 14
               MOVE SPACES TO WS-PAGE-LINE(WS-ROW)
               MOVE "N" TO WS-PAGE-HOT(WS-ROW)
               COMPUTE WS-I = WS-FIRST + WS-ROW - 1
               IF WS-I NOT > WS-BRD-COUNT
                   SET BRD-I TO WS-I
                   PERFORM 520-BUILD-ROW THRU 520-EXIT
               END-IF
           END-PERFORM
           DISPLAY CLEAR
           DISPLAY SCR-BOARD
           PERFORM VARYING WS-ROW FROM 1 BY 1 UNTIL WS-ROW > 14
               IF WS-PAGE-HOT(WS-ROW) = "Y"
                   PERFORM 540-SHOW-HOT-ROW THRU 540-EXIT
               END-IF
           END-PERFORM
           IF ERR-MSG NOT = SPACES
               DISPLAY NOTE-ID
           END-IF.
       500-EXIT.
           EXIT.

       520-BUILD-ROW.
           MOVE WB-SCREEN(BRD-I) TO WR-SCREEN
           MOVE WB-TIME(BRD-I) TO WS-TIME-NUM
           MOVE WS-TS-HOUR TO WR-HOUR
           MOVE WS-TS-MIN TO WR-MIN
           MOVE WB-TITLE(BRD-I) TO WR-TITLE
           MOVE WB-CAP(BRD-I) TO WR-CAP
           MOVE WB-SOLD(BRD-I) TO WR-SOLD
           MOVE WB-HELD(BRD-I) TO WR-HELD
           MOVE WB-OPEN(BRD-I) TO WR-OPEN
           MOVE WB-PCT(BRD-I) TO WR-PCT
           MOVE WB-MINS(BRD-I) TO WR-MINS
           MOVE SPACES TO WR-HOT
           IF WB-HOT(BRD-I) = "Y"
               MOVE "**" TO WR-HOT
               MOVE "Y" TO WS-PAGE-HOT(WS-ROW)
           END-IF
           MOVE WS-ROW-BUILD TO WS-PAGE-LINE(WS-ROW).
       520-EXIT.
           EXIT.

       540-SHOW-HOT-ROW.
           EVALUATE WS-ROW
               WHEN 1
                   DISPLAY BB-HOT-1
               WHEN 2
                   DISPLAY BB-HOT-2
               WHEN 3
                   DISPLAY BB-HOT-3
               WHEN 4
                   DISPLAY BB-HOT-4
               WHEN 5
                   DISPLAY BB-HOT-5
               WHEN 6
                   DISPLAY BB-HOT-6
               WHEN 7
                   DISPLAY BB-HOT-7
               WHEN 8
                   DISPLAY BB-HOT-8
               WHEN 9
                   DISPLAY BB-HOT-9
               WHEN 10
                   DISPLAY BB-HOT-10
               WHEN 11
                   DISPLAY BB-HOT-11
               WHEN 12
                   DISPLAY BB-HOT-12
               WHEN 13
                   DISPLAY BB-HOT-13
               WHEN 14
                   DISPLAY BB-HOT-14
           END-EVALUATE.
       540-EXIT.
           EXIT.

       end program MRS-3570.
