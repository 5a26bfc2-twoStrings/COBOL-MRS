       IDENTIFICATION DIVISION.
       PROGRAM-ID.  MRS-3580.
       AUTHOR.  JOHN BELLEK.
      *****************************************************************
      * Offline sale cache builder. Lays down a fresh flat copy of
      * what the windows need to keep selling when the indexed
      * masters are out of reach: every showing on file for today
      * and tomorrow (with the feature's name and rating off the
      * movie master), the ticket prices, the tax rulings, and the
      * active concession items. The offline register (MRS-3590)
      * sells from this copy and nothing else, so it runs in the
      * night stream every night - tomorrow's showings are already
      * in the copy when the doors open, whether the stream ran
      * before midnight or after. A file that is missing just leaves
      * its part of the copy empty (no price file keeps the
      * compiled-in prices, as at the window).
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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
               FILE STATUS IS WS-MOV-STATUS.

           SELECT MRS-CONCESSION-FILE
               ASSIGN TO UT-SYS-CONCESS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MRS-CON-ITEM-NO
               FILE STATUS IS WS-CONS-STATUS.

           SELECT MRS-TAX-TABLE-FILE
               ASSIGN TO UT-SYS-TAXTBL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MRS-TAX-KEY
               FILE STATUS IS WS-TXT-STATUS.

           SELECT MRS-TAX-FILE
               ASSIGN TO UT-SYS-TAX
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TAX-STATUS.

           SELECT MRS-PRICE-FILE
               ASSIGN TO UT-SYS-PRICE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRICE-STATUS.

           SELECT MRS-OFFCACHE-FILE
               ASSIGN TO UT-SYS-OFFCACHE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OFC-STATUS.

           SELECT MRS-FILE-CONFIG-FILE
               ASSIGN TO UT-SYS-FILE-CFG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CFG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       COPY "CPYBOOKS/MRS-SHOW.CPY".
       COPY "CPYBOOKS/MRS-MOVIE.CPY".
       COPY "CPYBOOKS/MRS-CONCESS.CPY".
       COPY "CPYBOOKS/MRS-TAXTBL.CPY".
       COPY "CPYBOOKS/MRS-PRICE.CPY".
       COPY "CPYBOOKS/MRS-OFFCACHE.CPY".

       FD  MRS-TAX-FILE
           RECORD CONTAINS 8 CHARACTERS.
       01  MRS-TAX-REC.
           05  MRS-TAX-RATE-IN       PIC 9(2)V99.
           05  PIC X(4).
       COPY "CPYBOOKS/MRS-FILE-CFG.CPY".

       WORKING-STORAGE SECTION.
       COPY "CPYBOOKS/MRS-SIGNON.CPY".
       COPY "CPYBOOKS/MRS-TRNPUT.CPY".
       COPY "CPYBOOKS/MRS-JOBCTR.CPY".
       COPY "CPYBOOKS/DATETIME.CPY".

       01  WS-FILENAMES.
           05  UT-SYS-MRS-SHOW       PIC X(50)
                                   VALUE "C:\COBOL\MRS-SHOW-INDEX.dat".
           05  UT-SYS-MRS-MOVIE      PIC X(50)
                               VALUE "C:\COBOL\MRS-MOVIE-INDEX.dat".
           05  UT-SYS-CONCESS        PIC X(50)
                               VALUE "C:\COBOL\MRS-CONCESS-INDEX.DAT".
           05  UT-SYS-TAXTBL         PIC X(50)
                               VALUE "C:\COBOL\MRS-TAXTBL-INDEX.DAT".
           05  UT-SYS-TAX            PIC X(50)
                               VALUE "C:\COBOL\MRS-TAX-RATE.CFG".
           05  UT-SYS-PRICE          PIC X(50)
                               VALUE "C:\COBOL\MRS-TICKET-PRICE.DAT".
           05  UT-SYS-OFFCACHE       PIC X(50)
                           VALUE "C:\COBOL\LOCAL\MRS-OFFLINE-CACHE.DAT".
           05  UT-SYS-FILE-CFG       PIC X(50)
                                   VALUE "C:\COBOL\MRS-FILE-PATHS.CFG".

       01  WS-FILE-CFG-CTL.
           05  WS-CFG-STATUS         PIC XX.
           05  WS-CFG-EOF            PIC X.
               88  CFG-EOF VALUE 'Y'.

       01  WS-SWITCHES.
           05  WS-SHOW-STATUS        PIC XX.
           05  WS-MOV-STATUS         PIC XX.
           05  WS-CONS-STATUS        PIC XX.
           05  WS-TXT-STATUS         PIC XX.
           05  WS-TAX-STATUS         PIC XX.
           05  WS-PRICE-STATUS       PIC XX.
           05  WS-OFC-STATUS         PIC XX.
           05  WS-EOF                PIC X.

      * The same compiled-in prices the window starts from; the
      * price file, when there is one, is laid over them.
       01  WS-PRICE-DEFAULTS.
           05  PIC X(9) VALUE "C05000700".
           05  PIC X(9) VALUE "A08001100".
           05  PIC X(9) VALUE "S06000850".
       01  WS-PRICE-TABLE REDEFINES WS-PRICE-DEFAULTS.
           05  WS-PRICE-ENTRY OCCURS 3 TIMES.
               10  WS-PRC-TYPE       PIC X.
               10  WS-PRC-MATINEE    PIC 9(2)V99.
               10  WS-PRC-EVENING    PIC 9(2)V99.

       01  WS-COUNTERS.
           05  WS-READ-CNT           PIC 9(7) VALUE ZERO.
           05  WS-WRITTEN-CNT        PIC 9(7) VALUE ZERO.
           05  WS-SHOW-CNT           PIC 9(5) VALUE ZERO.
           05  WS-ITEM-CNT           PIC 9(5) VALUE ZERO.
           05  WS-PRC-SLOT           PIC 9.

       01  WS-DATE-WORK.
           05  WS-TODAY-NUM          PIC 9(8).
           05  WS-TOMORROW-NUM       PIC 9(8).
           05  WS-TAX-BASE           PIC 9(2)V99 VALUE ZERO.

       PROCEDURE DIVISION.
       100-MAIN.
           PERFORM 160-LOAD-FILE-CONFIG THRU 160-EXIT
           MOVE FUNCTION CURRENT-DATE TO WS-DATETIME
           COMPUTE WS-TODAY-NUM =
               (WS-YEAR * 10000) + (WS-MONTH * 100) + WS-DAY
           COMPUTE WS-TOMORROW-NUM = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE (WS-TODAY-NUM) + 1)
           OPEN OUTPUT MRS-OFFCACHE-FILE
           IF WS-OFC-STATUS NOT = '00'
               DISPLAY "MRS-3580 OFFLINE CACHE: CANNOT WRITE "
                   UT-SYS-OFFCACHE
               GOBACK
           END-IF
           PERFORM 200-WRITE-HEADER THRU 200-EXIT
           PERFORM 300-COPY-PRICES THRU 300-EXIT
           PERFORM 400-COPY-TAX-RULINGS THRU 400-EXIT
           PERFORM 500-COPY-SHOWINGS THRU 500-EXIT
           PERFORM 600-COPY-ITEMS THRU 600-EXIT
           CLOSE MRS-OFFCACHE-FILE
           DISPLAY "MRS-3580 OFFLINE CACHE: " WS-SHOW-CNT
               " SHOWING(S), " WS-ITEM-CNT " ITEM(S)."
      *    The night driver logs these on the job log.
           MOVE WS-READ-CNT TO MRS-JOB-READ
           MOVE WS-WRITTEN-CNT TO MRS-JOB-WRITTEN
           GOBACK.
       100-EXIT.
           EXIT.

      * The header carries when the copy was taken and the one-line
      * admissions tax rate, which stands at the window whenever no
      * ruling off the table matches.
       200-WRITE-HEADER.
           OPEN INPUT MRS-TAX-FILE
           IF WS-TAX-STATUS = '00'
               READ MRS-TAX-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE MRS-TAX-RATE-IN TO WS-TAX-BASE
               END-READ
               CLOSE MRS-TAX-FILE
           END-IF
           MOVE SPACES TO MRS-OFC-HEAD-REC
           MOVE "H" TO MRS-OFC-KIND
           MOVE MRS-SIGNON-SITE TO MRS-OFC-H-SITE
           MOVE WS-TODAY-NUM TO MRS-OFC-H-DATE
           MOVE WS-DATETIME(9:6) TO MRS-OFC-H-TIME
           MOVE WS-TAX-BASE TO MRS-OFC-H-TAX-BASE
           WRITE MRS-OFC-HEAD-REC
           ADD 1 TO WS-WRITTEN-CNT.
       200-EXIT.
           EXIT.

      * One line per ticket type: the compiled-in prices with the
      * price file laid over them, exactly as the window loads them.
       300-COPY-PRICES.
           MOVE "N" TO WS-EOF
           OPEN INPUT MRS-PRICE-FILE
           IF WS-PRICE-STATUS = '00'
               PERFORM UNTIL WS-EOF = "Y"
                   READ MRS-PRICE-FILE
                       AT END
                           MOVE "Y" TO WS-EOF
                       NOT AT END
                           ADD 1 TO WS-READ-CNT
                           PERFORM 310-APPLY-PRICE THRU 310-EXIT
                   END-READ
               END-PERFORM
               CLOSE MRS-PRICE-FILE
           END-IF
           PERFORM VARYING WS-PRC-SLOT FROM 1 BY 1
               UNTIL (WS-PRC-SLOT > 3)
               MOVE SPACES TO MRS-OFC-PRICE-REC
               MOVE "P" TO MRS-OFC-KIND
               MOVE WS-PRC-TYPE(WS-PRC-SLOT) TO MRS-OFC-P-TYPE
               MOVE WS-PRC-MATINEE(WS-PRC-SLOT) TO MRS-OFC-P-MATINEE
               MOVE WS-PRC-EVENING(WS-PRC-SLOT) TO MRS-OFC-P-EVENING
               WRITE MRS-OFC-PRICE-REC
               ADD 1 TO WS-WRITTEN-CNT
           END-PERFORM.
       300-EXIT.
           EXIT.

       310-APPLY-PRICE.
           PERFORM VARYING WS-PRC-SLOT FROM 1 BY 1
               UNTIL (WS-PRC-SLOT > 3)
               IF WS-PRC-TYPE(WS-PRC-SLOT) = MRS-PRC-TYPE
                   MOVE MRS-PRC-MATINEE TO WS-PRC-MATINEE(WS-PRC-SLOT)
                   MOVE MRS-PRC-EVENING TO WS-PRC-EVENING(WS-PRC-SLOT)
               END-IF
           END-PERFORM.
       310-EXIT.
           EXIT.

      * Every ruling on the tax table goes across as it stands - the
      * offline register picks the one in force the same way the
      * windows do (latest effective date not after the sale).
       400-COPY-TAX-RULINGS.
           MOVE "N" TO WS-EOF
           OPEN INPUT MRS-TAX-TABLE-FILE
           IF WS-TXT-STATUS NOT = '00'
               GO TO 400-EXIT
           END-IF
           MOVE LOW-VALUES TO MRS-TAX-KEY
           START MRS-TAX-TABLE-FILE KEY IS NOT LESS THAN MRS-TAX-KEY
               INVALID KEY
                   MOVE "Y" TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = "Y"
               READ MRS-TAX-TABLE-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-READ-CNT
                       MOVE SPACES TO MRS-OFC-TAX-REC
                       MOVE "T" TO MRS-OFC-KIND
                       MOVE MRS-TAX-SITE TO MRS-OFC-T-SITE
                       MOVE MRS-TAX-APPLIES TO MRS-OFC-T-APPLIES
                       MOVE MRS-TAX-EFFECTIVE TO MRS-OFC-T-EFFECTIVE
                       MOVE MRS-TAX-RATE TO MRS-OFC-T-RATE
                       WRITE MRS-OFC-TAX-REC
                       ADD 1 TO WS-WRITTEN-CNT
               END-READ
           END-PERFORM
           CLOSE MRS-TAX-TABLE-FILE.
       400-EXIT.
           EXIT.

      * Today's and tomorrow's showings, both buildings - the
      * offline register keeps only its own site's. The show file
      * is keyed by id, not date, so the whole file is passed.
       500-COPY-SHOWINGS.
           MOVE "N" TO WS-EOF
           OPEN INPUT MRS-SHOW-FILE
           IF WS-SHOW-STATUS NOT = '00'
               DISPLAY "MRS-3580 OFFLINE CACHE: SHOW FILE NOT "
                   "AVAILABLE - NO SHOWINGS COPIED."
               GO TO 500-EXIT
           END-IF
           OPEN INPUT MRS-MOVIE-FILE
           MOVE ZEROS TO MRS-SHOW-ID
           START MRS-SHOW-FILE KEY IS NOT LESS THAN MRS-SHOW-ID
               INVALID KEY
                   MOVE "Y" TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = "Y"
               READ MRS-SHOW-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-READ-CNT
                       IF MRS-SHOW-DATE = WS-TODAY-NUM OR
                          MRS-SHOW-DATE = WS-TOMORROW-NUM
                           PERFORM 510-COPY-ONE-SHOWING THRU 510-EXIT
                       END-IF
               END-READ
           END-PERFORM
           IF WS-MOV-STATUS = '00'
               CLOSE MRS-MOVIE-FILE
           END-IF
           CLOSE MRS-SHOW-FILE.
       500-EXIT.
           EXIT.

      * The feature comes off the movie master through the showing's
      * rental pointer, the same way the window's age gate finds it.
       510-COPY-ONE-SHOWING.
           MOVE SPACES TO MRS-OFC-SHOW-REC
           MOVE "S" TO MRS-OFC-KIND
           MOVE MRS-SHOW-ID TO MRS-OFC-S-SHOW-ID
           MOVE MRS-SCREEN-NUMBER TO MRS-OFC-S-SCREEN
           MOVE MRS-SHOW-DATE TO MRS-OFC-S-DATE
           MOVE MRS-SHOW-TIME TO MRS-OFC-S-TIME
           MOVE MRS-SEATS TO MRS-OFC-S-SEATS
           MOVE MRS-SHOW-STATUS TO MRS-OFC-S-STATUS
           MOVE MRS-SHOW-SITE TO MRS-OFC-S-SITE
           MOVE MRS-SHOW-ATTRS TO MRS-OFC-S-ATTRS
           MOVE MRS-RENTAL-ID TO MRS-OFC-S-MOVIE-NAME
           IF WS-MOV-STATUS = '00' AND MRS-RENTAL-ID NOT = SPACES
               MOVE MRS-RENTAL-ID(1:6) TO MRS-MOVIE-KEY
               READ MRS-MOVIE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE MRS-MOVIE-NAME TO MRS-OFC-S-MOVIE-NAME
                       MOVE MRS-RATING TO MRS-OFC-S-RATING
               END-READ
           END-IF
           WRITE MRS-OFC-SHOW-REC
           ADD 1 TO WS-WRITTEN-CNT
           ADD 1 TO WS-SHOW-CNT.
       510-EXIT.
           EXIT.

      * The active concession items, by number.
       600-COPY-ITEMS.
           MOVE "N" TO WS-EOF
           OPEN INPUT MRS-CONCESSION-FILE
           IF WS-CONS-STATUS NOT = '00'
               GO TO 600-EXIT
           END-IF
           MOVE ZEROS TO MRS-CON-ITEM-NO
           START MRS-CONCESSION-FILE KEY IS NOT LESS THAN
               MRS-CON-ITEM-NO
               INVALID KEY
                   MOVE "Y" TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = "Y"
               READ MRS-CONCESSION-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-READ-CNT
                       IF MRS-CON-ACTIVE-FLAG = "Y"
                          AND MRS-CON-STOCK-ONLY NOT = "Y"
                           MOVE SPACES TO MRS-OFC-ITEM-REC
                           MOVE "I" TO MRS-OFC-KIND
                           MOVE MRS-CON-ITEM-NO TO MRS-OFC-I-ITEM-NO
                           MOVE MRS-CON-NAME TO MRS-OFC-I-NAME
                           MOVE MRS-CON-PRICE TO MRS-OFC-I-PRICE
                           WRITE MRS-OFC-ITEM-REC
                           ADD 1 TO WS-WRITTEN-CNT
                           ADD 1 TO WS-ITEM-CNT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE MRS-CONCESSION-FILE.
       600-EXIT.
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
               WHEN "MRS-SHOW"
                   MOVE CFG-PATH TO UT-SYS-MRS-SHOW
               WHEN "MRS-MOVIE"
                   MOVE CFG-PATH TO UT-SYS-MRS-MOVIE
               WHEN "CONCESS"
                   MOVE CFG-PATH TO UT-SYS-CONCESS
               WHEN "TAXTBL"
                   MOVE CFG-PATH TO UT-SYS-TAXTBL
               WHEN "TAX"
                   MOVE CFG-PATH TO UT-SYS-TAX
               WHEN "PRICE"
                   MOVE CFG-PATH TO UT-SYS-PRICE
               WHEN "OFFCACHE"
                   MOVE CFG-PATH TO UT-SYS-OFFCACHE
           END-EVALUATE.
       170-EXIT.
           EXIT.

       end program MRS-3580.
