       IDENTIFICATION DIVISION.
       PROGRAM-ID.  MRS-6580.
       AUTHOR.  JOHN BELLEK.
      *****************************************************************
      * Nightly ad play log. Builds the record of which advertisers'
      * spots ran in the pre-show reel ahead of which of today's
      * showings, off MRS-SHOW-FILE and the ad contracts. Every
      * active contract whose dates cover today plays ahead of each
      * showing on its screen (or on every screen, for a contract
      * naming none) at its site (or at both houses), in contract
      * number order. Cancelled showings ran nothing and private
      * bookings run no advertising, so neither is logged.
      *
      * Each spot played lands as one line on MRS-AD-PLAY-FILE,
      * carrying the contract's rate as it stood tonight; the monthly
      * ad invoicing run bills off those lines. The log is keyed by
      * date, showing, and contract, so a rerun after the night
      * stream died partway finds the lines already written and only
      * fills in the rest. A site with no contract file on disk logs
      * nothing.
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
               WITH DUPLICATES.

           SELECT MRS-AD-CONTRACT-FILE
               ASSIGN TO UT-SYS-AD-CONTRACT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MRS-ADC-NO
               FILE STATUS IS WS-ADC-STATUS.

           SELECT MRS-AD-PLAY-FILE
               ASSIGN TO UT-SYS-AD-PLAY
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MRS-APL-KEY
               FILE STATUS IS WS-APL-STATUS.

           SELECT MRS-FILE-CONFIG-FILE
               ASSIGN TO UT-SYS-FILE-CFG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CFG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       COPY "CPYBOOKS/MRS-SHOW.CPY".
       COPY "CPYBOOKS/MRS-ADCON.CPY".
       COPY "CPYBOOKS/MRS-ADPLAY.CPY".
       COPY "CPYBOOKS/MRS-FILE-CFG.CPY".

       WORKING-STORAGE SECTION.
       COPY "CPYBOOKS/MRS-JOBCTR.CPY".
       COPY "CPYBOOKS/DATETIME.CPY".
       COPY "CPYBOOKS/MRS-SIGNON.CPY".
       COPY "CPYBOOKS/MRS-TRNPUT.CPY".

       01  WS-FILENAMES.
           05  UT-SYS-MRS-SHOW       PIC X(50)
                                   VALUE "C:\COBOL\MRS-SHOW-INDEX.dat".
           05  UT-SYS-AD-CONTRACT    PIC X(50)
                               VALUE "C:\COBOL\MRS-ADCON-INDEX.DAT".
           05  UT-SYS-AD-PLAY        PIC X(50)
                               VALUE "C:\COBOL\MRS-ADPLAY-INDEX.DAT".
           05  UT-SYS-FILE-CFG       PIC X(50)
                                   VALUE "C:\COBOL\MRS-FILE-PATHS.CFG".

       01  WS-FILE-CFG-CTL.
           05  WS-CFG-STATUS         PIC XX.
           05  WS-CFG-EOF            PIC X.
               88  CFG-EOF VALUE 'Y'.

       01  WS-SWITCHES.
           05  WS-ADC-STATUS         PIC XX.
           05  WS-APL-STATUS         PIC XX.
           05  WS-SHOW-EOF           PIC X.
           05  WS-ADC-EOF            PIC X.

       01  WS-COUNTERS.
           05  WS-SHOW-COUNT         PIC 9(5) VALUE ZERO.
           05  WS-PLAY-COUNT         PIC 9(6) VALUE ZERO.
           05  WS-ALREADY-COUNT      PIC 9(6) VALUE ZERO.
           05  WS-REEL-POS           PIC 99.
           05  WS-TODAY-NUM          PIC 9(8).

      * Tonight's reel - every contract live today, in contract
      * number order as read off the file.
       01  WS-REEL-TABLE.
           05  WS-REEL-COUNT         PIC 9(3) VALUE ZERO.
           05  WS-REEL-SLOT OCCURS 200 TIMES INDEXED BY RL-I.
               10  WR-CONTRACT       PIC 9(6).
               10  WR-ADV-NO         PIC 9(6).
               10  WR-SITE           PIC X(2).
               10  WR-SCREEN         PIC 99.
               10  WR-RATE-BASIS     PIC X.
               10  WR-RATE           PIC 9(5)V99.

       PROCEDURE DIVISION.
       100-MAIN.
           PERFORM 160-LOAD-FILE-CONFIG THRU 160-EXIT
           MOVE FUNCTION CURRENT-DATE TO WS-DATETIME
           COMPUTE WS-TODAY-NUM =
               (WS-YEAR * 10000) + (WS-MONTH * 100) + WS-DAY
           OPEN INPUT MRS-AD-CONTRACT-FILE
           IF WS-ADC-STATUS NOT = '00'
               DISPLAY "MRS-6580 NO AD CONTRACT FILE - NOTHING LOGGED."
               MOVE ZEROS TO MRS-JOB-READ
               MOVE ZEROS TO MRS-JOB-WRITTEN
               GOBACK
           END-IF
           PERFORM 200-LOAD-REEL THRU 200-EXIT
           CLOSE MRS-AD-CONTRACT-FILE
           IF WS-REEL-COUNT = ZERO
               DISPLAY "MRS-6580 NO AD CONTRACTS RUNNING TODAY."
               MOVE ZEROS TO MRS-JOB-READ
               MOVE ZEROS TO MRS-JOB-WRITTEN
               GOBACK
           END-IF
      *    The play log is new - the first night with a contract
      *    running lays down an empty file rather than failing.
           OPEN I-O MRS-AD-PLAY-FILE
           IF WS-APL-STATUS = '35'
               OPEN OUTPUT MRS-AD-PLAY-FILE
               CLOSE MRS-AD-PLAY-FILE
               OPEN I-O MRS-AD-PLAY-FILE
           END-IF
           OPEN INPUT MRS-SHOW-FILE
           PERFORM 300-LOG-SHOWINGS THRU 300-EXIT
           CLOSE MRS-SHOW-FILE
                 MRS-AD-PLAY-FILE
           DISPLAY "MRS-6580 AD PLAY LOG: " WS-SHOW-COUNT
               " SHOWING(S), " WS-PLAY-COUNT " SPOT(S) LOGGED, "
               WS-ALREADY-COUNT " ALREADY ON FILE."
      *    The night driver logs these on the job log.
           MOVE WS-SHOW-COUNT TO MRS-JOB-READ
           MOVE WS-PLAY-COUNT TO MRS-JOB-WRITTEN
           GOBACK.
       100-EXIT.
           EXIT.

      * Every active contract whose date range takes in today goes
      * into tonight's reel. The reel holds 200 spots - more than
      * any house can run ahead of a feature.
       200-LOAD-REEL.
           MOVE "N" TO WS-ADC-EOF
           PERFORM UNTIL WS-ADC-EOF = "Y"
               READ MRS-AD-CONTRACT-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-ADC-EOF
                   NOT AT END
                       IF MRS-ADC-STATUS = "A" AND
                          MRS-ADC-FROM-DATE <= WS-TODAY-NUM AND
                          MRS-ADC-TO-DATE >= WS-TODAY-NUM AND
                          WS-REEL-COUNT < 200
                           ADD 1 TO WS-REEL-COUNT
                           SET RL-I TO WS-REEL-COUNT
                           MOVE MRS-ADC-NO TO WR-CONTRACT(RL-I)
                           MOVE MRS-ADC-ADV-NO TO WR-ADV-NO(RL-I)
                           MOVE MRS-ADC-SITE TO WR-SITE(RL-I)
                           MOVE MRS-ADC-SCREEN TO WR-SCREEN(RL-I)
                           MOVE MRS-ADC-RATE-BASIS
                               TO WR-RATE-BASIS(RL-I)
                           MOVE MRS-ADC-RATE TO WR-RATE(RL-I)
                       END-IF
               END-READ
           END-PERFORM.
       200-EXIT.
           EXIT.

      * Walks the show file through the screen/date/time key; only
      * today's showings that actually played to the public are
      * logged.
       300-LOG-SHOWINGS.
           MOVE "N" TO WS-SHOW-EOF
           MOVE LOW-VALUES TO MRS-SHOW-LOOKUP-KEY
           START MRS-SHOW-FILE KEY IS NOT LESS THAN MRS-SHOW-LOOKUP-KEY
               INVALID KEY
                   MOVE "Y" TO WS-SHOW-EOF
           END-START
           PERFORM UNTIL WS-SHOW-EOF = "Y"
               READ MRS-SHOW-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-SHOW-EOF
                   NOT AT END
                       IF MRS-SHOW-DATE = WS-TODAY-NUM AND
                          MRS-SHOW-STATUS NOT = "C" AND
                          MRS-SHOW-STATUS NOT = "S" AND
                          MRS-SHOW-STATUS NOT = "P" AND
                          MRS-RENTAL-ID NOT = SPACES
                           ADD 1 TO WS-SHOW-COUNT
                           PERFORM 350-LOG-ONE-SHOWING THRU 350-EXIT
                       END-IF
               END-READ
           END-PERFORM.
       300-EXIT.
           EXIT.

      * The reel for one showing: each contract matching the
      * showing's site and screen, numbered in the order it plays.
       350-LOG-ONE-SHOWING.
           MOVE ZERO TO WS-REEL-POS
           PERFORM VARYING RL-I FROM 1 BY 1
               UNTIL RL-I > WS-REEL-COUNT
               IF (WR-SITE(RL-I) = "**" OR
                   WR-SITE(RL-I) = MRS-SHOW-SITE) AND
                  (WR-SCREEN(RL-I) = ZERO OR
                   WR-SCREEN(RL-I) = MRS-SCREEN-NUMBER)
                   ADD 1 TO WS-REEL-POS
                   PERFORM 400-WRITE-PLAY THRU 400-EXIT
               END-IF
           END-PERFORM.
       350-EXIT.
           EXIT.

       400-WRITE-PLAY.
           MOVE MRS-SHOW-DATE TO MRS-APL-DATE
           MOVE MRS-SHOW-ID TO MRS-APL-SHOW-ID
           MOVE WR-CONTRACT(RL-I) TO MRS-APL-CONTRACT
           MOVE MRS-SHOW-SITE TO MRS-APL-SITE
           MOVE MRS-SCREEN-NUMBER TO MRS-APL-SCREEN
           MOVE MRS-SHOW-TIME(1:4) TO MRS-APL-TIME
           MOVE MRS-RENTAL-ID TO MRS-APL-RENTAL-ID
           MOVE WS-REEL-POS TO MRS-APL-REEL-POS
           MOVE WR-ADV-NO(RL-I) TO MRS-APL-ADV-NO
           MOVE WR-RATE-BASIS(RL-I) TO MRS-APL-RATE-BASIS
           MOVE WR-RATE(RL-I) TO MRS-APL-RATE
           WRITE MRS-AD-PLAY-REC
               INVALID KEY
                   ADD 1 TO WS-ALREADY-COUNT
               NOT INVALID KEY
                   ADD 1 TO WS-PLAY-COUNT
           END-WRITE.
       400-EXIT.
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
               WHEN "AD-CONTRACT"
                   MOVE CFG-PATH TO UT-SYS-AD-CONTRACT
               WHEN "AD-PLAY"
                   MOVE CFG-PATH TO UT-SYS-AD-PLAY
           END-EVALUATE.
       170-EXIT.
           EXIT.

       end program MRS-6580.
