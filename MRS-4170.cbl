       IDENTIFICATION DIVISION.
       PROGRAM-ID.  MRS-4170.
       AUTHOR.  JOHN BELLEK.
      *****************************************************************
      * Key window checker - the one place a showing is measured
      * against the digital cinema keys on file. Called with the
      * showing's title, screen, date, start time and the feature's
      * runtime; answers whether a key covers the whole showing
      * (start through start plus runtime), lapses partway through,
      * misses the start altogether, or does not exist. A showing
      * that runs past midnight ends on the next calendar day. A
      * site with no key file on disk gets a blank answer and the
      * callers say nothing - the check rolls out with the file.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MRS-KDM-FILE
               ASSIGN TO UT-SYS-KDM
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MRS-KDM-KEY
               FILE STATUS IS WS-KDM-STATUS.

           SELECT MRS-FILE-CONFIG-FILE
               ASSIGN TO UT-SYS-FILE-CFG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CFG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       COPY "CPYBOOKS/MRS-KDM.CPY".
       COPY "CPYBOOKS/MRS-FILE-CFG.CPY".

       WORKING-STORAGE SECTION.
       COPY "CPYBOOKS/MRS-SIGNON.CPY".
       COPY "CPYBOOKS/MRS-TRNPUT.CPY".
       01 WS-FILENAMES.
         05 UT-SYS-KDM PIC X(50)
           VALUE "C:\COBOL\MRS-KDM-INDEX.DAT".
         05 UT-SYS-FILE-CFG PIC X(50)
           VALUE "C:\COBOL\MRS-FILE-PATHS.CFG".

       01 WS-FILE-CFG-CTL.
         05 WS-CFG-STATUS PIC XX.
         05 WS-CFG-EOF PIC X.
           88 CFG-EOF VALUE 'Y'.

       01 WS-CONTROL.
         05 WS-KDM-STATUS PIC XX.
         05 WS-KDM-EOF PIC X.
         05 WS-DATE-TEST-RESULT PIC S9(4).
         05 WS-CALC-HH PIC 99.
         05 WS-CALC-MM PIC 99.
         05 WS-END-MINS PIC 9(5).
         05 WS-END-DAYS PIC 9.
         05 WS-END-REM PIC 9(4).
         05 WS-END-DATE PIC 9(8).
         05 WS-END-TIME PIC 9(4).
         05 WS-DATE-INT PIC 9(8).
         05 WS-START-STAMP PIC 9(12).
         05 WS-END-STAMP PIC 9(12).
         05 WS-FROM-STAMP PIC 9(12).
         05 WS-TO-STAMP PIC 9(12).

       LINKAGE SECTION.
       COPY "CPYBOOKS/MRS-KDMCHK.CPY".

       PROCEDURE DIVISION USING MRS-KDM-CHECK.
       100-MAIN.
           MOVE SPACE TO MRS-KC-ANSWER
           MOVE ZEROS TO MRS-KC-TO-DATE
           MOVE ZEROS TO MRS-KC-TO-TIME
           COMPUTE WS-DATE-TEST-RESULT =
               FUNCTION TEST-DATE-YYYYMMDD (MRS-KC-SHOW-DATE)
           IF WS-DATE-TEST-RESULT NOT = 0
               GOBACK
           END-IF
           PERFORM 160-LOAD-FILE-CONFIG THRU 160-END
           OPEN INPUT MRS-KDM-FILE
           IF WS-KDM-STATUS NOT = '00'
               GOBACK
           END-IF
           PERFORM 200-SHOW-SPAN THRU 200-EXIT
           MOVE "N" TO MRS-KC-ANSWER
           MOVE "N" TO WS-KDM-EOF
           MOVE MRS-KC-RENTAL-ID TO MRS-KDM-RENTAL-ID
           MOVE MRS-KC-SCREEN TO MRS-KDM-SCREEN
           MOVE ZEROS TO MRS-KDM-FROM-DATE
           MOVE ZEROS TO MRS-KDM-FROM-TIME
           START MRS-KDM-FILE KEY IS NOT LESS THAN MRS-KDM-KEY
               INVALID KEY
                   MOVE "Y" TO WS-KDM-EOF
           END-START
           PERFORM UNTIL WS-KDM-EOF = "Y"
               READ MRS-KDM-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-KDM-EOF
                   NOT AT END
                       IF MRS-KDM-RENTAL-ID NOT = MRS-KC-RENTAL-ID OR
                          MRS-KDM-SCREEN NOT = MRS-KC-SCREEN
                           MOVE "Y" TO WS-KDM-EOF
                       ELSE
                           PERFORM 300-TEST-ONE-KEY THRU 300-EXIT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE MRS-KDM-FILE
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
               WHEN "KDM"
                   MOVE CFG-PATH TO UT-SYS-KDM
           END-EVALUATE.
       170-END.
           EXIT.

      * Start and end of the showing as YYYYMMDDHHMM stamps, so a key
      * window compares with one numeric test however the dates
      * fall. The end rolls into the next day past midnight.
       200-SHOW-SPAN.
           COMPUTE WS-START-STAMP =
               (MRS-KC-SHOW-DATE * 10000) + MRS-KC-SHOW-TIME
           DIVIDE MRS-KC-SHOW-TIME BY 100
               GIVING WS-CALC-HH REMAINDER WS-CALC-MM
           COMPUTE WS-END-MINS =
               (WS-CALC-HH * 60) + WS-CALC-MM + MRS-KC-RUNTIME
           DIVIDE WS-END-MINS BY 1440
               GIVING WS-END-DAYS REMAINDER WS-END-REM
           DIVIDE WS-END-REM BY 60
               GIVING WS-CALC-HH REMAINDER WS-CALC-MM
           COMPUTE WS-END-TIME = (WS-CALC-HH * 100) + WS-CALC-MM
           MOVE MRS-KC-SHOW-DATE TO WS-END-DATE
           IF WS-END-DAYS > 0
               COMPUTE WS-DATE-INT =
                   FUNCTION INTEGER-OF-DATE (MRS-KC-SHOW-DATE)
                   + WS-END-DAYS
               COMPUTE WS-END-DATE =
                   FUNCTION DATE-OF-INTEGER (WS-DATE-INT)
           END-IF
           COMPUTE WS-END-STAMP = (WS-END-DATE * 10000) + WS-END-TIME.
       200-EXIT.
           EXIT.

      * One key for the title and screen. A key covering start to
      * finish settles it; one open at the start but closing early
      * is remembered (a later key may still cover the lot); any
      * other key only proves the screen was keyed at some point.
       300-TEST-ONE-KEY.
           COMPUTE WS-FROM-STAMP =
               (MRS-KDM-FROM-DATE * 10000) + MRS-KDM-FROM-TIME
           COMPUTE WS-TO-STAMP =
               (MRS-KDM-TO-DATE * 10000) + MRS-KDM-TO-TIME
           IF WS-FROM-STAMP <= WS-START-STAMP AND
              WS-TO-STAMP >= WS-END-STAMP
               MOVE "Y" TO MRS-KC-ANSWER
               MOVE MRS-KDM-TO-DATE TO MRS-KC-TO-DATE
               MOVE MRS-KDM-TO-TIME TO MRS-KC-TO-TIME
               MOVE "Y" TO WS-KDM-EOF
               GO TO 300-EXIT
           END-IF
           IF WS-FROM-STAMP <= WS-START-STAMP AND
              WS-TO-STAMP >= WS-START-STAMP
               MOVE "E" TO MRS-KC-ANSWER
               MOVE MRS-KDM-TO-DATE TO MRS-KC-TO-DATE
               MOVE MRS-KDM-TO-TIME TO MRS-KC-TO-TIME
               GO TO 300-EXIT
           END-IF
           IF MRS-KC-ANSWER = "N"
               MOVE "O" TO MRS-KC-ANSWER
           END-IF.
       300-EXIT.
           EXIT.

       end program MRS-4170.
