      *
      * One console ACCEPT drives it: the day (YYYYMMDD, zero =
      * tomorrow - the worksheet is for planning, not autopsy).
      *
      * It can also be queued from the report request screen
      * (MRS-7080) and run by MRS-7070, which hands it the
      * parameters keyed with the request in place of the
      * console. The printed output registers on the report
      * spool, so a queued run can be found and reprinted.
      *
      * Each site's staff-hours for the day - every hour with a
      * showing counting its suggested staffers an hour apiece - are
      * kept on the labor projection file, replacing any earlier
      * print of the same day, so the pay-period run (MRS-7460) can
      * set the hours actually clocked against them.
      *****************************************************************

       ENVIRONMENT DIVISION.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MRS-SHOW-ID
               ALTERNATE KEY IS MRS-SHOW-LOOKUP-KEY
               WITH DUPLICATES
               ALTERNATE KEY IS MRS-RENTAL-ID
               WITH DUPLICATES.

           SELECT MRS-SHOW-HIST-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RATIO-STATUS.

           SELECT MRS-LABPROJ-FILE
               ASSIGN TO UT-SYS-LABPROJ
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MRS-LPJ-KEY
               FILE STATUS IS WS-LPJ-STATUS.

           SELECT MRS-STAFF-RPT
               ASSIGN TO UT-SYS-STAFF-RPT
               ORGANIZATION IS LINE SEQUENTIAL.
       COPY "CPYBOOKS/MRS-SHOW.CPY".
       COPY "CPYBOOKS/MRS-SHOW-HIST.CPY".
       COPY "CPYBOOKS/MRS-SCREEN.CPY".
       COPY "CPYBOOKS/MRS-LABPROJ.CPY".
       COPY "CPYBOOKS/MRS-FILE-CFG.CPY".

      *    One-line staffing ratio config: admissions per box-

       WORKING-STORAGE SECTION.
       COPY "CPYBOOKS/DATETIME.CPY".
       COPY "CPYBOOKS/MRS-SIGNON.CPY".
       COPY "CPYBOOKS/MRS-TRNPUT.CPY".
       COPY "CPYBOOKS/MRS-SPLPUT.CPY".
       COPY "CPYBOOKS/MRS-RPQCTL.CPY".

       01  WS-FILENAMES.
           05  UT-SYS-MRS-SHOW       PIC X(50)
                               VALUE "C:\COBOL\MRS-STAFF-RATIO.CFG".
           05  UT-SYS-STAFF-RPT      PIC X(50)
                               VALUE "C:\COBOL\MRS-STAFFING.RPT".
           05  UT-SYS-LABPROJ        PIC X(50)
                               VALUE "C:\COBOL\MRS-LABPROJ-INDEX.DAT".
           05  UT-SYS-FILE-CFG       PIC X(50)
                                   VALUE "C:\COBOL\MRS-FILE-PATHS.CFG".

       01  WS-SWITCHES.
           05  WS-HIST-STATUS        PIC XX.
           05  WS-RATIO-STATUS       PIC XX.
           05  WS-LPJ-STATUS         PIC XX.
           05  WS-LPJ-OPEN           PIC X VALUE "N".
           05  WS-LPJ-FOUND          PIC X.
           05  SHOW-EOF              PIC X.
           05  HIST-EOF              PIC X.

           05  WS-ANY-ROWS           PIC 9(5).
           05  WS-STAFF              PIC 9(3).

      * One site's staff-hours and admissions for the day, gathered
      * as its hours print.
       01  WS-SITE-HOURS.
           05  WS-SITE-ADMITS        PIC 9(6).
           05  WS-SITE-BOX           PIC 9(4).
           05  WS-SITE-CON           PIC 9(4).
           05  WS-SITE-USH           PIC 9(4).

      * Projected admissions per site (1-5) and hour (0-23 held in
      * slots 1-24), plus the showings starting that hour.
       01  WS-HOUR-TABLE.
           MOVE FUNCTION CURRENT-DATE TO WS-DATETIME
           COMPUTE WS-TODAY-NUM =
               (WS-YEAR * 10000) + (WS-MONTH * 100) + WS-DAY
      *    A request off the report queue brings its parameters
      *    with it; run by hand, they come off the console.
           IF MRS-RPQ-ACTIVE = "Y"
               MOVE MRS-RPQ-PARM(1) TO WS-PICK-DATE
           ELSE
               ACCEPT WS-PICK-DATE
           END-IF
           IF WS-PICK-DATE = ZEROS
               COMPUTE WS-DATE-INT =
                   FUNCTION INTEGER-OF-DATE (WS-TODAY-NUM) + 1
               WS-PICK-DATE " PRINTED."

           PERFORM 910-CLOSE-FILES THRU 910-EXIT
      *    The finished output registers on the report spool so
      *    the office can find and reprint it later.
           MOVE "MRS-7450" TO MRS-SP-PROGRAM
           MOVE SPACES TO MRS-SP-PARMS
           MOVE WS-PICK-DATE TO MRS-SP-PARMS(1:8)
           MOVE UT-SYS-STAFF-RPT TO MRS-SP-PATH
           CALL "MRS-7050" USING MRS-SPOOL-PUT
           GOBACK.
       100-EXIT.
           EXIT.
                   MOVE WH-SITE-TAG(WS-S) TO RS-SITE
                   WRITE MRS-STAFF-LINE FROM WS-RPT-SITE-HDR
                   WRITE MRS-STAFF-LINE FROM WS-RPT-COL-HDR
                   INITIALIZE WS-SITE-HOURS
                   PERFORM 450-PRINT-ONE-HOUR THRU 450-EXIT
                       VARYING WS-H FROM 1 BY 1 UNTIL WS-H > 24
                   WRITE MRS-STAFF-LINE FROM WS-RPT-BLANK
                   PERFORM 480-SAVE-PROJECTION THRU 480-EXIT
               END-IF
           END-PERFORM
           CLOSE MRS-STAFF-RPT.
               / WS-RATIO-BOX
           IF WS-STAFF = ZERO MOVE 1 TO WS-STAFF END-IF
           MOVE WS-STAFF TO RD-BOX
           ADD WS-STAFF TO WS-SITE-BOX
           COMPUTE WS-STAFF =
               (WH-ADMITS(WS-S, WS-H) + WS-RATIO-CON - 1)
               / WS-RATIO-CON
           IF WS-STAFF = ZERO MOVE 1 TO WS-STAFF END-IF
           MOVE WS-STAFF TO RD-CON
           ADD WS-STAFF TO WS-SITE-CON
           COMPUTE WS-STAFF =
               (WH-ADMITS(WS-S, WS-H) + WS-RATIO-USH - 1)
               / WS-RATIO-USH
           IF WS-STAFF = ZERO MOVE 1 TO WS-STAFF END-IF
           MOVE WS-STAFF TO RD-USH
           ADD WS-STAFF TO WS-SITE-USH
           ADD WH-ADMITS(WS-S, WS-H) TO WS-SITE-ADMITS
           WRITE MRS-STAFF-LINE FROM WS-RPT-DETAIL.
       450-EXIT.
           EXIT.

      * The site's day goes on the labor projection file, over any
      * earlier print of the same day. No file means no projection
      * kept - the worksheet itself still prints.
       480-SAVE-PROJECTION.
           IF WS-LPJ-OPEN NOT = "Y"
               GO TO 480-EXIT
           END-IF
           MOVE "Y" TO WS-LPJ-FOUND
           MOVE WS-PICK-DATE TO MRS-LPJ-DATE
           MOVE WH-SITE-TAG(WS-S) TO MRS-LPJ-SITE
           READ MRS-LABPROJ-FILE
               INVALID KEY
                   MOVE "N" TO WS-LPJ-FOUND
                   MOVE SPACES TO MRS-LABPROJ-REC
                   MOVE WS-PICK-DATE TO MRS-LPJ-DATE
                   MOVE WH-SITE-TAG(WS-S) TO MRS-LPJ-SITE
           END-READ
           MOVE WS-SITE-ADMITS TO MRS-LPJ-ADMITS
           MOVE WS-SITE-BOX TO MRS-LPJ-BOX-HOURS
           MOVE WS-SITE-CON TO MRS-LPJ-CON-HOURS
           MOVE WS-SITE-USH TO MRS-LPJ-USH-HOURS
           MOVE WS-TODAY-NUM TO MRS-LPJ-RUN-DATE
           IF WS-LPJ-FOUND = "N"
               WRITE MRS-LABPROJ-REC
               END-WRITE
           ELSE
               REWRITE MRS-LABPROJ-REC
               END-REWRITE
           END-IF.
       480-EXIT.
           EXIT.

      * Opens the files
       900-OPEN-FILES.
           PERFORM 160-LOAD-FILE-CONFIG THRU 160-END
           OPEN INPUT MRS-SHOW-FILE
                      MRS-SCREEN-FILE
           OPEN INPUT MRS-SHOW-HIST-FILE
           OPEN I-O MRS-LABPROJ-FILE
           IF WS-LPJ-STATUS = '35'
               OPEN OUTPUT MRS-LABPROJ-FILE
               CLOSE MRS-LABPROJ-FILE
               OPEN I-O MRS-LABPROJ-FILE
           END-IF
           IF WS-LPJ-STATUS = '00'
               MOVE "Y" TO WS-LPJ-OPEN
           END-IF.
       900-EXIT.
           EXIT.

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

                   MOVE CFG-PATH TO UT-SYS-RATIO
               WHEN "STAFF-RPT"
                   MOVE CFG-PATH TO UT-SYS-STAFF-RPT
               WHEN "LABPROJ"
                   MOVE CFG-PATH TO UT-SYS-LABPROJ
           END-EVALUATE.
       170-END.
           EXIT.
           IF WS-HIST-STATUS = '00' OR WS-HIST-STATUS = '10'
               CLOSE MRS-SHOW-HIST-FILE
           END-IF
           IF WS-LPJ-OPEN = "Y"
               CLOSE MRS-LABPROJ-FILE
           END-IF
           CLOSE MRS-SHOW-FILE
                 MRS-SCREEN-FILE.
       910-EXIT.
