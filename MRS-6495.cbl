       IDENTIFICATION DIVISION.
       PROGRAM-ID.  MRS-6495.
       AUTHOR.  JOHN BELLEK.
      *****************************************************************
      * Trail chain check. Every audit line and every ticket trail
      * line carries its site's next sequence number and a check
      * value chained from the line before it (MRS-6490 hands both
      * out as the line is written). This job walks both files site
      * by site in sequence order and prints every place the chain
      * does not hold:
      *
      *   GAP          numbers missing between two lines on file
      *   MISSING      numbers handed out after the last line on
      *                file (or every number of a site whose lines
      *                are all gone)
      *   DUPLICATE    a number on file more than once
      *   BELOW-BASE   a number the last month cutover already
      *                archived
      *   BEYOND-LAST  a number the keeper never handed out
      *   ALTERED      the line's check value does not chain from
      *                the line before it - the line, or the check
      *                of the line before it, changed after the fact
      *
      * Each exception names the file, the site, the sequence, and
      * the line's position in its file (first line = 1) so the
      * office can pull the line itself. A summary per file and
      * site follows. Lines from before the files were numbered are
      * only counted.
      *
      * Runs every night ahead of the month-end audit rollover
      * (MRS-6500) and trail cutover (MRS-6520), so anything wrong
      * is reported while the lines are still on the live files.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MRS-AUDIT-FILE
               ASSIGN TO UT-SYS-AUDIT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT MRS-TICKET-SALES-FILE
               ASSIGN TO UT-SYS-TIC-SALES
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SALES-STATUS.

           SELECT MRS-SEQCTL-FILE
               ASSIGN TO UT-SYS-SEQCTL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MRS-SQC-KEY
               FILE STATUS IS WS-SQC-STATUS.

           SELECT MRS-CHAIN-RPT
               ASSIGN TO UT-SYS-CHAIN-RPT
               ORGANIZATION IS LINE SEQUENTIAL.

      *    Work file for the SORT below - the lines go down in the
      *    order they were written, sites interleaved, so they are
      *    sorted into file/site/sequence order before the walk.
           SELECT MRS-CHAIN-SORT-FILE ASSIGN TO "SORTWORK".

           SELECT MRS-FILE-CONFIG-FILE
               ASSIGN TO UT-SYS-FILE-CFG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CFG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       COPY "CPYBOOKS/MRS-AUDIT.CPY".
       COPY "CPYBOOKS/MRS-TICKET-SALES.CPY".
       COPY "CPYBOOKS/MRS-SEQCTL.CPY".
       COPY "CPYBOOKS/MRS-FILE-CFG.CPY".

       FD  MRS-CHAIN-RPT
           RECORD CONTAINS 80 CHARACTERS.
       01  MRS-CHAIN-LINE                      PIC X(80).

       SD  MRS-CHAIN-SORT-FILE.
       01  MRS-CHAIN-SORT-REC.
           05  SRT-TRAIL             PIC X(3).
           05  SRT-SITE              PIC X(2).
           05  SRT-SEQ               PIC 9(9).
           05  SRT-LINE              PIC 9(7).
           05  SRT-CHECK             PIC 9(9).
           05  SRT-LEN               PIC 9(3).
           05  SRT-DATA              PIC X(120).

       WORKING-STORAGE SECTION.
       COPY "CPYBOOKS/MRS-JOBCTR.CPY".
       COPY "CPYBOOKS/MRS-SPLPUT.CPY".
       COPY "CPYBOOKS/DATETIME.CPY".
       COPY "CPYBOOKS/MRS-SIGNON.CPY".
       COPY "CPYBOOKS/MRS-TRNPUT.CPY".
       COPY "CPYBOOKS/MRS-SEQPUT.CPY".

       01  WS-FILENAMES.
           05  UT-SYS-AUDIT          PIC X(50)
                                   VALUE "C:\COBOL\MRS-AUDIT.LOG".
           05  UT-SYS-TIC-SALES      PIC X(50)
                               VALUE "C:\COBOL\MRS-TICKET-SALES.DAT".
           05  UT-SYS-SEQCTL         PIC X(50)
                               VALUE "C:\COBOL\MRS-SEQCTL-INDEX.DAT".
           05  UT-SYS-CHAIN-RPT      PIC X(50)
                               VALUE "C:\COBOL\MRS-TRAIL-CHECK.RPT".
           05  UT-SYS-FILE-CFG       PIC X(50)
                                   VALUE "C:\COBOL\MRS-FILE-PATHS.CFG".

       01  WS-FILE-CFG-CTL.
           05  WS-CFG-STATUS         PIC XX.
           05  WS-CFG-EOF            PIC X.
               88  CFG-EOF VALUE 'Y'.

       01  WS-SWITCHES.
           05  WS-AUDIT-STATUS       PIC XX.
           05  WS-SALES-STATUS       PIC XX.
           05  WS-SQC-STATUS         PIC XX.
           05  AUD-EOF               PIC X.
           05  SALES-EOF             PIC X.
           05  SQC-EOF               PIC X.
           05  SORT-EOF              PIC X.

       01  WS-CONTROL.
           05  WS-RUN-DATE           PIC 9(8).
           05  WS-LINE-NO            PIC 9(7).
           05  WS-CUR-TRAIL          PIC X(3).
           05  WS-CUR-SITE           PIC X(2).
           05  WS-C                  PIC 9(2).
           05  WS-U                  PIC 9(2).
           05  WS-EXP-SEQ            PIC 9(9).
           05  WS-PREV-SEQ           PIC 9(9).
           05  WS-PRIOR              PIC 9(9).
           05  WS-GRP-LINES          PIC 9(7).
           05  WS-GRP-FIRST          PIC 9(9).
           05  WS-GRP-FLAGS          PIC 9(5).
           05  WS-FROM-SEQ           PIC 9(9).
           05  WS-THRU-SEQ           PIC 9(9).
           05  WS-AUD-READ           PIC 9(7) VALUE ZERO.
           05  WS-TIC-READ           PIC 9(7) VALUE ZERO.
           05  WS-CHECKED            PIC 9(7) VALUE ZERO.
           05  WS-UNSEQUENCED        PIC 9(7) VALUE ZERO.
           05  WS-FLAG-COUNT         PIC 9(5) VALUE ZERO.

      * Where each site's sequence stood on the control file, and
      * whether any of its lines turned up on the live file.
       01  WS-CTL-TABLE.
           05  WS-CTL-COUNT          PIC 9(2) VALUE ZERO.
           05  WS-CTL-SLOT OCCURS 40 TIMES.
               10  WC-TRAIL          PIC X(3).
               10  WC-SITE           PIC X(2).
               10  WC-LAST-SEQ       PIC 9(9).
               10  WC-BASE-SEQ       PIC 9(9).
               10  WC-BASE-CHECK     PIC 9(9).
               10  WC-SEEN           PIC X.

      * One summary line per file and site walked.
       01  WS-SUM-TABLE.
           05  WS-SUM-COUNT          PIC 9(2) VALUE ZERO.
           05  WS-SUM-SLOT OCCURS 40 TIMES.
               10  WU-TRAIL          PIC X(3).
               10  WU-SITE           PIC X(2).
               10  WU-LINES          PIC 9(7).
               10  WU-FIRST          PIC 9(9).
               10  WU-LAST           PIC 9(9).
               10  WU-FLAGS          PIC 9(5).

       01  WS-RPT-HEADER.
           05  PIC X(26) VALUE "MRS TRAIL CHAIN CHECK -".
           05  RH-DATE               PIC 9(8).
           05  PIC X(46) VALUE SPACES.

       01  WS-RPT-COL-HDR.
           05  PIC X(5)  VALUE "FILE".
           05  PIC X(5)  VALUE "SITE".
           05  PIC X(13) VALUE "RULE".
           05  PIC X(57) VALUE "DETAIL".

       01  WS-RPT-DETAIL.
           05  RD-TRAIL              PIC X(3).
           05  PIC X(2)  VALUE SPACES.
           05  RD-SITE               PIC X(2).
           05  PIC X(3)  VALUE SPACES.
           05  RD-RULE               PIC X(12).
           05  PIC X(1)  VALUE SPACES.
           05  RD-TEXT               PIC X(57).

       01  WS-RPT-SUM-HDR.
           05  PIC X(5)  VALUE "FILE".
           05  PIC X(5)  VALUE "SITE".
           05  PIC X(9)  VALUE "LINES".
           05  PIC X(20) VALUE "SEQUENCE ON FILE".
           05  PIC X(41) VALUE "EXCEPTIONS".

       01  WS-RPT-SUMMARY.
           05  RS-TRAIL              PIC X(3).
           05  PIC X(2)  VALUE SPACES.
           05  RS-SITE               PIC X(2).
           05  PIC X(2)  VALUE SPACES.
           05  RS-LINES              PIC ZZZZZZ9.
           05  PIC X(3)  VALUE SPACES.
           05  RS-FIRST              PIC 9(9).
           05  PIC X(1)  VALUE "-".
           05  RS-LAST               PIC 9(9).
           05  PIC X(2)  VALUE SPACES.
           05  RS-FLAGS              PIC ZZZZ9.
           05  PIC X(35) VALUE SPACES.

       01  WS-RPT-FOOTER.
           05  PIC X(15) VALUE "LINES CHECKED:".
           05  RF-CHECKED            PIC ZZZZZZ9.
           05  PIC X(16) VALUE "  UNSEQUENCED:".
           05  RF-UNSEQ              PIC ZZZZZZ9.
           05  PIC X(15) VALUE "  EXCEPTIONS:".
           05  RF-COUNT              PIC ZZZZ9.
           05  PIC X(15) VALUE SPACES.

       01  WS-RPT-NONE.
           05  PIC X(40) VALUE "NO BREAKS IN ANY CHAIN.".
           05  PIC X(40) VALUE SPACES.

       01  WS-RPT-BLANK              PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.
       100-MAIN.
           PERFORM 160-LOAD-FILE-CONFIG THRU 160-END
           MOVE FUNCTION CURRENT-DATE TO WS-DATETIME
           COMPUTE WS-RUN-DATE =
               (WS-YEAR * 10000) + (WS-MONTH * 100) + WS-DAY
           PERFORM 200-LOAD-CONTROL THRU 200-EXIT

           OPEN OUTPUT MRS-CHAIN-RPT
           MOVE WS-RUN-DATE TO RH-DATE
           WRITE MRS-CHAIN-LINE FROM WS-RPT-HEADER
           WRITE MRS-CHAIN-LINE FROM WS-RPT-COL-HDR

           SORT MRS-CHAIN-SORT-FILE
               ON ASCENDING KEY SRT-TRAIL SRT-SITE SRT-SEQ SRT-LINE
               INPUT PROCEDURE 300-FEED-LINES THRU 300-EXIT
               OUTPUT PROCEDURE 400-WALK-CHAINS THRU 400-EXIT

           PERFORM 600-UNSEEN-SITES THRU 600-EXIT
               VARYING WS-C FROM 1 BY 1
               UNTIL WS-C > WS-CTL-COUNT
           IF WS-FLAG-COUNT = ZERO
               WRITE MRS-CHAIN-LINE FROM WS-RPT-NONE
           END-IF
           WRITE MRS-CHAIN-LINE FROM WS-RPT-BLANK
           WRITE MRS-CHAIN-LINE FROM WS-RPT-SUM-HDR
           PERFORM 650-PRINT-SUMMARY THRU 650-EXIT
               VARYING WS-U FROM 1 BY 1
               UNTIL WS-U > WS-SUM-COUNT
           WRITE MRS-CHAIN-LINE FROM WS-RPT-BLANK
           MOVE WS-CHECKED TO RF-CHECKED
           MOVE WS-UNSEQUENCED TO RF-UNSEQ
           MOVE WS-FLAG-COUNT TO RF-COUNT
           WRITE MRS-CHAIN-LINE FROM WS-RPT-FOOTER
           CLOSE MRS-CHAIN-RPT

           DISPLAY "MRS-6495 TRAIL CHAIN CHECK: " WS-CHECKED
               " LINE(S) CHECKED, " WS-FLAG-COUNT " EXCEPTION(S)."
      *    The finished output registers on the report spool so
      *    the office can find and reprint it later.
      *    The night driver logs these on the job log.
           COMPUTE MRS-JOB-READ = WS-AUD-READ + WS-TIC-READ
           MOVE WS-FLAG-COUNT TO MRS-JOB-WRITTEN
           MOVE "MRS-6495" TO MRS-SP-PROGRAM
           MOVE SPACES TO MRS-SP-PARMS
           MOVE WS-RUN-DATE TO MRS-SP-PARMS(1:8)
           MOVE UT-SYS-CHAIN-RPT TO MRS-SP-PATH
           CALL "MRS-7050" USING MRS-SPOOL-PUT
           GOBACK.
       100-EXIT.
           EXIT.

      * Takes the whole control file into the table. No control file
      * means nothing has been numbered yet.
       200-LOAD-CONTROL.
           MOVE "N" TO SQC-EOF
           OPEN INPUT MRS-SEQCTL-FILE
           IF WS-SQC-STATUS NOT = '00'
               GO TO 200-EXIT
           END-IF
           PERFORM UNTIL SQC-EOF = "Y"
               READ MRS-SEQCTL-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO SQC-EOF
                   NOT AT END
                       IF WS-CTL-COUNT < 40
                           ADD 1 TO WS-CTL-COUNT
                           MOVE MRS-SQC-TRAIL TO WC-TRAIL(WS-CTL-COUNT)
                           MOVE MRS-SQC-SITE TO WC-SITE(WS-CTL-COUNT)
                           MOVE MRS-SQC-LAST-SEQ
                               TO WC-LAST-SEQ(WS-CTL-COUNT)
                           MOVE MRS-SQC-BASE-SEQ
                               TO WC-BASE-SEQ(WS-CTL-COUNT)
                           MOVE MRS-SQC-BASE-CHECK
                               TO WC-BASE-CHECK(WS-CTL-COUNT)
                           MOVE "N" TO WC-SEEN(WS-CTL-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE MRS-SEQCTL-FILE.
       200-EXIT.
           EXIT.

      * Releases every numbered line of both files to the sort with
      * its position in its file and the part of it the check value
      * covers.
       300-FEED-LINES.
           MOVE "N" TO AUD-EOF
           MOVE ZERO TO WS-LINE-NO
           OPEN INPUT MRS-AUDIT-FILE
           IF WS-AUDIT-STATUS NOT = '00'
               MOVE "Y" TO AUD-EOF
           END-IF
           PERFORM UNTIL AUD-EOF = "Y"
               READ MRS-AUDIT-FILE
                   AT END
                       MOVE "Y" TO AUD-EOF
                   NOT AT END
                       ADD 1 TO WS-LINE-NO
                       ADD 1 TO WS-AUD-READ
                       IF MRS-AUD-SEQ NOT NUMERIC
                          OR MRS-AUD-SEQ = ZEROS
                           ADD 1 TO WS-UNSEQUENCED
                       ELSE
                           MOVE "AUD" TO SRT-TRAIL
                           MOVE MRS-AUD-SITE TO SRT-SITE
                           MOVE MRS-AUD-SEQ TO SRT-SEQ
                           MOVE WS-LINE-NO TO SRT-LINE
                           MOVE MRS-AUD-CHECK TO SRT-CHECK
                           MOVE 49 TO SRT-LEN
                           MOVE MRS-AUDIT-REC TO SRT-DATA
                           RELEASE MRS-CHAIN-SORT-REC
                       END-IF
               END-READ
           END-PERFORM
           IF WS-AUDIT-STATUS NOT = '35'
               CLOSE MRS-AUDIT-FILE
           END-IF

           MOVE "N" TO SALES-EOF
           MOVE ZERO TO WS-LINE-NO
           OPEN INPUT MRS-TICKET-SALES-FILE
           IF WS-SALES-STATUS NOT = '00'
               MOVE "Y" TO SALES-EOF
           END-IF
           PERFORM UNTIL SALES-EOF = "Y"
               READ MRS-TICKET-SALES-FILE
                   AT END
                       MOVE "Y" TO SALES-EOF
                   NOT AT END
                       ADD 1 TO WS-LINE-NO
                       ADD 1 TO WS-TIC-READ
                       IF MRS-TSL-SEQ NOT NUMERIC
                          OR MRS-TSL-SEQ = ZEROS
                           ADD 1 TO WS-UNSEQUENCED
                       ELSE
                           MOVE "TIC" TO SRT-TRAIL
                           MOVE MRS-TSL-SITE TO SRT-SITE
                           MOVE MRS-TSL-SEQ TO SRT-SEQ
                           MOVE WS-LINE-NO TO SRT-LINE
                           MOVE MRS-TSL-CHECK TO SRT-CHECK
                           MOVE 120 TO SRT-LEN
                           MOVE MRS-TSL-REC(1:120) TO SRT-DATA
                           RELEASE MRS-CHAIN-SORT-REC
                       END-IF
               END-READ
           END-PERFORM
           IF WS-SALES-STATUS NOT = '35'
               CLOSE MRS-TICKET-SALES-FILE
           END-IF.
       300-EXIT.
           EXIT.

      * Takes the lines back in file/site/sequence order, starting a
      * fresh chain at every file or site break.
       400-WALK-CHAINS.
           MOVE "N" TO SORT-EOF
           MOVE SPACES TO WS-CUR-TRAIL
           MOVE SPACES TO WS-CUR-SITE
           RETURN MRS-CHAIN-SORT-FILE
               AT END
                   MOVE "Y" TO SORT-EOF
           END-RETURN
           PERFORM UNTIL SORT-EOF = "Y"
               IF SRT-TRAIL NOT = WS-CUR-TRAIL
                  OR SRT-SITE NOT = WS-CUR-SITE
                   IF WS-CUR-TRAIL NOT = SPACES
                       PERFORM 480-END-CHAIN THRU 480-EXIT
                   END-IF
                   PERFORM 420-START-CHAIN THRU 420-EXIT
               END-IF
               PERFORM 450-CHECK-LINE THRU 450-EXIT
               RETURN MRS-CHAIN-SORT-FILE
                   AT END
                       MOVE "Y" TO SORT-EOF
               END-RETURN
           END-PERFORM
           IF WS-CUR-TRAIL NOT = SPACES
               PERFORM 480-END-CHAIN THRU 480-EXIT
           END-IF.
       400-EXIT.
           EXIT.

      * A site's live lines chain on from the last line the cutover
      * archived (nothing, the first month).
       420-START-CHAIN.
           MOVE SRT-TRAIL TO WS-CUR-TRAIL
           MOVE SRT-SITE TO WS-CUR-SITE
           MOVE ZEROS TO WS-GRP-LINES
           MOVE ZEROS TO WS-GRP-FLAGS
           MOVE SRT-SEQ TO WS-GRP-FIRST
           PERFORM 700-FIND-CONTROL THRU 700-EXIT
           IF WS-C > WS-CTL-COUNT
               MOVE ZEROS TO WS-PREV-SEQ
               MOVE ZEROS TO WS-PRIOR
               MOVE "NO CONTROL" TO RD-RULE
               MOVE "SITE HAS NUMBERED LINES BUT NO SEQUENCE CONTROL"
                   TO RD-TEXT
               PERFORM 800-PRINT-FLAG THRU 800-EXIT
           ELSE
               MOVE "Y" TO WC-SEEN(WS-C)
               MOVE WC-BASE-SEQ(WS-C) TO WS-PREV-SEQ
               MOVE WC-BASE-CHECK(WS-C) TO WS-PRIOR
           END-IF
           COMPUTE WS-EXP-SEQ = WS-PREV-SEQ + 1.
       420-EXIT.
           EXIT.

      * One line against the chain. A line out of step is reported
      * and the walk picks up again from the line's own check value,
      * so one break does not cascade down the rest of the site.
       450-CHECK-LINE.
           ADD 1 TO WS-GRP-LINES
           ADD 1 TO WS-CHECKED
           IF SRT-SEQ < WS-EXP-SEQ
               IF WS-GRP-LINES > 1 AND SRT-SEQ = WS-PREV-SEQ
                   MOVE "DUPLICATE" TO RD-RULE
                   MOVE SPACES TO RD-TEXT
                   STRING "SEQ " SRT-SEQ " AGAIN AT LINE " SRT-LINE
                       DELIMITED BY SIZE INTO RD-TEXT
                   END-STRING
               ELSE
                   MOVE "BELOW-BASE" TO RD-RULE
                   MOVE SPACES TO RD-TEXT
                   STRING "SEQ " SRT-SEQ " AT LINE " SRT-LINE
                       " ALREADY ARCHIVED"
                       DELIMITED BY SIZE INTO RD-TEXT
                   END-STRING
               END-IF
               PERFORM 800-PRINT-FLAG THRU 800-EXIT
               GO TO 450-EXIT
           END-IF
           IF SRT-SEQ > WS-EXP-SEQ
               MOVE WS-EXP-SEQ TO WS-FROM-SEQ
               COMPUTE WS-THRU-SEQ = SRT-SEQ - 1
               MOVE "GAP" TO RD-RULE
               MOVE SPACES TO RD-TEXT
               STRING "SEQ " WS-FROM-SEQ " THRU " WS-THRU-SEQ
                   " NOT ON FILE"
                   DELIMITED BY SIZE INTO RD-TEXT
               END-STRING
               PERFORM 800-PRINT-FLAG THRU 800-EXIT
           ELSE
               MOVE "H" TO MRS-SQP-FUNCTION
               MOVE SRT-TRAIL TO MRS-SQP-TRAIL
               MOVE SRT-SITE TO MRS-SQP-SITE
               MOVE SRT-LEN TO MRS-SQP-LEN
               MOVE SRT-DATA TO MRS-SQP-LINE
               MOVE WS-PRIOR TO MRS-SQP-PRIOR
               MOVE SRT-SEQ TO MRS-SQP-SEQ
               CALL "MRS-6490" USING MRS-SEQ-PUT
               IF MRS-SQP-CHECK NOT = SRT-CHECK
                   MOVE "ALTERED" TO RD-RULE
                   MOVE SPACES TO RD-TEXT
                   STRING "SEQ " SRT-SEQ " AT LINE " SRT-LINE
                       " FAILS ITS CHECK"
                       DELIMITED BY SIZE INTO RD-TEXT
                   END-STRING
                   PERFORM 800-PRINT-FLAG THRU 800-EXIT
               END-IF
           END-IF
           MOVE SRT-SEQ TO WS-PREV-SEQ
           MOVE SRT-CHECK TO WS-PRIOR
           COMPUTE WS-EXP-SEQ = SRT-SEQ + 1.
       450-EXIT.
           EXIT.

      * The last line on file has to be the last number handed out.
       480-END-CHAIN.
           IF WS-C NOT > WS-CTL-COUNT
               IF WS-PREV-SEQ < WC-LAST-SEQ(WS-C)
                   COMPUTE WS-FROM-SEQ = WS-PREV-SEQ + 1
                   MOVE WC-LAST-SEQ(WS-C) TO WS-THRU-SEQ
                   MOVE "MISSING" TO RD-RULE
                   MOVE SPACES TO RD-TEXT
                   STRING "SEQ " WS-FROM-SEQ " THRU " WS-THRU-SEQ
                       " GONE FROM END"
                       DELIMITED BY SIZE INTO RD-TEXT
                   END-STRING
                   PERFORM 800-PRINT-FLAG THRU 800-EXIT
               END-IF
               IF WS-PREV-SEQ > WC-LAST-SEQ(WS-C)
                   MOVE "BEYOND-LAST" TO RD-RULE
                   MOVE SPACES TO RD-TEXT
                   STRING "SEQ " WS-PREV-SEQ " PAST LAST ISSUED "
                       WC-LAST-SEQ(WS-C)
                       DELIMITED BY SIZE INTO RD-TEXT
                   END-STRING
                   PERFORM 800-PRINT-FLAG THRU 800-EXIT
               END-IF
           END-IF
           IF WS-SUM-COUNT < 40
               ADD 1 TO WS-SUM-COUNT
               MOVE WS-CUR-TRAIL TO WU-TRAIL(WS-SUM-COUNT)
               MOVE WS-CUR-SITE TO WU-SITE(WS-SUM-COUNT)
               MOVE WS-GRP-LINES TO WU-LINES(WS-SUM-COUNT)
               MOVE WS-GRP-FIRST TO WU-FIRST(WS-SUM-COUNT)
               MOVE WS-PREV-SEQ TO WU-LAST(WS-SUM-COUNT)
               MOVE WS-GRP-FLAGS TO WU-FLAGS(WS-SUM-COUNT)
           END-IF.
       480-EXIT.
           EXIT.

      * A site that has numbers out since the last cutover but no
      * line on the live file has lost every one of them.
       600-UNSEEN-SITES.
           IF WC-SEEN(WS-C) = "Y"
              OR WC-LAST-SEQ(WS-C) NOT > WC-BASE-SEQ(WS-C)
               GO TO 600-EXIT
           END-IF
           MOVE WC-TRAIL(WS-C) TO WS-CUR-TRAIL
           MOVE WC-SITE(WS-C) TO WS-CUR-SITE
           COMPUTE WS-FROM-SEQ = WC-BASE-SEQ(WS-C) + 1
           MOVE WC-LAST-SEQ(WS-C) TO WS-THRU-SEQ
           MOVE "MISSING" TO RD-RULE
           MOVE SPACES TO RD-TEXT
           STRING "SEQ " WS-FROM-SEQ " THRU " WS-THRU-SEQ
               " - NO LINES ON FILE"
               DELIMITED BY SIZE INTO RD-TEXT
           END-STRING
           PERFORM 800-PRINT-FLAG THRU 800-EXIT.
       600-EXIT.
           EXIT.

       650-PRINT-SUMMARY.
           MOVE WU-TRAIL(WS-U) TO RS-TRAIL
           MOVE WU-SITE(WS-U) TO RS-SITE
           MOVE WU-LINES(WS-U) TO RS-LINES
           MOVE WU-FIRST(WS-U) TO RS-FIRST
           MOVE WU-LAST(WS-U) TO RS-LAST
           MOVE WU-FLAGS(WS-U) TO RS-FLAGS
           WRITE MRS-CHAIN-LINE FROM WS-RPT-SUMMARY.
       650-EXIT.
           EXIT.

       700-FIND-CONTROL.
           PERFORM VARYING WS-C FROM 1 BY 1
                   UNTIL WS-C > WS-CTL-COUNT
                      OR (WC-TRAIL(WS-C) = WS-CUR-TRAIL
                          AND WC-SITE(WS-C) = WS-CUR-SITE)
               CONTINUE
           END-PERFORM.
       700-EXIT.
           EXIT.

       800-PRINT-FLAG.
           MOVE WS-CUR-TRAIL TO RD-TRAIL
           MOVE WS-CUR-SITE TO RD-SITE
           WRITE MRS-CHAIN-LINE FROM WS-RPT-DETAIL
           ADD 1 TO WS-GRP-FLAGS
           ADD 1 TO WS-FLAG-COUNT.
       800-EXIT.
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
               WHEN "AUDIT"
                   MOVE CFG-PATH TO UT-SYS-AUDIT
               WHEN "TIC-SALES"
                   MOVE CFG-PATH TO UT-SYS-TIC-SALES
               WHEN "SEQCTL"
                   MOVE CFG-PATH TO UT-SYS-SEQCTL
               WHEN "CHAIN-RPT"
                   MOVE CFG-PATH TO UT-SYS-CHAIN-RPT
           END-EVALUATE.
       170-END.
           EXIT.

       end program MRS-6495.
