       IDENTIFICATION DIVISION.
       PROGRAM-ID.  MRS-5030.
       AUTHOR.  JOHN BELLEK.
      *****************************************************************
      * GL journal release - the gate between a posting run and the
      * corporate feed. The posting runs no longer write the feed
      * themselves: each writes its lines, every posting with its
      * offsetting line of the opposite sign, to a staging file of
      * its own and then calls this with the parameter area in
      * MRS-GLRPUT.CPY.
      *
      * Every journal on the staging file is netted. One that nets
      * to zero is released to MRS-GL-POST-FILE whole; one that does
      * not is held back whole on the GL held file, never sent, so
      * corporate no longer receives a one-sided batch to square up
      * by hand. The journal release report lists each journal with
      * its line count, plus and minus totals, net, and what became
      * of it, and is registered on the report spool under the
      * calling run's name. The staging file is emptied once its
      * lines have gone one way or the other. A released line dated
      * in a closed accounting month goes through the period lock
      * (MRS-5040) on its way out, like every other feed line, and
      * the site each staged line carries (MRS-GLSTG.CPY) is handed
      * on to it for the GL history ledger. The site goes no further
      * - the corporate feed has no room for it.
      *
      * A staging file with more journals on it than the table holds
      * has the excess held, not guessed at.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MRS-GL-STAGE-FILE
               ASSIGN TO WS-STAGE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STG-STATUS.

           SELECT MRS-GL-POST-FILE
               ASSIGN TO UT-SYS-POST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POST-STATUS.

           SELECT MRS-GL-HELD-FILE
               ASSIGN TO UT-SYS-GL-HELD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HELD-STATUS.

           SELECT MRS-GLR-RPT
               ASSIGN TO UT-SYS-GL-RELEASE-RPT
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT MRS-FILE-CONFIG-FILE
               ASSIGN TO UT-SYS-FILE-CFG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CFG-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * One feed line with the site it belongs to on the end, as
      * the posting runs stage it (MRS-GLSTG.CPY).
       FD  MRS-GL-STAGE-FILE
           RECORD CONTAINS 67 CHARACTERS.
       01  MRS-GL-STAGE-REC.
           05  MRS-GL-STAGE-LINE               PIC X(65).
           05  MRS-GL-STAGE-SITE               PIC X(2).

       COPY "CPYBOOKS/MRS-GL-POST.CPY".

       FD  MRS-GL-HELD-FILE
           RECORD CONTAINS 67 CHARACTERS.
       01  MRS-GL-HELD-REC                     PIC X(67).

       FD  MRS-GLR-RPT
           RECORD CONTAINS 80 CHARACTERS.
       01  MRS-GLR-RPT-LINE                    PIC X(80).

       COPY "CPYBOOKS/MRS-FILE-CFG.CPY".

       WORKING-STORAGE SECTION.
       COPY "CPYBOOKS/MRS-SPLPUT.CPY".
       COPY "CPYBOOKS/DATETIME.CPY".
       COPY "CPYBOOKS/MRS-SIGNON.CPY".
       COPY "CPYBOOKS/MRS-TRNPUT.CPY".
       COPY "CPYBOOKS/MRS-GLPPUT.CPY".

       01  WS-FILENAMES.
           05  UT-SYS-POST           PIC X(50)
                               VALUE "C:\COBOL\MRS-GL-POST-FILE.DAT".
           05  UT-SYS-GL-HELD        PIC X(50)
                               VALUE "C:\COBOL\MRS-GL-HELD.DAT".
           05  UT-SYS-GL-RELEASE-RPT PIC X(50)
                               VALUE "C:\COBOL\MRS-GL-RELEASE.RPT".
           05  UT-SYS-FILE-CFG       PIC X(50)
                                   VALUE "C:\COBOL\MRS-FILE-PATHS.CFG".

      * The caller's staging file. Kept out of WS-FILENAMES: the
      * caller has already pointed it at the training copy when
      * that is where it is working.
       01  WS-STAGE-PATH             PIC X(50).

       01  WS-FILE-CFG-CTL.
           05  WS-CFG-STATUS         PIC XX.
           05  WS-CFG-EOF            PIC X.
               88  CFG-EOF VALUE 'Y'.

       01  WS-CONTROL.
           05  WS-STG-STATUS         PIC XX.
           05  WS-POST-STATUS        PIC XX.
           05  WS-HELD-STATUS        PIC XX.
           05  STG-EOF               PIC X.
           05  WS-NOW-DATE           PIC 9(8).
           05  WS-LINE-CNT           PIC 9(5) VALUE ZERO.
           05  WS-OVER-LINES         PIC 9(5) VALUE ZERO.
           05  WS-OVER-AMT           PIC S9(9)V99 VALUE ZERO.

      * One slot per journal found on the staging file.
       01  WS-JOURNALS.
           05  WS-JRN-COUNT          PIC 99 VALUE ZERO.
           05  WS-JRN-SLOT OCCURS 50 TIMES INDEXED BY JRN-I.
               10  WJ-JOURNAL        PIC X(10).
               10  WJ-LINES          PIC 9(5).
               10  WJ-PLUS           PIC S9(9)V99.
               10  WJ-MINUS          PIC S9(9)V99.
               10  WJ-NET            PIC S9(9)V99.
               10  WJ-RELEASE        PIC X.
       01  WS-JRN-FOUND              PIC X.
       01  WS-JRN-CLAIM              PIC X.

       01  WS-RPT-HEADER.
           05  PIC X(28) VALUE "MRS GL JOURNAL RELEASE - RUN".
           05  PIC X     VALUE SPACE.
           05  RH-PROGRAM            PIC X(8).
           05  PIC X(4)  VALUE "  ON".
           05  PIC X     VALUE SPACE.
           05  RH-DATE               PIC 9(8).
           05  PIC X(30) VALUE SPACES.

       01  WS-RPT-COL-HDR.
           05  PIC X(12) VALUE "JOURNAL".
           05  PIC X(7)  VALUE "LINES".
           05  PIC X(15) VALUE "     PLUS TOTAL".
           05  PIC X(15) VALUE "    MINUS TOTAL".
           05  PIC X(15) VALUE "            NET".
           05  PIC X(16) VALUE "  DISPOSITION".

       01  WS-RPT-DETAIL.
           05  RD-JOURNAL            PIC X(10).
           05  PIC X(2)  VALUE SPACES.
           05  RD-LINES              PIC ZZZZ9.
           05  PIC X(2)  VALUE SPACES.
           05  RD-PLUS               PIC ---,---,--9.99.
           05  PIC X     VALUE SPACE.
           05  RD-MINUS              PIC ---,---,--9.99.
           05  PIC X     VALUE SPACE.
           05  RD-NET                PIC ---,---,--9.99.
           05  PIC X(2)  VALUE SPACES.
           05  RD-DISP               PIC X(15).

       01  WS-RPT-SUMMARY.
           05  PIC X(10) VALUE "RELEASED: ".
           05  RS-RELEASED           PIC ZZ9.
           05  PIC X(10) VALUE "   HELD: ".
           05  RS-HELD               PIC ZZ9.
           05  PIC X(54) VALUE SPACES.

       01  WS-RPT-FOOTER-1.
           05  PIC X(40) VALUE "HELD JOURNALS WERE NOT SENT - THEY".
           05  PIC X(40) VALUE " WAIT ON THE GL HELD FILE.".

       01  WS-RPT-BLANK              PIC X(80) VALUE SPACES.

       LINKAGE SECTION.
       COPY "CPYBOOKS/MRS-GLRPUT.CPY".

       PROCEDURE DIVISION USING MRS-GLR-PUT.
       100-MAIN.
           PERFORM 160-LOAD-FILE-CONFIG THRU 160-END
           MOVE FUNCTION CURRENT-DATE TO WS-DATETIME
           COMPUTE WS-NOW-DATE =
               (WS-YEAR * 10000) + (WS-MONTH * 100) + WS-DAY
           MOVE ZEROS TO MRS-GLR-RELEASED
           MOVE ZEROS TO MRS-GLR-HELD
      *    Called once per posting run - nothing carries over from
      *    the last run's call.
           MOVE ZEROS TO WS-LINE-CNT
           MOVE ZEROS TO WS-OVER-LINES
           MOVE ZEROS TO WS-OVER-AMT
           MOVE ZEROS TO WS-JRN-COUNT
           MOVE MRS-GLR-STAGE TO WS-STAGE-PATH
      *    No staging file means the run staged nothing - a run that
      *    starts the feed fresh still gets an empty feed, so last
      *    night's lines are never sent twice.
           OPEN INPUT MRS-GL-STAGE-FILE
           IF WS-STG-STATUS NOT = '00'
               PERFORM 150-START-FEED THRU 150-EXIT
               GOBACK
           END-IF
           PERFORM 200-NET-JOURNALS THRU 200-EXIT
           CLOSE MRS-GL-STAGE-FILE
           IF WS-LINE-CNT = ZERO
               PERFORM 150-START-FEED THRU 150-EXIT
               GOBACK
           END-IF
           PERFORM 300-DECIDE THRU 300-EXIT
           PERFORM 400-ROUTE-LINES THRU 400-EXIT
      *    Every staged line has gone to the feed or the held file.
           OPEN OUTPUT MRS-GL-STAGE-FILE
           CLOSE MRS-GL-STAGE-FILE
           PERFORM 500-PRINT-REPORT THRU 500-EXIT
           GOBACK.
       100-EXIT.
           EXIT.

       150-START-FEED.
           IF MRS-GLR-FEED-MODE = "O"
               OPEN OUTPUT MRS-GL-POST-FILE
               CLOSE MRS-GL-POST-FILE
           END-IF.
       150-EXIT.
           EXIT.

      * First pass - lines, plus and minus totals, and net for every
      * journal on the staging file.
       200-NET-JOURNALS.
           MOVE "Y" TO WS-JRN-CLAIM
           MOVE "N" TO STG-EOF
           PERFORM UNTIL STG-EOF = "Y"
               READ MRS-GL-STAGE-FILE
                   AT END
                       MOVE "Y" TO STG-EOF
                   NOT AT END
                       MOVE MRS-GL-STAGE-LINE TO MRS-GL-POST-REC
                       ADD 1 TO WS-LINE-CNT
                       PERFORM 250-APPLY-ONE-LINE THRU 250-EXIT
               END-READ
           END-PERFORM.
       200-EXIT.
           EXIT.

       250-APPLY-ONE-LINE.
           PERFORM 270-FIND-JOURNAL THRU 270-EXIT
           IF WS-JRN-FOUND NOT = "Y"
               ADD 1 TO WS-OVER-LINES
               ADD MRS-GL-ADJUST-AMOUNT TO WS-OVER-AMT
               GO TO 250-EXIT
           END-IF
           ADD 1 TO WJ-LINES(JRN-I)
           IF MRS-GL-ADJUST-AMOUNT < ZERO
               ADD MRS-GL-ADJUST-AMOUNT TO WJ-MINUS(JRN-I)
           ELSE
               ADD MRS-GL-ADJUST-AMOUNT TO WJ-PLUS(JRN-I)
           END-IF
           ADD MRS-GL-ADJUST-AMOUNT TO WJ-NET(JRN-I).
       250-EXIT.
           EXIT.

      * Finds the slot for the journal on the line in hand, claiming
      * a fresh one on the first pass when there is room. WS-JRN-FOUND
      * is left "N" when the journal has no slot.
       270-FIND-JOURNAL.
           MOVE "N" TO WS-JRN-FOUND
           PERFORM VARYING JRN-I FROM 1 BY 1
                   UNTIL JRN-I > WS-JRN-COUNT OR WS-JRN-FOUND = "Y"
               IF WJ-JOURNAL(JRN-I) = MRS-GL-JOURNAL-NUM
                   MOVE "Y" TO WS-JRN-FOUND
               END-IF
           END-PERFORM
           IF WS-JRN-FOUND = "Y"
               SET JRN-I DOWN BY 1
               GO TO 270-EXIT
           END-IF
           IF WS-JRN-CLAIM NOT = "Y" OR WS-JRN-COUNT >= 50
               GO TO 270-EXIT
           END-IF
           ADD 1 TO WS-JRN-COUNT
           SET JRN-I TO WS-JRN-COUNT
           MOVE MRS-GL-JOURNAL-NUM TO WJ-JOURNAL(JRN-I)
           MOVE ZEROS TO WJ-LINES(JRN-I)
           MOVE ZEROS TO WJ-PLUS(JRN-I)
           MOVE ZEROS TO WJ-MINUS(JRN-I)
           MOVE ZEROS TO WJ-NET(JRN-I)
           MOVE "Y" TO WS-JRN-FOUND.
       270-EXIT.
           EXIT.

      * A journal is released only when its lines net to zero.
       300-DECIDE.
           PERFORM VARYING JRN-I FROM 1 BY 1
                   UNTIL JRN-I > WS-JRN-COUNT
               IF WJ-NET(JRN-I) = ZERO
                   MOVE "Y" TO WJ-RELEASE(JRN-I)
                   ADD 1 TO MRS-GLR-RELEASED
               ELSE
                   MOVE "N" TO WJ-RELEASE(JRN-I)
                   ADD 1 TO MRS-GLR-HELD
               END-IF
           END-PERFORM
           IF WS-OVER-LINES > ZERO
               ADD 1 TO MRS-GLR-HELD
           END-IF.
       300-EXIT.
           EXIT.

      * Second pass - each line follows its journal to the feed or to
      * the held file. Lines whose journal had no slot are held.
       400-ROUTE-LINES.
           OPEN INPUT MRS-GL-STAGE-FILE
           IF MRS-GLR-FEED-MODE = "O"
               OPEN OUTPUT MRS-GL-POST-FILE
           ELSE
               OPEN EXTEND MRS-GL-POST-FILE
               IF WS-POST-STATUS = '35'
                   OPEN OUTPUT MRS-GL-POST-FILE
               END-IF
           END-IF
           OPEN EXTEND MRS-GL-HELD-FILE
           IF WS-HELD-STATUS = '35'
               OPEN OUTPUT MRS-GL-HELD-FILE
           END-IF
      *    The table is settled - no slots are claimed on this pass.
           MOVE "N" TO WS-JRN-CLAIM
           MOVE "N" TO STG-EOF
           PERFORM UNTIL STG-EOF = "Y"
               READ MRS-GL-STAGE-FILE
                   AT END
                       MOVE "Y" TO STG-EOF
                   NOT AT END
                       MOVE MRS-GL-STAGE-LINE TO MRS-GL-POST-REC
                       PERFORM 270-FIND-JOURNAL THRU 270-EXIT
                       IF WS-JRN-FOUND = "Y"
                          AND WJ-RELEASE(JRN-I) = "Y"
                           MOVE MRS-GLR-PROGRAM TO MRS-GPP-PROGRAM
                           MOVE MRS-GL-STAGE-SITE TO MRS-GPP-SITE
                           CALL "MRS-5040" USING MRS-GLP-PUT
                               MRS-GL-POST-REC
                           WRITE MRS-GL-POST-REC
                       ELSE
                           WRITE MRS-GL-HELD-REC FROM MRS-GL-STAGE-REC
                       END-IF
               END-READ
           END-PERFORM
           CLOSE MRS-GL-STAGE-FILE
                 MRS-GL-POST-FILE
                 MRS-GL-HELD-FILE.
       400-EXIT.
           EXIT.

       500-PRINT-REPORT.
           OPEN OUTPUT MRS-GLR-RPT
           MOVE MRS-GLR-PROGRAM TO RH-PROGRAM
           MOVE WS-NOW-DATE TO RH-DATE
           WRITE MRS-GLR-RPT-LINE FROM WS-RPT-HEADER
           WRITE MRS-GLR-RPT-LINE FROM WS-RPT-BLANK
           WRITE MRS-GLR-RPT-LINE FROM WS-RPT-COL-HDR
           PERFORM VARYING JRN-I FROM 1 BY 1
                   UNTIL JRN-I > WS-JRN-COUNT
               MOVE WJ-JOURNAL(JRN-I) TO RD-JOURNAL
               MOVE WJ-LINES(JRN-I) TO RD-LINES
               MOVE WJ-PLUS(JRN-I) TO RD-PLUS
               MOVE WJ-MINUS(JRN-I) TO RD-MINUS
               MOVE WJ-NET(JRN-I) TO RD-NET
               IF WJ-RELEASE(JRN-I) = "Y"
                   MOVE "RELEASED" TO RD-DISP
               ELSE
                   MOVE "HELD - NOT ZERO" TO RD-DISP
               END-IF
               WRITE MRS-GLR-RPT-LINE FROM WS-RPT-DETAIL
           END-PERFORM
           IF WS-OVER-LINES > ZERO
               MOVE "(TOO MANY)" TO RD-JOURNAL
               MOVE WS-OVER-LINES TO RD-LINES
               MOVE ZEROS TO RD-PLUS
               MOVE ZEROS TO RD-MINUS
               MOVE WS-OVER-AMT TO RD-NET
               MOVE "HELD - NO ROOM" TO RD-DISP
               WRITE MRS-GLR-RPT-LINE FROM WS-RPT-DETAIL
           END-IF
           WRITE MRS-GLR-RPT-LINE FROM WS-RPT-BLANK
           MOVE MRS-GLR-RELEASED TO RS-RELEASED
           MOVE MRS-GLR-HELD TO RS-HELD
           WRITE MRS-GLR-RPT-LINE FROM WS-RPT-SUMMARY
           IF MRS-GLR-HELD > ZERO
               WRITE MRS-GLR-RPT-LINE FROM WS-RPT-FOOTER-1
           END-IF
           CLOSE MRS-GLR-RPT
           DISPLAY "MRS-5030 GL RELEASE: " MRS-GLR-PROGRAM " "
               MRS-GLR-RELEASED " JOURNAL(S) RELEASED, "
               MRS-GLR-HELD " HELD OUT OF BALANCE."
      *    The finished output registers on the report spool so
      *    the office can find and reprint it later.
           MOVE MRS-GLR-PROGRAM TO MRS-SP-PROGRAM
           MOVE SPACES TO MRS-SP-PARMS
           MOVE WS-NOW-DATE TO MRS-SP-PARMS(1:8)
           MOVE UT-SYS-GL-RELEASE-RPT TO MRS-SP-PATH
           CALL "MRS-7050" USING MRS-SPOOL-PUT.
       500-EXIT.
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
               WHEN "POST"
                   MOVE CFG-PATH TO UT-SYS-POST
               WHEN "GL-HELD"
                   MOVE CFG-PATH TO UT-SYS-GL-HELD
               WHEN "GL-RELEASE-RPT"
                   MOVE CFG-PATH TO UT-SYS-GL-RELEASE-RPT
           END-EVALUATE.
       170-END.
           EXIT.

       end program MRS-5030.
