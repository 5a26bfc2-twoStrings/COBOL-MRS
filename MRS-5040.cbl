       IDENTIFICATION DIVISION.
       PROGRAM-ID.  MRS-5040.
       AUTHOR.  JOHN BELLEK.
      *****************************************************************
      * GL period lock - the back-posting guard every GL feed writer
      * calls on each line just before it goes down (MRS-GLPPUT.CPY).
      * Once a supervisor has closed a month (MRS-1660) nothing dated
      * inside it may reach the feed: a reversal, a late settlement
      * or a payment that would land in the closed month has its
      * transaction date moved to the first day of the first open
      * month after it. The journal number and amount are left as
      * they are, so both sides of a balanced journal move together.
      *
      * Every line so moved leaves a note on the GL period note log
      * - the day, the program, the line's account, journal and
      * identifier, the date it carried, the date it went out under,
      * and the amount - so the accountant can see what was pushed
      * forward out of the closed month and why the month reads the
      * way it does.
      *
      * No period file on disk means no month has ever been closed.
      *
      * Last of all every line, moved or not, is added to the end of
      * the GL history ledger with the site the caller gave for it,
      * so the month's figures can still be read once the night's
      * feed has gone to the corporate system.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MRS-GL-PERIOD-FILE
               ASSIGN TO UT-SYS-GLPERIOD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MRS-GLP-PERIOD
               FILE STATUS IS WS-GLP-STATUS.

           SELECT MRS-GLP-NOTE-FILE
               ASSIGN TO UT-SYS-GLP-NOTE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NOTE-STATUS.

           SELECT MRS-GL-HIST-FILE
               ASSIGN TO UT-SYS-GLHIST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.

           SELECT MRS-FILE-CONFIG-FILE
               ASSIGN TO UT-SYS-FILE-CFG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CFG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       COPY "CPYBOOKS/MRS-GLPER.CPY".

       FD  MRS-GLP-NOTE-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  MRS-GLP-NOTE-LINE                   PIC X(80).

       COPY "CPYBOOKS/MRS-GLHIST.CPY".

       COPY "CPYBOOKS/MRS-FILE-CFG.CPY".

       WORKING-STORAGE SECTION.
       COPY "CPYBOOKS/DATETIME.CPY".
       COPY "CPYBOOKS/MRS-SIGNON.CPY".
       COPY "CPYBOOKS/MRS-TRNPUT.CPY".

       01  WS-FILENAMES.
           05  UT-SYS-GLPERIOD       PIC X(50)
                               VALUE "C:\COBOL\MRS-GLPERIOD-INDEX.DAT".
           05  UT-SYS-GLP-NOTE       PIC X(50)
                               VALUE "C:\COBOL\MRS-GL-PERIOD-NOTE.LOG".
           05  UT-SYS-GLHIST         PIC X(50)
                               VALUE "C:\COBOL\MRS-GL-HISTORY.DAT".
           05  UT-SYS-FILE-CFG       PIC X(50)
                                   VALUE "C:\COBOL\MRS-FILE-PATHS.CFG".

       01  WS-FILE-CFG-CTL.
           05  WS-CFG-STATUS         PIC XX.
           05  WS-CFG-EOF            PIC X.
               88  CFG-EOF VALUE 'Y'.

       01  WS-CONTROL.
           05  WS-GLP-STATUS         PIC XX.
           05  WS-NOTE-STATUS        PIC XX.
           05  WS-HIST-STATUS        PIC XX.
           05  WS-CONFIG-DONE        PIC X VALUE "N".
           05  WS-CLOSED             PIC X.
           05  WS-TRIES              PIC 9(3).
           05  WS-NOW-DATE           PIC 9(8).

      * The month the line is dated in, stepped forward a month at a
      * time past every closed one.
       01  WS-PERIOD-WORK.
           05  WS-PERIOD             PIC 9(6).
           05  WS-PERIOD-R REDEFINES WS-PERIOD.
               10  WS-PER-YEAR       PIC 9(4).
               10  WS-PER-MONTH      PIC 99.
           05  WS-FROM-DATE          PIC 9(8).

       01  WS-NOTE.
           05  NL-DATE               PIC 9(8).
           05  PIC X     VALUE SPACE.
           05  NL-PROGRAM            PIC X(8).
           05  PIC X     VALUE SPACE.
           05  NL-ACC-NUM            PIC 999.
           05  PIC X     VALUE SPACE.
           05  NL-JOURNAL            PIC X(10).
           05  PIC X     VALUE SPACE.
           05  NL-POST-ID            PIC X(7).
           05  PIC X     VALUE SPACE.
           05  NL-FROM-DATE          PIC 9(8).
           05  PIC X(4)  VALUE " TO ".
           05  NL-TO-DATE            PIC 9(8).
           05  PIC X     VALUE SPACE.
           05  NL-AMOUNT             PIC -----9.99.
           05  PIC X(9)  VALUE SPACES.

       LINKAGE SECTION.
       COPY "CPYBOOKS/MRS-GLPPUT.CPY".
      * The feed line about to be written, in the MRS-GL-POST.CPY
      * layout.
       01  MRS-GPL-LINE.
           05  MRS-GPL-POST-ID       PIC X(7).
           05  MRS-GPL-ACC-NUM       PIC 999.
           05  MRS-GPL-DATE.
               10  MRS-GPL-MONTH     PIC 99.
               10  MRS-GPL-DAY       PIC 99.
               10  MRS-GPL-YEAR      PIC 9999.
           05  MRS-GPL-AMOUNT        PIC S9(5)V99.
           05  MRS-GPL-JOURNAL       PIC X(10).
           05  MRS-GPL-DESC          PIC X(30).

       PROCEDURE DIVISION USING MRS-GLP-PUT MRS-GPL-LINE.
       100-MAIN.
           MOVE "N" TO MRS-GPP-MOVED
           IF WS-CONFIG-DONE NOT = "Y"
               PERFORM 160-LOAD-FILE-CONFIG THRU 160-END
               MOVE "Y" TO WS-CONFIG-DONE
           END-IF
      *    A line with no usable date is the writer's business, not
      *    a period question.
           IF MRS-GPL-DATE NOT NUMERIC
              OR MRS-GPL-MONTH < 1 OR MRS-GPL-MONTH > 12
               PERFORM 400-WRITE-HISTORY THRU 400-EXIT
               GOBACK
           END-IF
           OPEN INPUT MRS-GL-PERIOD-FILE
           IF WS-GLP-STATUS NOT = '00'
               PERFORM 400-WRITE-HISTORY THRU 400-EXIT
               GOBACK
           END-IF
           COMPUTE WS-PERIOD = (MRS-GPL-YEAR * 100) + MRS-GPL-MONTH
           PERFORM 200-CHECK-PERIOD THRU 200-EXIT
           IF WS-CLOSED = "Y"
               COMPUTE WS-FROM-DATE = (MRS-GPL-YEAR * 10000)
                   + (MRS-GPL-MONTH * 100) + MRS-GPL-DAY
      *        Ten years of closed months is a damaged period file,
      *        not a real calendar - stop looking there.
               MOVE ZERO TO WS-TRIES
               PERFORM UNTIL WS-CLOSED NOT = "Y" OR WS-TRIES > 120
                   ADD 1 TO WS-TRIES
                   IF WS-PER-MONTH = 12
                       MOVE 1 TO WS-PER-MONTH
                       ADD 1 TO WS-PER-YEAR
                   ELSE
                       ADD 1 TO WS-PER-MONTH
                   END-IF
                   PERFORM 200-CHECK-PERIOD THRU 200-EXIT
               END-PERFORM
               MOVE WS-PER-MONTH TO MRS-GPL-MONTH
               MOVE 1 TO MRS-GPL-DAY
               MOVE WS-PER-YEAR TO MRS-GPL-YEAR
               MOVE "Y" TO MRS-GPP-MOVED
               PERFORM 300-WRITE-NOTE THRU 300-EXIT
           END-IF
           CLOSE MRS-GL-PERIOD-FILE
           PERFORM 400-WRITE-HISTORY THRU 400-EXIT
           GOBACK.
       100-EXIT.
           EXIT.

      * Sets WS-CLOSED for the month in WS-PERIOD. No record, or a
      * record opened again, is an open month.
       200-CHECK-PERIOD.
           MOVE "N" TO WS-CLOSED
           MOVE WS-PERIOD TO MRS-GLP-PERIOD
           READ MRS-GL-PERIOD-FILE KEY IS MRS-GLP-PERIOD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF MRS-GLP-STATUS = "C"
                       MOVE "Y" TO WS-CLOSED
                   END-IF
           END-READ.
       200-EXIT.
           EXIT.

       300-WRITE-NOTE.
           MOVE FUNCTION CURRENT-DATE TO WS-DATETIME
           COMPUTE WS-NOW-DATE =
               (WS-YEAR * 10000) + (WS-MONTH * 100) + WS-DAY
           MOVE WS-NOW-DATE TO NL-DATE
           MOVE MRS-GPP-PROGRAM TO NL-PROGRAM
           MOVE MRS-GPL-ACC-NUM TO NL-ACC-NUM
           MOVE MRS-GPL-JOURNAL TO NL-JOURNAL
           MOVE MRS-GPL-POST-ID TO NL-POST-ID
           MOVE WS-FROM-DATE TO NL-FROM-DATE
           COMPUTE NL-TO-DATE = (WS-PERIOD * 100) + 1
           MOVE MRS-GPL-AMOUNT TO NL-AMOUNT
           OPEN EXTEND MRS-GLP-NOTE-FILE
           IF WS-NOTE-STATUS = '35'
               OPEN OUTPUT MRS-GLP-NOTE-FILE
           END-IF
           WRITE MRS-GLP-NOTE-LINE FROM WS-NOTE
           CLOSE MRS-GLP-NOTE-FILE.
       300-EXIT.
           EXIT.

      * The line as it goes out, onto the end of the GL history
      * ledger. A caller with no site to give is a chain-wide line.
       400-WRITE-HISTORY.
           MOVE FUNCTION CURRENT-DATE TO WS-DATETIME
           COMPUTE WS-NOW-DATE =
               (WS-YEAR * 10000) + (WS-MONTH * 100) + WS-DAY
           MOVE SPACES TO MRS-GLH-REC
           MOVE MRS-GPL-POST-ID TO MRS-GLH-POST-ID
           MOVE MRS-GPL-ACC-NUM TO MRS-GLH-ACC-NUM
           MOVE MRS-GPL-DATE TO MRS-GLH-DATE
           MOVE MRS-GPL-AMOUNT TO MRS-GLH-AMOUNT
           MOVE MRS-GPL-JOURNAL TO MRS-GLH-JOURNAL
           MOVE MRS-GPL-DESC TO MRS-GLH-DESC
           MOVE MRS-GPP-SITE TO MRS-GLH-SITE
           IF MRS-GLH-SITE = SPACES OR LOW-VALUES
               MOVE "**" TO MRS-GLH-SITE
           END-IF
           MOVE MRS-GPP-PROGRAM TO MRS-GLH-PROGRAM
           MOVE WS-NOW-DATE TO MRS-GLH-SENT-DATE
           MOVE MRS-GPP-MOVED TO MRS-GLH-MOVED
           OPEN EXTEND MRS-GL-HIST-FILE
           IF WS-HIST-STATUS = '35'
               OPEN OUTPUT MRS-GL-HIST-FILE
           END-IF
           WRITE MRS-GLH-REC
           CLOSE MRS-GL-HIST-FILE.
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
               WHEN "GLPERIOD"
                   MOVE CFG-PATH TO UT-SYS-GLPERIOD
               WHEN "GLP-NOTE"
                   MOVE CFG-PATH TO UT-SYS-GLP-NOTE
               WHEN "GLHIST"
                   MOVE CFG-PATH TO UT-SYS-GLHIST
           END-EVALUATE.
       170-END.
           EXIT.

       end program MRS-5040.
