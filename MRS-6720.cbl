       IDENTIFICATION DIVISION.
       PROGRAM-ID.  MRS-6720.
       AUTHOR.  JOHN BELLEK.
      *****************************************************************
      * Side-file retention purge, in the MRS-6700 mold. The rental,
      * show, and audit files have had their purges for years; the
      * side files beside them kept every closed record forever.
      * This job takes each one in turn, works out its cutoff from
      * its own retention period, and moves every closed record
      * older than the cutoff to a dated archive file
      * (<stem><file>-YYYYMMDD.DAT - a rerun the same day adds on),
      * deleting it from the live file:
      *
      *   action queue    resolved or waived, by date raised
      *   notifications   sent, contacted, or failed, by date queued
      *   group holds     converted or released, by expiry date
      *   waitlist        closed requests, by date entered
      *   disputes        resolved or waived, by date resolved
      *   session journal lines older than the cutoff - except each
      *                   operator's sign-on still without its
      *                   sign-off, which is a session still open
      *   night job log   lines older than the cutoff
      *   receivables     paid or cancelled, by date paid
      *
      * An open item is never touched, however old. Each retention
      * period is a business parameter (RETAIN-ACT ... RETAIN-AR on
      * MRS-1750) with the compiled value below when none has been
      * keyed. The retention report prints each file's period,
      * cutoff, and the counts kept and purged, and is registered
      * on the report spool.
      *
      * Run it outside the night run (the night driver holds the job
      * log open) and with nobody signed on - a journal line written
      * while the journal is rewritten would be lost.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MRS-ACTION-FILE
               ASSIGN TO UT-SYS-ACTION
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MRS-ACT-ID
               FILE STATUS IS WS-ACT-STATUS.

           SELECT MRS-NOTIFY-FILE
               ASSIGN TO UT-SYS-NOTIFY
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MRS-NTF-ID
               FILE STATUS IS WS-NTF-STATUS.

           SELECT MRS-HOLD-FILE
               ASSIGN TO UT-SYS-MRS-HOLD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MRS-HOLD-ID
               FILE STATUS IS WS-HOLD-STATUS.

           SELECT MRS-WAITLIST-FILE
               ASSIGN TO UT-SYS-WAITLIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MRS-WL-ID
               FILE STATUS IS WS-WL-STATUS.

           SELECT MRS-DISPUTE-FILE
               ASSIGN TO UT-SYS-DISPUTE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MRS-DSP-ID
               FILE STATUS IS WS-DSP-FILE-ST.

           SELECT MRS-RECEIV-FILE
               ASSIGN TO UT-SYS-RECEIV
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MRS-AR-INV-NO
               FILE STATUS IS WS-AR-STATUS.

           SELECT MRS-SESSION-FILE
               ASSIGN TO UT-SYS-SESSION
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SES-STATUS.

           SELECT MRS-JOBLOG-FILE
               ASSIGN TO UT-SYS-JOBLOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JL-STATUS.

           SELECT MRS-RET-ARCH-FILE
               ASSIGN TO UT-SYS-RET-ARCH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCH-STATUS.

           SELECT MRS-RET-KEEP-FILE
               ASSIGN TO UT-SYS-RET-KEEP
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT MRS-RET-RPT
               ASSIGN TO UT-SYS-RET-RPT
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT MRS-FILE-CONFIG-FILE
               ASSIGN TO UT-SYS-FILE-CFG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CFG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       COPY "CPYBOOKS/MRS-ACTION.CPY".
       COPY "CPYBOOKS/MRS-NOTIFY.CPY".
       COPY "CPYBOOKS/MRS-HOLD.CPY".
       COPY "CPYBOOKS/MRS-WAITLIST.CPY".
       COPY "CPYBOOKS/MRS-DISPUTE.CPY".
       COPY "CPYBOOKS/MRS-RECEIV.CPY".
       COPY "CPYBOOKS/MRS-SESSION.CPY".
       COPY "CPYBOOKS/MRS-JOBLOG.CPY".

      * Any of the side files' records, exactly as it lay on the
      * live file - the widest is the dispute's 112.
       FD  MRS-RET-ARCH-FILE
           RECORD CONTAINS 112 CHARACTERS.
       01  MRS-RET-ARCH-REC                    PIC X(112).

      * The journal or job log lines staying live, while the live
      * file is rewritten.
       FD  MRS-RET-KEEP-FILE
           RECORD CONTAINS 60 CHARACTERS.
       01  MRS-RET-KEEP-REC                    PIC X(60).

       FD  MRS-RET-RPT
           RECORD CONTAINS 80 CHARACTERS.
       01  MRS-RET-RPT-LINE                    PIC X(80).

       COPY "CPYBOOKS/MRS-FILE-CFG.CPY".

       WORKING-STORAGE SECTION.
       COPY "CPYBOOKS/MRS-SPLPUT.CPY".
       COPY "CPYBOOKS/DATETIME.CPY".
       COPY "CPYBOOKS/MRS-SIGNON.CPY".
       COPY "CPYBOOKS/MRS-TRNPUT.CPY".
       COPY "CPYBOOKS/MRS-BPMPUT.CPY".

       01  WS-FILENAMES.
           05  UT-SYS-ACTION         PIC X(50)
                               VALUE "C:\COBOL\MRS-ACTION-INDEX.DAT".
           05  UT-SYS-NOTIFY         PIC X(50)
                               VALUE "C:\COBOL\MRS-NOTIFY-INDEX.DAT".
           05  UT-SYS-MRS-HOLD       PIC X(50)
                                   VALUE "C:\COBOL\MRS-HOLD-INDEX.dat".
           05  UT-SYS-WAITLIST       PIC X(50)
                               VALUE "C:\COBOL\MRS-WAITLIST-INDEX.DAT".
           05  UT-SYS-DISPUTE        PIC X(50)
                               VALUE "C:\COBOL\MRS-DISPUTE-INDEX.DAT".
           05  UT-SYS-RECEIV         PIC X(50)
                               VALUE "C:\COBOL\MRS-RECEIV-INDEX.DAT".
           05  UT-SYS-SESSION        PIC X(50)
                               VALUE "C:\COBOL\MRS-SESSION.LOG".
           05  UT-SYS-JOBLOG         PIC X(50)
                               VALUE "C:\COBOL\MRS-JOB.LOG".
           05  UT-SYS-RET-KEEP       PIC X(50)
                               VALUE "C:\COBOL\MRS-RETAIN-KEEP.TMP".
           05  UT-SYS-RET-RPT        PIC X(50)
                               VALUE "C:\COBOL\MRS-RETENTION.RPT".
           05  UT-SYS-FILE-CFG       PIC X(50)
                                   VALUE "C:\COBOL\MRS-FILE-PATHS.CFG".

      * The dated archive name is built at run time for each file -
      * the stem can be overridden like any other path; the file's
      * code, the run date, and .DAT are appended to it.
       01  UT-SYS-RET-ARCH           PIC X(50).
       01  WS-ARCH-STEM              PIC X(30)
                                   VALUE "C:\COBOL\MRS-RETAIN-".

       01  WS-FILE-CFG-CTL.
           05  WS-CFG-STATUS         PIC XX.
           05  WS-CFG-EOF            PIC X.
               88  CFG-EOF VALUE 'Y'.

      * One entry per side file: the code built into its archive
      * name, its retention parameter, the period used when none
      * has been keyed, and its name on the report.
       01  WS-RETAIN-VALUES.
           05  PIC X(8)  VALUE "ACTION".
           05  PIC X(12) VALUE "RETAIN-ACT".
           05  PIC 9(5)  VALUE 180.
           05  PIC X(16) VALUE "ACTION QUEUE".
           05  PIC X(8)  VALUE "NOTIFY".
           05  PIC X(12) VALUE "RETAIN-NTF".
           05  PIC 9(5)  VALUE 90.
           05  PIC X(16) VALUE "NOTIFICATIONS".
           05  PIC X(8)  VALUE "HOLD".
           05  PIC X(12) VALUE "RETAIN-HOLD".
           05  PIC 9(5)  VALUE 90.
           05  PIC X(16) VALUE "GROUP HOLDS".
           05  PIC X(8)  VALUE "WAITLIST".
           05  PIC X(12) VALUE "RETAIN-WAIT".
           05  PIC 9(5)  VALUE 180.
           05  PIC X(16) VALUE "WAITLIST".
           05  PIC X(8)  VALUE "DISPUTE".
           05  PIC X(12) VALUE "RETAIN-DSP".
           05  PIC 9(5)  VALUE 730.
           05  PIC X(16) VALUE "VENDOR DISPUTES".
           05  PIC X(8)  VALUE "SESSION".
           05  PIC X(12) VALUE "RETAIN-SES".
           05  PIC 9(5)  VALUE 400.
           05  PIC X(16) VALUE "SESSION JOURNAL".
           05  PIC X(8)  VALUE "JOBLOG".
           05  PIC X(12) VALUE "RETAIN-JOBL".
           05  PIC 9(5)  VALUE 400.
           05  PIC X(16) VALUE "NIGHT JOB LOG".
           05  PIC X(8)  VALUE "RECEIV".
           05  PIC X(12) VALUE "RETAIN-AR".
           05  PIC 9(5)  VALUE 2555.
           05  PIC X(16) VALUE "RECEIVABLES".
       01  WS-RETAIN-TABLE REDEFINES WS-RETAIN-VALUES.
           05  WS-RETAIN-ENTRY OCCURS 8 TIMES.
               10  WR-CODE           PIC X(8).
               10  WR-PARM           PIC X(12).
               10  WR-DEFAULT        PIC 9(5).
               10  WR-LABEL          PIC X(16).

       01  WS-CONTROL.
           05  WS-ACT-STATUS         PIC XX.
           05  WS-NTF-STATUS         PIC XX.
           05  WS-HOLD-STATUS        PIC XX.
           05  WS-WL-STATUS          PIC XX.
           05  WS-DSP-FILE-ST        PIC XX.
           05  WS-AR-STATUS          PIC XX.
           05  WS-SES-STATUS         PIC XX.
           05  WS-JL-STATUS          PIC XX.
           05  WS-ARCH-STATUS        PIC XX.
           05  WS-EOF                PIC X.
           05  WS-ARCH-OPEN          PIC X.
           05  WS-CLOSED             PIC X.
           05  WS-OLD                PIC X.
           05  WS-ON-DISK            PIC X.
           05  WS-F                  PIC 9.
           05  WS-RETAIN-DAYS        PIC 9(5).
           05  WS-TODAY-NUM          PIC 9(8).
           05  WS-TODAY-INT          PIC 9(8).
           05  WS-CUTOFF-NUM         PIC 9(8).
           05  WS-REC-DATE           PIC 9(8).
           05  WS-KEPT-CNT           PIC 9(7).
           05  WS-PURGED-CNT         PIC 9(7).
           05  WS-TOT-KEPT           PIC 9(7) VALUE ZERO.
           05  WS-TOT-PURGED         PIC 9(7) VALUE ZERO.
           05  WS-LINE-NO            PIC 9(7).
           05  WS-DATE-X             PIC X(8).

       01  WS-ARCH-LINE              PIC X(112).

      * Each operator's last line on the session journal - a last
      * line that is a sign-on is a session still open, and stays.
       01  WS-SES-TABLE.
           05  WS-SES-COUNT          PIC 9(3) VALUE ZERO.
           05  WS-SES-SLOT OCCURS 300 TIMES INDEXED BY SES-I.
               10  WS-SES-OPERATOR   PIC X(8).
               10  WS-SES-LAST-LINE  PIC 9(7).
               10  WS-SES-LAST-EVENT PIC X(6).
       01  WS-SES-FOUND              PIC X.

       01  WS-RPT-HEADER.
           05  PIC X(30) VALUE "MRS SIDE FILE RETENTION PURGE".
           05  PIC X(4)  VALUE " ON ".
           05  RH-DATE               PIC 9(8).
           05  PIC X(38) VALUE SPACES.

       01  WS-RPT-COL-HDR.
           05  PIC X(18) VALUE "FILE".
           05  PIC X(7)  VALUE "DAYS".
           05  PIC X(10) VALUE "CUTOFF".
           05  PIC X(10) VALUE "KEPT".
           05  PIC X(10) VALUE "PURGED".
           05  PIC X(25) VALUE SPACES.

       01  WS-RPT-DETAIL.
           05  RD-FILE               PIC X(16).
           05  PIC X(2)  VALUE SPACES.
           05  RD-DAYS               PIC ZZZZ9.
           05  PIC X(2)  VALUE SPACES.
           05  RD-CUTOFF             PIC 9(8).
           05  PIC X(2)  VALUE SPACES.
           05  RD-KEPT               PIC Z(6)9.
           05  PIC X(3)  VALUE SPACES.
           05  RD-PURGED             PIC Z(6)9.
           05  PIC X(3)  VALUE SPACES.
           05  RD-NOTE               PIC X(25).

       01  WS-RPT-TOTAL.
           05  PIC X(35) VALUE "ALL FILES".
           05  RT-KEPT               PIC Z(6)9.
           05  PIC X(3)  VALUE SPACES.
           05  RT-PURGED             PIC Z(6)9.
           05  PIC X(28) VALUE SPACES.

       PROCEDURE DIVISION.
       100-MAIN.
           PERFORM 160-LOAD-FILE-CONFIG THRU 160-END
           MOVE FUNCTION CURRENT-DATE TO WS-DATETIME
           COMPUTE WS-TODAY-NUM =
               (WS-YEAR * 10000) + (WS-MONTH * 100) + WS-DAY
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE (WS-TODAY-NUM)
           MOVE WS-TODAY-NUM TO WS-DATE-X

           OPEN OUTPUT MRS-RET-RPT
           MOVE WS-TODAY-NUM TO RH-DATE
           WRITE MRS-RET-RPT-LINE FROM WS-RPT-HEADER
           WRITE MRS-RET-RPT-LINE FROM WS-RPT-COL-HDR

           MOVE 1 TO WS-F
           PERFORM 200-START-FILE THRU 200-EXIT
           PERFORM 300-PURGE-ACTION THRU 300-EXIT
           PERFORM 800-END-FILE THRU 800-EXIT
           MOVE 2 TO WS-F
           PERFORM 200-START-FILE THRU 200-EXIT
           PERFORM 310-PURGE-NOTIFY THRU 310-EXIT
           PERFORM 800-END-FILE THRU 800-EXIT
           MOVE 3 TO WS-F
           PERFORM 200-START-FILE THRU 200-EXIT
           PERFORM 320-PURGE-HOLD THRU 320-EXIT
           PERFORM 800-END-FILE THRU 800-EXIT
           MOVE 4 TO WS-F
           PERFORM 200-START-FILE THRU 200-EXIT
           PERFORM 330-PURGE-WAITLIST THRU 330-EXIT
           PERFORM 800-END-FILE THRU 800-EXIT
           MOVE 5 TO WS-F
           PERFORM 200-START-FILE THRU 200-EXIT
           PERFORM 340-PURGE-DISPUTE THRU 340-EXIT
           PERFORM 800-END-FILE THRU 800-EXIT
           MOVE 6 TO WS-F
           PERFORM 200-START-FILE THRU 200-EXIT
           PERFORM 400-PURGE-SESSION THRU 400-EXIT
           PERFORM 800-END-FILE THRU 800-EXIT
           MOVE 7 TO WS-F
           PERFORM 200-START-FILE THRU 200-EXIT
           PERFORM 500-PURGE-JOBLOG THRU 500-EXIT
           PERFORM 800-END-FILE THRU 800-EXIT
           MOVE 8 TO WS-F
           PERFORM 200-START-FILE THRU 200-EXIT
           PERFORM 350-PURGE-RECEIV THRU 350-EXIT
           PERFORM 800-END-FILE THRU 800-EXIT

           MOVE WS-TOT-KEPT TO RT-KEPT
           MOVE WS-TOT-PURGED TO RT-PURGED
           WRITE MRS-RET-RPT-LINE FROM WS-RPT-TOTAL
           CLOSE MRS-RET-RPT
           DISPLAY "MRS-6720 RETENTION: " WS-TOT-PURGED
               " RECORD(S) ARCHIVED AND PURGED, " WS-TOT-KEPT
               " KEPT."
      *    The finished output registers on the report spool so
      *    the office can find and reprint it later.
           MOVE "MRS-6720" TO MRS-SP-PROGRAM
           MOVE SPACES TO MRS-SP-PARMS
           MOVE UT-SYS-RET-RPT TO MRS-SP-PATH
           CALL "MRS-7050" USING MRS-SPOOL-PUT
           GOBACK.
       100-EXIT.
           EXIT.

      * The file's retention period (the business parameter in
      * force today, or the compiled one), its cutoff date, and its
      * dated archive name. The archive is only opened once there
      * is something to put in it.
       200-START-FILE.
           MOVE WR-PARM(WS-F) TO MRS-BPP-NAME
           MOVE WS-TODAY-NUM TO MRS-BPP-AS-OF
           MOVE WR-DEFAULT(WS-F) TO MRS-BPP-VALUE
           CALL "MRS-1760" USING MRS-BPM-PUT
           MOVE MRS-BPP-VALUE TO WS-RETAIN-DAYS
           IF WS-RETAIN-DAYS >= WS-TODAY-INT
               MOVE ZERO TO WS-CUTOFF-NUM
           ELSE
               COMPUTE WS-CUTOFF-NUM = FUNCTION DATE-OF-INTEGER
                   (WS-TODAY-INT - WS-RETAIN-DAYS)
           END-IF
           MOVE ZERO TO WS-KEPT-CNT
           MOVE ZERO TO WS-PURGED-CNT
           MOVE "N" TO WS-ARCH-OPEN
           MOVE "Y" TO WS-ON-DISK
           MOVE SPACES TO UT-SYS-RET-ARCH
           STRING FUNCTION TRIM(WS-ARCH-STEM) DELIMITED BY SIZE
                  WR-CODE(WS-F) DELIMITED BY SPACE
                  "-" DELIMITED BY SIZE
                  WS-DATE-X DELIMITED BY SIZE
                  ".DAT" DELIMITED BY SIZE
               INTO UT-SYS-RET-ARCH
           END-STRING
      *    The archive name is built from its stem after the paths
      *    load, so a training session moves it on its own.
           IF MRS-SIGNON-TRAINING = "Y"
               MOVE LENGTH OF UT-SYS-RET-ARCH TO MRS-TRN-AREA-LEN
               CALL "MRS-1060" USING MRS-TRN-PUT UT-SYS-RET-ARCH
           END-IF.
       200-EXIT.
           EXIT.

      * Action items: resolved or waived, by the date raised.
       300-PURGE-ACTION.
           OPEN I-O MRS-ACTION-FILE
           IF WS-ACT-STATUS NOT = '00'
               MOVE "N" TO WS-ON-DISK
               GO TO 300-EXIT
           END-IF
           MOVE "N" TO WS-EOF
           MOVE ZEROS TO MRS-ACT-ID
           START MRS-ACTION-FILE KEY IS NOT LESS THAN MRS-ACT-ID
               INVALID KEY
                   MOVE "Y" TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = "Y"
               READ MRS-ACTION-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       MOVE "N" TO WS-CLOSED
                       IF MRS-ACT-STATUS = "R" OR
                          MRS-ACT-STATUS = "W"
                           MOVE "Y" TO WS-CLOSED
                       END-IF
                       MOVE MRS-ACT-CREATED TO WS-REC-DATE
                       PERFORM 600-AGE-CHECK THRU 600-EXIT
                       IF WS-OLD = "Y"
                           MOVE MRS-ACTION-REC TO WS-ARCH-LINE
                           PERFORM 700-ARCHIVE THRU 700-EXIT
                           DELETE MRS-ACTION-FILE
                           END-DELETE
                       ELSE
                           ADD 1 TO WS-KEPT-CNT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE MRS-ACTION-FILE.
       300-EXIT.
           EXIT.

      * Notices: anything past queued - sent to the service,
      * contacted, or failed - by the date queued.
       310-PURGE-NOTIFY.
           OPEN I-O MRS-NOTIFY-FILE
           IF WS-NTF-STATUS NOT = '00'
               MOVE "N" TO WS-ON-DISK
               GO TO 310-EXIT
           END-IF
           MOVE "N" TO WS-EOF
           MOVE ZEROS TO MRS-NTF-ID
           START MRS-NOTIFY-FILE KEY IS NOT LESS THAN MRS-NTF-ID
               INVALID KEY
                   MOVE "Y" TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = "Y"
               READ MRS-NOTIFY-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       MOVE "N" TO WS-CLOSED
                       IF MRS-NTF-STATUS = "S" OR
                          MRS-NTF-STATUS = "C" OR
                          MRS-NTF-STATUS = "F"
                           MOVE "Y" TO WS-CLOSED
                       END-IF
                       MOVE MRS-NTF-CREATED TO WS-REC-DATE
                       PERFORM 600-AGE-CHECK THRU 600-EXIT
                       IF WS-OLD = "Y"
                           MOVE MRS-NOTIFY-REC TO WS-ARCH-LINE
                           PERFORM 700-ARCHIVE THRU 700-EXIT
                           DELETE MRS-NOTIFY-FILE
                           END-DELETE
                       ELSE
                           ADD 1 TO WS-KEPT-CNT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE MRS-NOTIFY-FILE.
       310-EXIT.
           EXIT.

      * Group holds: converted or released, by the expiry date.
       320-PURGE-HOLD.
           OPEN I-O MRS-HOLD-FILE
           IF WS-HOLD-STATUS NOT = '00'
               MOVE "N" TO WS-ON-DISK
               GO TO 320-EXIT
           END-IF
           MOVE "N" TO WS-EOF
           MOVE ZEROS TO MRS-HOLD-ID
           START MRS-HOLD-FILE KEY IS NOT LESS THAN MRS-HOLD-ID
               INVALID KEY
                   MOVE "Y" TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = "Y"
               READ MRS-HOLD-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       MOVE "N" TO WS-CLOSED
                       IF MRS-HOLD-STATUS = "C" OR
                          MRS-HOLD-STATUS = "X"
                           MOVE "Y" TO WS-CLOSED
                       END-IF
                       MOVE MRS-HOLD-EXPIRE-DATE TO WS-REC-DATE
                       PERFORM 600-AGE-CHECK THRU 600-EXIT
                       IF WS-OLD = "Y"
                           MOVE MRS-HOLD-REC TO WS-ARCH-LINE
                           PERFORM 700-ARCHIVE THRU 700-EXIT
                           DELETE MRS-HOLD-FILE
                           END-DELETE
                       ELSE
                           ADD 1 TO WS-KEPT-CNT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE MRS-HOLD-FILE.
       320-EXIT.
           EXIT.

      * Waitlist: closed requests only - one still waiting, or
      * available and not yet called, stays - by the date entered.
       330-PURGE-WAITLIST.
           OPEN I-O MRS-WAITLIST-FILE
           IF WS-WL-STATUS NOT = '00'
               MOVE "N" TO WS-ON-DISK
               GO TO 330-EXIT
           END-IF
           MOVE "N" TO WS-EOF
           MOVE ZEROS TO MRS-WL-ID
           START MRS-WAITLIST-FILE KEY IS NOT LESS THAN MRS-WL-ID
               INVALID KEY
                   MOVE "Y" TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = "Y"
               READ MRS-WAITLIST-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       MOVE "N" TO WS-CLOSED
                       IF MRS-WL-STATUS = "C"
                           MOVE "Y" TO WS-CLOSED
                       END-IF
                       MOVE MRS-WL-ENTERED-DATE TO WS-REC-DATE
                       PERFORM 600-AGE-CHECK THRU 600-EXIT
                       IF WS-OLD = "Y"
                           MOVE MRS-WAITLIST-REC TO WS-ARCH-LINE
                           PERFORM 700-ARCHIVE THRU 700-EXIT
                           DELETE MRS-WAITLIST-FILE
                           END-DELETE
                       ELSE
                           ADD 1 TO WS-KEPT-CNT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE MRS-WAITLIST-FILE.
       330-EXIT.
           EXIT.

      * Disputes: resolved or waived, by the date resolved (the
      * date opened for one closed before the date was kept). The
      * invoice reconciliation no longer recognizes a purged one,
      * which is why the period here is the longest of the lot.
       340-PURGE-DISPUTE.
           OPEN I-O MRS-DISPUTE-FILE
           IF WS-DSP-FILE-ST NOT = '00'
               MOVE "N" TO WS-ON-DISK
               GO TO 340-EXIT
           END-IF
           MOVE "N" TO WS-EOF
           MOVE ZEROS TO MRS-DSP-ID
           START MRS-DISPUTE-FILE KEY IS NOT LESS THAN MRS-DSP-ID
               INVALID KEY
                   MOVE "Y" TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = "Y"
               READ MRS-DISPUTE-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       MOVE "N" TO WS-CLOSED
                       IF MRS-DSP-STATUS = "R" OR
                          MRS-DSP-STATUS = "W"
                           MOVE "Y" TO WS-CLOSED
                       END-IF
                       IF MRS-DSP-RESOLVED-DATE NUMERIC AND
                          MRS-DSP-RESOLVED-DATE > ZERO
                           MOVE MRS-DSP-RESOLVED-DATE TO WS-REC-DATE
                       ELSE
                           MOVE MRS-DSP-OPENED TO WS-REC-DATE
                       END-IF
                       PERFORM 600-AGE-CHECK THRU 600-EXIT
                       IF WS-OLD = "Y"
                           MOVE MRS-DISPUTE-REC TO WS-ARCH-LINE
                           PERFORM 700-ARCHIVE THRU 700-EXIT
                           DELETE MRS-DISPUTE-FILE
                           END-DELETE
                       ELSE
                           ADD 1 TO WS-KEPT-CNT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE MRS-DISPUTE-FILE.
       340-EXIT.
           EXIT.

      * Receivables: paid in full or cancelled, by the date paid
      * (the invoice date for a cancelled one, never paid).
       350-PURGE-RECEIV.
           OPEN I-O MRS-RECEIV-FILE
           IF WS-AR-STATUS NOT = '00'
               MOVE "N" TO WS-ON-DISK
               GO TO 350-EXIT
           END-IF
           MOVE "N" TO WS-EOF
           MOVE ZEROS TO MRS-AR-INV-NO
           START MRS-RECEIV-FILE KEY IS NOT LESS THAN MRS-AR-INV-NO
               INVALID KEY
                   MOVE "Y" TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = "Y"
               READ MRS-RECEIV-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       MOVE "N" TO WS-CLOSED
                       IF MRS-AR-STATUS = "P" OR
                          MRS-AR-STATUS = "X"
                           MOVE "Y" TO WS-CLOSED
                       END-IF
                       IF MRS-AR-PAID-DATE NUMERIC AND
                          MRS-AR-PAID-DATE > ZERO
                           MOVE MRS-AR-PAID-DATE TO WS-REC-DATE
                       ELSE
                           MOVE MRS-AR-INV-DATE TO WS-REC-DATE
                       END-IF
                       PERFORM 600-AGE-CHECK THRU 600-EXIT
                       IF WS-OLD = "Y"
                           MOVE MRS-RECEIV-REC TO WS-ARCH-LINE
                           PERFORM 700-ARCHIVE THRU 700-EXIT
                           DELETE MRS-RECEIV-FILE
                           END-DELETE
                       ELSE
                           ADD 1 TO WS-KEPT-CNT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE MRS-RECEIV-FILE.
       350-EXIT.
           EXIT.

      * The session journal, in two passes: the first finds each
      * operator's last line, the second splits the journal between
      * the archive and the keep file, which then becomes the live
      * journal.
       400-PURGE-SESSION.
           MOVE ZERO TO WS-SES-COUNT
           MOVE ZERO TO WS-LINE-NO
           OPEN INPUT MRS-SESSION-FILE
           IF WS-SES-STATUS NOT = '00'
               MOVE "N" TO WS-ON-DISK
               GO TO 400-EXIT
           END-IF
           MOVE "N" TO WS-EOF
           PERFORM UNTIL WS-EOF = "Y"
               READ MRS-SESSION-FILE
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-LINE-NO
                       PERFORM 410-NOTE-LAST-EVENT THRU 410-EXIT
               END-READ
           END-PERFORM
           CLOSE MRS-SESSION-FILE

           MOVE ZERO TO WS-LINE-NO
           OPEN INPUT MRS-SESSION-FILE
           OPEN OUTPUT MRS-RET-KEEP-FILE
           MOVE "N" TO WS-EOF
           PERFORM UNTIL WS-EOF = "Y"
               READ MRS-SESSION-FILE
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-LINE-NO
                       PERFORM 420-SPLIT-SESSION-LINE THRU 420-EXIT
               END-READ
           END-PERFORM
           CLOSE MRS-SESSION-FILE
                 MRS-RET-KEEP-FILE
           IF WS-PURGED-CNT = ZERO
               GO TO 400-EXIT
           END-IF

           OPEN INPUT MRS-RET-KEEP-FILE
           OPEN OUTPUT MRS-SESSION-FILE
           MOVE "N" TO WS-EOF
           PERFORM UNTIL WS-EOF = "Y"
               READ MRS-RET-KEEP-FILE
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       MOVE MRS-RET-KEEP-REC TO MRS-SESSION-REC
                       WRITE MRS-SESSION-REC
               END-READ
           END-PERFORM
           CLOSE MRS-RET-KEEP-FILE
                 MRS-SESSION-FILE.
       400-EXIT.
           EXIT.

       410-NOTE-LAST-EVENT.
           PERFORM 430-FIND-OPERATOR THRU 430-EXIT
           IF WS-SES-FOUND = "N"
               IF WS-SES-COUNT = 300
                   GO TO 410-EXIT
               END-IF
               ADD 1 TO WS-SES-COUNT
               SET SES-I TO WS-SES-COUNT
               MOVE MRS-SES-OPERATOR TO WS-SES-OPERATOR(SES-I)
           END-IF
           MOVE WS-LINE-NO TO WS-SES-LAST-LINE(SES-I)
           MOVE MRS-SES-EVENT TO WS-SES-LAST-EVENT(SES-I).
       410-EXIT.
           EXIT.

      * A sign-on is kept, however old, when it is its operator's
      * last line - or when the operator could not be tracked, so
      * there is no telling.
       420-SPLIT-SESSION-LINE.
           MOVE "Y" TO WS-CLOSED
           IF MRS-SES-EVENT = "SIGNON"
               PERFORM 430-FIND-OPERATOR THRU 430-EXIT
               IF WS-SES-FOUND = "N"
                   MOVE "N" TO WS-CLOSED
               ELSE
                   IF WS-SES-LAST-LINE(SES-I) = WS-LINE-NO
                       MOVE "N" TO WS-CLOSED
                   END-IF
               END-IF
           END-IF
           MOVE MRS-SES-DATE TO WS-REC-DATE
           PERFORM 600-AGE-CHECK THRU 600-EXIT
           IF WS-OLD = "Y"
               MOVE MRS-SESSION-REC TO WS-ARCH-LINE
               PERFORM 700-ARCHIVE THRU 700-EXIT
           ELSE
               MOVE MRS-SESSION-REC TO MRS-RET-KEEP-REC
               WRITE MRS-RET-KEEP-REC
               ADD 1 TO WS-KEPT-CNT
           END-IF.
       420-EXIT.
           EXIT.

       430-FIND-OPERATOR.
           MOVE "N" TO WS-SES-FOUND
           SET SES-I TO 1
           SEARCH WS-SES-SLOT
               AT END
                   CONTINUE
               WHEN SES-I > WS-SES-COUNT
                   CONTINUE
               WHEN WS-SES-OPERATOR(SES-I) = MRS-SES-OPERATOR
                   MOVE "Y" TO WS-SES-FOUND
           END-SEARCH.
       430-EXIT.
           EXIT.

      * The night job log: every line older than the cutoff goes,
      * the rest is written back as the live log.
       500-PURGE-JOBLOG.
           OPEN INPUT MRS-JOBLOG-FILE
           IF WS-JL-STATUS NOT = '00'
               MOVE "N" TO WS-ON-DISK
               GO TO 500-EXIT
           END-IF
           OPEN OUTPUT MRS-RET-KEEP-FILE
           MOVE "Y" TO WS-CLOSED
           MOVE "N" TO WS-EOF
           PERFORM UNTIL WS-EOF = "Y"
               READ MRS-JOBLOG-FILE
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       MOVE MRS-JL-DATE TO WS-REC-DATE
                       PERFORM 600-AGE-CHECK THRU 600-EXIT
                       IF WS-OLD = "Y"
                           MOVE MRS-JOBLOG-REC TO WS-ARCH-LINE
                           PERFORM 700-ARCHIVE THRU 700-EXIT
                       ELSE
                           MOVE MRS-JOBLOG-REC TO MRS-RET-KEEP-REC
                           WRITE MRS-RET-KEEP-REC
                           ADD 1 TO WS-KEPT-CNT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE MRS-JOBLOG-FILE
                 MRS-RET-KEEP-FILE
           IF WS-PURGED-CNT = ZERO
               GO TO 500-EXIT
           END-IF

           OPEN INPUT MRS-RET-KEEP-FILE
           OPEN OUTPUT MRS-JOBLOG-FILE
           MOVE "N" TO WS-EOF
           PERFORM UNTIL WS-EOF = "Y"
               READ MRS-RET-KEEP-FILE
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       MOVE MRS-RET-KEEP-REC TO MRS-JOBLOG-REC
                       WRITE MRS-JOBLOG-REC
               END-READ
           END-PERFORM
           CLOSE MRS-RET-KEEP-FILE
                 MRS-JOBLOG-FILE.
       500-EXIT.
           EXIT.

      * A record goes only when it is closed and dated before the
      * cutoff. A record with no usable date stays.
       600-AGE-CHECK.
           MOVE "N" TO WS-OLD
           IF WS-CLOSED = "Y" AND
              WS-REC-DATE NUMERIC AND
              WS-REC-DATE > ZERO AND
              WS-REC-DATE < WS-CUTOFF-NUM
               MOVE "Y" TO WS-OLD
           END-IF.
       600-EXIT.
           EXIT.

      * EXTEND, not OUTPUT - a rerun the same day must not wipe the
      * archive the first run just filled.
       700-ARCHIVE.
           IF WS-ARCH-OPEN = "N"
               OPEN EXTEND MRS-RET-ARCH-FILE
               IF WS-ARCH-STATUS = '35'
                   OPEN OUTPUT MRS-RET-ARCH-FILE
               END-IF
               MOVE "Y" TO WS-ARCH-OPEN
           END-IF
           MOVE WS-ARCH-LINE TO MRS-RET-ARCH-REC
           WRITE MRS-RET-ARCH-REC
           ADD 1 TO WS-PURGED-CNT.
       700-EXIT.
           EXIT.

       800-END-FILE.
           IF WS-ARCH-OPEN = "Y"
               CLOSE MRS-RET-ARCH-FILE
           END-IF
           MOVE WR-LABEL(WS-F) TO RD-FILE
           MOVE WS-RETAIN-DAYS TO RD-DAYS
           MOVE WS-CUTOFF-NUM TO RD-CUTOFF
           MOVE WS-KEPT-CNT TO RD-KEPT
           MOVE WS-PURGED-CNT TO RD-PURGED
           MOVE SPACES TO RD-NOTE
           IF WS-ON-DISK = "N"
               MOVE "NOT ON DISK" TO RD-NOTE
           END-IF
           WRITE MRS-RET-RPT-LINE FROM WS-RPT-DETAIL
           ADD WS-KEPT-CNT TO WS-TOT-KEPT
           ADD WS-PURGED-CNT TO WS-TOT-PURGED.
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
               WHEN "ACTION"
                   MOVE CFG-PATH TO UT-SYS-ACTION
               WHEN "NOTIFY"
                   MOVE CFG-PATH TO UT-SYS-NOTIFY
               WHEN "MRS-HOLD"
                   MOVE CFG-PATH TO UT-SYS-MRS-HOLD
               WHEN "WAITLIST"
                   MOVE CFG-PATH TO UT-SYS-WAITLIST
               WHEN "DISPUTE"
                   MOVE CFG-PATH TO UT-SYS-DISPUTE
               WHEN "RECEIV"
                   MOVE CFG-PATH TO UT-SYS-RECEIV
               WHEN "SESSION"
                   MOVE CFG-PATH TO UT-SYS-SESSION
               WHEN "JOBLOG"
                   MOVE CFG-PATH TO UT-SYS-JOBLOG
               WHEN "RETAIN-KEEP"
                   MOVE CFG-PATH TO UT-SYS-RET-KEEP
               WHEN "RETENTION-RPT"
                   MOVE CFG-PATH TO UT-SYS-RET-RPT
               WHEN "RETAIN-ARCH-STEM"
                   MOVE CFG-PATH TO WS-ARCH-STEM
           END-EVALUATE.
       170-END.
           EXIT.

       end program MRS-6720.
