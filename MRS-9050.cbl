       IDENTIFICATION DIVISION.
       PROGRAM-ID.  MRS-9050.
       AUTHOR.  JOHN BELLEK.
      *****************************************************************
      * Night run pre-flight. MRS-9000 used to start its first step
      * whatever state the house was in - operators still signed on
      * and holding records, a drawer never counted, a master file
      * missing, last night's run dead halfway - and the damage
      * turned up in the morning. MRS-9000 now calls this program
      * before anything else. It looks at:
      *
      *   FILES        the masters and trails the night run works,
      *                at the paths the site config gives them;
      *   SIGNED ON    the session journal replayed the way the
      *                who-is-on inquiry (MRS-8960) replays it -
      *                anybody still on besides whoever is running
      *                the night run;
      *   LOCKS        every record-in-use lock still on MRS-LOCK;
      *   BUSINESS DAY each site's business day, and whether an open
      *                day's drawer has been counted (a line on the
      *                over/short ledger for the site and day);
      *   RUN CONTROL  the night-run control record, for a step an
      *                earlier night started and never finished.
      *
      * Each finding is NO-GO (the run should not start) or CAUTION
      * (worth a look in the morning, no reason to hold the run). A
      * check that finds nothing prints one OK line. The go/no-go
      * page goes to MRS-PREFLIGHT.RPT and the verdict back to the
      * caller (MRS-PFLPUT.CPY). A site not using the lock file, the
      * session journal, or the business-day control is simply not
      * checked for it.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MRS-NIGHT-RUN-FILE
               ASSIGN TO UT-SYS-NIGHT-RUN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-STATUS.

           SELECT MRS-SESSION-FILE
               ASSIGN TO UT-SYS-SESSION
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SES-STATUS.

           SELECT MRS-LOCK-FILE
               ASSIGN TO UT-SYS-LOCKFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MRS-LCK-KEY
               FILE STATUS IS WS-LCK-STATUS.

           SELECT MRS-BIZDAY-FILE
               ASSIGN TO UT-SYS-BIZDAY
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MRS-BIZ-SITE
               FILE STATUS IS WS-BIZ-STATUS.

           SELECT MRS-OVRSHORT-FILE
               ASSIGN TO UT-SYS-OVRSHORT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OVS-STATUS.

      *    Any file at all, opened for input only to learn whether
      *    it is there.
           SELECT MRS-PROBE-FILE
               ASSIGN TO WS-PROBE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROBE-STATUS.

           SELECT MRS-PREFLIGHT-RPT
               ASSIGN TO UT-SYS-PFL-RPT
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT MRS-FILE-CONFIG-FILE
               ASSIGN TO UT-SYS-FILE-CFG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CFG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MRS-NIGHT-RUN-FILE
           RECORD CONTAINS 47 CHARACTERS.
       01  MRS-NIGHT-RUN-REC.
           05  NR-DATE                         PIC 9(8).
           05  NR-STEP-FLAGS.
               10  NR-STEP-FLAG OCCURS 39 TIMES PIC X.

       FD  MRS-PROBE-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  MRS-PROBE-REC                       PIC X(80).

       FD  MRS-PREFLIGHT-RPT
           RECORD CONTAINS 80 CHARACTERS.
       01  MRS-PREFLIGHT-LINE                  PIC X(80).

       COPY "CPYBOOKS/MRS-SESSION.CPY".
       COPY "CPYBOOKS/MRS-LOCK.CPY".
       COPY "CPYBOOKS/MRS-BIZDAY.CPY".
       COPY "CPYBOOKS/MRS-OVRSHORT.CPY".
       COPY "CPYBOOKS/MRS-FILE-CFG.CPY".

       WORKING-STORAGE SECTION.
       COPY "CPYBOOKS/DATETIME.CPY".
       COPY "CPYBOOKS/MRS-SIGNON.CPY".
       COPY "CPYBOOKS/MRS-TRNPUT.CPY".

       01  WS-FILENAMES.
           05  UT-SYS-NIGHT-RUN      PIC X(50)
                               VALUE "C:\COBOL\MRS-NIGHT-RUN.DAT".
           05  UT-SYS-SESSION        PIC X(50)
                               VALUE "C:\COBOL\MRS-SESSION.LOG".
           05  UT-SYS-LOCKFILE       PIC X(50)
                               VALUE "C:\COBOL\MRS-LOCK-INDEX.DAT".
           05  UT-SYS-BIZDAY         PIC X(50)
                               VALUE "C:\COBOL\MRS-BIZDAY-INDEX.DAT".
           05  UT-SYS-OVRSHORT       PIC X(50)
                               VALUE "C:\COBOL\MRS-OVRSHORT.DAT".
           05  UT-SYS-PFL-RPT        PIC X(50)
                               VALUE "C:\COBOL\MRS-PREFLIGHT.RPT".
           05  UT-SYS-FILE-CFG       PIC X(50)
                                   VALUE "C:\COBOL\MRS-FILE-PATHS.CFG".
      *    The files the night run cannot do without, in the same
      *    order as WS-REQ-KEYS below.
           05  WS-REQ-PATH-LIST.
               10  PIC X(50) VALUE "C:\COBOL\MRS-MOVIE-INDEX.dat".
               10  PIC X(50) VALUE "C:\COBOL\VENDOR-INDEXED.DAT".
               10  PIC X(50) VALUE "C:\COBOL\MRS-RENTAL.DAT".
               10  PIC X(50) VALUE "C:\COBOL\MRS-SCH-INDEX.dat".
               10  PIC X(50) VALUE "C:\COBOL\MRS-SHOW-INDEX.dat".
               10  PIC X(50) VALUE "C:\COBOL\MRS-SCREEN-INDEX.dat".
               10  PIC X(50) VALUE "C:\COBOL\MRS-SEAT-MAP.dat".
               10  PIC X(50) VALUE "C:\COBOL\MRS-TICKET-PRICE.DAT".
               10  PIC X(50) VALUE "C:\COBOL\MRS-OPERATOR-INDEX.DAT".
               10  PIC X(50) VALUE "C:\COBOL\MRS-TICKET-SALES.DAT".
               10  PIC X(50) VALUE "C:\COBOL\MRS-CON-SALES.DAT".
               10  PIC X(50) VALUE "C:\COBOL\MRS-AUDIT.LOG".
               10  PIC X(50) VALUE "C:\COBOL\MRS-CALENDAR-INDEX.DAT".
               10  PIC X(50) VALUE "C:\COBOL\MRS-GLACCT-INDEX.DAT".
               10  PIC X(50) VALUE "C:\COBOL\MRS-GLPERIOD-INDEX.DAT".
           05  WS-REQ-PATH-TAB REDEFINES WS-REQ-PATH-LIST.
               10  WS-REQ-PATH           PIC X(50) OCCURS 15 TIMES.

      * The site config key for each required file, and whether its
      * absence holds the run ("N") or is only noted ("C") - the
      * masters hold it; a trail, calendar, or chart of accounts a
      * site has not started yet does not.
       01  WS-REQ-KEYS.
           05  PIC X(21) VALUE "MRS-MOVIE           N".
           05  PIC X(21) VALUE "MRS-VEN             N".
           05  PIC X(21) VALUE "MRS-RENT            N".
           05  PIC X(21) VALUE "MRS-SCH             N".
           05  PIC X(21) VALUE "MRS-SHOW            N".
           05  PIC X(21) VALUE "MRS-SCREEN          N".
           05  PIC X(21) VALUE "SEAT-MAP            N".
           05  PIC X(21) VALUE "PRICE               N".
           05  PIC X(21) VALUE "OPERATOR            N".
           05  PIC X(21) VALUE "TIC-SALES           C".
           05  PIC X(21) VALUE "CON-SALES           C".
           05  PIC X(21) VALUE "AUDIT               C".
           05  PIC X(21) VALUE "CALENDAR            C".
           05  PIC X(21) VALUE "GLACCT              C".
           05  PIC X(21) VALUE "GLPERIOD            C".
       01  WS-REQ-KEY-TAB REDEFINES WS-REQ-KEYS.
           05  WS-REQ-ENTRY OCCURS 15 TIMES.
               10  WS-REQ-KEY            PIC X(20).
               10  WS-REQ-SEVERITY       PIC X.

       01  WS-FILE-CFG-CTL.
           05  WS-CFG-STATUS         PIC XX.
           05  WS-CFG-EOF            PIC X.
               88  CFG-EOF VALUE 'Y'.

       01  WS-CONTROL.
           05  WS-RUN-STATUS         PIC XX.
           05  WS-SES-STATUS         PIC XX.
           05  WS-LCK-STATUS         PIC XX.
           05  WS-BIZ-STATUS         PIC XX.
           05  WS-OVS-STATUS         PIC XX.
           05  WS-PROBE-STATUS       PIC XX.
           05  WS-PROBE-PATH         PIC X(50).
           05  WS-EOF                PIC X.
           05  WS-TODAY-NUM          PIC 9(8).
           05  WS-I                  PIC 99.
           05  WS-S                  PIC 99.
           05  WS-HITS               PIC 9(3).
           05  WS-SITE-COUNT         PIC 99 VALUE ZERO.
           05  WS-OK-TEXT            PIC X(60).

      * One slot per operator seen on the session journal; the last
      * event wins, as on the who-is-on inquiry.
       01  WS-ON-TABLE.
           05  WS-ON-SLOT OCCURS 30 TIMES INDEXED BY ON-I.
               10  WO-OPERATOR       PIC X(8).
               10  WO-USED           PIC X.
               10  WO-ON             PIC X.
               10  WO-SITE           PIC X(2).
               10  WO-DATE           PIC 9(8).
               10  WO-TIME           PIC 9(6).

      * One slot per site on the business-day control file.
       01  WS-SITE-TABLE.
           05  WS-SITE-SLOT OCCURS 10 TIMES.
               10  WT-SITE           PIC X(2).
               10  WT-DATE           PIC 9(8).
               10  WT-STATUS         PIC X.
               10  WT-COUNTED        PIC X.

      * The detail text of each kind of finding.
       01  WS-FILE-BUILD.
           05  WF-KEY                PIC X(10).
           05  PIC X     VALUE SPACE.
           05  WF-PATH               PIC X(49).
       01  WS-ON-BUILD.
           05  WB-OPERATOR           PIC X(8).
           05  PIC X(9)  VALUE " AT SITE ".
           05  WB-SITE               PIC X(2).
           05  PIC X(7)  VALUE " SINCE ".
           05  WB-DATE               PIC 9(8).
           05  PIC X     VALUE SPACE.
           05  WB-TIME               PIC 9(6).
           05  PIC X(19) VALUE SPACES.
       01  WS-LOCK-BUILD.
           05  WL-TAG                PIC X(8).
           05  PIC X     VALUE SPACE.
           05  WL-KEY                PIC X(12).
           05  PIC X(4)  VALUE " BY ".
           05  WL-OPERATOR           PIC X(8).
           05  PIC X(7)  VALUE " SINCE ".
           05  WL-DATE               PIC 9(8).
           05  PIC X     VALUE SPACE.
           05  WL-TIME               PIC 9(6).
           05  PIC X(5)  VALUE SPACES.
       01  WS-DAY-BUILD.
           05  PIC X(5)  VALUE "SITE ".
           05  WD-SITE               PIC X(2).
           05  PIC X(5)  VALUE " DAY ".
           05  WD-DATE               PIC 9(8).
           05  PIC X     VALUE SPACE.
           05  WD-TEXT               PIC X(39).
       01  WS-RUN-BUILD.
           05  PIC X(7)  VALUE "RUN OF ".
           05  WR-DATE               PIC 9(8).
           05  PIC X(6)  VALUE " STEP ".
           05  WR-STEP               PIC Z9.
           05  PIC X     VALUE SPACE.
           05  WR-TEXT               PIC X(36).

       01  WS-RPT-HEADER.
           05  PIC X(30) VALUE "MRS NIGHT RUN PRE-FLIGHT -".
           05  RH-MONTH              PIC Z9.
           05  PIC X     VALUE "/".
           05  RH-DAY                PIC Z9.
           05  PIC X     VALUE "/".
           05  RH-YEAR               PIC 9999.
           05  PIC X(40) VALUE SPACES.

       01  WS-RPT-COL-HDR.
           05  PIC X(12) VALUE "CHECK".
           05  PIC X     VALUE SPACE.
           05  PIC X(7)  VALUE "RESULT".
           05  PIC X(60) VALUE "DETAIL".

       01  WS-RPT-DETAIL.
           05  PD-CHECK              PIC X(12).
           05  PIC X     VALUE SPACE.
           05  PD-RESULT             PIC X(7).
           05  PD-DETAIL             PIC X(60).

       01  WS-RPT-VERDICT.
           05  PIC X(9)  VALUE "VERDICT: ".
           05  RV-VERDICT            PIC X(6).
           05  PIC X(4)  VALUE " -  ".
           05  RV-NOGO               PIC ZZ9.
           05  PIC X(9)  VALUE " NO-GO,  ".
           05  RV-CAUTION            PIC ZZ9.
           05  PIC X(46) VALUE " CAUTION".

       LINKAGE SECTION.
       COPY "CPYBOOKS/MRS-PFLPUT.CPY".

       PROCEDURE DIVISION USING MRS-PFL-PUT.
       100-MAIN.
           PERFORM 160-LOAD-FILE-CONFIG THRU 160-END
           MOVE FUNCTION CURRENT-DATE TO WS-DATETIME
           COMPUTE WS-TODAY-NUM =
               (WS-YEAR * 10000) + (WS-MONTH * 100) + WS-DAY
           MOVE ZERO TO MRS-PFL-NOGO-COUNT
           MOVE ZERO TO MRS-PFL-CAUTION-COUNT

           OPEN OUTPUT MRS-PREFLIGHT-RPT
           MOVE WS-MONTH TO RH-MONTH
           MOVE WS-DAY TO RH-DAY
           MOVE WS-YEAR TO RH-YEAR
           WRITE MRS-PREFLIGHT-LINE FROM WS-RPT-HEADER
           MOVE SPACES TO MRS-PREFLIGHT-LINE
           WRITE MRS-PREFLIGHT-LINE
           WRITE MRS-PREFLIGHT-LINE FROM WS-RPT-COL-HDR

           PERFORM 200-CHECK-FILES THRU 200-EXIT
           PERFORM 300-CHECK-SIGNED-ON THRU 300-EXIT
           PERFORM 400-CHECK-LOCKS THRU 400-EXIT
           PERFORM 500-CHECK-BUSINESS-DAY THRU 500-EXIT
           PERFORM 600-CHECK-RUN-CONTROL THRU 600-EXIT

           IF MRS-PFL-NOGO-COUNT = ZERO
               MOVE "G" TO MRS-PFL-RESULT
               MOVE "GO" TO RV-VERDICT
           ELSE
               MOVE "N" TO MRS-PFL-RESULT
               MOVE "NO-GO" TO RV-VERDICT
           END-IF
           MOVE MRS-PFL-NOGO-COUNT TO RV-NOGO
           MOVE MRS-PFL-CAUTION-COUNT TO RV-CAUTION
           MOVE SPACES TO MRS-PREFLIGHT-LINE
           WRITE MRS-PREFLIGHT-LINE
           WRITE MRS-PREFLIGHT-LINE FROM WS-RPT-VERDICT
           CLOSE MRS-PREFLIGHT-RPT
           DISPLAY "MRS-9050 PRE-FLIGHT " WS-RPT-VERDICT(1:40)
           GOBACK.
       100-EXIT.
           EXIT.

      * Every required file at the path this site keeps it.
       200-CHECK-FILES.
           MOVE ZERO TO WS-HITS
           MOVE "FILES" TO PD-CHECK
           PERFORM 210-PROBE-ONE-FILE THRU 210-EXIT
               VARYING WS-I FROM 1 BY 1 UNTIL WS-I > 15
           MOVE "ALL 15 REQUIRED FILES PRESENT" TO WS-OK-TEXT
           PERFORM 800-OK-IF-CLEAN THRU 800-EXIT.
       200-EXIT.
           EXIT.

       210-PROBE-ONE-FILE.
           MOVE WS-REQ-PATH(WS-I) TO WS-PROBE-PATH
           OPEN INPUT MRS-PROBE-FILE
           IF WS-PROBE-STATUS(1:1) = "0"
               CLOSE MRS-PROBE-FILE
               GO TO 210-EXIT
           END-IF
           IF WS-PROBE-STATUS NOT = "35"
               GO TO 210-EXIT
           END-IF
           MOVE WS-REQ-KEY(WS-I) TO WF-KEY
           MOVE WS-REQ-PATH(WS-I) TO WF-PATH
           MOVE WS-FILE-BUILD TO PD-DETAIL
           IF WS-REQ-SEVERITY(WS-I) = "N"
               PERFORM 810-WRITE-NOGO THRU 810-EXIT
           ELSE
               PERFORM 820-WRITE-CAUTION THRU 820-EXIT
           END-IF.
       210-EXIT.
           EXIT.

      * Replays the session journal from the top; whoever is still on
      * at the end of it is on now. The operator running the night
      * run does not count against it.
       300-CHECK-SIGNED-ON.
           MOVE ZERO TO WS-HITS
           MOVE "SIGNED ON" TO PD-CHECK
           MOVE "N" TO WS-EOF
           OPEN INPUT MRS-SESSION-FILE
           IF WS-SES-STATUS NOT = '00'
               MOVE "NO SESSION JOURNAL - NOT CHECKED" TO WS-OK-TEXT
               PERFORM 800-OK-IF-CLEAN THRU 800-EXIT
               GO TO 300-EXIT
           END-IF
           PERFORM UNTIL WS-EOF = "Y"
               READ MRS-SESSION-FILE
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       PERFORM 320-APPLY-EVENT THRU 320-EXIT
               END-READ
           END-PERFORM
           CLOSE MRS-SESSION-FILE
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > 30
               SET ON-I TO WS-I
               IF WO-USED(ON-I) = "Y" AND WO-ON(ON-I) = "Y" AND
                  WO-OPERATOR(ON-I) NOT = MRS-SIGNON-OPERATOR
                   MOVE WO-OPERATOR(ON-I) TO WB-OPERATOR
                   MOVE WO-SITE(ON-I) TO WB-SITE
                   MOVE WO-DATE(ON-I) TO WB-DATE
                   MOVE WO-TIME(ON-I) TO WB-TIME
                   MOVE WS-ON-BUILD TO PD-DETAIL
                   PERFORM 810-WRITE-NOGO THRU 810-EXIT
               END-IF
           END-PERFORM
           MOVE "NOBODY ELSE SIGNED ON" TO WS-OK-TEXT
           PERFORM 800-OK-IF-CLEAN THRU 800-EXIT.
       300-EXIT.
           EXIT.

       320-APPLY-EVENT.
           IF MRS-SES-EVENT NOT = "SIGNON" AND
              MRS-SES-EVENT NOT = "SIGNOF"
               GO TO 320-EXIT
           END-IF
           SET ON-I TO 1
           SEARCH WS-ON-SLOT
               AT END
                   SET ON-I TO 1
                   SEARCH WS-ON-SLOT
                       AT END
                           GO TO 320-EXIT
                       WHEN WO-USED(ON-I) NOT = "Y"
                           MOVE "Y" TO WO-USED(ON-I)
                           MOVE MRS-SES-OPERATOR
                               TO WO-OPERATOR(ON-I)
                           MOVE "N" TO WO-ON(ON-I)
                   END-SEARCH
               WHEN WO-USED(ON-I) = "Y"
                    AND WO-OPERATOR(ON-I) = MRS-SES-OPERATOR
                   CONTINUE
           END-SEARCH
           IF MRS-SES-EVENT = "SIGNON"
               MOVE "Y" TO WO-ON(ON-I)
               MOVE MRS-SES-SITE TO WO-SITE(ON-I)
               MOVE MRS-SES-DATE TO WO-DATE(ON-I)
               MOVE MRS-SES-TIME TO WO-TIME(ON-I)
           ELSE
               MOVE "N" TO WO-ON(ON-I)
           END-IF.
       320-EXIT.
           EXIT.

      * Any lock still on file is a record somebody is mid-update on,
      * or one a session that died left behind - either way the night
      * run should not write under it.
       400-CHECK-LOCKS.
           MOVE ZERO TO WS-HITS
           MOVE "LOCKS" TO PD-CHECK
           OPEN INPUT MRS-LOCK-FILE
           IF WS-LCK-STATUS NOT = '00'
               MOVE "NO LOCK FILE - NOT CHECKED" TO WS-OK-TEXT
               PERFORM 800-OK-IF-CLEAN THRU 800-EXIT
               GO TO 400-EXIT
           END-IF
           MOVE "N" TO WS-EOF
           MOVE LOW-VALUES TO MRS-LCK-KEY
           START MRS-LOCK-FILE KEY IS NOT LESS THAN MRS-LCK-KEY
               INVALID KEY
                   MOVE "Y" TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = "Y"
               READ MRS-LOCK-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       MOVE MRS-LCK-FILE-TAG TO WL-TAG
                       MOVE MRS-LCK-REC-KEY TO WL-KEY
                       MOVE MRS-LCK-OPERATOR TO WL-OPERATOR
                       MOVE MRS-LCK-DATE TO WL-DATE
                       MOVE MRS-LCK-TIME TO WL-TIME
                       MOVE WS-LOCK-BUILD TO PD-DETAIL
                       PERFORM 810-WRITE-NOGO THRU 810-EXIT
               END-READ
           END-PERFORM
           CLOSE MRS-LOCK-FILE
           MOVE "NO RECORDS LOCKED" TO WS-OK-TEXT
           PERFORM 800-OK-IF-CLEAN THRU 800-EXIT.
       400-EXIT.
           EXIT.

      * An open day is expected - the night run closes it - but not
      * with its drawer still uncounted. A day left open from an
      * earlier date is noted.
       500-CHECK-BUSINESS-DAY.
           MOVE ZERO TO WS-HITS
           MOVE "BUSINESS DAY" TO PD-CHECK
           OPEN INPUT MRS-BIZDAY-FILE
           IF WS-BIZ-STATUS NOT = '00'
               MOVE "NO BUSINESS DAY CONTROL - NOT CHECKED"
                   TO WS-OK-TEXT
               PERFORM 800-OK-IF-CLEAN THRU 800-EXIT
               GO TO 500-EXIT
           END-IF
           MOVE "N" TO WS-EOF
           MOVE LOW-VALUES TO MRS-BIZ-SITE
           START MRS-BIZDAY-FILE KEY IS NOT LESS THAN MRS-BIZ-SITE
               INVALID KEY
                   MOVE "Y" TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = "Y"
               READ MRS-BIZDAY-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF WS-SITE-COUNT < 10
                           ADD 1 TO WS-SITE-COUNT
                           MOVE MRS-BIZ-SITE TO WT-SITE(WS-SITE-COUNT)
                           MOVE MRS-BIZ-DATE TO WT-DATE(WS-SITE-COUNT)
                           MOVE MRS-BIZ-STATUS
                               TO WT-STATUS(WS-SITE-COUNT)
                           MOVE "N" TO WT-COUNTED(WS-SITE-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE MRS-BIZDAY-FILE
           PERFORM 520-FIND-DRAWER-COUNTS THRU 520-EXIT
           PERFORM 540-REPORT-ONE-SITE THRU 540-EXIT
               VARYING WS-S FROM 1 BY 1 UNTIL WS-S > WS-SITE-COUNT
           MOVE "EVERY OPEN DAY'S DRAWER COUNTED" TO WS-OK-TEXT
           PERFORM 800-OK-IF-CLEAN THRU 800-EXIT.
       500-EXIT.
           EXIT.

      * One pass of the over/short ledger marks each open day that
      * has at least one drawer counted into the deposit.
       520-FIND-DRAWER-COUNTS.
           MOVE "N" TO WS-EOF
           OPEN INPUT MRS-OVRSHORT-FILE
           IF WS-OVS-STATUS NOT = '00'
               GO TO 520-EXIT
           END-IF
           PERFORM UNTIL WS-EOF = "Y"
               READ MRS-OVRSHORT-FILE
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       PERFORM VARYING WS-S FROM 1 BY 1
                           UNTIL WS-S > WS-SITE-COUNT
                           IF WT-SITE(WS-S) = MRS-OVS-SITE AND
                              WT-DATE(WS-S) = MRS-OVS-DATE
                               MOVE "Y" TO WT-COUNTED(WS-S)
                           END-IF
                       END-PERFORM
               END-READ
           END-PERFORM
           CLOSE MRS-OVRSHORT-FILE.
       520-EXIT.
           EXIT.

       540-REPORT-ONE-SITE.
           IF WT-STATUS(WS-S) NOT = "O"
               GO TO 540-EXIT
           END-IF
           MOVE WT-SITE(WS-S) TO WD-SITE
           MOVE WT-DATE(WS-S) TO WD-DATE
           IF WT-COUNTED(WS-S) NOT = "Y"
               MOVE "OPEN - NO DRAWER COUNTED" TO WD-TEXT
               MOVE WS-DAY-BUILD TO PD-DETAIL
               PERFORM 810-WRITE-NOGO THRU 810-EXIT
           END-IF
           IF WT-DATE(WS-S) < WS-TODAY-NUM
               MOVE "STILL OPEN FROM AN EARLIER DATE" TO WD-TEXT
               MOVE WS-DAY-BUILD TO PD-DETAIL
               PERFORM 820-WRITE-CAUTION THRU 820-EXIT
           END-IF.
       540-EXIT.
           EXIT.

      * A step left started ("S") on an earlier night's control record
      * is work that never finished - a run on a new date starts the
      * sequence fresh and would leave it undone. The same mark on
      * tonight's record is a restart, which MRS-9000 handles.
       600-CHECK-RUN-CONTROL.
           MOVE ZERO TO WS-HITS
           MOVE "RUN CONTROL" TO PD-CHECK
           OPEN INPUT MRS-NIGHT-RUN-FILE
           IF WS-RUN-STATUS NOT = '00'
               MOVE "NO EARLIER RUN ON FILE" TO WS-OK-TEXT
               PERFORM 800-OK-IF-CLEAN THRU 800-EXIT
               GO TO 600-EXIT
           END-IF
           MOVE SPACES TO MRS-NIGHT-RUN-REC
           READ MRS-NIGHT-RUN-FILE
               AT END
                   MOVE SPACES TO MRS-NIGHT-RUN-REC
           END-READ
           CLOSE MRS-NIGHT-RUN-FILE
           IF NR-DATE NOT NUMERIC
               MOVE "NO EARLIER RUN ON FILE" TO WS-OK-TEXT
               PERFORM 800-OK-IF-CLEAN THRU 800-EXIT
               GO TO 600-EXIT
           END-IF
           PERFORM 620-CHECK-ONE-FLAG THRU 620-EXIT
               VARYING WS-I FROM 1 BY 1 UNTIL WS-I > 39
           MOVE "LAST RUN FINISHED EVERY STEP IT STARTED"
               TO WS-OK-TEXT
           PERFORM 800-OK-IF-CLEAN THRU 800-EXIT.
       600-EXIT.
           EXIT.

       620-CHECK-ONE-FLAG.
           IF NR-STEP-FLAG(WS-I) NOT = "S"
               GO TO 620-EXIT
           END-IF
           MOVE NR-DATE TO WR-DATE
           MOVE WS-I TO WR-STEP
           IF NR-DATE < WS-TODAY-NUM
               MOVE "STARTED, NEVER FINISHED" TO WR-TEXT
               MOVE WS-RUN-BUILD TO PD-DETAIL
               PERFORM 810-WRITE-NOGO THRU 810-EXIT
           ELSE
               MOVE "DIED - RERUNS TONIGHT" TO WR-TEXT
               MOVE WS-RUN-BUILD TO PD-DETAIL
               PERFORM 820-WRITE-CAUTION THRU 820-EXIT
           END-IF.
       620-EXIT.
           EXIT.

      * The one OK line for a check that turned up nothing.
       800-OK-IF-CLEAN.
           IF WS-HITS = ZERO
               MOVE "OK" TO PD-RESULT
               MOVE WS-OK-TEXT TO PD-DETAIL
               WRITE MRS-PREFLIGHT-LINE FROM WS-RPT-DETAIL
           END-IF.
       800-EXIT.
           EXIT.

       810-WRITE-NOGO.
           ADD 1 TO WS-HITS
           ADD 1 TO MRS-PFL-NOGO-COUNT
           MOVE "NO-GO" TO PD-RESULT
           WRITE MRS-PREFLIGHT-LINE FROM WS-RPT-DETAIL.
       810-EXIT.
           EXIT.

       820-WRITE-CAUTION.
           ADD 1 TO WS-HITS
           ADD 1 TO MRS-PFL-CAUTION-COUNT
           MOVE "CAUTION" TO PD-RESULT
           WRITE MRS-PREFLIGHT-LINE FROM WS-RPT-DETAIL.
       820-EXIT.
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
               WHEN "NIGHT-RUN"
                   MOVE CFG-PATH TO UT-SYS-NIGHT-RUN
               WHEN "SESSION"
                   MOVE CFG-PATH TO UT-SYS-SESSION
               WHEN "LOCKFILE"
                   MOVE CFG-PATH TO UT-SYS-LOCKFILE
               WHEN "BIZDAY"
                   MOVE CFG-PATH TO UT-SYS-BIZDAY
               WHEN "OVRSHORT"
                   MOVE CFG-PATH TO UT-SYS-OVRSHORT
               WHEN "PREFLIGHT-RPT"
                   MOVE CFG-PATH TO UT-SYS-PFL-RPT
           END-EVALUATE
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > 15
               IF WS-REQ-KEY(WS-I) = CFG-KEY
                   MOVE CFG-PATH TO WS-REQ-PATH(WS-I)
               END-IF
           END-PERFORM.
       170-END.
           EXIT.

       end program MRS-9050.
