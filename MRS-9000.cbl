      * code D / W1-W7 / M, one per line). The summary page prints
      * plan and actual for every step, so a skipped month-end is
      * visible the next morning.
      *
      * Before the first step the pre-flight (MRS-9050) looks at the
      * required files, who is still signed on, record locks, each
      * site's business day and drawer count, and the run-control
      * record, and prints its go/no-go page. On a no-go the run does
      * not start unless a supervisor keys an operator id and
      * password at the console to override it; the override goes on
      * the audit trail and the summary page. An unattended stream's
      * blank line leaves a no-go standing.
      *****************************************************************

       ENVIRONMENT DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAL-STATUS.

           SELECT MRS-OPERATOR-FILE
               ASSIGN TO UT-SYS-OPERATOR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MRS-OPR-ID
               FILE STATUS IS WS-OPR-STATUS.

           SELECT MRS-AUDIT-FILE
               ASSIGN TO UT-SYS-AUDIT
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT MRS-FILE-CONFIG-FILE
               ASSIGN TO UT-SYS-FILE-CFG
               ORGANIZATION IS LINE SEQUENTIAL
       DATA DIVISION.
       FILE SECTION.
       FD  MRS-NIGHT-RUN-FILE
           RECORD CONTAINS 47 CHARACTERS.
       01  MRS-NIGHT-RUN-REC.
           05  NR-DATE                         PIC 9(8).
           05  NR-STEP-FLAGS.
               10  NR-STEP-FLAG OCCURS 39 TIMES PIC X.

       FD  MRS-JOB-CAL-FILE
           RECORD CONTAINS 20 CHARACTERS.
       01  MRS-NIGHT-RUN-LINE                  PIC X(80).

       COPY "CPYBOOKS/MRS-JOBLOG.CPY".
       COPY "CPYBOOKS/MRS-OPERATOR.CPY".
       COPY "CPYBOOKS/MRS-AUDIT.CPY".
       COPY "CPYBOOKS/MRS-FILE-CFG.CPY".

       WORKING-STORAGE SECTION.
       COPY "CPYBOOKS/MRS-JOBCTR.CPY".
       COPY "CPYBOOKS/DATETIME.CPY".
       COPY "CPYBOOKS/MRS-SIGNON.CPY".
       COPY "CPYBOOKS/MRS-TRNPUT.CPY".
       COPY "CPYBOOKS/MRS-PFLPUT.CPY".
       COPY "CPYBOOKS/MRS-PWDPUT.CPY".
       COPY "CPYBOOKS/MRS-SEQPUT.CPY".

       01  WS-FILENAMES.
           05  UT-SYS-NIGHT-RUN      PIC X(50)
                               VALUE "C:\COBOL\MRS-JOB.LOG".
           05  UT-SYS-JOB-CAL        PIC X(50)
                               VALUE "C:\COBOL\MRS-JOB-CALENDAR.CFG".
           05  UT-SYS-OPERATOR       PIC X(50)
                               VALUE "C:\COBOL\MRS-OPERATOR-INDEX.DAT".
           05  UT-SYS-AUDIT          PIC X(50)
                               VALUE "C:\COBOL\MRS-AUDIT.LOG".
           05  UT-SYS-FILE-CFG       PIC X(50)
                                   VALUE "C:\COBOL\MRS-FILE-PATHS.CFG".

           05  WS-TODAY-NUM          PIC 9(8).
           05  WS-STEP               PIC 99.
           05  WS-CAL-I              PIC 99.
           05  WS-SAVE-FLAGS         PIC X(39).
           05  WS-SAVE-DATE          PIC 9(8).
           05  WS-LOG-STATUS         PIC X.
           05  WS-DUE                PIC X.
           05  WS-DATE-INT           PIC 9(8).
           05  WS-TOMORROW           PIC 9(8).
           05  WS-MONTH-END          PIC X.
           05  WS-OPR-STATUS         PIC XX.
           05  WS-OVR-ID             PIC X(8).
           05  WS-OVR-PASSWORD       PIC X(8).
           05  WS-OVR-OK             PIC X.

       01  WS-OVR-TEXT.
           05  PIC X(20) VALUE "NO-GO OVERRIDDEN BY ".
           05  WO-OPERATOR           PIC X(8).
           05  PIC X(12) VALUE SPACES.

      * One entry per step: the subprogram and when it runs. The
      * frequency byte pair is "D " daily, "W" plus the day number
      * (1 = Monday ... 7 = Sunday), or "M " for the last night of
      * the month. MRS-JOB-CALENDAR.CFG overrides these per step.
       01  WS-STEP-NAMES.
           05  PIC X(10) VALUE "MRS-3595D ".
           05  PIC X(10) VALUE "MRS-6000D ".
           05  PIC X(10) VALUE "MRS-6100D ".
           05  PIC X(10) VALUE "MRS-5000D ".
           05  PIC X(10) VALUE "MRS-7500D ".
           05  PIC X(10) VALUE "MRS-7600D ".
           05  PIC X(10) VALUE "MRS-6250D ".
           05  PIC X(10) VALUE "MRS-6280D ".
           05  PIC X(10) VALUE "MRS-6260D ".
           05  PIC X(10) VALUE "MRS-6270M ".
           05  PIC X(10) VALUE "MRS-8920D ".
           05  PIC X(10) VALUE "MRS-5700D ".
           05  PIC X(10) VALUE "MRS-6750D ".
           05  PIC X(10) VALUE "MRS-6070D ".
           05  PIC X(10) VALUE "MRS-6090D ".
           05  PIC X(10) VALUE "MRS-6560D ".
           05  PIC X(10) VALUE "MRS-6570M ".
           05  PIC X(10) VALUE "MRS-7150D ".
           05  PIC X(10) VALUE "MRS-7160D ".
           05  PIC X(10) VALUE "MRS-8640D ".
           05  PIC X(10) VALUE "MRS-6580D ".
           05  PIC X(10) VALUE "MRS-3580D ".
           05  PIC X(10) VALUE "MRS-5600W7".
           05  PIC X(10) VALUE "MRS-5750D ".
           05  PIC X(10) VALUE "MRS-6495D ".
           05  PIC X(10) VALUE "MRS-5200M ".
           05  PIC X(10) VALUE "MRS-5210M ".
           05  PIC X(10) VALUE "MRS-5650M ".
           05  PIC X(10) VALUE "MRS-6500M ".
           05  PIC X(10) VALUE "MRS-7800M ".
           05  PIC X(10) VALUE "MRS-6290D ".
           05  PIC X(10) VALUE "MRS-8730D ".
           05  PIC X(10) VALUE "MRS-8740D ".
           05  PIC X(10) VALUE "MRS-8750D ".
           05  PIC X(10) VALUE "MRS-8760D ".
           05  PIC X(10) VALUE "MRS-7070D ".
           05  PIC X(10) VALUE "MRS-5050D ".
           05  PIC X(10) VALUE "MRS-6520M ".
       01  WS-STEP-NAME-TAB REDEFINES WS-STEP-NAMES.
           05  WS-STEP-ENTRY OCCURS 39 TIMES.
               10  WS-STEP-NAME      PIC X(8).
               10  WS-STEP-FREQ      PIC X(2).

               MOVE "N" TO WS-MONTH-END
           END-IF
           PERFORM 180-LOAD-CALENDAR THRU 180-EXIT
           PERFORM 150-PRE-FLIGHT THRU 150-EXIT
           IF WS-OVR-OK NOT = "Y"
               DISPLAY "MRS-9000 NIGHT RUN NOT STARTED - PRE-FLIGHT IS"
                   " NO-GO. SEE MRS-PREFLIGHT.RPT."
               GOBACK
           END-IF

           PERFORM 200-READ-RUN-CONTROL THRU 200-EXIT

           MOVE WS-DAY TO RH-DAY
           MOVE WS-YEAR TO RH-YEAR
           WRITE MRS-NIGHT-RUN-LINE FROM WS-RPT-HEADER
           MOVE "MRS-9050" TO RD-STEP-NAME
           MOVE "PRE-FLIGHT" TO RD-PLAN
           IF MRS-PFL-RESULT = "G"
               MOVE "GO" TO RD-RESULT
           ELSE
               MOVE WS-OVR-TEXT TO RD-RESULT
           END-IF
           WRITE MRS-NIGHT-RUN-LINE FROM WS-RPT-DETAIL

           PERFORM 300-RUN-ONE-STEP THRU 300-EXIT
               VARYING WS-STEP FROM 1 BY 1 UNTIL WS-STEP > 39

           CLOSE MRS-NIGHT-RUN-RPT
           CLOSE MRS-JOBLOG-FILE
       100-EXIT.
           EXIT.

      * The pre-flight's verdict, and on a no-go the supervisor
      * override. The id and password are only asked for on a no-go,
      * so a go night reads nothing here and the steps' own SYSIN
      * lines stay where they were.
       150-PRE-FLIGHT.
           MOVE "N" TO WS-OVR-OK
           CALL "MRS-9050" USING MRS-PFL-PUT
           IF MRS-PFL-RESULT = "G"
               MOVE "Y" TO WS-OVR-OK
               GO TO 150-EXIT
           END-IF
           DISPLAY "MRS-9000 PRE-FLIGHT NO-GO: " MRS-PFL-NOGO-COUNT
               " ITEM(S) - SEE MRS-PREFLIGHT.RPT."
           DISPLAY "MRS-9000 SUPERVISOR OVERRIDE - OPERATOR ID"
               " (BLANK = DO NOT RUN):"
           MOVE SPACES TO WS-OVR-ID
           ACCEPT WS-OVR-ID
           IF WS-OVR-ID = SPACES
               GO TO 150-EXIT
           END-IF
           DISPLAY "MRS-9000 PASSWORD:"
           MOVE SPACES TO WS-OVR-PASSWORD
           ACCEPT WS-OVR-PASSWORD
           OPEN INPUT MRS-OPERATOR-FILE
           IF WS-OPR-STATUS NOT = '00'
               MOVE SPACES TO WS-OVR-PASSWORD
               DISPLAY "MRS-9000 NO OPERATOR FILE - OVERRIDE REFUSED."
               GO TO 150-EXIT
           END-IF
           MOVE WS-OVR-ID TO MRS-OPR-ID
           READ MRS-OPERATOR-FILE
               INVALID KEY
                   MOVE SPACES TO MRS-OPR-ID
           END-READ
           CLOSE MRS-OPERATOR-FILE
           IF MRS-OPR-ID = SPACES OR
              MRS-OPR-ACTIVE-FLAG NOT = "Y" OR
              MRS-OPR-LEVEL < 2
               MOVE SPACES TO WS-OVR-PASSWORD
               DISPLAY "MRS-9000 NOT AN ACTIVE SUPERVISOR - OVERRIDE"
                   " REFUSED."
               GO TO 150-EXIT
           END-IF
           MOVE "D" TO MRS-PWP-FUNCTION
           MOVE MRS-OPR-PWD-SALT TO MRS-PWP-SALT
           MOVE WS-OVR-PASSWORD TO MRS-PWP-PASSWORD
           CALL "MRS-1080" USING MRS-PWD-PUT
           MOVE SPACES TO MRS-PWP-PASSWORD
           MOVE SPACES TO WS-OVR-PASSWORD
           IF MRS-PWP-DIGEST NOT = MRS-OPR-PWD-HASH
               DISPLAY "MRS-9000 WRONG PASSWORD - OVERRIDE REFUSED."
               GO TO 150-EXIT
           END-IF
           MOVE "Y" TO WS-OVR-OK
           MOVE WS-OVR-ID TO WO-OPERATOR
           DISPLAY "MRS-9000 PRE-FLIGHT " WS-OVR-TEXT
           OPEN EXTEND MRS-AUDIT-FILE
           MOVE WS-YEAR TO MRS-AUD-YEAR
           MOVE WS-MONTH TO MRS-AUD-MONTH
           MOVE WS-DAY TO MRS-AUD-DAY
           MOVE "MRS-9000" TO MRS-AUD-PROGRAM
           MOVE "OVRIDE" TO MRS-AUD-ACTION
           MOVE "PRE-FLIGHT" TO MRS-AUD-KEY
           MOVE WS-OVR-ID TO MRS-AUD-OPERATOR
           COPY "CPYBOOKS/MRS-AUDSEQ.CPY".
           WRITE MRS-AUDIT-REC
           CLOSE MRS-AUDIT-FILE.
       150-EXIT.
           EXIT.

      * Picks up where a same-night attempt left off, or starts the
      * control record fresh for a new date.
       200-READ-RUN-CONTROL.
               GO TO 190-EXIT
           END-IF
           PERFORM VARYING WS-CAL-I FROM 1 BY 1
               UNTIL WS-CAL-I > 39
               IF WS-STEP-NAME(WS-CAL-I) = JC-STEP-NAME
                   MOVE JC-FREQ TO WS-STEP-FREQ(WS-CAL-I)
               END-IF
           PERFORM 600-WRITE-JOBLOG THRU 600-EXIT
           EVALUATE WS-STEP
               WHEN 1
      *            Offline sales go onto the live files before any
      *            day report or close reads the trails.
                   CALL "MRS-3595"
               WHEN 2
                   CALL "MRS-6000"
               WHEN 3
                   CALL "MRS-6100"
               WHEN 4
                   CALL "MRS_5000"
               WHEN 5
                   CALL "MRS-7500"
               WHEN 6
                   CALL "MRS-7600"
               WHEN 7
                   CALL "MRS-6250"
               WHEN 8
      *            An approved physical count is applied to the
      *            book the depletion pass just above left, before
      *            anything reads the stock figures.
                   CALL "MRS-6280"
               WHEN 9
      *            Draft purchase orders come from the stock left
      *            after the depletion pass and any count applied
      *            just above.
                   CALL "MRS-6260"
               WHEN 10
      *            Month-end concession inventory value and cost
      *            of goods sold - after the depletion pass has
      *            taken the last day off the shelf.
                   CALL "MRS-6270"
               WHEN 11
                   CALL "MRS-8920"
               WHEN 12
                   CALL "MRS-5700"
               WHEN 13
                   CALL "MRS-6750"
               WHEN 14
      *            The business day closes after everything that
      *            works the day being closed.
                   CALL "MRS-6050"
               WHEN 15
      *            Approved price changes whose day has arrived
      *            take effect for tomorrow's work.
                   CALL "MRS-6070"
               WHEN 16
      *            The seat proof reads its mode off SYSIN - the
      *            unattended stream's blank line means report
      *            only, which is right for the night run.
                   CALL "MRS-6090"
               WHEN 17
      *            The day's queued notices go out to the mailing
      *            house every night.
                   CALL "MRS-6560"
               WHEN 18
      *            The month's opted-in members go to the mailing
      *            house, read fresh off the member file.
                   CALL "MRS-6570"
               WHEN 19
      *            Tomorrow's showings are checked against the
      *            digital keys on file while there is still a day
      *            to chase the missing ones.
                   CALL "MRS-7150"
               WHEN 20
      *            Today's attendance - tickets out, admitted at
      *            the door, and no-shows for each showing.
                   CALL "MRS-7160"
               WHEN 21
      *            Loss-prevention exceptions off the day's ticket and
      *            concession trails.
                   CALL "MRS-8640"
               WHEN 22
      *            Today's pre-show reels go on the ad play log the
      *            month-end ad invoicing bills from.
                   CALL "MRS-6580"
               WHEN 23
      *            Fresh offline cache for the registers, after the
      *            day's showings and prices are settled.
                   CALL "MRS-3580"
               WHEN 24
      *            Weekly distributor grosses - the blank range makes
      *            it cover the film week just ended.
                   CALL "MRS-5600"
               WHEN 25
      *            Site profit and loss, month to date - the month just
      *            ended in full on the first.
                   CALL "MRS-5750"
               WHEN 26
      *            Audit and ticket trail sequence chain check, ahead of
      *            the month-end rollovers.
                   CALL "MRS-6495"
               WHEN 27
                   CALL "MRS-5200"
               WHEN 28
      *            Film rent accrual for whatever the settlement left
      *            unsettled, reversed on the first of next month.
                   CALL "MRS-5210"
               WHEN 29
      *            Month-end advertiser invoices off the ad play log.
                   CALL "MRS-5650"
               WHEN 30
                   CALL "MRS-6500"
               WHEN 31
                   CALL "MRS-7800"
               WHEN 32
      *            Projector and lamp hours off tonight's showings,
      *            ahead of the queued reports so a service-due run
      *            sees them.
                   CALL "MRS-6290"
               WHEN 33
      *            Assistive devices not returned and the day's
      *            checkouts per showing, for the closing manager.
                   CALL "MRS-8730"
               WHEN 34
      *            Showings to come with no print their room can run,
      *            after the day's transfers are in.
                   CALL "MRS-8740"
               WHEN 35
      *            Prints past their rental window with no return
      *            shipment logged, for the morning's vendor calls.
                   CALL "MRS-8750"
               WHEN 36
      *            Rentals showing in the next three days whose
      *            print has not arrived.
                   CALL "MRS-8760"
               WHEN 37
      *            The office's queued report requests, after the
      *            night's postings and ahead of the trail cutover.
                   CALL "MRS-7070"
               WHEN 38
      *            The GL feed goes out once every posting step has had
      *            its turn at it.
                   CALL "MRS-5050"
               WHEN 39
      *            The trail cutover runs dead last - it rewrites
      *            the live trail and must follow everything that
      *            reads or writes it.
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

                   MOVE CFG-PATH TO UT-SYS-JOBLOG
               WHEN "JOB-CAL"
                   MOVE CFG-PATH TO UT-SYS-JOB-CAL
               WHEN "OPERATOR"
                   MOVE CFG-PATH TO UT-SYS-OPERATOR
               WHEN "AUDIT"
                   MOVE CFG-PATH TO UT-SYS-AUDIT
           END-EVALUATE.
       170-END.
           EXIT.
