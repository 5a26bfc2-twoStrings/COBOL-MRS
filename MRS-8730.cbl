       IDENTIFICATION DIVISION.
       PROGRAM-ID.  MRS-8730.
       AUTHOR.  JOHN BELLEK.
      *****************************************************************
      * Assistive device report, run at the end of the night. It
      * reads the device master (MRS-DEVICE.CPY) and the device log
      * (MRS-DEVLOG.CPY) the box office desk (MRS-3560) keeps, and
      * prints three sections:
      *
      *   DEVICES NOT RETURNED - every device still checked out,
      *     theatre by theatre, with the showing and the guest it
      *     went out with, so the closing manager can chase it
      *   DEVICES OUT PER SHOWING - for each showing of the day
      *     that lent any out, how many listening headsets and
      *     caption displays went with it
      *   DEVICES OWNED AGAINST DEMAND - for each theatre and type,
      *     the devices in service (on the shelf or out) against
      *     the busiest showing of the last WS-WINDOW-DAYS days, and
      *     how many showings in that time used every one of them.
      *     A peak at or past the devices owned is flagged SHORT -
      *     the next guest at a showing like it went without.
      *
      * A device away for repair, lost, or retired is not in
      * service. A showing's count is the checkouts the log holds
      * against it, whatever day they were keyed.
      *
      * One console ACCEPT drives it: the business date (YYYYMMDD,
      * zero = today), so the night stream's blank line reports the
      * day just run and the office can rerun any day on demand.
      * The not-returned section is always as of the run.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MRS-DEVICE-FILE
               ASSIGN TO UT-SYS-DEVICE
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS MRS-DEV-SERIAL
               FILE STATUS IS WS-DEV-STATUS.

           SELECT MRS-DEVLOG-FILE
               ASSIGN TO UT-SYS-DEVLOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DVL-STATUS.

           SELECT MRS-SHOW-FILE
               ASSIGN TO UT-SYS-MRS-SHOW
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS MRS-SHOW-ID
               ALTERNATE KEY IS MRS-SHOW-LOOKUP-KEY
               WITH DUPLICATES
               ALTERNATE KEY IS MRS-RENTAL-ID
               WITH DUPLICATES
               FILE STATUS IS WS-SHOW-STATUS.

           SELECT MRS-DEVICE-RPT
               ASSIGN TO UT-SYS-DEVICE-RPT
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT MRS-FILE-CONFIG-FILE
               ASSIGN TO UT-SYS-FILE-CFG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CFG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       COPY "CPYBOOKS/MRS-DEVICE.CPY".
       COPY "CPYBOOKS/MRS-DEVLOG.CPY".
       COPY "CPYBOOKS/MRS-SHOW.CPY".
       COPY "CPYBOOKS/MRS-FILE-CFG.CPY".

       FD  MRS-DEVICE-RPT
           RECORD CONTAINS 80 CHARACTERS.
       01  MRS-DEVICE-LINE                     PIC X(80).

       WORKING-STORAGE SECTION.
       COPY "CPYBOOKS/MRS-JOBCTR.CPY".
       COPY "CPYBOOKS/MRS-SPLPUT.CPY".
       COPY "CPYBOOKS/DATETIME.CPY".
       COPY "CPYBOOKS/MRS-SIGNON.CPY".
       COPY "CPYBOOKS/MRS-TRNPUT.CPY".
       COPY "CPYBOOKS/MRS-RPQCTL.CPY".

       01  WS-FILENAMES.
           05  UT-SYS-DEVICE         PIC X(50)
                               VALUE "C:\COBOL\MRS-DEVICE-INDEX.DAT".
           05  UT-SYS-DEVLOG         PIC X(50)
                                   VALUE "C:\COBOL\MRS-DEVLOG.DAT".
           05  UT-SYS-MRS-SHOW       PIC X(50)
                                 VALUE "C:\COBOL\MRS-SHOW-INDEX.dat".
           05  UT-SYS-DEVICE-RPT     PIC X(50)
                                   VALUE "C:\COBOL\MRS-DEVICES.RPT".
           05  UT-SYS-FILE-CFG       PIC X(50)
                                   VALUE "C:\COBOL\MRS-FILE-PATHS.CFG".

       01  WS-FILE-CFG-CTL.
           05  WS-CFG-STATUS         PIC XX.
           05  WS-CFG-EOF            PIC X.
               88  CFG-EOF VALUE 'Y'.

      * How far back the busiest showing is looked for.
       01  WS-THRESHOLDS.
           05  WS-WINDOW-DAYS        PIC 9(3) VALUE 30.

       01  WS-SWITCHES.
           05  WS-DEV-STATUS         PIC XX.
           05  WS-DVL-STATUS         PIC XX.
           05  WS-SHOW-STATUS        PIC XX.
           05  WS-SHOW-OPEN          PIC X VALUE "N".
           05  DEV-EOF               PIC X.
           05  DVL-EOF               PIC X.

       01  WS-CONTROL.
           05  WS-PICK-DATE          PIC 9(8) VALUE ZERO.
           05  WS-FROM-DATE          PIC 9(8).
           05  WS-I                  PIC 9(3).
           05  WS-J                  PIC 9(3).
           05  WS-K                  PIC 9(3).
           05  WS-SHOW-COUNT         PIC 9(4).
           05  WS-DEV-READ           PIC 9(7) VALUE ZERO.
           05  WS-DVL-READ           PIC 9(7) VALUE ZERO.
           05  WS-NOT-BACK           PIC 9(5) VALUE ZERO.
           05  WS-DAY-SHOWINGS       PIC 9(5) VALUE ZERO.
           05  WS-SHORT-COUNT        PIC 9(3) VALUE ZERO.
           05  WS-FIND-SITE          PIC X(2).
           05  WS-FIND-TYPE          PIC X.

      * Devices in service per theatre and type, with the busiest
      * showing of the window against them.
       01  WS-SVC-TABLE.
           05  WS-SVC-COUNT          PIC 9(3) VALUE ZERO.
           05  WS-SVC-SLOT OCCURS 40 TIMES.
               10  WV-SITE           PIC X(2).
               10  WV-TYPE           PIC X.
               10  WV-IN-SERVICE     PIC 9(4).
               10  WV-PEAK           PIC 9(4).
               10  WV-PEAK-SHOW-ID   PIC 9(4).
               10  WV-PEAK-DATE      PIC 9(8).
               10  WV-AT-CAPACITY    PIC 9(4).

      * Devices still out, held so they print theatre by theatre.
       01  WS-OUT-TABLE.
           05  WS-OUT-COUNT          PIC 9(3) VALUE ZERO.
           05  WS-OUT-SLOT OCCURS 300 TIMES.
               10  WU-SITE           PIC X(2).
               10  WU-SERIAL         PIC X(12).
               10  WU-TYPE           PIC X.
               10  WU-SHOW-ID        PIC 9(4).
               10  WU-SHOW-DATE      PIC 9(8).
               10  WU-OUT-DATE       PIC 9(8).
               10  WU-OUT-TIME       PIC 9(4).
               10  WU-GUEST          PIC X(24).
               10  WU-OPER           PIC X(8).

      * Checkouts per showing in the window, off the log.
       01  WS-SHW-TABLE.
           05  WS-SHW-COUNT          PIC 9(3) VALUE ZERO.
           05  WS-SHW-SLOT OCCURS 600 TIMES.
               10  WG-SITE           PIC X(2).
               10  WG-SHOW-ID        PIC 9(4).
               10  WG-SHOW-DATE      PIC 9(8).
               10  WG-LISTEN         PIC 9(4).
               10  WG-CAPTION        PIC 9(4).

       01  WS-RPT-HEADER.
           05  PIC X(27) VALUE "MRS ASSISTIVE DEVICES -".
           05  RH-DATE               PIC 9(8).
           05  PIC X(45) VALUE SPACES.

       01  WS-RPT-TITLE              PIC X(80).

       01  WS-OUT-COL-HDR.
           05  PIC X(3)  VALUE "ST".
           05  PIC X(13) VALUE "SERIAL".
           05  PIC X(2)  VALUE "T".
           05  PIC X(5)  VALUE "SHOW".
           05  PIC X(9)  VALUE "SHOW DATE".
           05  PIC X(14) VALUE "OUT AT".
           05  PIC X(25) VALUE "GUEST".
           05  PIC X(9)  VALUE "CLERK".

       01  WS-OUT-DETAIL.
           05  RO-SITE               PIC X(2).
           05  PIC X(1)  VALUE SPACES.
           05  RO-SERIAL             PIC X(12).
           05  PIC X(1)  VALUE SPACES.
           05  RO-TYPE               PIC X.
           05  PIC X(1)  VALUE SPACES.
           05  RO-SHOW-ID            PIC 9(4).
           05  PIC X(1)  VALUE SPACES.
           05  RO-SHOW-DATE          PIC 9(8).
           05  PIC X(1)  VALUE SPACES.
           05  RO-OUT-DATE           PIC 9(8).
           05  PIC X(1)  VALUE SPACES.
           05  RO-OUT-TIME           PIC 9(4).
           05  PIC X(1)  VALUE SPACES.
           05  RO-GUEST              PIC X(24).
           05  PIC X(1)  VALUE SPACES.
           05  RO-OPER               PIC X(8).
           05  PIC X(1)  VALUE SPACES.

       01  WS-SHW-COL-HDR.
           05  PIC X(3)  VALUE "ST".
           05  PIC X(6)  VALUE "SHOW".
           05  PIC X(8)  VALUE "SCREEN".
           05  PIC X(7)  VALUE "TIME".
           05  PIC X(11) VALUE "LISTENING".
           05  PIC X(45) VALUE "CAPTION".

       01  WS-SHW-DETAIL.
           05  RS-SITE               PIC X(2).
           05  PIC X(1)  VALUE SPACES.
           05  RS-SHOW-ID            PIC 9(4).
           05  PIC X(4)  VALUE SPACES.
           05  RS-SCREEN             PIC Z9.
           05  PIC X(4)  VALUE SPACES.
           05  RS-TIME               PIC X(4).
           05  PIC X(6)  VALUE SPACES.
           05  RS-LISTEN             PIC ZZZ9.
           05  PIC X(7)  VALUE SPACES.
           05  RS-CAPTION            PIC ZZZ9.
           05  PIC X(38) VALUE SPACES.

       01  WS-SVC-COL-HDR.
           05  PIC X(3)  VALUE "ST".
           05  PIC X(19) VALUE "TYPE".
           05  PIC X(8)  VALUE "IN SVC".
           05  PIC X(6)  VALUE "PEAK".
           05  PIC X(6)  VALUE "SHOW".
           05  PIC X(10) VALUE "ON".
           05  PIC X(28) VALUE "SHOWINGS AT ALL".

       01  WS-SVC-DETAIL.
           05  RV-SITE               PIC X(2).
           05  PIC X(1)  VALUE SPACES.
           05  RV-TYPE               PIC X(17).
           05  PIC X(3)  VALUE SPACES.
           05  RV-IN-SERVICE         PIC ZZZ9.
           05  PIC X(2)  VALUE SPACES.
           05  RV-PEAK               PIC ZZZ9.
           05  PIC X(2)  VALUE SPACES.
           05  RV-PEAK-SHOW-ID       PIC 9(4).
           05  PIC X(2)  VALUE SPACES.
           05  RV-PEAK-DATE          PIC 9(8).
           05  PIC X(3)  VALUE SPACES.
           05  RV-AT-CAPACITY        PIC ZZZ9.
           05  PIC X(3)  VALUE SPACES.
           05  RV-FLAG               PIC X(5).
           05  PIC X(16) VALUE SPACES.

       01  WS-RPT-NONE               PIC X(80).

       01  WS-RPT-FOOTER.
           05  PIC X(20) VALUE "DEVICES NOT BACK:".
           05  RF-NOT-BACK           PIC ZZZZ9.
           05  PIC X(5)  VALUE SPACES.
           05  PIC X(20) VALUE "TYPES FLAGGED SHORT:".
           05  RF-SHORT              PIC ZZ9.
           05  PIC X(27) VALUE SPACES.

       01  WS-RPT-BLANK              PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.
       100-MAIN.
           PERFORM 160-LOAD-FILE-CONFIG THRU 160-END
           MOVE FUNCTION CURRENT-DATE TO WS-DATETIME
      *    A request off the report queue brings its parameters
      *    with it; run by hand, they come off the console.
           IF MRS-RPQ-ACTIVE = "Y"
               MOVE MRS-RPQ-PARM(1) TO WS-PICK-DATE
           ELSE
               ACCEPT WS-PICK-DATE
           END-IF
           IF WS-PICK-DATE = ZEROS
               COMPUTE WS-PICK-DATE =
                   (WS-YEAR * 10000) + (WS-MONTH * 100) + WS-DAY
           END-IF
           COMPUTE WS-FROM-DATE = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE (WS-PICK-DATE)
               - WS-WINDOW-DAYS + 1)

           PERFORM 200-SCAN-DEVICES THRU 200-EXIT
           PERFORM 300-SCAN-LOG THRU 300-EXIT
           PERFORM 400-MEASURE-DEMAND THRU 400-EXIT
               VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-SVC-COUNT
           OPEN INPUT MRS-SHOW-FILE
           IF WS-SHOW-STATUS = '00'
               MOVE "Y" TO WS-SHOW-OPEN
           END-IF

           OPEN OUTPUT MRS-DEVICE-RPT
           MOVE WS-PICK-DATE TO RH-DATE
           WRITE MRS-DEVICE-LINE FROM WS-RPT-HEADER

           MOVE "DEVICES NOT RETURNED" TO WS-RPT-TITLE
           PERFORM 800-SECTION-HEAD THRU 800-EXIT
           WRITE MRS-DEVICE-LINE FROM WS-OUT-COL-HDR
           PERFORM 500-PRINT-NOT-BACK THRU 500-EXIT
               VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-SVC-COUNT
           IF WS-NOT-BACK = ZERO
               MOVE "EVERY DEVICE IS BACK." TO WS-RPT-NONE
               WRITE MRS-DEVICE-LINE FROM WS-RPT-NONE
           END-IF

           MOVE "DEVICES OUT PER SHOWING" TO WS-RPT-TITLE
           PERFORM 800-SECTION-HEAD THRU 800-EXIT
           WRITE MRS-DEVICE-LINE FROM WS-SHW-COL-HDR
           PERFORM 600-PRINT-SHOWING THRU 600-EXIT
               VARYING WS-J FROM 1 BY 1
               UNTIL WS-J > WS-SHW-COUNT
           IF WS-DAY-SHOWINGS = ZERO
               MOVE "NO DEVICES WENT OUT FOR THE DAY'S SHOWINGS."
                   TO WS-RPT-NONE
               WRITE MRS-DEVICE-LINE FROM WS-RPT-NONE
           END-IF

           MOVE SPACES TO WS-RPT-TITLE
           STRING "DEVICES OWNED AGAINST DEMAND - SHOWINGS FROM "
                      DELIMITED BY SIZE
                  WS-FROM-DATE DELIMITED BY SIZE
               INTO WS-RPT-TITLE
           PERFORM 800-SECTION-HEAD THRU 800-EXIT
           WRITE MRS-DEVICE-LINE FROM WS-SVC-COL-HDR
           PERFORM 700-PRINT-DEMAND THRU 700-EXIT
               VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-SVC-COUNT
           IF WS-SVC-COUNT = ZERO
               MOVE "NO DEVICES ON FILE." TO WS-RPT-NONE
               WRITE MRS-DEVICE-LINE FROM WS-RPT-NONE
           END-IF

           WRITE MRS-DEVICE-LINE FROM WS-RPT-BLANK
           MOVE WS-NOT-BACK TO RF-NOT-BACK
           MOVE WS-SHORT-COUNT TO RF-SHORT
           WRITE MRS-DEVICE-LINE FROM WS-RPT-FOOTER
           CLOSE MRS-DEVICE-RPT
           IF WS-SHOW-OPEN = "Y"
               CLOSE MRS-SHOW-FILE
           END-IF

           DISPLAY "MRS-8730 ASSISTIVE DEVICES: " WS-PICK-DATE " - "
               WS-NOT-BACK " NOT BACK, " WS-SHORT-COUNT
               " TYPE(S) SHORT."
      *    The finished output registers on the report spool so
      *    the office can find and reprint it later.
      *    The night driver logs these on the job log.
           COMPUTE MRS-JOB-READ = WS-DEV-READ + WS-DVL-READ
           MOVE WS-NOT-BACK TO MRS-JOB-WRITTEN
           MOVE "MRS-8730" TO MRS-SP-PROGRAM
           MOVE SPACES TO MRS-SP-PARMS
           MOVE WS-PICK-DATE TO MRS-SP-PARMS(1:8)
           MOVE UT-SYS-DEVICE-RPT TO MRS-SP-PATH
           CALL "MRS-7050" USING MRS-SPOOL-PUT
           GOBACK.
       100-EXIT.
           EXIT.

      * One pass over the master: what is in service at each
      * theatre, and what is still out.
       200-SCAN-DEVICES.
           MOVE "N" TO DEV-EOF
           OPEN INPUT MRS-DEVICE-FILE
           IF WS-DEV-STATUS NOT = '00'
               MOVE "Y" TO DEV-EOF
           END-IF
           PERFORM UNTIL DEV-EOF = "Y"
               READ MRS-DEVICE-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO DEV-EOF
                   NOT AT END
                       ADD 1 TO WS-DEV-READ
                       PERFORM 250-DEVICE THRU 250-EXIT
               END-READ
           END-PERFORM
           IF WS-DEV-STATUS = '00' OR WS-DEV-STATUS = '10'
               CLOSE MRS-DEVICE-FILE
           END-IF.
       200-EXIT.
           EXIT.

       250-DEVICE.
           IF MRS-DEV-STATUS NOT = "A" AND MRS-DEV-STATUS NOT = "O"
               GO TO 250-EXIT
           END-IF
           MOVE MRS-DEV-SITE TO WS-FIND-SITE
           MOVE MRS-DEV-TYPE TO WS-FIND-TYPE
           PERFORM 900-FIND-SVC THRU 900-EXIT
           IF WS-K = ZERO
               GO TO 250-EXIT
           END-IF
           ADD 1 TO WV-IN-SERVICE(WS-K)
           IF MRS-DEV-STATUS NOT = "O" OR WS-OUT-COUNT NOT < 300
               GO TO 250-EXIT
           END-IF
           ADD 1 TO WS-OUT-COUNT
           MOVE WS-OUT-COUNT TO WS-J
           MOVE MRS-DEV-SITE TO WU-SITE(WS-J)
           MOVE MRS-DEV-SERIAL TO WU-SERIAL(WS-J)
           MOVE MRS-DEV-TYPE TO WU-TYPE(WS-J)
           MOVE MRS-DEV-OUT-SHOW-ID TO WU-SHOW-ID(WS-J)
           MOVE MRS-DEV-OUT-SHOW-DATE TO WU-SHOW-DATE(WS-J)
           MOVE MRS-DEV-OUT-DATE TO WU-OUT-DATE(WS-J)
           MOVE MRS-DEV-OUT-TIME TO WU-OUT-TIME(WS-J)
           MOVE MRS-DEV-OUT-GUEST TO WU-GUEST(WS-J)
           MOVE MRS-DEV-OUT-OPER TO WU-OPER(WS-J).
       250-EXIT.
           EXIT.

      * One pass over the log: every checkout against a showing in
      * the window counts toward that showing.
       300-SCAN-LOG.
           MOVE "N" TO DVL-EOF
           OPEN INPUT MRS-DEVLOG-FILE
           IF WS-DVL-STATUS NOT = '00'
               MOVE "Y" TO DVL-EOF
           END-IF
           PERFORM UNTIL DVL-EOF = "Y"
               READ MRS-DEVLOG-FILE
                   AT END
                       MOVE "Y" TO DVL-EOF
                   NOT AT END
                       ADD 1 TO WS-DVL-READ
                       IF MRS-DVL-ACTION = "OUT " AND
                          MRS-DVL-SHOW-DATE NOT < WS-FROM-DATE AND
                          MRS-DVL-SHOW-DATE NOT > WS-PICK-DATE
                           PERFORM 350-CHECKOUT THRU 350-EXIT
                       END-IF
               END-READ
           END-PERFORM
           IF WS-DVL-STATUS = '00' OR WS-DVL-STATUS = '10'
               CLOSE MRS-DEVLOG-FILE
           END-IF.
       300-EXIT.
           EXIT.

       350-CHECKOUT.
      *    A type no longer in service still shows against demand.
           MOVE MRS-DVL-SITE TO WS-FIND-SITE
           MOVE MRS-DVL-TYPE TO WS-FIND-TYPE
           PERFORM 900-FIND-SVC THRU 900-EXIT
           PERFORM VARYING WS-J FROM 1 BY 1
                   UNTIL WS-J > WS-SHW-COUNT
               IF WG-SHOW-ID(WS-J) = MRS-DVL-SHOW-ID AND
                  WG-SHOW-DATE(WS-J) = MRS-DVL-SHOW-DATE AND
                  WG-SITE(WS-J) = MRS-DVL-SITE
                   GO TO 350-COUNT
               END-IF
           END-PERFORM
           IF WS-SHW-COUNT NOT < 600
               GO TO 350-EXIT
           END-IF
           ADD 1 TO WS-SHW-COUNT
           MOVE WS-SHW-COUNT TO WS-J
           MOVE MRS-DVL-SITE TO WG-SITE(WS-J)
           MOVE MRS-DVL-SHOW-ID TO WG-SHOW-ID(WS-J)
           MOVE MRS-DVL-SHOW-DATE TO WG-SHOW-DATE(WS-J)
           MOVE ZERO TO WG-LISTEN(WS-J)
           MOVE ZERO TO WG-CAPTION(WS-J).
       350-COUNT.
           IF MRS-DVL-TYPE = "C"
               ADD 1 TO WG-CAPTION(WS-J)
           ELSE
               ADD 1 TO WG-LISTEN(WS-J)
           END-IF.
       350-EXIT.
           EXIT.

      * For one theatre and type: the busiest showing in the window
      * and how many showings took every device in service.
       400-MEASURE-DEMAND.
           PERFORM VARYING WS-J FROM 1 BY 1
                   UNTIL WS-J > WS-SHW-COUNT
               IF WG-SITE(WS-J) = WV-SITE(WS-I)
                   IF WV-TYPE(WS-I) = "C"
                       MOVE WG-CAPTION(WS-J) TO WS-SHOW-COUNT
                   ELSE
                       MOVE WG-LISTEN(WS-J) TO WS-SHOW-COUNT
                   END-IF
                   IF WS-SHOW-COUNT > WV-PEAK(WS-I)
                       MOVE WS-SHOW-COUNT TO WV-PEAK(WS-I)
                       MOVE WG-SHOW-ID(WS-J) TO WV-PEAK-SHOW-ID(WS-I)
                       MOVE WG-SHOW-DATE(WS-J) TO WV-PEAK-DATE(WS-I)
                   END-IF
                   IF WS-SHOW-COUNT > ZERO AND
                      WS-SHOW-COUNT NOT < WV-IN-SERVICE(WS-I)
                       ADD 1 TO WV-AT-CAPACITY(WS-I)
                   END-IF
               END-IF
           END-PERFORM.
       400-EXIT.
           EXIT.

      * The devices out at one theatre, taking the theatres in the
      * order the master turned them up.
       500-PRINT-NOT-BACK.
           IF WS-I > 1
               PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K = WS-I
                   IF WV-SITE(WS-K) = WV-SITE(WS-I)
                       GO TO 500-EXIT
                   END-IF
               END-PERFORM
           END-IF
           PERFORM VARYING WS-J FROM 1 BY 1
                   UNTIL WS-J > WS-OUT-COUNT
               IF WU-SITE(WS-J) = WV-SITE(WS-I)
                   MOVE WU-SITE(WS-J) TO RO-SITE
                   MOVE WU-SERIAL(WS-J) TO RO-SERIAL
                   MOVE WU-TYPE(WS-J) TO RO-TYPE
                   MOVE WU-SHOW-ID(WS-J) TO RO-SHOW-ID
                   MOVE WU-SHOW-DATE(WS-J) TO RO-SHOW-DATE
                   MOVE WU-OUT-DATE(WS-J) TO RO-OUT-DATE
                   MOVE WU-OUT-TIME(WS-J) TO RO-OUT-TIME
                   MOVE WU-GUEST(WS-J) TO RO-GUEST
                   MOVE WU-OPER(WS-J) TO RO-OPER
                   WRITE MRS-DEVICE-LINE FROM WS-OUT-DETAIL
                   ADD 1 TO WS-NOT-BACK
               END-IF
           END-PERFORM.
       500-EXIT.
           EXIT.

      * One showing of the report date, with its screen and start
      * time off the show file.
       600-PRINT-SHOWING.
           IF WG-SHOW-DATE(WS-J) NOT = WS-PICK-DATE
               GO TO 600-EXIT
           END-IF
           MOVE WG-SITE(WS-J) TO RS-SITE
           MOVE WG-SHOW-ID(WS-J) TO RS-SHOW-ID
           MOVE ZERO TO RS-SCREEN
           MOVE SPACES TO RS-TIME
           IF WS-SHOW-OPEN = "Y"
               MOVE WG-SHOW-ID(WS-J) TO MRS-SHOW-ID
               READ MRS-SHOW-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE MRS-SCREEN-NUMBER TO RS-SCREEN
                       MOVE MRS-SHOW-TIME(1:4) TO RS-TIME
               END-READ
           END-IF
           MOVE WG-LISTEN(WS-J) TO RS-LISTEN
           MOVE WG-CAPTION(WS-J) TO RS-CAPTION
           WRITE MRS-DEVICE-LINE FROM WS-SHW-DETAIL
           ADD 1 TO WS-DAY-SHOWINGS.
       600-EXIT.
           EXIT.

       700-PRINT-DEMAND.
           MOVE WV-SITE(WS-I) TO RV-SITE
           IF WV-TYPE(WS-I) = "C"
               MOVE "CAPTION DISPLAY" TO RV-TYPE
           ELSE
               MOVE "LISTENING HEADSET" TO RV-TYPE
           END-IF
           MOVE WV-IN-SERVICE(WS-I) TO RV-IN-SERVICE
           MOVE WV-PEAK(WS-I) TO RV-PEAK
           MOVE WV-PEAK-SHOW-ID(WS-I) TO RV-PEAK-SHOW-ID
           MOVE WV-PEAK-DATE(WS-I) TO RV-PEAK-DATE
           MOVE WV-AT-CAPACITY(WS-I) TO RV-AT-CAPACITY
           MOVE SPACES TO RV-FLAG
           IF WV-PEAK(WS-I) > ZERO AND
              WV-PEAK(WS-I) NOT < WV-IN-SERVICE(WS-I)
               MOVE "SHORT" TO RV-FLAG
               ADD 1 TO WS-SHORT-COUNT
           END-IF
           WRITE MRS-DEVICE-LINE FROM WS-SVC-DETAIL.
       700-EXIT.
           EXIT.

       800-SECTION-HEAD.
           WRITE MRS-DEVICE-LINE FROM WS-RPT-BLANK
           WRITE MRS-DEVICE-LINE FROM WS-RPT-TITLE.
       800-EXIT.
           EXIT.

      * Finds the theatre and type keyed in WS-FIND-SITE and
      * WS-FIND-TYPE, adding them when new. WS-K comes back zero
      * when the table is full.
       900-FIND-SVC.
           PERFORM VARYING WS-K FROM 1 BY 1
                   UNTIL WS-K > WS-SVC-COUNT
               IF WV-SITE(WS-K) = WS-FIND-SITE AND
                  WV-TYPE(WS-K) = WS-FIND-TYPE
                   GO TO 900-EXIT
               END-IF
           END-PERFORM
           IF WS-SVC-COUNT NOT < 40
               MOVE ZERO TO WS-K
               GO TO 900-EXIT
           END-IF
           ADD 1 TO WS-SVC-COUNT
           MOVE WS-SVC-COUNT TO WS-K
           MOVE WS-FIND-SITE TO WV-SITE(WS-K)
           MOVE WS-FIND-TYPE TO WV-TYPE(WS-K)
           MOVE ZERO TO WV-IN-SERVICE(WS-K)
           MOVE ZERO TO WV-PEAK(WS-K)
           MOVE ZERO TO WV-PEAK-SHOW-ID(WS-K)
           MOVE ZERO TO WV-PEAK-DATE(WS-K)
           MOVE ZERO TO WV-AT-CAPACITY(WS-K).
       900-EXIT.
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
               WHEN "DEVICE"
                   MOVE CFG-PATH TO UT-SYS-DEVICE
               WHEN "DEVLOG"
                   MOVE CFG-PATH TO UT-SYS-DEVLOG
               WHEN "MRS-SHOW"
                   MOVE CFG-PATH TO UT-SYS-MRS-SHOW
               WHEN "DEVICE-RPT"
                   MOVE CFG-PATH TO UT-SYS-DEVICE-RPT
           END-EVALUATE.
       170-END.
           EXIT.

       end program MRS-8730.
