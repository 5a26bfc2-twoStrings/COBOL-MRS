       IDENTIFICATION DIVISION.
       PROGRAM-ID.  MRS-8660.
       AUTHOR.  JOHN BELLEK.
      *****************************************************************
      * Open concession purchase order report. Lists every order
      * released to a supplier (MRS-1470) and not yet closed, line by
      * line - ordered, received so far, still owed - so the office
      * can chase what has not turned up:
      *
      *   OVERDUE  the order's due date (release date plus the
      *            supplier's lead days) has passed with stock
      *            still owed on it; the order heading says by how
      *            many days
      *   SHORT    a delivery has come in against the line but for
      *            less than was ordered
      *
      * Drafts the night run (MRS-6260) left waiting for release are
      * counted at the foot, so none sits forgotten.
      *
      * One console ACCEPT drives it: the as-of date (YYYYMMDD, zero
      * = today) that overdue is judged against.
      *
      * It can also be queued from the report request screen
      * (MRS-7080) and run by MRS-7070, which hands it the
      * parameters keyed with the request in place of the
      * console. The printed output registers on the report
      * spool, so a queued run can be found and reprinted.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MRS-POHDR-FILE
               ASSIGN TO UT-SYS-POHDR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MRS-POH-PO-NO
               ALTERNATE KEY IS MRS-POH-SUPPLIER
               WITH DUPLICATES
               FILE STATUS IS WS-POH-STATUS.

           SELECT MRS-POLINE-FILE
               ASSIGN TO UT-SYS-POLINE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MRS-POL-KEY
               ALTERNATE KEY IS MRS-POL-ITEM-NO
               WITH DUPLICATES
               FILE STATUS IS WS-POL-STATUS.

           SELECT MRS-SUPPLIER-FILE
               ASSIGN TO UT-SYS-SUPPLIER
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MRS-SUP-ID
               FILE STATUS IS WS-SUP-STATUS.

           SELECT MRS-CONCESSION-FILE
               ASSIGN TO UT-SYS-CONCESS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MRS-CON-ITEM-NO
               FILE STATUS IS WS-CON-STATUS.

           SELECT MRS-OPENPO-RPT
               ASSIGN TO UT-SYS-OPENPO-RPT
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT MRS-FILE-CONFIG-FILE
               ASSIGN TO UT-SYS-FILE-CFG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CFG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       COPY "CPYBOOKS/MRS-POHDR.CPY".
       COPY "CPYBOOKS/MRS-POLINE.CPY".
       COPY "CPYBOOKS/MRS-SUPPLIER.CPY".
       COPY "CPYBOOKS/MRS-CONCESS.CPY".
       COPY "CPYBOOKS/MRS-FILE-CFG.CPY".

       FD  MRS-OPENPO-RPT
           RECORD CONTAINS 80 CHARACTERS.
       01  MRS-OPENPO-LINE                     PIC X(80).

       WORKING-STORAGE SECTION.
       COPY "CPYBOOKS/DATETIME.CPY".
       COPY "CPYBOOKS/MRS-SIGNON.CPY".
       COPY "CPYBOOKS/MRS-TRNPUT.CPY".
       COPY "CPYBOOKS/MRS-SPLPUT.CPY".
       COPY "CPYBOOKS/MRS-RPQCTL.CPY".

       01  WS-FILENAMES.
           05  UT-SYS-POHDR          PIC X(50)
                               VALUE "C:\COBOL\MRS-POHDR-INDEX.DAT".
           05  UT-SYS-POLINE         PIC X(50)
                               VALUE "C:\COBOL\MRS-POLINE-INDEX.DAT".
           05  UT-SYS-SUPPLIER       PIC X(50)
                               VALUE "C:\COBOL\MRS-SUPPLIER-INDEX.DAT".
           05  UT-SYS-CONCESS        PIC X(50)
                               VALUE "C:\COBOL\MRS-CONCESS-INDEX.DAT".
           05  UT-SYS-OPENPO-RPT     PIC X(50)
                               VALUE "C:\COBOL\MRS-OPENPO.RPT".
           05  UT-SYS-FILE-CFG       PIC X(50)
                                   VALUE "C:\COBOL\MRS-FILE-PATHS.CFG".

       01  WS-FILE-CFG-CTL.
           05  WS-CFG-STATUS         PIC XX.
           05  WS-CFG-EOF            PIC X.
               88  CFG-EOF VALUE 'Y'.

       01  WS-CONTROL.
           05  WS-POH-STATUS         PIC XX.
           05  WS-POL-STATUS         PIC XX.
           05  WS-SUP-STATUS         PIC XX.
           05  WS-CON-STATUS         PIC XX.
           05  POH-EOF               PIC X.
           05  POL-EOF               PIC X.
           05  WS-FILES-OK           PIC X.
           05  WS-PICK-DATE          PIC 9(8) VALUE ZERO.
           05  WS-LATE-DAYS          PIC S9(5).
           05  WS-OWED               PIC 9(5).

       01  WS-TOTALS.
           05  WS-OPEN-CNT           PIC 9(5) VALUE ZERO.
           05  WS-OVERDUE-CNT        PIC 9(5) VALUE ZERO.
           05  WS-SHORT-CNT          PIC 9(5) VALUE ZERO.
           05  WS-DRAFT-CNT          PIC 9(5) VALUE ZERO.
           05  WS-OWED-COST          PIC 9(7)V99 VALUE ZERO.

       01  WS-RPT-HEADER.
           05  PIC X(33) VALUE "MRS OPEN PURCHASE ORDERS AS OF".
           05  RH-DATE               PIC 9(8).
           05  PIC X(39) VALUE SPACES.

       01  WS-RPT-BLANK              PIC X(80) VALUE SPACES.

       01  WS-RPT-ORDER.
           05  PIC X(6)  VALUE "ORDER ".
           05  RO-PO-NO              PIC 9(6).
           05  PIC X(2)  VALUE SPACES.
           05  RO-SUPPLIER           PIC X(4).
           05  PIC X(1)  VALUE SPACES.
           05  RO-SUP-NAME           PIC X(20).
           05  PIC X(5)  VALUE " REL ".
           05  RO-RELEASED           PIC 9(8).
           05  PIC X(5)  VALUE " DUE ".
           05  RO-DUE                PIC 9(8).
           05  PIC X(1)  VALUE SPACES.
           05  RO-LATE               PIC X(14).

       01  WS-RPT-LATE.
           05  RL-DAYS               PIC ZZZ9.
           05  PIC X(10) VALUE " DAYS LATE".

       01  WS-RPT-COL-HDR.
           05  PIC X(40)
               VALUE "  LN ITEM NAME                  ORDERED ".
           05  PIC X(40)
               VALUE "RECEIVED    OWED  LAST RECV  FLAG       ".

       01  WS-RPT-DETAIL.
           05  PIC X(2)  VALUE SPACES.
           05  RD-LINE               PIC 99.
           05  PIC X(1)  VALUE SPACES.
           05  RD-ITEM-NO            PIC 9(3).
           05  PIC X(2)  VALUE SPACES.
           05  RD-NAME               PIC X(20).
           05  PIC X(2)  VALUE SPACES.
           05  RD-ORDERED            PIC ZZZZ9.
           05  PIC X(4)  VALUE SPACES.
           05  RD-RECEIVED           PIC ZZZZ9.
           05  PIC X(3)  VALUE SPACES.
           05  RD-OWED               PIC ZZZZ9.
           05  PIC X(2)  VALUE SPACES.
           05  RD-LAST-RECV          PIC X(8).
           05  PIC X(3)  VALUE SPACES.
           05  RD-FLAG               PIC X(7).
           05  PIC X(6)  VALUE SPACES.

       01  WS-RPT-TOTAL-1.
           05  PIC X(14) VALUE "OPEN ORDERS:".
           05  RT-OPEN               PIC ZZZZ9.
           05  PIC X(14) VALUE "   OVERDUE:".
           05  RT-OVERDUE            PIC ZZZZ9.
           05  PIC X(14) VALUE "  SHORT LINES:".
           05  RT-SHORT              PIC ZZZZ9.
           05  PIC X(23) VALUE SPACES.

       01  WS-RPT-TOTAL-2.
           05  PIC X(24) VALUE "COST OF STOCK STILL OWED".
           05  RT-OWED-COST          PIC ZZZ,ZZ9.99.
           05  PIC X(25) VALUE "   DRAFTS NOT RELEASED:".
           05  RT-DRAFTS             PIC ZZZZ9.
           05  PIC X(16) VALUE SPACES.

       01  WS-RPT-NONE.
           05  PIC X(40) VALUE "NO PURCHASE ORDERS ARE OPEN.".
           05  PIC X(40) VALUE SPACES.

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

           PERFORM 900-OPEN-FILES THRU 900-EXIT
           OPEN OUTPUT MRS-OPENPO-RPT
           MOVE WS-PICK-DATE TO RH-DATE
           WRITE MRS-OPENPO-LINE FROM WS-RPT-HEADER
           WRITE MRS-OPENPO-LINE FROM WS-RPT-BLANK
           IF WS-FILES-OK = "Y"
               PERFORM 200-WALK-ORDERS THRU 200-EXIT
           END-IF
           IF WS-OPEN-CNT = ZERO
               WRITE MRS-OPENPO-LINE FROM WS-RPT-NONE
           END-IF
           MOVE WS-OPEN-CNT TO RT-OPEN
           MOVE WS-OVERDUE-CNT TO RT-OVERDUE
           MOVE WS-SHORT-CNT TO RT-SHORT
           MOVE WS-OWED-COST TO RT-OWED-COST
           MOVE WS-DRAFT-CNT TO RT-DRAFTS
           WRITE MRS-OPENPO-LINE FROM WS-RPT-BLANK
           WRITE MRS-OPENPO-LINE FROM WS-RPT-TOTAL-1
           WRITE MRS-OPENPO-LINE FROM WS-RPT-TOTAL-2
           CLOSE MRS-OPENPO-RPT
           PERFORM 910-CLOSE-FILES THRU 910-EXIT

           MOVE "MRS-8660" TO MRS-SP-PROGRAM
           MOVE SPACES TO MRS-SP-PARMS
           MOVE WS-PICK-DATE TO MRS-SP-PARMS(1:8)
           MOVE UT-SYS-OPENPO-RPT TO MRS-SP-PATH
           CALL "MRS-7050" USING MRS-SPOOL-PUT
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
               WHEN "POHDR"
                   MOVE CFG-PATH TO UT-SYS-POHDR
               WHEN "POLINE"
                   MOVE CFG-PATH TO UT-SYS-POLINE
               WHEN "SUPPLIER"
                   MOVE CFG-PATH TO UT-SYS-SUPPLIER
               WHEN "CONCESS"
                   MOVE CFG-PATH TO UT-SYS-CONCESS
               WHEN "OPENPO-RPT"
                   MOVE CFG-PATH TO UT-SYS-OPENPO-RPT
           END-EVALUATE.
       170-END.
           EXIT.

      * Every order in number order; released ones print, drafts
      * are only counted.
       200-WALK-ORDERS.
           MOVE "N" TO POH-EOF
           MOVE LOW-VALUES TO MRS-POHDR-REC
           START MRS-POHDR-FILE KEY IS NOT LESS THAN MRS-POH-PO-NO
               INVALID KEY
                   MOVE "Y" TO POH-EOF
           END-START
           PERFORM UNTIL POH-EOF = "Y"
               READ MRS-POHDR-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO POH-EOF
                   NOT AT END
                       EVALUATE MRS-POH-STATUS
                           WHEN "D"
                               ADD 1 TO WS-DRAFT-CNT
                           WHEN "R"
                               PERFORM 300-PRINT-ORDER THRU 300-EXIT
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
               END-READ
           END-PERFORM.
       200-EXIT.
           EXIT.

       300-PRINT-ORDER.
           ADD 1 TO WS-OPEN-CNT
           MOVE MRS-POH-PO-NO TO RO-PO-NO
           MOVE MRS-POH-SUPPLIER TO RO-SUPPLIER
           MOVE MRS-POH-SUPPLIER TO MRS-SUP-ID
           READ MRS-SUPPLIER-FILE
               INVALID KEY
                   MOVE "(NOT ON FILE)" TO RO-SUP-NAME
               NOT INVALID KEY
                   MOVE MRS-SUP-NAME TO RO-SUP-NAME
           END-READ
           MOVE MRS-POH-RELEASED TO RO-RELEASED
           MOVE MRS-POH-DUE TO RO-DUE
           MOVE SPACES TO RO-LATE
           MOVE ZERO TO WS-LATE-DAYS
           IF MRS-POH-DUE NUMERIC AND MRS-POH-DUE NOT = ZEROS
              AND MRS-POH-DUE < WS-PICK-DATE
               COMPUTE WS-LATE-DAYS =
                   FUNCTION INTEGER-OF-DATE (WS-PICK-DATE) -
                   FUNCTION INTEGER-OF-DATE (MRS-POH-DUE)
               MOVE WS-LATE-DAYS TO RL-DAYS
               MOVE WS-RPT-LATE TO RO-LATE
               ADD 1 TO WS-OVERDUE-CNT
           END-IF
           WRITE MRS-OPENPO-LINE FROM WS-RPT-ORDER
           WRITE MRS-OPENPO-LINE FROM WS-RPT-COL-HDR
           MOVE "N" TO POL-EOF
           MOVE MRS-POH-PO-NO TO MRS-POL-PO-NO
           MOVE ZEROS TO MRS-POL-LINE
           START MRS-POLINE-FILE KEY IS NOT LESS THAN MRS-POL-KEY
               INVALID KEY
                   MOVE "Y" TO POL-EOF
           END-START
           PERFORM UNTIL POL-EOF = "Y"
               READ MRS-POLINE-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO POL-EOF
                   NOT AT END
                       IF MRS-POL-PO-NO NOT = MRS-POH-PO-NO
                           MOVE "Y" TO POL-EOF
                       ELSE
                           PERFORM 350-PRINT-LINE THRU 350-EXIT
                       END-IF
               END-READ
           END-PERFORM
           WRITE MRS-OPENPO-LINE FROM WS-RPT-BLANK.
       300-EXIT.
           EXIT.

       350-PRINT-LINE.
           MOVE MRS-POL-LINE TO RD-LINE
           MOVE MRS-POL-ITEM-NO TO RD-ITEM-NO
           MOVE MRS-POL-ITEM-NO TO MRS-CON-ITEM-NO
           READ MRS-CONCESSION-FILE
               INVALID KEY
                   MOVE "(ITEM NOT ON FILE)" TO RD-NAME
               NOT INVALID KEY
                   MOVE MRS-CON-NAME TO RD-NAME
           END-READ
           MOVE MRS-POL-QTY-ORDERED TO RD-ORDERED
           MOVE MRS-POL-QTY-RECEIVED TO RD-RECEIVED
           IF MRS-POL-QTY-RECEIVED < MRS-POL-QTY-ORDERED
               COMPUTE WS-OWED =
                   MRS-POL-QTY-ORDERED - MRS-POL-QTY-RECEIVED
           ELSE
               MOVE ZERO TO WS-OWED
           END-IF
           MOVE WS-OWED TO RD-OWED
           COMPUTE WS-OWED-COST = WS-OWED-COST +
               (WS-OWED * MRS-POL-UNIT-COST)
           IF MRS-POL-LAST-RECV = ZEROS
               MOVE SPACES TO RD-LAST-RECV
           ELSE
               MOVE MRS-POL-LAST-RECV TO RD-LAST-RECV
           END-IF
           MOVE SPACES TO RD-FLAG
           IF WS-OWED > ZERO AND WS-LATE-DAYS > ZERO
               MOVE "OVERDUE" TO RD-FLAG
           END-IF
      *    Something came, not all of it - short beats overdue on
      *    the line, the order heading already says it is late.
           IF WS-OWED > ZERO AND MRS-POL-QTY-RECEIVED > ZERO
               MOVE "SHORT" TO RD-FLAG
               ADD 1 TO WS-SHORT-CNT
           END-IF
           WRITE MRS-OPENPO-LINE FROM WS-RPT-DETAIL.
       350-EXIT.
           EXIT.

      * A site that has never had an order prints the empty report.
       900-OPEN-FILES.
           MOVE "N" TO WS-FILES-OK
           OPEN INPUT MRS-POHDR-FILE
           IF WS-POH-STATUS NOT = '00'
               GO TO 900-EXIT
           END-IF
           OPEN INPUT MRS-POLINE-FILE
           IF WS-POL-STATUS NOT = '00'
               CLOSE MRS-POHDR-FILE
               GO TO 900-EXIT
           END-IF
           OPEN INPUT MRS-SUPPLIER-FILE
           OPEN INPUT MRS-CONCESSION-FILE
           MOVE "Y" TO WS-FILES-OK.
       900-EXIT.
           EXIT.

       910-CLOSE-FILES.
           IF WS-FILES-OK = "Y"
               CLOSE MRS-POHDR-FILE
               CLOSE MRS-POLINE-FILE
               CLOSE MRS-SUPPLIER-FILE
               CLOSE MRS-CONCESSION-FILE
           END-IF.
       910-EXIT.
           EXIT.

       end program MRS-8660.
