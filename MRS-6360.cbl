       IDENTIFICATION DIVISION.
       PROGRAM-ID.  MRS-6360.
       AUTHOR.  JOHN BELLEK.
      *****************************************************************
      * Online partner sales intake, in the MRS-6350 mold. The
      * outside ticketing partner drops a comma-delimited file of
      * the tickets it sold (and refunded) on its site since the
      * last drop, one order per line:
      *
      *   order ref,action (S sale / R refund),show date (YYYYMMDD),
      *   screen,time (HHMM),type (C/A/S),qty,amount,tax,fee,seats
      *
      * amount is the pre-tax ticket money on the order, fee what
      * the partner keeps of it, and seats the chairs sold as
      * space-separated RRSS pairs (row, seat) - blank for a room
      * with no seat map.
      *
      * Each line is matched to its showing through the screen/
      * date/time alternate key. A sale takes the seats off the
      * showing's count (journaled like any window sale) and marks
      * its chairs sold on the seat map; a refund puts both back.
      * The line then goes onto the ticket trail under the partner
      * tender ("O", operator ONLINE) with the fee and the order
      * ref on it, so the night posting run books the money as owed
      * by the partner and the monthly remittance reconciliation
      * (MRS-6370) has something to match the statement to. A sale
      * draws a serial per seat off the ticket serial register
      * (MRS-6485), the first of the run riding on the line, so the
      * door (MRS-3550) can admit the partner's customer by the
      * order ref; a refund voids the sale's serials still unused.
      *
      * The partner has already taken the money, so a sale that
      * oversells the showing is applied anyway - the seats go to
      * zero and the shortfall is listed - and a chair that was
      * already sold at the window is listed as a conflict for the
      * house to seat by hand. A line that cannot be matched to an
      * open showing, is unreadable, repeats an order already taken
      * in, or refunds an order never taken in is listed and goes
      * onto the common inbound quarantine file as it was read.
      *
      * A showing a window has locked mid-sale is tried again once
      * the rest of the drop is through; one still locked then is
      * carried on the pending file, which the next run takes in
      * ahead of its drop.
      *
      * Every run then cuts the seats-available file the partner
      * sells from - one line per showing from today forward that
      * is open for sale:
      *
      *   show id,site,show date,screen,time,seats available
      *
      * with the outbound header and trailer (MRS-6540); the
      * trailer's hash total is the sum of the seats. Run on the
      * partner's drop schedule through the day; it is not part of
      * the night stream. A drop already on the inbound registry
      * (MRS-6545) is not read again unless a supervisor forces it,
      * but the seats file is still cut.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MRS-ONLINE-FILE
               ASSIGN TO UT-SYS-ONLINE-IN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ONL-STATUS.

           SELECT MRS-ONLPEND-FILE
               ASSIGN TO UT-SYS-ONLINE-PEND
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PND-STATUS.

           SELECT MRS-SHOW-FILE
               ASSIGN TO UT-SYS-MRS-SHOW
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MRS-SHOW-ID
               ALTERNATE KEY IS MRS-SHOW-LOOKUP-KEY
               WITH DUPLICATES
               ALTERNATE KEY IS MRS-RENTAL-ID
               WITH DUPLICATES
               FILE STATUS IS WS-SHOW-STATUS.

           SELECT MRS-SCREEN-FILE
               ASSIGN TO UT-SYS-MRS-SCREEN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MRS-SCR-NUMBER
               FILE STATUS IS WS-SCR-STATUS.

           SELECT MRS-SEAT-MAP-FILE
               ASSIGN TO UT-SYS-SEAT-MAP
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MRS-SEAT-SHOW-ID
               FILE STATUS IS WS-MAP-STATUS.

           SELECT MRS-LOCK-FILE
               ASSIGN TO UT-SYS-LOCKFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MRS-LCK-KEY
               FILE STATUS IS WS-LCK-STATUS.

           SELECT MRS-TICKET-SALES-FILE
               ASSIGN TO UT-SYS-TIC-SALES
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TSL-STATUS.

           SELECT MRS-TSLIDX-FILE
               ASSIGN TO UT-SYS-TSLIDX
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MRS-TIX-KEY
               FILE STATUS IS WS-TIX-STATUS.

           SELECT MRS-AVAIL-FILE
               ASSIGN TO UT-SYS-ONLINE-AVL
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT MRS-ONLINE-RPT
               ASSIGN TO UT-SYS-ONLINE-RPT
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT MRS-FILE-CONFIG-FILE
               ASSIGN TO UT-SYS-FILE-CFG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CFG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MRS-ONLINE-FILE
           RECORD CONTAINS 160 CHARACTERS.
       01  MRS-ONLINE-LINE                     PIC X(160).

       FD  MRS-ONLPEND-FILE
           RECORD CONTAINS 160 CHARACTERS.
       01  MRS-ONLPEND-LINE                    PIC X(160).

       COPY "CPYBOOKS/MRS-SHOW.CPY".
       COPY "CPYBOOKS/MRS-SCREEN.CPY".
       COPY "CPYBOOKS/MRS-SEAT-MAP.CPY".
       COPY "CPYBOOKS/MRS-LOCK.CPY".
       COPY "CPYBOOKS/MRS-TICKET-SALES.CPY".
       COPY "CPYBOOKS/MRS-TSLIDX.CPY".
       COPY "CPYBOOKS/MRS-FILE-CFG.CPY".

       FD  MRS-AVAIL-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  MRS-AVAIL-LINE                      PIC X(80).

       FD  MRS-ONLINE-RPT
           RECORD CONTAINS 80 CHARACTERS.
       01  MRS-ONLINE-RPT-LINE                 PIC X(80).

       WORKING-STORAGE SECTION.
       COPY "CPYBOOKS/MRS-JOBCTR.CPY".
       COPY "CPYBOOKS/MRS-SPLPUT.CPY".
       COPY "CPYBOOKS/MRS-JRNPUT.CPY".
       COPY "CPYBOOKS/MRS-IBPUT.CPY".
       COPY "CPYBOOKS/MRS-OBPUT.CPY".
       COPY "CPYBOOKS/MRS-TIXPUT.CPY".
       COPY "CPYBOOKS/MRS-SEQPUT.CPY".
       COPY "CPYBOOKS/MRS-SERPUT.CPY".
       COPY "CPYBOOKS/DATETIME.CPY".
       COPY "CPYBOOKS/MRS-SIGNON.CPY".
       COPY "CPYBOOKS/MRS-TRNPUT.CPY".

       01  WS-FILENAMES.
           05  UT-SYS-ONLINE-IN      PIC X(50)
                               VALUE "C:\COBOL\MRS-ONLINE-SALES.DAT".
           05  UT-SYS-ONLINE-PEND    PIC X(50)
                               VALUE "C:\COBOL\MRS-ONLINE-PEND.DAT".
           05  UT-SYS-MRS-SHOW       PIC X(50)
                                   VALUE "C:\COBOL\MRS-SHOW-INDEX.dat".
           05  UT-SYS-MRS-SCREEN     PIC X(50)
                               VALUE "C:\COBOL\MRS-SCREEN-INDEX.dat".
           05  UT-SYS-SEAT-MAP       PIC X(50)
                               VALUE "C:\COBOL\MRS-SEAT-MAP.dat".
           05  UT-SYS-LOCKFILE       PIC X(50)
                               VALUE "C:\COBOL\MRS-LOCK-INDEX.DAT".
           05  UT-SYS-TIC-SALES      PIC X(50)
                               VALUE "C:\COBOL\MRS-TICKET-SALES.DAT".
           05  UT-SYS-TSLIDX         PIC X(50)
                               VALUE "C:\COBOL\MRS-TSLIDX-INDEX.DAT".
           05  UT-SYS-ONLINE-AVL     PIC X(50)
                               VALUE "C:\COBOL\MRS-ONLINE-AVAIL.DAT".
           05  UT-SYS-ONLINE-RPT     PIC X(50)
                               VALUE "C:\COBOL\MRS-ONLINE-INTAKE.RPT".
           05  UT-SYS-FILE-CFG       PIC X(50)
                                   VALUE "C:\COBOL\MRS-FILE-PATHS.CFG".

       01  WS-FILE-CFG-CTL.
           05  WS-CFG-STATUS         PIC XX.
           05  WS-CFG-EOF            PIC X.
               88  CFG-EOF VALUE 'Y'.

      * The open flags are set once at open - the status bytes move
      * with every read after that.
       01  WS-SWITCHES.
           05  WS-ONL-STATUS         PIC XX.
           05  WS-PND-STATUS         PIC XX.
           05  WS-SHOW-STATUS        PIC XX.
           05  WS-SCR-STATUS         PIC XX.
           05  WS-MAP-STATUS         PIC XX.
           05  WS-LCK-STATUS         PIC XX.
           05  WS-TSL-STATUS         PIC XX.
           05  WS-TIX-STATUS         PIC XX.
           05  WS-DROP-OPEN          PIC X.
           05  WS-SCR-OPEN           PIC X.
           05  WS-MAP-OPEN           PIC X.
           05  WS-LCK-OPEN           PIC X.
           05  ONL-EOF               PIC X.
           05  PND-EOF               PIC X.
           05  TSL-EOF               PIC X.
           05  TIX-EOF               PIC X.
           05  SHOW-EOF              PIC X.
           05  WS-LINE-VALID         PIC X.
               88  LINE-LOCKED       VALUE "L".
           05  WS-SHOW-FOUND         PIC X.
           05  WS-ORDER-FOUND        PIC X.
           05  WS-SALE-FOUND         PIC X.
           05  WS-LOCK-HELD          PIC X.
           05  WS-LOCK-REFUSED       PIC X.
           05  WS-HAVE-MAP           PIC X.
           05  WS-MAP-NEW            PIC X.
           05  WS-LAST-TRY           PIC X.

       01  WS-FIELDS.
           05  WS-CUR-LINE           PIC X(160).
           05  WF-ORDER              PIC X(8).
           05  WF-ACTION             PIC X.
           05  WF-DATE-X             PIC X(8).
           05  WF-SCREEN-X           PIC X(2).
           05  WF-TIME-X             PIC X(4).
           05  WF-TYPE               PIC X.
           05  WF-QTY-X              PIC X(2).
           05  WF-AMOUNT-X           PIC X(9).
           05  WF-TAX-X              PIC X(9).
           05  WF-FEE-X              PIC X(9).
           05  WF-SEATS-X            PIC X(80).
           05  WF-DATE               PIC 9(8).
           05  WF-SCREEN             PIC 99.
           05  WF-TIME               PIC 9(4).
           05  WF-QTY                PIC 99.
           05  WF-AMOUNT             PIC 9(5)V99.
           05  WF-TAX                PIC 9(5)V99.
           05  WF-FEE                PIC 9(5)V99.
           05  WF-TIME-CMP           PIC X(7).
           05  WF-TSL-ACTION         PIC X(4).
           05  WF-PTR                PIC 99.
           05  WF-SEAT-TOKEN         PIC X(4).
           05  WF-SEAT-ROW           PIC 99.
           05  WF-SEAT-NO            PIC 99.
           05  WF-MAP-R              PIC 99.
           05  WF-MAP-S              PIC 99.
           05  WS-LOCK-SHOW-ID       PIC 9(4).

      * The serial run of the order in hand: the first serial issued
      * to a sale, or the first voided by a refund, for the line.
       01  WS-SERIAL-WORK.
           05  WS-FIRST-SERIAL       PIC 9(9).
           05  WS-SALE-SERIAL        PIC 9(9).
           05  WS-SALE-QTY           PIC 99.
           05  WS-TRY-SERIAL         PIC 9(9).
           05  WS-SERIAL-END         PIC 9(9).
           05  WS-VOIDED             PIC 99.

      * Every partner order already on the trail, by order ref and
      * action, so a drop sent twice, or a line carried on the
      * pending file that also came in again, is taken in once. The
      * serial run a sale went out under is kept for its refund.
       01  WS-ORDER-TABLE.
           05  WS-ORDER-COUNT        PIC 9(4) VALUE ZERO.
           05  WS-ORDER-SLOT OCCURS 3000 TIMES INDEXED BY ORD-I.
               10  WO-ORDER          PIC X(8).
               10  WO-ACTION         PIC X(4).
               10  WO-SERIAL         PIC 9(9).
               10  WO-QTY            PIC 99.

      * Lines carried from the last run's pending file, and lines a
      * locked showing turned away this run.
       01  WS-PEND-TABLE.
           05  WS-PEND-COUNT         PIC 9(3) VALUE ZERO.
           05  WS-PEND-ENTRY OCCURS 200 TIMES PIC X(160).

       01  WS-RETRY-TABLE.
           05  WS-RETRY-COUNT        PIC 9(3) VALUE ZERO.
           05  WS-RETRY-ENTRY OCCURS 200 TIMES PIC X(160).

       01  WS-COUNTERS.
           05  WS-LINES-READ         PIC 9(7) VALUE ZERO.
           05  WS-SALES-APPLIED      PIC 9(7) VALUE ZERO.
           05  WS-REFUNDS-APPLIED    PIC 9(7) VALUE ZERO.
           05  WS-REJECT-CNT         PIC 9(7) VALUE ZERO.
           05  WS-NOTE-CNT           PIC 9(7) VALUE ZERO.
           05  WS-CARRIED-CNT        PIC 9(7) VALUE ZERO.
           05  WS-AVAIL-CNT          PIC 9(7) VALUE ZERO.
           05  WS-SHORT              PIC 9(3).
           05  WS-I                  PIC 9(3).

       01  WS-DATE-WORK.
           05  WS-TODAY-NUM          PIC 9(8).
           05  WS-FROM-DATE          PIC 9(8).
           05  WS-LINE-DATE          PIC 9(8).

       01  WS-AVAIL-WORK.
           05  WA-SHOW-ID            PIC 9(4).
           05  WA-DATE               PIC 9(8).
           05  WA-SCREEN             PIC 99.
           05  WA-SEATS              PIC 999.

       01  WS-RPT-HEADER1.
           05  PIC X(32) VALUE "MRS ONLINE PARTNER INTAKE - RUN ".
           05  RH-RUN-DATE           PIC 9(8).
           05  PIC X(40) VALUE SPACES.

       01  WS-RPT-HEADER2.
           05  PIC X(9)  VALUE "ORDER".
           05  PIC X(2)  VALUE "A".
           05  PIC X(5)  VALUE "SHOW".
           05  PIC X(3)  VALUE "QTY".
           05  PIC X(11) VALUE "     AMOUNT".
           05  PIC X(32) VALUE "  EXCEPTION".
           05  PIC X(18) VALUE "SEAT".

       01  WS-RPT-DETAIL.
           05  RD-ORDER              PIC X(8).
           05  PIC X     VALUE SPACE.
           05  RD-ACTION             PIC X.
           05  PIC X     VALUE SPACE.
           05  RD-SHOW               PIC ZZZ9.
           05  PIC X     VALUE SPACE.
           05  RD-QTY                PIC Z9.
           05  PIC X     VALUE SPACE.
           05  RD-AMOUNT             PIC ZZ,ZZ9.99.
           05  PIC X(2)  VALUE SPACES.
           05  RD-REASON             PIC X(30).
           05  PIC X     VALUE SPACE.
           05  RD-NOTE               PIC X(6).
           05  PIC X(13) VALUE SPACES.

       01  WS-RPT-TOTAL1.
           05  PIC X(15) VALUE "SALES APPLIED:".
           05  RT-SALES              PIC ZZZZZ9.
           05  PIC X(11) VALUE "  REFUNDS:".
           05  RT-REFUNDS            PIC ZZZZZ9.
           05  PIC X(14) VALUE "  REJECTED:".
           05  RT-REJECTED           PIC ZZZZZ9.
           05  PIC X(22) VALUE SPACES.

       01  WS-RPT-TOTAL2.
           05  PIC X(15) VALUE "NOTES LISTED:".
           05  RT-NOTES              PIC ZZZZZ9.
           05  PIC X(11) VALUE "  PENDING:".
           05  RT-CARRIED            PIC ZZZZZ9.
           05  PIC X(16) VALUE "  SHOWINGS SENT:".
           05  RT-AVAIL              PIC ZZZZZ9.
           05  PIC X(20) VALUE SPACES.

       01  WS-NOTE-LINE.
           05  NL-TEXT               PIC X(60).
           05  PIC X(20) VALUE SPACES.

       PROCEDURE DIVISION.
       100-MAIN.
           PERFORM 160-LOAD-FILE-CONFIG THRU 160-EXIT
           MOVE FUNCTION CURRENT-DATE TO WS-DATETIME
           COMPUTE WS-TODAY-NUM =
               (WS-YEAR * 10000) + (WS-MONTH * 100) + WS-DAY
           OPEN OUTPUT MRS-ONLINE-RPT
           MOVE WS-TODAY-NUM TO RH-RUN-DATE
           WRITE MRS-ONLINE-RPT-LINE FROM WS-RPT-HEADER1
           OPEN I-O MRS-SHOW-FILE
           IF WS-SHOW-STATUS NOT = '00'
               MOVE "SHOW FILE NOT AVAILABLE - NOTHING TAKEN IN"
                   TO NL-TEXT
               WRITE MRS-ONLINE-RPT-LINE FROM WS-NOTE-LINE
               CLOSE MRS-ONLINE-RPT
               DISPLAY "MRS-6360 ONLINE: NO SHOW FILE - DROP LEFT"
                   " FOR THE NEXT RUN."
               GOBACK
           END-IF
           WRITE MRS-ONLINE-RPT-LINE FROM WS-RPT-HEADER2
           PERFORM 150-LOAD-ORDERS THRU 150-EXIT
           PERFORM 900-OPEN-FILES THRU 900-EXIT

      *    Last run's carried lines go first, then the new drop,
      *    then one more try at whatever a lock turned away.
           MOVE "N" TO WS-LAST-TRY
           PERFORM VARYING WS-I FROM 1 BY 1
           UNTIL WS-I > WS-PEND-COUNT
               MOVE WS-PEND-ENTRY(WS-I) TO WS-CUR-LINE
               ADD 1 TO WS-LINES-READ
               PERFORM 250-ONE-ORDER THRU 250-EXIT
           END-PERFORM
           PERFORM 200-READ-DROP THRU 200-EXIT
           MOVE "Y" TO WS-LAST-TRY
           PERFORM VARYING WS-I FROM 1 BY 1
           UNTIL WS-I > WS-RETRY-COUNT
               MOVE WS-RETRY-ENTRY(WS-I) TO WS-CUR-LINE
               PERFORM 250-ONE-ORDER THRU 250-EXIT
           END-PERFORM

           PERFORM 600-WRITE-AVAILABILITY THRU 600-EXIT
           PERFORM 700-PRINT-TOTALS THRU 700-EXIT
           PERFORM 910-CLOSE-FILES THRU 910-EXIT
           CLOSE MRS-ONLINE-RPT

           DISPLAY "MRS-6360 ONLINE: " WS-SALES-APPLIED " SALE(S), "
               WS-REFUNDS-APPLIED " REFUND(S), " WS-REJECT-CNT
               " REJECTED, " WS-CARRIED-CNT " PENDING."
      *    The night driver logs these on the job log.
           MOVE WS-LINES-READ TO MRS-JOB-READ
           COMPUTE MRS-JOB-WRITTEN =
               WS-SALES-APPLIED + WS-REFUNDS-APPLIED
           MOVE WS-REJECT-CNT TO MRS-JOB-REJECTED
      *    The finished output registers on the report spool so
      *    the office can find and reprint it later.
           MOVE "MRS-6360" TO MRS-SP-PROGRAM
           MOVE SPACES TO MRS-SP-PARMS
           MOVE WS-TODAY-NUM TO MRS-SP-PARMS(1:8)
           MOVE UT-SYS-ONLINE-RPT TO MRS-SP-PATH
           CALL "MRS-7050" USING MRS-SPOOL-PUT
           GOBACK.
       100-EXIT.
           EXIT.

      * Loads every partner order ref already on the trail from 90
      * days back - the partner does not sell further ahead than
      * that, so no refund can name an older order. The indexed
      * store keeps the whole history; a site without it scans the
      * flat trail (the current month only, after the monthly cut).
       150-LOAD-ORDERS.
           MOVE SPACES TO WS-ORDER-TABLE
           MOVE ZERO TO WS-ORDER-COUNT
           COMPUTE WS-FROM-DATE = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE (WS-TODAY-NUM) - 90)
           OPEN INPUT MRS-TSLIDX-FILE
           IF WS-TIX-STATUS = '00'
               PERFORM 155-ORDERS-FROM-STORE THRU 155-EXIT
               CLOSE MRS-TSLIDX-FILE
               GO TO 150-EXIT
           END-IF
           MOVE "N" TO TSL-EOF
           OPEN INPUT MRS-TICKET-SALES-FILE
           IF WS-TSL-STATUS NOT = '00'
               GO TO 150-EXIT
           END-IF
           PERFORM UNTIL TSL-EOF = "Y"
               READ MRS-TICKET-SALES-FILE
                   AT END
                       MOVE "Y" TO TSL-EOF
                   NOT AT END
                       IF MRS-TSL-TENDER = "O"
                           PERFORM 158-ADD-ORDER THRU 158-EXIT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE MRS-TICKET-SALES-FILE.
       150-EXIT.
           EXIT.

       155-ORDERS-FROM-STORE.
           MOVE "N" TO TIX-EOF
           MOVE WS-FROM-DATE TO MRS-TIX-DATE
           MOVE ZEROS TO MRS-TIX-TIME
           MOVE ZEROS TO MRS-TIX-SEQ
           START MRS-TSLIDX-FILE KEY IS NOT LESS THAN MRS-TIX-KEY
               INVALID KEY
                   MOVE "Y" TO TIX-EOF
           END-START
           PERFORM UNTIL TIX-EOF = "Y"
               READ MRS-TSLIDX-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO TIX-EOF
                   NOT AT END
                       MOVE MRS-TIX-LINE TO MRS-TSL-REC
                       IF MRS-TSL-TENDER = "O"
                           PERFORM 158-ADD-ORDER THRU 158-EXIT
                       END-IF
               END-READ
           END-PERFORM.
       155-EXIT.
           EXIT.

       158-ADD-ORDER.
           IF WS-ORDER-COUNT < 3000
               ADD 1 TO WS-ORDER-COUNT
               MOVE MRS-TSL-COMP-AUTH TO WO-ORDER(WS-ORDER-COUNT)
               MOVE MRS-TSL-ACTION TO WO-ACTION(WS-ORDER-COUNT)
               MOVE ZEROS TO WO-SERIAL(WS-ORDER-COUNT)
               MOVE ZEROS TO WO-QTY(WS-ORDER-COUNT)
               IF MRS-TSL-SERIAL NUMERIC AND MRS-TSL-QTY NUMERIC
                   MOVE MRS-TSL-SERIAL TO WO-SERIAL(WS-ORDER-COUNT)
                   MOVE MRS-TSL-QTY TO WO-QTY(WS-ORDER-COUNT)
               END-IF
           END-IF.
       158-EXIT.
           EXIT.

       200-READ-DROP.
           IF WS-DROP-OPEN NOT = "Y"
               GO TO 200-EXIT
           END-IF
           MOVE "N" TO ONL-EOF
           PERFORM UNTIL ONL-EOF = "Y"
               READ MRS-ONLINE-FILE
                   AT END
                       MOVE "Y" TO ONL-EOF
                   NOT AT END
                       IF MRS-ONLINE-LINE NOT = SPACES
                           MOVE MRS-ONLINE-LINE TO WS-CUR-LINE
                           ADD 1 TO WS-LINES-READ
                           PERFORM 250-ONE-ORDER THRU 250-EXIT
                       END-IF
               END-READ
           END-PERFORM.
       200-EXIT.
           EXIT.

      * One partner line. A line turned away by a lock is not an
      * exception - it waits for the retry, or the next run.
       250-ONE-ORDER.
           PERFORM 300-SPLIT-LINE THRU 300-EXIT
           PERFORM 350-VALIDATE-LINE THRU 350-EXIT
           IF WS-LINE-VALID = "Y"
               PERFORM 400-APPLY-ORDER THRU 400-EXIT
           END-IF
           IF LINE-LOCKED
               PERFORM 280-HOLD-FOR-LOCK THRU 280-EXIT
               GO TO 250-EXIT
           END-IF
           IF WS-LINE-VALID NOT = "Y"
               ADD 1 TO WS-REJECT-CNT
               MOVE SPACES TO RD-NOTE
               PERFORM 500-LIST-LINE THRU 500-EXIT
               MOVE "Q" TO MRS-IBP-FUNCTION
               MOVE "MRS-6360" TO MRS-IBP-SOURCE
               MOVE RD-REASON TO MRS-IBP-REASON
               MOVE WS-CUR-LINE TO MRS-IBP-LINE
               CALL "MRS-6545" USING MRS-IB-PUT
           END-IF.
       250-EXIT.
           EXIT.

       280-HOLD-FOR-LOCK.
           IF WS-LAST-TRY NOT = "Y" AND WS-RETRY-COUNT < 200
               ADD 1 TO WS-RETRY-COUNT
               MOVE WS-CUR-LINE TO WS-RETRY-ENTRY(WS-RETRY-COUNT)
           ELSE
               MOVE WS-CUR-LINE TO MRS-ONLPEND-LINE
               WRITE MRS-ONLPEND-LINE
               ADD 1 TO WS-CARRIED-CNT
           END-IF.
       280-EXIT.
           EXIT.

       300-SPLIT-LINE.
           MOVE SPACES TO WF-ORDER WF-ACTION WF-DATE-X WF-SCREEN-X
                          WF-TIME-X WF-TYPE WF-QTY-X WF-AMOUNT-X
                          WF-TAX-X WF-FEE-X WF-SEATS-X
           MOVE ZEROS TO WF-QTY WF-AMOUNT
           UNSTRING WS-CUR-LINE DELIMITED BY ","
               INTO WF-ORDER WF-ACTION WF-DATE-X WF-SCREEN-X
                    WF-TIME-X WF-TYPE WF-QTY-X WF-AMOUNT-X
                    WF-TAX-X WF-FEE-X WF-SEATS-X
           END-UNSTRING.
       300-EXIT.
           EXIT.

      * The partner's file is machine-written, but a bad line must
      * still stop here rather than land on the trail.
       350-VALIDATE-LINE.
           MOVE "Y" TO WS-LINE-VALID
           MOVE "N" TO WS-SHOW-FOUND
           MOVE SPACES TO RD-REASON
           MOVE ZEROS TO WS-SHORT
           IF WF-ORDER = SPACES
               MOVE "N" TO WS-LINE-VALID
               MOVE "NO ORDER REF ON LINE" TO RD-REASON
               GO TO 350-EXIT
           END-IF
           IF WF-ACTION NOT = "S" AND WF-ACTION NOT = "R"
               MOVE "N" TO WS-LINE-VALID
               MOVE "ACTION NOT S OR R" TO RD-REASON
               GO TO 350-EXIT
           END-IF
           IF FUNCTION TEST-NUMVAL (WF-DATE-X) NOT = 0
               MOVE "N" TO WS-LINE-VALID
               MOVE "SHOW DATE NOT NUMERIC" TO RD-REASON
               GO TO 350-EXIT
           END-IF
           IF FUNCTION TEST-NUMVAL (WF-SCREEN-X) NOT = 0
               MOVE "N" TO WS-LINE-VALID
               MOVE "SCREEN NOT NUMERIC" TO RD-REASON
               GO TO 350-EXIT
           END-IF
           IF FUNCTION TEST-NUMVAL (WF-TIME-X) NOT = 0
               MOVE "N" TO WS-LINE-VALID
               MOVE "SHOW TIME NOT NUMERIC" TO RD-REASON
               GO TO 350-EXIT
           END-IF
           IF WF-TYPE NOT = "C" AND WF-TYPE NOT = "A" AND
              WF-TYPE NOT = "S"
               MOVE "N" TO WS-LINE-VALID
               MOVE "TICKET TYPE NOT C, A OR S" TO RD-REASON
               GO TO 350-EXIT
           END-IF
           IF FUNCTION TEST-NUMVAL (WF-QTY-X) NOT = 0
               MOVE "N" TO WS-LINE-VALID
               MOVE "QUANTITY NOT NUMERIC" TO RD-REASON
               GO TO 350-EXIT
           END-IF
           IF FUNCTION TEST-NUMVAL (WF-AMOUNT-X) NOT = 0 OR
              FUNCTION TEST-NUMVAL (WF-TAX-X) NOT = 0 OR
              FUNCTION TEST-NUMVAL (WF-FEE-X) NOT = 0
               MOVE "N" TO WS-LINE-VALID
               MOVE "AMOUNT, TAX OR FEE NOT NUMERIC" TO RD-REASON
               GO TO 350-EXIT
           END-IF
           COMPUTE WF-DATE = FUNCTION NUMVAL (WF-DATE-X)
           COMPUTE WF-SCREEN = FUNCTION NUMVAL (WF-SCREEN-X)
           COMPUTE WF-TIME = FUNCTION NUMVAL (WF-TIME-X)
           COMPUTE WF-QTY = FUNCTION NUMVAL (WF-QTY-X)
           COMPUTE WF-AMOUNT = FUNCTION NUMVAL (WF-AMOUNT-X)
           COMPUTE WF-TAX = FUNCTION NUMVAL (WF-TAX-X)
           COMPUTE WF-FEE = FUNCTION NUMVAL (WF-FEE-X)
           IF WF-QTY = ZERO
               MOVE "N" TO WS-LINE-VALID
               MOVE "QUANTITY IS ZERO" TO RD-REASON
               GO TO 350-EXIT
           END-IF
           IF WF-FEE > WF-AMOUNT + WF-TAX
               MOVE "N" TO WS-LINE-VALID
               MOVE "FEE MORE THAN THE ORDER" TO RD-REASON
           END-IF.
       350-EXIT.
           EXIT.

      * Finds the showing, checks the order against what is already
      * on the trail, takes the showing's lock, and applies the
      * seats, the seat map, and the trail line.
       400-APPLY-ORDER.
           MOVE "N" TO WS-SHOW-FOUND
           MOVE WF-TIME TO WF-TIME-CMP
           MOVE WF-SCREEN TO MRS-SCREEN-NUMBER
           MOVE WF-DATE TO MRS-SHOW-DATE
           MOVE WF-TIME-CMP TO MRS-SHOW-TIME
           READ MRS-SHOW-FILE KEY IS MRS-SHOW-LOOKUP-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-SHOW-FOUND
           END-READ
           IF WS-SHOW-FOUND NOT = "Y"
               MOVE "N" TO WS-LINE-VALID
               MOVE "NO SHOWING MATCHES LINE" TO RD-REASON
               GO TO 400-EXIT
           END-IF
           IF MRS-SHOW-STATUS = "C" OR MRS-SHOW-STATUS = "S" OR
              MRS-SHOW-STATUS = "P"
               MOVE "N" TO WS-LINE-VALID
               MOVE "SHOWING NOT OPEN FOR SALE" TO RD-REASON
               GO TO 400-EXIT
           END-IF
           IF WF-ACTION = "R"
               MOVE "RFND" TO WF-TSL-ACTION
           ELSE
               MOVE "SALE" TO WF-TSL-ACTION
           END-IF
           PERFORM 380-CHECK-ORDER THRU 380-EXIT
           IF WS-LINE-VALID NOT = "Y"
               GO TO 400-EXIT
           END-IF
           PERFORM 800-LOCK-SHOWING THRU 800-EXIT
           IF WS-LOCK-REFUSED = "Y"
               MOVE "L" TO WS-LINE-VALID
               GO TO 400-EXIT
           END-IF
      *    A window may have sold into the showing since it was
      *    found - it is read again under the lock so the seats
      *    come off the current count.
           MOVE WS-LOCK-SHOW-ID TO MRS-SHOW-ID
           READ MRS-SHOW-FILE
               INVALID KEY
                   MOVE "N" TO WS-LINE-VALID
                   MOVE "SHOWING GONE UNDER THE LOCK" TO RD-REASON
                   PERFORM 850-UNLOCK-SHOWING THRU 850-EXIT
                   GO TO 400-EXIT
           END-READ
           PERFORM 420-APPLY-SEATS THRU 420-EXIT
           PERFORM 430-APPLY-SEAT-MAP THRU 430-EXIT
           IF WF-ACTION = "R"
               PERFORM 460-VOID-SERIALS THRU 460-EXIT
           ELSE
               PERFORM 450-ISSUE-SERIALS THRU 450-EXIT
           END-IF
           PERFORM 470-WRITE-TICKET-LINE THRU 470-EXIT
           PERFORM 850-UNLOCK-SHOWING THRU 850-EXIT
           IF WF-ACTION = "R"
               ADD 1 TO WS-REFUNDS-APPLIED
           ELSE
               ADD 1 TO WS-SALES-APPLIED
           END-IF.
       400-EXIT.
           EXIT.

      * A sale already on the trail is a drop sent twice; a refund
      * needs its sale on the trail and must not be there itself.
       380-CHECK-ORDER.
           MOVE "N" TO WS-ORDER-FOUND
           MOVE "N" TO WS-SALE-FOUND
           MOVE ZEROS TO WS-SALE-SERIAL
           MOVE ZEROS TO WS-SALE-QTY
           SET ORD-I TO 1
           SEARCH WS-ORDER-SLOT
               AT END
                   CONTINUE
               WHEN WO-ORDER(ORD-I) = WF-ORDER AND
                    WO-ACTION(ORD-I) = WF-TSL-ACTION
                   MOVE "Y" TO WS-ORDER-FOUND
           END-SEARCH
           IF WS-ORDER-FOUND = "Y"
               MOVE "N" TO WS-LINE-VALID
               MOVE "ORDER ALREADY TAKEN IN" TO RD-REASON
               GO TO 380-EXIT
           END-IF
           IF WF-ACTION NOT = "R"
               GO TO 380-EXIT
           END-IF
           SET ORD-I TO 1
           SEARCH WS-ORDER-SLOT
               AT END
                   CONTINUE
               WHEN WO-ORDER(ORD-I) = WF-ORDER AND
                    WO-ACTION(ORD-I) = "SALE"
                   MOVE "Y" TO WS-SALE-FOUND
                   MOVE WO-SERIAL(ORD-I) TO WS-SALE-SERIAL
                   MOVE WO-QTY(ORD-I) TO WS-SALE-QTY
           END-SEARCH
           IF WS-SALE-FOUND NOT = "Y"
               MOVE "N" TO WS-LINE-VALID
               MOVE "REFUND OF ORDER NOT ON FILE" TO RD-REASON
           END-IF.
       380-EXIT.
           EXIT.

      * A sale takes the seats off; an oversale takes what is left
      * and lists the shortfall, the money being already taken. A
      * refund puts the seats back.
       420-APPLY-SEATS.
           IF WF-ACTION = "R"
               ADD WF-QTY TO MRS-SEATS
           ELSE
               IF MRS-SEATS < WF-QTY
                   COMPUTE WS-SHORT = WF-QTY - MRS-SEATS
                   MOVE ZEROS TO MRS-SEATS
                   MOVE "OVERSOLD ONLINE - SEATS SHORT:" TO RD-REASON
                   MOVE WS-SHORT TO RD-NOTE
                   PERFORM 500-LIST-LINE THRU 500-EXIT
                   ADD 1 TO WS-NOTE-CNT
               ELSE
                   SUBTRACT WF-QTY FROM MRS-SEATS
               END-IF
           END-IF
           REWRITE MRS-SHOW-REC
           END-REWRITE
           MOVE "SHOW" TO MRS-JP-FILE-TAG
           MOVE "R" TO MRS-JP-ACTION
           MOVE MRS-SHOW-REC TO MRS-JP-IMAGE
           CALL "MRS-6450" USING MRS-JRN-PUT.
       420-EXIT.
           EXIT.

      * A room with a reserved-seating layout has the order's chairs
      * marked on the showing's seat record, built from the layout
      * the first time anything sells into the showing, the same
      * way the window does it.
       430-APPLY-SEAT-MAP.
           MOVE "N" TO WS-HAVE-MAP
           IF WS-SCR-OPEN NOT = "Y" OR WS-MAP-OPEN NOT = "Y" OR
              WF-SEATS-X = SPACES
               GO TO 430-EXIT
           END-IF
           MOVE MRS-SCREEN-NUMBER TO MRS-SCR-NUMBER
           READ MRS-SCREEN-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF (MRS-SCR-ROWS > 0 AND MRS-SCR-SEATS-PER-ROW > 0)
                       MOVE "Y" TO WS-HAVE-MAP
                   END-IF
           END-READ
           IF WS-HAVE-MAP NOT = "Y"
               GO TO 430-EXIT
           END-IF
           MOVE MRS-SHOW-ID TO MRS-SEAT-SHOW-ID
           READ MRS-SEAT-MAP-FILE
               INVALID KEY
                   MOVE "Y" TO WS-MAP-NEW
                   MOVE MRS-SHOW-ID TO MRS-SEAT-SHOW-ID
                   MOVE SPACES TO MRS-SEAT-GRID
                   PERFORM VARYING WF-MAP-R FROM 1 BY 1
                   UNTIL (WF-MAP-R > MRS-SCR-ROWS)
                       PERFORM VARYING WF-MAP-S FROM 1 BY 1
                       UNTIL (WF-MAP-S > MRS-SCR-SEATS-PER-ROW)
                           MOVE "O" TO
                               MRS-SEAT-STATUS(WF-MAP-R, WF-MAP-S)
                       END-PERFORM
                   END-PERFORM
               NOT INVALID KEY
                   MOVE "N" TO WS-MAP-NEW
           END-READ
           MOVE 1 TO WF-PTR
           PERFORM UNTIL WF-PTR > 80
               MOVE SPACES TO WF-SEAT-TOKEN
               UNSTRING WF-SEATS-X DELIMITED BY ALL SPACE
                   INTO WF-SEAT-TOKEN
                   WITH POINTER WF-PTR
               END-UNSTRING
               IF WF-SEAT-TOKEN NOT = SPACES
                   PERFORM 440-ONE-SEAT THRU 440-EXIT
               END-IF
           END-PERFORM
           IF (WS-MAP-NEW = "Y")
               WRITE MRS-SEAT-MAP-REC
               END-WRITE
           ELSE
               REWRITE MRS-SEAT-MAP-REC
               END-REWRITE
           END-IF.
       430-EXIT.
           EXIT.

      * One RRSS chair off the line. A chair the window already sold
      * stays sold to its first buyer - the conflict is listed for
      * the house to seat the partner's customer by hand.
       440-ONE-SEAT.
           MOVE WF-SEAT-TOKEN TO RD-NOTE
           IF WF-SEAT-TOKEN NOT NUMERIC
               MOVE "SEAT NOT READABLE" TO RD-REASON
               GO TO 440-LIST
           END-IF
           MOVE WF-SEAT-TOKEN(1:2) TO WF-SEAT-ROW
           MOVE WF-SEAT-TOKEN(3:2) TO WF-SEAT-NO
           IF (WF-SEAT-ROW < 1 OR WF-SEAT-ROW > MRS-SCR-ROWS OR
               WF-SEAT-NO < 1 OR WF-SEAT-NO > MRS-SCR-SEATS-PER-ROW)
               MOVE "SEAT OUTSIDE THE LAYOUT" TO RD-REASON
               GO TO 440-LIST
           END-IF
           IF WF-ACTION = "R"
               IF MRS-SEAT-STATUS(WF-SEAT-ROW, WF-SEAT-NO) = "X"
                   MOVE "O" TO MRS-SEAT-STATUS(WF-SEAT-ROW, WF-SEAT-NO)
                   GO TO 440-EXIT
               END-IF
               MOVE "REFUNDED SEAT WAS NOT SOLD" TO RD-REASON
               GO TO 440-LIST
           END-IF
           IF MRS-SEAT-STATUS(WF-SEAT-ROW, WF-SEAT-NO) = "O"
               MOVE "X" TO MRS-SEAT-STATUS(WF-SEAT-ROW, WF-SEAT-NO)
               GO TO 440-EXIT
           END-IF
           MOVE "SEAT ALREADY SOLD - RESEAT" TO RD-REASON.
       440-LIST.
           PERFORM 500-LIST-LINE THRU 500-EXIT
           ADD 1 TO WS-NOTE-CNT.
       440-EXIT.
           EXIT.

      * Draws one serial per seat on the order off the serial
      * register, as a window sale does; the first of the run goes
      * on the trail line. A site with no register yet carries zero.
       450-ISSUE-SERIALS.
           MOVE "I" TO MRS-SRP-FUNCTION
           MOVE MRS-SHOW-ID TO MRS-SRP-SHOW-ID
           MOVE MRS-SHOW-DATE TO MRS-SRP-SHOW-DATE
           MOVE MRS-SHOW-TIME(1:4) TO MRS-SRP-SHOW-TIME
           MOVE MRS-SCREEN-NUMBER TO MRS-SRP-SCREEN
           MOVE MRS-SHOW-SITE TO MRS-SRP-SITE
           MOVE WF-TYPE TO MRS-SRP-TYPE
           MOVE WF-QTY TO MRS-SRP-QTY
           MOVE "ONLINE" TO MRS-SRP-OPERATOR
           CALL "MRS-6485" USING MRS-SER-PUT
           MOVE ZEROS TO WS-FIRST-SERIAL
           IF MRS-SRP-ANSWER = "Y"
               MOVE MRS-SRP-SERIAL TO WS-FIRST-SERIAL
           END-IF.
       450-EXIT.
           EXIT.

      * A refund voids the refunded seats off the sale's serial run,
      * taking the stubs not yet through the door. The partner has
      * paid the money back whatever the door did, so a stub already
      * admitted is listed rather than holding the refund up. A sale
      * taken in before it had serials has nothing to void.
       460-VOID-SERIALS.
           MOVE ZEROS TO WS-FIRST-SERIAL
           MOVE ZEROS TO WS-VOIDED
           IF WS-SALE-SERIAL = ZEROS
               GO TO 460-EXIT
           END-IF
           MOVE WS-SALE-SERIAL TO WS-TRY-SERIAL
           COMPUTE WS-SERIAL-END = WS-SALE-SERIAL + WS-SALE-QTY
           PERFORM 465-VOID-ONE THRU 465-EXIT
               UNTIL WS-VOIDED NOT < WF-QTY OR
                     WS-TRY-SERIAL NOT < WS-SERIAL-END
           IF WS-VOIDED < WF-QTY
               COMPUTE WS-SHORT = WF-QTY - WS-VOIDED
               MOVE "REFUND - STUBS NOT VOIDED:" TO RD-REASON
               MOVE WS-SHORT TO RD-NOTE
               PERFORM 500-LIST-LINE THRU 500-EXIT
               ADD 1 TO WS-NOTE-CNT
           END-IF.
       460-EXIT.
           EXIT.

       465-VOID-ONE.
           MOVE "V" TO MRS-SRP-FUNCTION
           MOVE MRS-SHOW-ID TO MRS-SRP-SHOW-ID
           MOVE MRS-SHOW-DATE TO MRS-SRP-SHOW-DATE
           MOVE MRS-SHOW-TIME(1:4) TO MRS-SRP-SHOW-TIME
           MOVE MRS-SCREEN-NUMBER TO MRS-SRP-SCREEN
           MOVE MRS-SHOW-SITE TO MRS-SRP-SITE
           MOVE "ONLINE" TO MRS-SRP-OPERATOR
           MOVE WS-TRY-SERIAL TO MRS-SRP-SERIAL
           MOVE "R" TO MRS-SRP-VOID-AS
           CALL "MRS-6485" USING MRS-SER-PUT
      *    No register on disk - nothing more can be voided.
           IF MRS-SRP-ANSWER = SPACE
               MOVE WS-SERIAL-END TO WS-TRY-SERIAL
               GO TO 465-EXIT
           END-IF
           IF MRS-SRP-ANSWER = "Y"
               IF WS-FIRST-SERIAL = ZEROS
                   MOVE WS-TRY-SERIAL TO WS-FIRST-SERIAL
               END-IF
               ADD 1 TO WS-VOIDED
           END-IF
           ADD 1 TO WS-TRY-SERIAL.
       465-EXIT.
           EXIT.

      * The trail line for the order, under the partner tender: the
      * fee rides in the discount field and the order ref in the
      * authorizer field (MRS-TICKET-SALES.CPY).
       470-WRITE-TICKET-LINE.
           MOVE FUNCTION CURRENT-DATE TO WS-DATETIME
           MOVE SPACES TO MRS-TSL-REC
           MOVE WS-YEAR TO MRS-TSL-YEAR
           MOVE WS-MONTH TO MRS-TSL-MONTH
           MOVE WS-DAY TO MRS-TSL-DAY
           MOVE WS-HOUR TO MRS-TSL-HOUR
           MOVE WS-MINUTE TO MRS-TSL-MINUTE
           MOVE WS-SECOND TO MRS-TSL-SECOND
           MOVE MRS-SCREEN-NUMBER TO MRS-TSL-SCREEN
           MOVE MRS-SHOW-ID TO MRS-TSL-SHOW-ID
           MOVE MRS-SHOW-TIME TO MRS-TSL-SHOW-TIME
           MOVE MRS-SHOW-DATE TO MRS-TSL-SHOW-DATE
           MOVE MRS-SHOW-SITE TO MRS-TSL-SITE
           MOVE WF-QTY TO MRS-TSL-QTY
           MOVE WF-TYPE TO MRS-TSL-TYPE
           MOVE WF-AMOUNT TO MRS-TSL-AMOUNT
           MOVE WF-TAX TO MRS-TSL-TAX
           MOVE "ONLINE" TO MRS-TSL-OPERATOR
           MOVE WF-TSL-ACTION TO MRS-TSL-ACTION
           MOVE "O" TO MRS-TSL-TENDER
           MOVE WF-FEE TO MRS-TSL-DISCOUNT
           MOVE WF-ORDER TO MRS-TSL-COMP-AUTH
           MOVE WS-FIRST-SERIAL TO MRS-TSL-SERIAL
           COPY "CPYBOOKS/MRS-TSLSEQ.CPY".
           WRITE MRS-TSL-REC
           MOVE MRS-TSL-DATE TO MRS-TXP-DATE
           MOVE MRS-TSL-TIME TO MRS-TXP-TIME
           MOVE MRS-TSL-REC TO MRS-TXP-LINE
           CALL "MRS-6480" USING MRS-TIX-PUT
           PERFORM 158-ADD-ORDER THRU 158-EXIT.
       470-EXIT.
           EXIT.

      * One exceptions line for the partner line in hand; the caller
      * has set the reason and, where it has one, the note.
       500-LIST-LINE.
           MOVE WF-ORDER TO RD-ORDER
           MOVE WF-ACTION TO RD-ACTION
           IF WS-SHOW-FOUND = "Y"
               MOVE MRS-SHOW-ID TO RD-SHOW
           ELSE
               MOVE ZEROS TO RD-SHOW
           END-IF
           MOVE WF-QTY TO RD-QTY
           COMPUTE RD-AMOUNT = WF-AMOUNT + WF-TAX
           WRITE MRS-ONLINE-RPT-LINE FROM WS-RPT-DETAIL.
       500-EXIT.
           EXIT.

      * Cuts the seats-available file the partner sells from, every
      * showing from today forward that a window could still sell.
       600-WRITE-AVAILABILITY.
           OPEN OUTPUT MRS-AVAIL-FILE
           MOVE "H" TO MRS-OBP-FUNCTION
           MOVE "MRS-6360" TO MRS-OBP-SOURCE
           MOVE "ONLAVL" TO MRS-OBP-FILE-CODE
           MOVE SPACES TO MRS-OBP-SITE
           MOVE UT-SYS-ONLINE-AVL TO MRS-OBP-PATH
           CALL "MRS-6540" USING MRS-OB-PUT
           MOVE MRS-OBP-LINE TO MRS-AVAIL-LINE
           WRITE MRS-AVAIL-LINE
           MOVE "N" TO SHOW-EOF
           MOVE ZEROS TO MRS-SHOW-ID
           START MRS-SHOW-FILE KEY IS NOT LESS THAN MRS-SHOW-ID
               INVALID KEY
                   MOVE "Y" TO SHOW-EOF
           END-START
           PERFORM UNTIL SHOW-EOF = "Y"
               READ MRS-SHOW-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO SHOW-EOF
                   NOT AT END
                       IF MRS-SHOW-DATE NOT < WS-TODAY-NUM AND
                          MRS-SHOW-STATUS NOT = "C" AND
                          MRS-SHOW-STATUS NOT = "S" AND
                          MRS-SHOW-STATUS NOT = "P"
                           PERFORM 650-SEND-ONE THRU 650-EXIT
                       END-IF
               END-READ
           END-PERFORM
           MOVE "T" TO MRS-OBP-FUNCTION
           CALL "MRS-6540" USING MRS-OB-PUT
           MOVE MRS-OBP-LINE TO MRS-AVAIL-LINE
           WRITE MRS-AVAIL-LINE
           CLOSE MRS-AVAIL-FILE.
       600-EXIT.
           EXIT.

       650-SEND-ONE.
           MOVE MRS-SHOW-ID TO WA-SHOW-ID
           MOVE MRS-SHOW-DATE TO WA-DATE
           MOVE MRS-SCREEN-NUMBER TO WA-SCREEN
           MOVE MRS-SEATS TO WA-SEATS
           MOVE SPACES TO MRS-AVAIL-LINE
           STRING WA-SHOW-ID DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  MRS-SHOW-SITE DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  WA-DATE DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  WA-SCREEN DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  MRS-SHOW-TIME DELIMITED BY SPACE
                  "," DELIMITED BY SIZE
                  WA-SEATS DELIMITED BY SIZE
               INTO MRS-AVAIL-LINE
           END-STRING
           WRITE MRS-AVAIL-LINE
           ADD 1 TO MRS-OBP-COUNT
           ADD WA-SEATS TO MRS-OBP-HASH
           ADD 1 TO WS-AVAIL-CNT.
       650-EXIT.
           EXIT.

       700-PRINT-TOTALS.
           IF WS-DROP-OPEN NOT = "Y"
               MOVE "NO NEW PARTNER DROP TAKEN IN THIS RUN" TO NL-TEXT
               WRITE MRS-ONLINE-RPT-LINE FROM WS-NOTE-LINE
           END-IF
           MOVE WS-SALES-APPLIED TO RT-SALES
           MOVE WS-REFUNDS-APPLIED TO RT-REFUNDS
           MOVE WS-REJECT-CNT TO RT-REJECTED
           WRITE MRS-ONLINE-RPT-LINE FROM WS-RPT-TOTAL1
           MOVE WS-NOTE-CNT TO RT-NOTES
           MOVE WS-CARRIED-CNT TO RT-CARRIED
           MOVE WS-AVAIL-CNT TO RT-AVAIL
           WRITE MRS-ONLINE-RPT-LINE FROM WS-RPT-TOTAL2.
       700-EXIT.
           EXIT.

      * Claims the showing for the line in hand, or learns a window
      * has it. No lock file on disk runs unlocked, as the windows
      * do.
       800-LOCK-SHOWING.
           MOVE "N" TO WS-LOCK-REFUSED
           MOVE "N" TO WS-LOCK-HELD
           MOVE MRS-SHOW-ID TO WS-LOCK-SHOW-ID
           IF WS-LCK-OPEN NOT = "Y"
               GO TO 800-EXIT
           END-IF
           MOVE "MRS-SHOW" TO MRS-LCK-FILE-TAG
           MOVE WS-LOCK-SHOW-ID TO MRS-LCK-REC-KEY
           READ MRS-LOCK-FILE
               INVALID KEY
                   MOVE "MRS-SHOW" TO MRS-LCK-FILE-TAG
                   MOVE WS-LOCK-SHOW-ID TO MRS-LCK-REC-KEY
                   MOVE "ONLINE" TO MRS-LCK-OPERATOR
                   MOVE WS-TODAY-NUM TO MRS-LCK-DATE
                   MOVE ZEROS TO MRS-LCK-TIME
                   WRITE MRS-LOCK-REC
                       INVALID KEY
                           MOVE "Y" TO WS-LOCK-REFUSED
                       NOT INVALID KEY
                           MOVE "Y" TO WS-LOCK-HELD
                   END-WRITE
               NOT INVALID KEY
                   IF (MRS-LCK-OPERATOR = "ONLINE")
                       MOVE "Y" TO WS-LOCK-HELD
                   ELSE
                       MOVE "Y" TO WS-LOCK-REFUSED
                   END-IF
           END-READ.
       800-EXIT.
           EXIT.

       850-UNLOCK-SHOWING.
           IF (WS-LOCK-HELD NOT = "Y" OR WS-LCK-OPEN NOT = "Y")
               GO TO 850-EXIT
           END-IF
           MOVE "MRS-SHOW" TO MRS-LCK-FILE-TAG
           MOVE WS-LOCK-SHOW-ID TO MRS-LCK-REC-KEY
           READ MRS-LOCK-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   DELETE MRS-LOCK-FILE
                   END-DELETE
           END-READ
           MOVE "N" TO WS-LOCK-HELD.
       850-EXIT.
           EXIT.

      * Opens the files. The carried lines are read in before the
      * pending file is cut fresh for whatever this run carries. No
      * drop on disk, or one already taken in, still runs the
      * carried lines and the seats file.
       900-OPEN-FILES.
           MOVE "N" TO WS-DROP-OPEN
           MOVE "C" TO MRS-IBP-FUNCTION
           MOVE "MRS-6360" TO MRS-IBP-SOURCE
           MOVE UT-SYS-ONLINE-IN TO MRS-IBP-PATH
           CALL "MRS-6545" USING MRS-IB-PUT
           IF MRS-IBP-RESULT = "D"
               DISPLAY "MRS-6360 ONLINE DROP REFUSED - ALREADY"
                   " TAKEN IN."
           ELSE
               OPEN INPUT MRS-ONLINE-FILE
               IF WS-ONL-STATUS = '00'
                   MOVE "Y" TO WS-DROP-OPEN
               END-IF
           END-IF
           MOVE ZERO TO WS-PEND-COUNT
           MOVE "N" TO PND-EOF
           OPEN INPUT MRS-ONLPEND-FILE
           IF WS-PND-STATUS = '00'
               PERFORM UNTIL PND-EOF = "Y"
                   READ MRS-ONLPEND-FILE
                       AT END
                           MOVE "Y" TO PND-EOF
                       NOT AT END
                           IF WS-PEND-COUNT < 200 AND
                              MRS-ONLPEND-LINE NOT = SPACES
                               ADD 1 TO WS-PEND-COUNT
                               MOVE MRS-ONLPEND-LINE
                                   TO WS-PEND-ENTRY(WS-PEND-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MRS-ONLPEND-FILE
           END-IF
           OPEN OUTPUT MRS-ONLPEND-FILE
           MOVE "N" TO WS-SCR-OPEN
           OPEN INPUT MRS-SCREEN-FILE
           IF WS-SCR-STATUS = '00'
               MOVE "Y" TO WS-SCR-OPEN
           END-IF
           MOVE "N" TO WS-MAP-OPEN
           OPEN I-O MRS-SEAT-MAP-FILE
           IF WS-MAP-STATUS = '35'
               OPEN OUTPUT MRS-SEAT-MAP-FILE
               CLOSE MRS-SEAT-MAP-FILE
               OPEN I-O MRS-SEAT-MAP-FILE
           END-IF
           IF WS-MAP-STATUS = '00'
               MOVE "Y" TO WS-MAP-OPEN
           END-IF
           MOVE "N" TO WS-LCK-OPEN
           OPEN I-O MRS-LOCK-FILE
           IF WS-LCK-STATUS = '00'
               MOVE "Y" TO WS-LCK-OPEN
           END-IF
           OPEN EXTEND MRS-TICKET-SALES-FILE
           IF WS-TSL-STATUS = '35'
               OPEN OUTPUT MRS-TICKET-SALES-FILE
           END-IF.
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
                           PERFORM 170-APPLY-CONFIG-KEY THRU 170-EXIT
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
       160-EXIT.
           EXIT.

       170-APPLY-CONFIG-KEY.
           EVALUATE CFG-KEY
               WHEN "ONLINE-IN"
                   MOVE CFG-PATH TO UT-SYS-ONLINE-IN
               WHEN "ONLINE-PEND"
                   MOVE CFG-PATH TO UT-SYS-ONLINE-PEND
               WHEN "MRS-SHOW"
                   MOVE CFG-PATH TO UT-SYS-MRS-SHOW
               WHEN "MRS-SCREEN"
                   MOVE CFG-PATH TO UT-SYS-MRS-SCREEN
               WHEN "SEAT-MAP"
                   MOVE CFG-PATH TO UT-SYS-SEAT-MAP
               WHEN "LOCKFILE"
                   MOVE CFG-PATH TO UT-SYS-LOCKFILE
               WHEN "TIC-SALES"
                   MOVE CFG-PATH TO UT-SYS-TIC-SALES
               WHEN "TSLIDX"
                   MOVE CFG-PATH TO UT-SYS-TSLIDX
               WHEN "ONLINE-AVL"
                   MOVE CFG-PATH TO UT-SYS-ONLINE-AVL
               WHEN "ONLINE-RPT"
                   MOVE CFG-PATH TO UT-SYS-ONLINE-RPT
           END-EVALUATE.
       170-EXIT.
           EXIT.

      * Closes the files
       910-CLOSE-FILES.
           IF WS-DROP-OPEN = "Y"
               CLOSE MRS-ONLINE-FILE
           END-IF
           CLOSE MRS-ONLPEND-FILE
                 MRS-SHOW-FILE
                 MRS-TICKET-SALES-FILE
           IF WS-SCR-OPEN = "Y"
               CLOSE MRS-SCREEN-FILE
           END-IF
           IF WS-MAP-OPEN = "Y"
               CLOSE MRS-SEAT-MAP-FILE
           END-IF
           IF WS-LCK-OPEN = "Y"
               CLOSE MRS-LOCK-FILE
           END-IF.
       910-EXIT.
           EXIT.

       end program MRS-6360.
