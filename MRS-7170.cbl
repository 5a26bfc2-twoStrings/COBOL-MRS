       IDENTIFICATION DIVISION.
       PROGRAM-ID.  MRS-7170.
       AUTHOR.  JOHN BELLEK.
      *****************************************************************
      * Daily box office statement. One signed statement block for
      * every showing on the show file for a business date - the
      * paper the distributors and the auditor want for each
      * showing, where MRS-5600 only gives them a week per title and
      * the drawer report works by operator. Each block lists the
      * admissions by ticket type and price point (sold, returned,
      * net, and the money), the comps and pass admissions that
      * took a seat for no money, the refunds and exchanges out,
      * and then gross receipts, amusement tax, and net admissions,
      * with a line for the house manager to sign.
      *
      * The trail is bucketed by the showing's play date, the way
      * the distributors certify, so advance sales taken on earlier
      * days land on the right statement. With the indexed
      * transaction store on disk the read STARTs a year back from
      * the business date (nothing goes on sale further ahead than
      * that); the flat trail is scanned at a site without it.
      *
      * A comp line carries the seat's face price but no money came
      * in, so it is counted as an admission and left out of gross;
      * a pass admission ("PADM") the same. Private bookings sell
      * no tickets and are left off.
      *
      * A sale split across tenders is on the trail as one line per
      * tender, the seats on the first and zero seats on the rest
      * (same time and serial). Those lines are gathered back into
      * the one sale before it is priced, so the seat price is the
      * whole sale's and not just the first tender's share.
      *
      * One console ACCEPT drives it: the business date (YYYYMMDD,
      * zero = today). The printed statements register on the report
      * spool so a date a distributor audits can be reprinted.
      *
      * It can also be queued from the report request screen
      * (MRS-7080) and run by MRS-7070, which hands it the
      * parameters keyed with the request in place of the
      * console.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MRS-TICKET-SALES-FILE
               ASSIGN TO UT-SYS-TIC-SALES
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SALES-STATUS.

           SELECT MRS-TSLIDX-FILE
               ASSIGN TO UT-SYS-TSLIDX
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MRS-TIX-KEY
               FILE STATUS IS WS-TIX-STATUS.

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

           SELECT MRS-MOVIE-FILE
               ASSIGN TO UT-SYS-MRS-MOVIE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MRS-MOVIE-KEY.

           SELECT MRS-STATEMENT-RPT
               ASSIGN TO UT-SYS-BOX-STMT
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT MRS-FILE-CONFIG-FILE
               ASSIGN TO UT-SYS-FILE-CFG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CFG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       COPY "CPYBOOKS/MRS-TICKET-SALES.CPY".
       COPY "CPYBOOKS/MRS-TSLIDX.CPY".
       COPY "CPYBOOKS/MRS-SHOW.CPY".
       COPY "CPYBOOKS/MRS-MOVIE.CPY".
       COPY "CPYBOOKS/MRS-FILE-CFG.CPY".

       FD  MRS-STATEMENT-RPT
           RECORD CONTAINS 80 CHARACTERS.
       01  MRS-STATEMENT-LINE                  PIC X(80).

       WORKING-STORAGE SECTION.
       COPY "CPYBOOKS/MRS-SPLPUT.CPY".
       COPY "CPYBOOKS/DATETIME.CPY".
       COPY "CPYBOOKS/MRS-SIGNON.CPY".
       COPY "CPYBOOKS/MRS-TRNPUT.CPY".
       COPY "CPYBOOKS/MRS-RPQCTL.CPY".

       01  WS-FILENAMES.
           05  UT-SYS-TIC-SALES      PIC X(50)
                               VALUE "C:\COBOL\MRS-TICKET-SALES.DAT".
           05  UT-SYS-TSLIDX         PIC X(50)
                               VALUE "C:\COBOL\MRS-TSLIDX-INDEX.DAT".
           05  UT-SYS-MRS-SHOW       PIC X(50)
                                   VALUE "C:\COBOL\MRS-SHOW-INDEX.dat".
           05  UT-SYS-MRS-MOVIE      PIC X(50)
                               VALUE "C:\COBOL\MRS-MOVIE-INDEX.dat".
           05  UT-SYS-BOX-STMT       PIC X(50)
                               VALUE "C:\COBOL\MRS-BOX-STATEMENT.RPT".
           05  UT-SYS-FILE-CFG       PIC X(50)
                                   VALUE "C:\COBOL\MRS-FILE-PATHS.CFG".

       01  WS-FILE-CFG-CTL.
           05  WS-CFG-STATUS         PIC XX.
           05  WS-CFG-EOF            PIC X.
               88  CFG-EOF VALUE 'Y'.

       01  WS-CONTROL.
           05  WS-SALES-STATUS       PIC XX.
           05  WS-TIX-STATUS         PIC XX.
           05  WS-SHOW-STATUS        PIC XX.
           05  SALES-EOF             PIC X.
           05  TIX-EOF               PIC X.
           05  SHOW-EOF              PIC X.
           05  WS-PICK-DATE          PIC 9(8) VALUE ZERO.
           05  WS-START-DATE         PIC 9(8).
           05  WS-DATE-INT           PIC 9(8).
           05  WS-PLAY-DATE          PIC 9(8).
           05  WS-I                  PIC 9(3).
           05  WS-J                  PIC 9(3).
           05  WS-LINE-CLASS         PIC X.
           05  WS-LINE-PRICE         PIC 9(5)V99.
           05  WS-STMT-COUNT         PIC 9(3) VALUE ZERO.

      * The sale line last read, held back until the next line shows
      * whether it was split across tenders.
       01  WS-PENDING-SALE.
           05  WS-PEND-FLAG          PIC X VALUE "N".
           05  WS-PEND-SHW           PIC 9(3).
           05  WS-PEND-AMOUNT        PIC 9(6)V99.
           05  WS-PEND-TAX           PIC 9(6)V99.
           05  WS-PEND-DATE          PIC 9(8).
           05  WS-PEND-TIME          PIC 9(6).
           05  WS-PEND-SHOW-ID       PIC 9(4).
           05  WS-PEND-SERIAL        PIC 9(9).
           05  WS-PEND-REC           PIC X(140).
           05  WS-HOLD-REC           PIC X(140).

      * One slot per showing on the business date, filled off the
      * show file before the trail is read; each carries its own
      * price-point lines. A price point is the ticket type, the
      * class of admission (paid, comp, or pass), and the price of
      * one seat, so a promotion's cheaper seats list apart from
      * the full-price ones.
       01  WS-SHOWING-TABLE.
           05  WS-SHW-COUNT          PIC 9(3) VALUE ZERO.
           05  WS-SHW-SLOT OCCURS 80 TIMES INDEXED BY SHW-I.
               10  WS-SHW-ID         PIC 9(4).
               10  WS-SHW-SCREEN     PIC 99.
               10  WS-SHW-TIME       PIC X(4).
               10  WS-SHW-TITLE      PIC X(6).
               10  WS-SHW-STATUS     PIC X.
               10  WS-SHW-SITE       PIC X(2).
               10  WS-SHW-PP-COUNT   PIC 99.
               10  WS-SHW-RET-QTY    PIC 9(5).
               10  WS-SHW-RET-AMT    PIC S9(7)V99.
               10  WS-SHW-GROSS      PIC S9(7)V99.
               10  WS-SHW-TAX        PIC S9(7)V99.
               10  WS-SHW-PP OCCURS 12 TIMES INDEXED BY PP-I.
                   15  WS-PP-TYPE    PIC X.
                   15  WS-PP-CLASS   PIC X.
                   15  WS-PP-PRICE   PIC 9(5)V99.
                   15  WS-PP-SOLD    PIC 9(5).
                   15  WS-PP-RET     PIC 9(5).
                   15  WS-PP-AMOUNT  PIC S9(7)V99.

       01  WS-BLOCK-TOTALS.
           05  WS-B-PAID             PIC S9(5).
           05  WS-B-COMP             PIC S9(5).
           05  WS-B-PASS             PIC S9(5).
           05  WS-B-NET              PIC S9(7)V99.

       01  WS-RPT-HEADER.
           05  PIC X(30) VALUE "MRS BOX OFFICE STATEMENT -".
           05  RH-DATE               PIC 9(8).
           05  PIC X(42) VALUE SPACES.

       01  WS-BLK-HEAD1.
           05  PIC X(9)  VALUE "SHOWING ".
           05  BH-SHOW-ID            PIC 9(4).
           05  PIC X(10) VALUE "  SCREEN ".
           05  BH-SCREEN             PIC Z9.
           05  PIC X(8)  VALUE "  TIME ".
           05  BH-TIME               PIC X(4).
           05  PIC X(8)  VALUE "  SITE ".
           05  BH-SITE               PIC X(2).
           05  PIC X(2)  VALUE SPACES.
           05  BH-STATUS             PIC X(9).
           05  PIC X(22) VALUE SPACES.

       01  WS-BLK-HEAD2.
           05  PIC X(9)  VALUE "TITLE".
           05  BH-TITLE              PIC X(6).
           05  PIC X(2)  VALUE SPACES.
           05  BH-MOVIE-NAME         PIC X(20).
           05  PIC X(43) VALUE SPACES.

       01  WS-BLK-COL-HDR.
           05  PIC X(10) VALUE "TYPE".
           05  PIC X(8)  VALUE "CLASS".
           05  PIC X(11) VALUE "     PRICE".
           05  PIC X(8)  VALUE "   SOLD".
           05  PIC X(10) VALUE " RETURNED".
           05  PIC X(8)  VALUE "    NET".
           05  PIC X(14) VALUE "        AMOUNT".
           05  PIC X(11) VALUE SPACES.

       01  WS-BLK-DETAIL.
           05  BD-TYPE               PIC X(8).
           05  PIC X(2)  VALUE SPACES.
           05  BD-CLASS              PIC X(6).
           05  PIC X(2)  VALUE SPACES.
           05  BD-PRICE              PIC ZZ,ZZ9.99.
           05  PIC X(3)  VALUE SPACES.
           05  BD-SOLD               PIC ZZZZ9.
           05  PIC X(4)  VALUE SPACES.
           05  BD-RET                PIC ZZZZ9.
           05  PIC X(2)  VALUE SPACES.
           05  BD-NET                PIC -ZZZZ9.
           05  PIC X(3)  VALUE SPACES.
           05  BD-AMOUNT             PIC -Z,ZZZ,ZZ9.99.
           05  PIC X(12) VALUE SPACES.

       01  WS-BLK-COUNT-LINE.
           05  PIC X(22) VALUE "ADMISSIONS   PAID".
           05  BC-PAID               PIC -ZZZZ9.
           05  PIC X(8)  VALUE "   COMP".
           05  BC-COMP               PIC -ZZZZ9.
           05  PIC X(8)  VALUE "   PASS".
           05  BC-PASS               PIC -ZZZZ9.
           05  PIC X(24) VALUE SPACES.

       01  WS-BLK-MONEY-LINE.
           05  BM-LABEL              PIC X(40).
           05  BM-QTY                PIC ZZZZZ.
           05  PIC X(3)  VALUE SPACES.
           05  BM-AMOUNT             PIC -Z,ZZZ,ZZ9.99.
           05  PIC X(19) VALUE SPACES.

       01  WS-SIGN-LINE.
           05  PIC X(26) VALUE "HOUSE MANAGER SIGN-OFF:".
           05  PIC X(28) VALUE "__________________________".
           05  PIC X(8)  VALUE "  DATE:".
           05  PIC X(12) VALUE "__________".
           05  PIC X(6)  VALUE SPACES.

       01  WS-RULE-LINE.
           05  PIC X(80) VALUE ALL "-".

       01  WS-NONE-LINE.
           05  PIC X(40)
               VALUE "NO SHOWINGS ON FILE FOR THAT DATE.".
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

           OPEN INPUT MRS-SHOW-FILE
           OPEN INPUT MRS-MOVIE-FILE
           PERFORM 200-LOAD-SHOWINGS THRU 200-EXIT
           PERFORM 300-TALLY-TRAIL THRU 300-EXIT
           PERFORM 500-PRINT-STATEMENTS THRU 500-EXIT
           CLOSE MRS-SHOW-FILE
                 MRS-MOVIE-FILE

           DISPLAY "MRS-7170 STATEMENT: " WS-STMT-COUNT
               " SHOWING(S) ON " WS-PICK-DATE "."
      *    The finished output registers on the report spool so
      *    the office can find and reprint it later.
           MOVE "MRS-7170" TO MRS-SP-PROGRAM
           MOVE SPACES TO MRS-SP-PARMS
           MOVE WS-PICK-DATE TO MRS-SP-PARMS(1:8)
           MOVE UT-SYS-BOX-STMT TO MRS-SP-PATH
           CALL "MRS-7050" USING MRS-SPOOL-PUT
           GOBACK.
       100-EXIT.
           EXIT.

      * Walks the show file through the screen/date/time key so the
      * statements come out screen by screen in show-time order.
       200-LOAD-SHOWINGS.
           MOVE "N" TO SHOW-EOF
           IF WS-SHOW-STATUS NOT = '00'
               GO TO 200-EXIT
           END-IF
           MOVE LOW-VALUES TO MRS-SHOW-LOOKUP-KEY
           START MRS-SHOW-FILE KEY IS NOT LESS THAN MRS-SHOW-LOOKUP-KEY
               INVALID KEY
                   MOVE "Y" TO SHOW-EOF
           END-START
           PERFORM UNTIL SHOW-EOF = "Y"
               READ MRS-SHOW-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO SHOW-EOF
                   NOT AT END
                       IF MRS-SHOW-DATE = WS-PICK-DATE AND
                          MRS-SHOW-STATUS NOT = "P" AND
                          WS-SHW-COUNT < 80
                           PERFORM 250-ADD-SHOWING THRU 250-EXIT
                       END-IF
               END-READ
           END-PERFORM.
       200-EXIT.
           EXIT.

       250-ADD-SHOWING.
           ADD 1 TO WS-SHW-COUNT
           SET SHW-I TO WS-SHW-COUNT
           MOVE MRS-SHOW-ID TO WS-SHW-ID(SHW-I)
           MOVE MRS-SCREEN-NUMBER TO WS-SHW-SCREEN(SHW-I)
           MOVE MRS-SHOW-TIME(1:4) TO WS-SHW-TIME(SHW-I)
           MOVE MRS-RENTAL-ID(1:6) TO WS-SHW-TITLE(SHW-I)
           MOVE MRS-SHOW-STATUS TO WS-SHW-STATUS(SHW-I)
           MOVE MRS-SHOW-SITE TO WS-SHW-SITE(SHW-I)
           MOVE ZEROS TO WS-SHW-PP-COUNT(SHW-I)
           MOVE ZEROS TO WS-SHW-RET-QTY(SHW-I)
           MOVE ZEROS TO WS-SHW-RET-AMT(SHW-I)
           MOVE ZEROS TO WS-SHW-GROSS(SHW-I)
           MOVE ZEROS TO WS-SHW-TAX(SHW-I).
       250-EXIT.
           EXIT.

       300-TALLY-TRAIL.
           IF WS-SHW-COUNT = ZEROS
               GO TO 300-EXIT
           END-IF
           OPEN INPUT MRS-TSLIDX-FILE
           IF WS-TIX-STATUS = '00'
               PERFORM 320-TALLY-FROM-STORE THRU 320-EXIT
               CLOSE MRS-TSLIDX-FILE
               GO TO 300-EXIT
           END-IF
           MOVE "N" TO SALES-EOF
           OPEN INPUT MRS-TICKET-SALES-FILE
           IF WS-SALES-STATUS NOT = '00'
               MOVE "Y" TO SALES-EOF
           END-IF
           PERFORM UNTIL SALES-EOF = "Y"
               READ MRS-TICKET-SALES-FILE
                   AT END
                       MOVE "Y" TO SALES-EOF
                   NOT AT END
                       PERFORM 350-TALLY-LINE THRU 350-EXIT
               END-READ
           END-PERFORM
           PERFORM 355-FLUSH-PENDING THRU 355-EXIT
           IF WS-SALES-STATUS = '00' OR WS-SALES-STATUS = '10'
               CLOSE MRS-TICKET-SALES-FILE
           END-IF.
       300-EXIT.
           EXIT.

      * From a year before the business date to the end of the
      * store - refunds on a cancelled showing can come in after
      * its date.
       320-TALLY-FROM-STORE.
           MOVE "N" TO TIX-EOF
           COMPUTE WS-DATE-INT =
               FUNCTION INTEGER-OF-DATE (WS-PICK-DATE) - 365
           COMPUTE WS-START-DATE =
               FUNCTION DATE-OF-INTEGER (WS-DATE-INT)
           MOVE WS-START-DATE TO MRS-TIX-DATE
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
                       PERFORM 350-TALLY-LINE THRU 350-EXIT
               END-READ
           END-PERFORM
           PERFORM 355-FLUSH-PENDING THRU 355-EXIT.
       320-EXIT.
           EXIT.

      * One trail line onto its showing's statement. Lines with no
      * showing on them (gift card issues, pass sales) and lines
      * for other play dates are passed over.
       350-TALLY-LINE.
           IF MRS-TSL-ACTION = "GCRD" OR MRS-TSL-SHOW-ID = ZEROS
               GO TO 350-EXIT
           END-IF
           MOVE MRS-TSL-DATE TO WS-PLAY-DATE
           IF MRS-TSL-SHOW-DATE NUMERIC
               MOVE MRS-TSL-SHOW-DATE TO WS-PLAY-DATE
           END-IF
           IF WS-PLAY-DATE NOT = WS-PICK-DATE
               GO TO 350-EXIT
           END-IF
           SET SHW-I TO 1
           SEARCH WS-SHW-SLOT
               AT END
                   GO TO 350-EXIT
               WHEN SHW-I > WS-SHW-COUNT
                   GO TO 350-EXIT
               WHEN WS-SHW-ID(SHW-I) = MRS-TSL-SHOW-ID
                   CONTINUE
           END-SEARCH
      *    Trail lines written before the tax field existed carry
      *    spaces there - they are tax zero, not bad data.
           IF MRS-TSL-TAX NOT NUMERIC
               MOVE ZEROS TO MRS-TSL-TAX
           END-IF
      *    A further tender of the sale being held is folded into it.
           IF WS-PEND-FLAG = "Y" AND MRS-TSL-QTY = ZEROS AND
              MRS-TSL-ACTION = "SALE" AND
              MRS-TSL-DATE = WS-PEND-DATE AND
              MRS-TSL-TIME = WS-PEND-TIME AND
              MRS-TSL-SHOW-ID = WS-PEND-SHOW-ID AND
              MRS-TSL-SERIAL = WS-PEND-SERIAL
               ADD MRS-TSL-AMOUNT TO WS-PEND-AMOUNT
               ADD MRS-TSL-TAX TO WS-PEND-TAX
               GO TO 350-EXIT
           END-IF
           PERFORM 355-FLUSH-PENDING THRU 355-EXIT
           MOVE MRS-TSL-REC TO WS-PEND-REC
           MOVE MRS-TSL-DATE TO WS-PEND-DATE
           MOVE MRS-TSL-TIME TO WS-PEND-TIME
           MOVE MRS-TSL-SHOW-ID TO WS-PEND-SHOW-ID
           MOVE MRS-TSL-SERIAL TO WS-PEND-SERIAL
           MOVE MRS-TSL-AMOUNT TO WS-PEND-AMOUNT
           MOVE MRS-TSL-TAX TO WS-PEND-TAX
           SET WS-PEND-SHW TO SHW-I
           MOVE "Y" TO WS-PEND-FLAG.
       350-EXIT.
           EXIT.

      * Posts the held sale line, carrying the money of any further
      * tenders gathered onto it, and leaves nothing held.
       355-FLUSH-PENDING.
           IF WS-PEND-FLAG NOT = "Y"
               GO TO 355-EXIT
           END-IF
           MOVE MRS-TSL-REC TO WS-HOLD-REC
           MOVE WS-PEND-REC TO MRS-TSL-REC
           MOVE WS-PEND-AMOUNT TO MRS-TSL-AMOUNT
           MOVE WS-PEND-TAX TO MRS-TSL-TAX
           SET SHW-I TO WS-PEND-SHW
           PERFORM 360-POST-LINE THRU 360-EXIT
           MOVE WS-HOLD-REC TO MRS-TSL-REC
           MOVE "N" TO WS-PEND-FLAG.
       355-EXIT.
           EXIT.

      * Prices one sale (or refund, or exchange leg) and adds it to
      * its showing's price point and money.
       360-POST-LINE.
           MOVE "A" TO WS-LINE-CLASS
           IF MRS-TSL-TENDER = "P"
               MOVE "C" TO WS-LINE-CLASS
           END-IF
           IF MRS-TSL-ACTION = "PADM" OR MRS-TSL-TENDER = "S"
               MOVE "S" TO WS-LINE-CLASS
           END-IF
           MOVE ZEROS TO WS-LINE-PRICE
           IF MRS-TSL-QTY > ZEROS
               COMPUTE WS-LINE-PRICE ROUNDED =
                   MRS-TSL-AMOUNT / MRS-TSL-QTY
           END-IF
           PERFORM 370-FIND-PRICE-POINT THRU 370-EXIT
           IF MRS-TSL-ACTION = "RFND" OR MRS-TSL-ACTION = "XOUT"
               ADD MRS-TSL-QTY TO WS-PP-RET(SHW-I PP-I)
               ADD MRS-TSL-QTY TO WS-SHW-RET-QTY(SHW-I)
               IF WS-LINE-CLASS = "A"
                   SUBTRACT MRS-TSL-AMOUNT
                       FROM WS-PP-AMOUNT(SHW-I PP-I)
                   ADD MRS-TSL-AMOUNT TO WS-SHW-RET-AMT(SHW-I)
                   ADD MRS-TSL-TAX TO WS-SHW-RET-AMT(SHW-I)
                   SUBTRACT MRS-TSL-AMOUNT FROM WS-SHW-GROSS(SHW-I)
                   SUBTRACT MRS-TSL-TAX FROM WS-SHW-GROSS(SHW-I)
                   SUBTRACT MRS-TSL-TAX FROM WS-SHW-TAX(SHW-I)
               END-IF
           ELSE
               ADD MRS-TSL-QTY TO WS-PP-SOLD(SHW-I PP-I)
               IF WS-LINE-CLASS = "A"
                   ADD MRS-TSL-AMOUNT TO WS-PP-AMOUNT(SHW-I PP-I)
                   ADD MRS-TSL-AMOUNT TO WS-SHW-GROSS(SHW-I)
                   ADD MRS-TSL-TAX TO WS-SHW-GROSS(SHW-I)
                   ADD MRS-TSL-TAX TO WS-SHW-TAX(SHW-I)
               END-IF
           END-IF.
       360-EXIT.
           EXIT.

      * Claims (or finds) the showing's price-point line for this
      * type, class, and seat price. A showing with more price
      * points than the table holds piles the rest on the last.
       370-FIND-PRICE-POINT.
           SET PP-I TO 1
           SEARCH WS-SHW-PP
               AT END
                   SET PP-I TO 12
               WHEN PP-I > WS-SHW-PP-COUNT(SHW-I)
                   IF WS-SHW-PP-COUNT(SHW-I) < 12
                       ADD 1 TO WS-SHW-PP-COUNT(SHW-I)
                       SET PP-I TO WS-SHW-PP-COUNT(SHW-I)
                       MOVE MRS-TSL-TYPE TO WS-PP-TYPE(SHW-I PP-I)
                       MOVE WS-LINE-CLASS TO WS-PP-CLASS(SHW-I PP-I)
                       MOVE WS-LINE-PRICE TO WS-PP-PRICE(SHW-I PP-I)
                       MOVE ZEROS TO WS-PP-SOLD(SHW-I PP-I)
                       MOVE ZEROS TO WS-PP-RET(SHW-I PP-I)
                       MOVE ZEROS TO WS-PP-AMOUNT(SHW-I PP-I)
                   ELSE
                       SET PP-I TO 12
                   END-IF
               WHEN WS-PP-TYPE(SHW-I PP-I) = MRS-TSL-TYPE AND
                    WS-PP-CLASS(SHW-I PP-I) = WS-LINE-CLASS AND
                    WS-PP-PRICE(SHW-I PP-I) = WS-LINE-PRICE
                   CONTINUE
           END-SEARCH.
       370-EXIT.
           EXIT.

       500-PRINT-STATEMENTS.
           OPEN OUTPUT MRS-STATEMENT-RPT
           MOVE WS-PICK-DATE TO RH-DATE
           WRITE MRS-STATEMENT-LINE FROM WS-RPT-HEADER
           IF WS-SHW-COUNT = ZEROS
               WRITE MRS-STATEMENT-LINE FROM WS-NONE-LINE
           END-IF
           PERFORM VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-SHW-COUNT
               SET SHW-I TO WS-I
               PERFORM 550-PRINT-ONE-BLOCK THRU 550-EXIT
           END-PERFORM
           CLOSE MRS-STATEMENT-RPT.
       500-EXIT.
           EXIT.

      * One showing's statement, ending on the sign-off line.
       550-PRINT-ONE-BLOCK.
           ADD 1 TO WS-STMT-COUNT
           WRITE MRS-STATEMENT-LINE FROM WS-RULE-LINE
           MOVE WS-SHW-ID(SHW-I) TO BH-SHOW-ID
           MOVE WS-SHW-SCREEN(SHW-I) TO BH-SCREEN
           MOVE WS-SHW-TIME(SHW-I) TO BH-TIME
           MOVE WS-SHW-SITE(SHW-I) TO BH-SITE
           MOVE SPACES TO BH-STATUS
           IF WS-SHW-STATUS(SHW-I) = "C" OR
              WS-SHW-STATUS(SHW-I) = "S"
               MOVE "CANCELLED" TO BH-STATUS
           END-IF
           WRITE MRS-STATEMENT-LINE FROM WS-BLK-HEAD1
           MOVE WS-SHW-TITLE(SHW-I) TO BH-TITLE
           MOVE WS-SHW-TITLE(SHW-I) TO MRS-MOVIE-KEY
           READ MRS-MOVIE-FILE
               INVALID KEY
                   MOVE SPACES TO BH-MOVIE-NAME
               NOT INVALID KEY
                   MOVE MRS-MOVIE-NAME TO BH-MOVIE-NAME
           END-READ
           WRITE MRS-STATEMENT-LINE FROM WS-BLK-HEAD2
           WRITE MRS-STATEMENT-LINE FROM WS-BLK-COL-HDR
           MOVE ZEROS TO WS-B-PAID
           MOVE ZEROS TO WS-B-COMP
           MOVE ZEROS TO WS-B-PASS
           PERFORM VARYING WS-J FROM 1 BY 1
               UNTIL WS-J > WS-SHW-PP-COUNT(SHW-I)
               SET PP-I TO WS-J
               PERFORM 570-PRINT-PRICE-POINT THRU 570-EXIT
           END-PERFORM
           MOVE WS-B-PAID TO BC-PAID
           MOVE WS-B-COMP TO BC-COMP
           MOVE WS-B-PASS TO BC-PASS
           WRITE MRS-STATEMENT-LINE FROM WS-BLK-COUNT-LINE
           MOVE "REFUNDS AND EXCHANGES OUT (WITH TAX)"
               TO BM-LABEL
           MOVE WS-SHW-RET-QTY(SHW-I) TO BM-QTY
           MOVE WS-SHW-RET-AMT(SHW-I) TO BM-AMOUNT
           WRITE MRS-STATEMENT-LINE FROM WS-BLK-MONEY-LINE
           MOVE "GROSS RECEIPTS (NET OF RETURNS)" TO BM-LABEL
           MOVE ZEROS TO BM-QTY
           MOVE WS-SHW-GROSS(SHW-I) TO BM-AMOUNT
           WRITE MRS-STATEMENT-LINE FROM WS-BLK-MONEY-LINE
           MOVE "LESS AMUSEMENT TAX" TO BM-LABEL
           MOVE WS-SHW-TAX(SHW-I) TO BM-AMOUNT
           WRITE MRS-STATEMENT-LINE FROM WS-BLK-MONEY-LINE
           COMPUTE WS-B-NET = WS-SHW-GROSS(SHW-I) - WS-SHW-TAX(SHW-I)
           MOVE "NET ADMISSIONS" TO BM-LABEL
           MOVE WS-B-NET TO BM-AMOUNT
           WRITE MRS-STATEMENT-LINE FROM WS-BLK-MONEY-LINE
           MOVE SPACES TO MRS-STATEMENT-LINE
           WRITE MRS-STATEMENT-LINE
           WRITE MRS-STATEMENT-LINE FROM WS-SIGN-LINE.
       550-EXIT.
           EXIT.

       570-PRINT-PRICE-POINT.
           EVALUATE WS-PP-TYPE(SHW-I PP-I)
               WHEN "A"
                   MOVE "ADULT" TO BD-TYPE
               WHEN "C"
                   MOVE "CHILD" TO BD-TYPE
               WHEN "S"
                   MOVE "SENIOR" TO BD-TYPE
               WHEN "G"
                   MOVE "GROUP" TO BD-TYPE
               WHEN OTHER
                   MOVE "OTHER" TO BD-TYPE
           END-EVALUATE
           EVALUATE WS-PP-CLASS(SHW-I PP-I)
               WHEN "C"
                   MOVE "COMP" TO BD-CLASS
               WHEN "S"
                   MOVE "PASS" TO BD-CLASS
               WHEN OTHER
                   MOVE "PAID" TO BD-CLASS
           END-EVALUATE
           MOVE WS-PP-PRICE(SHW-I PP-I) TO BD-PRICE
           MOVE WS-PP-SOLD(SHW-I PP-I) TO BD-SOLD
           MOVE WS-PP-RET(SHW-I PP-I) TO BD-RET
           COMPUTE BD-NET =
               WS-PP-SOLD(SHW-I PP-I) - WS-PP-RET(SHW-I PP-I)
           MOVE WS-PP-AMOUNT(SHW-I PP-I) TO BD-AMOUNT
           WRITE MRS-STATEMENT-LINE FROM WS-BLK-DETAIL
           EVALUATE WS-PP-CLASS(SHW-I PP-I)
               WHEN "C"
                   COMPUTE WS-B-COMP = WS-B-COMP
                       + WS-PP-SOLD(SHW-I PP-I) - WS-PP-RET(SHW-I PP-I)
               WHEN "S"
                   COMPUTE WS-B-PASS = WS-B-PASS
                       + WS-PP-SOLD(SHW-I PP-I) - WS-PP-RET(SHW-I PP-I)
               WHEN OTHER
                   COMPUTE WS-B-PAID = WS-B-PAID
                       + WS-PP-SOLD(SHW-I PP-I) - WS-PP-RET(SHW-I PP-I)
           END-EVALUATE.
       570-EXIT.
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
               WHEN "TIC-SALES"
                   MOVE CFG-PATH TO UT-SYS-TIC-SALES
               WHEN "TSLIDX"
                   MOVE CFG-PATH TO UT-SYS-TSLIDX
               WHEN "MRS-SHOW"
                   MOVE CFG-PATH TO UT-SYS-MRS-SHOW
               WHEN "MRS-MOVIE"
                   MOVE CFG-PATH TO UT-SYS-MRS-MOVIE
               WHEN "BOX-STMT"
                   MOVE CFG-PATH TO UT-SYS-BOX-STMT
           END-EVALUATE.
       170-END.
           EXIT.

       end program MRS-7170.
