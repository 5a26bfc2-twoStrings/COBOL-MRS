       IDENTIFICATION DIVISION.
       PROGRAM-ID.  MRS-8690.
       AUTHOR.  JOHN BELLEK.
      *****************************************************************
      * Physical inventory variance report. Sets the open count -
      * every line keyed on the count screen (MRS-1480) and not yet
      * applied, from every theatre, added up per item - against the
      * book on-hand on the item file, quantity and dollars at the
      * item's unit cost, so the supervisor can see what the count
      * will do before approving it:
      *
      *   SHORT      fewer on the shelf than the book says - the
      *              spillage, theft and mis-rings the count is for
      *   OVER       more on the shelf than the book says
      *   NO COST    the item has no unit cost yet, so its variance
      *              carries no dollars; key the cost on MRS-1300
      *   NOT COUNTED an item the book holds stock of that nobody
      *              counted - the count leaves it as booked
      *
      * A negative variance is shrinkage. The foot gives the book
      * and counted value of the items counted and the net, which is
      * what the night step (MRS-6280) posts when the count has been
      * approved. Each line says whether the count under it is still
      * waiting for approval or already approved.
      *
      * No parameters; it reports whatever count is open.
      *
      * It can also be queued from the report request screen
      * (MRS-7080) and run by MRS-7070. The printed output
      * registers on the report spool, so a queued run can be found
      * and reprinted.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MRS-INVCOUNT-FILE
               ASSIGN TO UT-SYS-INVCOUNT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MRS-ICT-KEY
               FILE STATUS IS WS-ICT-STATUS.

           SELECT MRS-CONCESSION-FILE
               ASSIGN TO UT-SYS-CONCESS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MRS-CON-ITEM-NO
               FILE STATUS IS WS-CON-STATUS.

           SELECT MRS-VARIANCE-RPT
               ASSIGN TO UT-SYS-VARIANCE-RPT
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT MRS-FILE-CONFIG-FILE
               ASSIGN TO UT-SYS-FILE-CFG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CFG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       COPY "CPYBOOKS/MRS-INVCOUNT.CPY".
       COPY "CPYBOOKS/MRS-CONCESS.CPY".
       COPY "CPYBOOKS/MRS-FILE-CFG.CPY".

       FD  MRS-VARIANCE-RPT
           RECORD CONTAINS 80 CHARACTERS.
       01  MRS-VARIANCE-LINE                   PIC X(80).

       WORKING-STORAGE SECTION.
       COPY "CPYBOOKS/DATETIME.CPY".
       COPY "CPYBOOKS/MRS-SIGNON.CPY".
       COPY "CPYBOOKS/MRS-TRNPUT.CPY".
       COPY "CPYBOOKS/MRS-SPLPUT.CPY".
       COPY "CPYBOOKS/MRS-RPQCTL.CPY".

       01  WS-FILENAMES.
           05  UT-SYS-INVCOUNT       PIC X(50)
                               VALUE "C:\COBOL\MRS-INVCOUNT-INDEX.DAT".
           05  UT-SYS-CONCESS        PIC X(50)
                               VALUE "C:\COBOL\MRS-CONCESS-INDEX.DAT".
           05  UT-SYS-VARIANCE-RPT   PIC X(50)
                               VALUE "C:\COBOL\MRS-VARIANCE.RPT".
           05  UT-SYS-FILE-CFG       PIC X(50)
                                   VALUE "C:\COBOL\MRS-FILE-PATHS.CFG".

       01  WS-FILE-CFG-CTL.
           05  WS-CFG-STATUS         PIC XX.
           05  WS-CFG-EOF            PIC X.
               88  CFG-EOF VALUE 'Y'.

       01  WS-CONTROL.
           05  WS-ICT-STATUS         PIC XX.
           05  WS-CON-STATUS         PIC XX.
           05  ICT-EOF               PIC X.
           05  CON-EOF               PIC X.
           05  WS-LINE-CNT           PIC 9(5) VALUE ZERO.
           05  WS-VARIANCE           PIC S9(5).
           05  WS-VAR-VALUE          PIC S9(7)V999.

       01  WS-TOTALS.
           05  WS-COUNTED-CNT        PIC 9(5) VALUE ZERO.
           05  WS-SHORT-CNT          PIC 9(5) VALUE ZERO.
           05  WS-OVER-CNT           PIC 9(5) VALUE ZERO.
           05  WS-NO-COST-CNT        PIC 9(5) VALUE ZERO.
           05  WS-NOT-COUNTED-CNT    PIC 9(5) VALUE ZERO.
           05  WS-BOOK-VALUE         PIC 9(9)V999 VALUE ZERO.
           05  WS-COUNT-VALUE        PIC 9(9)V999 VALUE ZERO.
           05  WS-NET-VALUE          PIC S9(9)V999 VALUE ZERO.

      * The open count added up per item across the theatres, and
      * whether any of it is still waiting for approval.
       01  WS-COUNT-TABLE.
           05  WS-COUNT-SLOT OCCURS 999 TIMES.
               10  WCT-COUNTED       PIC 9(6).
               10  WCT-USED          PIC X.
               10  WCT-WAITING       PIC X.

       01  WS-RPT-HEADER.
           05  PIC X(34) VALUE "MRS PHYSICAL INVENTORY VARIANCE -".
           05  RH-MONTH              PIC Z9.
           05  PIC X     VALUE "/".
           05  RH-DAY                PIC Z9.
           05  PIC X     VALUE "/".
           05  RH-YEAR               PIC 9999.
           05  PIC X(36) VALUE SPACES.

       01  WS-RPT-COL-HDR.
           05  PIC X(5)  VALUE "ITEM".
           05  PIC X(21) VALUE "NAME".
           05  PIC X(5)  VALUE " BOOK".
           05  PIC X(8)  VALUE " COUNTED".
           05  PIC X(8)  VALUE "VARIANCE".
           05  PIC X(9)  VALUE "     COST".
           05  PIC X(12) VALUE "  VARIANCE $".
           05  PIC X(12) VALUE " NOTE".

       01  WS-RPT-LEGEND.
           05  PIC X(40)
               VALUE "* = COUNT STILL WAITING FOR APPROVAL ON".
           05  PIC X(40) VALUE " THE COUNT SCREEN (MRS-1480)".

       01  WS-RPT-DETAIL.
           05  RD-ITEM-NO            PIC 9(3).
           05  PIC X(2)  VALUE SPACES.
           05  RD-NAME               PIC X(20).
           05  PIC X(1)  VALUE SPACES.
           05  RD-BOOK               PIC ZZZZ9.
           05  PIC X(2)  VALUE SPACES.
           05  RD-COUNTED            PIC ZZZZZ9.
           05  PIC X(2)  VALUE SPACES.
           05  RD-VARIANCE           PIC -ZZZZ9.
           05  PIC X(2)  VALUE SPACES.
           05  RD-COST               PIC ZZ9.999.
           05  PIC X(1)  VALUE SPACES.
           05  RD-VAR-VALUE          PIC -ZZZ,ZZ9.99.
           05  PIC X(1)  VALUE SPACES.
           05  RD-FLAG               PIC X(11).

       01  WS-RPT-STATE-1.
           05  PIC X(28) VALUE "ITEMS COUNTED:".
           05  RT-COUNTED            PIC ZZZZ9.
           05  PIC X(6)  VALUE SPACES.
           05  PIC X(8)  VALUE "SHORT:".
           05  RT-SHORT              PIC ZZZZ9.
           05  PIC X(4)  VALUE SPACES.
           05  PIC X(7)  VALUE "OVER:".
           05  RT-OVER               PIC ZZZZ9.
           05  PIC X(12) VALUE SPACES.

       01  WS-RPT-STATE-2.
           05  PIC X(28) VALUE "ITEMS WITH NO COST:".
           05  RT-NO-COST            PIC ZZZZ9.
           05  PIC X(6)  VALUE SPACES.
           05  PIC X(14) VALUE "NOT COUNTED:".
           05  RT-NOT-COUNTED        PIC ZZZZ9.
           05  PIC X(22) VALUE SPACES.

       01  WS-RPT-BOOK.
           05  PIC X(28) VALUE "BOOK VALUE OF ITEMS COUNTED:".
           05  RT-BOOK-VALUE         PIC ZZZ,ZZZ,ZZ9.99.
           05  PIC X(38) VALUE SPACES.

       01  WS-RPT-COUNT.
           05  PIC X(28) VALUE "COUNTED VALUE:".
           05  RT-COUNT-VALUE        PIC ZZZ,ZZZ,ZZ9.99.
           05  PIC X(38) VALUE SPACES.

       01  WS-RPT-NET.
           05  PIC X(27) VALUE "NET VARIANCE (- = SHRINK):".
           05  RT-NET-VALUE          PIC -ZZZ,ZZZ,ZZ9.99.
           05  PIC X(38) VALUE SPACES.

       01  WS-RPT-NONE.
           05  PIC X(40) VALUE "NO COUNT IS OPEN.".
           05  PIC X(40) VALUE SPACES.

       01  WS-RPT-BLANK              PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.
       100-MAIN.
           PERFORM 160-LOAD-FILE-CONFIG THRU 160-END
           MOVE FUNCTION CURRENT-DATE TO WS-DATETIME
           MOVE LOW-VALUES TO WS-COUNT-TABLE
           PERFORM 200-LOAD-COUNT THRU 200-EXIT

           OPEN OUTPUT MRS-VARIANCE-RPT
           MOVE WS-MONTH TO RH-MONTH
           MOVE WS-DAY TO RH-DAY
           MOVE WS-YEAR TO RH-YEAR
           WRITE MRS-VARIANCE-LINE FROM WS-RPT-HEADER
           WRITE MRS-VARIANCE-LINE FROM WS-RPT-BLANK
           IF WS-LINE-CNT = ZERO
               WRITE MRS-VARIANCE-LINE FROM WS-RPT-NONE
           ELSE
               WRITE MRS-VARIANCE-LINE FROM WS-RPT-LEGEND
               WRITE MRS-VARIANCE-LINE FROM WS-RPT-BLANK
               WRITE MRS-VARIANCE-LINE FROM WS-RPT-COL-HDR
               PERFORM 300-WALK-ITEMS THRU 300-EXIT
               MOVE WS-COUNTED-CNT TO RT-COUNTED
               MOVE WS-SHORT-CNT TO RT-SHORT
               MOVE WS-OVER-CNT TO RT-OVER
               MOVE WS-NO-COST-CNT TO RT-NO-COST
               MOVE WS-NOT-COUNTED-CNT TO RT-NOT-COUNTED
               COMPUTE RT-BOOK-VALUE ROUNDED = WS-BOOK-VALUE
               COMPUTE RT-COUNT-VALUE ROUNDED = WS-COUNT-VALUE
               COMPUTE RT-NET-VALUE ROUNDED = WS-NET-VALUE
               WRITE MRS-VARIANCE-LINE FROM WS-RPT-BLANK
               WRITE MRS-VARIANCE-LINE FROM WS-RPT-STATE-1
               WRITE MRS-VARIANCE-LINE FROM WS-RPT-STATE-2
               WRITE MRS-VARIANCE-LINE FROM WS-RPT-BLANK
               WRITE MRS-VARIANCE-LINE FROM WS-RPT-BOOK
               WRITE MRS-VARIANCE-LINE FROM WS-RPT-COUNT
               WRITE MRS-VARIANCE-LINE FROM WS-RPT-NET
           END-IF
           CLOSE MRS-VARIANCE-RPT

           MOVE "MRS-8690" TO MRS-SP-PROGRAM
           MOVE SPACES TO MRS-SP-PARMS
           MOVE UT-SYS-VARIANCE-RPT TO MRS-SP-PATH
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
               WHEN "INVCOUNT"
                   MOVE CFG-PATH TO UT-SYS-INVCOUNT
               WHEN "CONCESS"
                   MOVE CFG-PATH TO UT-SYS-CONCESS
               WHEN "VARIANCE-RPT"
                   MOVE CFG-PATH TO UT-SYS-VARIANCE-RPT
           END-EVALUATE.
       170-END.
           EXIT.

      * Adds up the open count - counted and approved lines - per
      * item over every theatre.
       200-LOAD-COUNT.
           OPEN INPUT MRS-INVCOUNT-FILE
           IF WS-ICT-STATUS NOT = '00'
               GO TO 200-EXIT
           END-IF
           MOVE "N" TO ICT-EOF
           PERFORM UNTIL ICT-EOF = "Y"
               READ MRS-INVCOUNT-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO ICT-EOF
                   NOT AT END
                       PERFORM 250-ADD-ONE-LINE THRU 250-EXIT
               END-READ
           END-PERFORM
           CLOSE MRS-INVCOUNT-FILE.
       200-EXIT.
           EXIT.

       250-ADD-ONE-LINE.
           IF MRS-ICT-STATUS NOT = "C" AND MRS-ICT-STATUS NOT = "A"
               GO TO 250-EXIT
           END-IF
           IF MRS-ICT-ITEM-NO = ZEROS
               GO TO 250-EXIT
           END-IF
           ADD 1 TO WS-LINE-CNT
           IF WCT-USED(MRS-ICT-ITEM-NO) NOT = "Y"
               MOVE "Y" TO WCT-USED(MRS-ICT-ITEM-NO)
               MOVE ZEROS TO WCT-COUNTED(MRS-ICT-ITEM-NO)
               MOVE "N" TO WCT-WAITING(MRS-ICT-ITEM-NO)
           END-IF
           ADD MRS-ICT-COUNTED TO WCT-COUNTED(MRS-ICT-ITEM-NO)
           IF MRS-ICT-STATUS = "C"
               MOVE "Y" TO WCT-WAITING(MRS-ICT-ITEM-NO)
           END-IF.
       250-EXIT.
           EXIT.

      * Walks the item file in item order, one line for every item
      * counted or holding stock nobody counted.
       300-WALK-ITEMS.
           OPEN INPUT MRS-CONCESSION-FILE
           IF WS-CON-STATUS NOT = '00'
               GO TO 300-EXIT
           END-IF
           MOVE "N" TO CON-EOF
           MOVE LOW-VALUES TO MRS-CON-ITEM-NO
           START MRS-CONCESSION-FILE
               KEY IS NOT LESS THAN MRS-CON-ITEM-NO
               INVALID KEY
                   MOVE "Y" TO CON-EOF
           END-START
           PERFORM UNTIL CON-EOF = "Y"
               READ MRS-CONCESSION-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO CON-EOF
                   NOT AT END
                       PERFORM 400-ONE-ITEM THRU 400-EXIT
               END-READ
           END-PERFORM
           CLOSE MRS-CONCESSION-FILE.
       300-EXIT.
           EXIT.

       400-ONE-ITEM.
           IF MRS-CON-ITEM-NO = ZEROS
               GO TO 400-EXIT
           END-IF
      *    Records written before the stock and cost fields existed
      *    carry spaces there - zero stock and no cost yet.
           IF MRS-CON-ON-HAND NOT NUMERIC
               MOVE ZEROS TO MRS-CON-ON-HAND
           END-IF
           IF MRS-CON-UNIT-COST NOT NUMERIC
               MOVE ZEROS TO MRS-CON-UNIT-COST
           END-IF
           MOVE MRS-CON-ITEM-NO TO RD-ITEM-NO
           MOVE MRS-CON-NAME TO RD-NAME
           MOVE MRS-CON-ON-HAND TO RD-BOOK
           MOVE MRS-CON-UNIT-COST TO RD-COST
           IF WCT-USED(MRS-CON-ITEM-NO) NOT = "Y"
               IF MRS-CON-ON-HAND = ZEROS
                   GO TO 400-EXIT
               END-IF
               ADD 1 TO WS-NOT-COUNTED-CNT
               MOVE ZEROS TO RD-COUNTED
               MOVE ZEROS TO RD-VARIANCE
               MOVE ZEROS TO RD-VAR-VALUE
               MOVE "NOT COUNTED" TO RD-FLAG
               WRITE MRS-VARIANCE-LINE FROM WS-RPT-DETAIL
               GO TO 400-EXIT
           END-IF
           ADD 1 TO WS-COUNTED-CNT
           MOVE WCT-COUNTED(MRS-CON-ITEM-NO) TO RD-COUNTED
           COMPUTE WS-VARIANCE =
               WCT-COUNTED(MRS-CON-ITEM-NO) - MRS-CON-ON-HAND
           MOVE WS-VARIANCE TO RD-VARIANCE
           COMPUTE WS-VAR-VALUE = WS-VARIANCE * MRS-CON-UNIT-COST
           COMPUTE RD-VAR-VALUE ROUNDED = WS-VAR-VALUE
           COMPUTE WS-BOOK-VALUE = WS-BOOK-VALUE
               + (MRS-CON-ON-HAND * MRS-CON-UNIT-COST)
           COMPUTE WS-COUNT-VALUE = WS-COUNT-VALUE
               + (WCT-COUNTED(MRS-CON-ITEM-NO) * MRS-CON-UNIT-COST)
           ADD WS-VAR-VALUE TO WS-NET-VALUE
           MOVE SPACES TO RD-FLAG
           IF WS-VARIANCE < ZERO
               ADD 1 TO WS-SHORT-CNT
               MOVE "SHORT" TO RD-FLAG
           END-IF
           IF WS-VARIANCE > ZERO
               ADD 1 TO WS-OVER-CNT
               MOVE "OVER" TO RD-FLAG
           END-IF
           IF MRS-CON-UNIT-COST = ZERO
               ADD 1 TO WS-NO-COST-CNT
               MOVE "NO COST" TO RD-FLAG
           END-IF
           IF WCT-WAITING(MRS-CON-ITEM-NO) = "Y"
               MOVE "*" TO RD-FLAG(11:1)
           END-IF
           WRITE MRS-VARIANCE-LINE FROM WS-RPT-DETAIL.
       400-EXIT.
           EXIT.

       end program MRS-8690.
