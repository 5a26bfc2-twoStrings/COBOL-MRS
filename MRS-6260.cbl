       IDENTIFICATION DIVISION.
       PROGRAM-ID.  MRS-6260.
       AUTHOR.  JOHN BELLEK.
      *****************************************************************
      * Nightly draft purchase orders. MRS-6250 prints what sits at
      * or below its reorder point; this pass, right behind it,
      * turns the same list into draft orders the office only has to
      * look over and release on MRS-1470 instead of typing from the
      * report.
      *
      * Every active item at or below its reorder point (a zero
      * reorder point is never set, same as the report) that has a
      * supply record (MRS-SUPITEM.CPY) naming an active supplier
      * goes on a draft order to that supplier, unless the item is
      * already on an order that is draft or released - an item is
      * never ordered twice. The quantity is the item's par level
      * less what is on hand, rounded up to whole cases (a zero par
      * orders back up to twice the reorder point; never less than
      * one case). A supplier with a draft still sitting from an
      * earlier night gets the new lines on that draft; otherwise a
      * new draft is opened under the next number from the "PO-NO"
      * series on the number control file.
      *
      * Items below reorder with no supply record, or whose supplier
      * is missing or inactive, are listed so the office can set
      * them up or buy them by hand. The listing goes to
      * MRS-PODRAFT.RPT and onto the spool.
      *
      * Runs as a step in the MRS-9000 night driver.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MRS-CONCESSION-FILE
               ASSIGN TO UT-SYS-CONCESS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MRS-CON-ITEM-NO
               FILE STATUS IS WS-CON-STATUS.

           SELECT MRS-SUPITEM-FILE
               ASSIGN TO UT-SYS-SUPITEM
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MRS-SPI-ITEM-NO
               FILE STATUS IS WS-SPI-STATUS.

           SELECT MRS-SUPPLIER-FILE
               ASSIGN TO UT-SYS-SUPPLIER
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MRS-SUP-ID
               FILE STATUS IS WS-SUP-STATUS.

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

           SELECT MRS-NUMBER-CONTROL-FILE
               ASSIGN TO UT-SYS-NUMCTL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MRS-NCT-KEY
               FILE STATUS IS WS-NCT-STATUS.

           SELECT MRS-PODRAFT-RPT
               ASSIGN TO UT-SYS-PODRAFT-RPT
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT MRS-FILE-CONFIG-FILE
               ASSIGN TO UT-SYS-FILE-CFG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CFG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       COPY "CPYBOOKS/MRS-CONCESS.CPY".
       COPY "CPYBOOKS/MRS-SUPITEM.CPY".
       COPY "CPYBOOKS/MRS-SUPPLIER.CPY".
       COPY "CPYBOOKS/MRS-POHDR.CPY".
       COPY "CPYBOOKS/MRS-POLINE.CPY".
       COPY "CPYBOOKS/MRS-NUMCTL.CPY".
       COPY "CPYBOOKS/MRS-FILE-CFG.CPY".

       FD  MRS-PODRAFT-RPT
           RECORD CONTAINS 80 CHARACTERS.
       01  MRS-PODRAFT-LINE                    PIC X(80).

       WORKING-STORAGE SECTION.
       COPY "CPYBOOKS/MRS-JOBCTR.CPY".
       COPY "CPYBOOKS/DATETIME.CPY".
       COPY "CPYBOOKS/MRS-SIGNON.CPY".
       COPY "CPYBOOKS/MRS-TRNPUT.CPY".
       COPY "CPYBOOKS/MRS-SPLPUT.CPY".

       01  WS-FILENAMES.
           05  UT-SYS-CONCESS        PIC X(50)
                               VALUE "C:\COBOL\MRS-CONCESS-INDEX.DAT".
           05  UT-SYS-SUPITEM        PIC X(50)
                               VALUE "C:\COBOL\MRS-SUPITEM-INDEX.DAT".
           05  UT-SYS-SUPPLIER       PIC X(50)
                               VALUE "C:\COBOL\MRS-SUPPLIER-INDEX.DAT".
           05  UT-SYS-POHDR          PIC X(50)
                               VALUE "C:\COBOL\MRS-POHDR-INDEX.DAT".
           05  UT-SYS-POLINE         PIC X(50)
                               VALUE "C:\COBOL\MRS-POLINE-INDEX.DAT".
           05  UT-SYS-NUMCTL         PIC X(50)
                               VALUE "C:\COBOL\MRS-NUMCTL-INDEX.DAT".
           05  UT-SYS-PODRAFT-RPT    PIC X(50)
                               VALUE "C:\COBOL\MRS-PODRAFT.RPT".
           05  UT-SYS-FILE-CFG       PIC X(50)
                                   VALUE "C:\COBOL\MRS-FILE-PATHS.CFG".

       01  WS-FILE-CFG-CTL.
           05  WS-CFG-STATUS         PIC XX.
           05  WS-CFG-EOF            PIC X.
               88  CFG-EOF VALUE 'Y'.

       01  WS-SWITCHES.
           05  WS-CON-STATUS         PIC XX.
           05  WS-SPI-STATUS         PIC XX.
           05  WS-SUP-STATUS         PIC XX.
           05  WS-POH-STATUS         PIC XX.
           05  WS-POL-STATUS         PIC XX.
           05  WS-NCT-STATUS         PIC XX.
           05  CON-EOF               PIC X.
           05  WS-SCAN-EOF           PIC X.
           05  WS-ON-ORDER           PIC X.
           05  WS-DRAFT-FOUND        PIC X.
           05  WS-SPI-OPEN           PIC X VALUE "N".
           05  WS-SUP-OPEN           PIC X VALUE "N".

       01  WS-CONTROL.
           05  WS-TODAY-NUM          PIC 9(8).
           05  WS-HIGH-PO            PIC 9(6) VALUE ZERO.
           05  WS-NEW-PO             PIC 9(6).
           05  WS-PAR                PIC 9(6).
           05  WS-NEED               PIC 9(6).
           05  WS-CASES              PIC 9(5).
           05  WS-ORDER-QTY          PIC 9(5).
           05  WS-SKIP-REASON        PIC X(30).
           05  WS-BELOW-CNT          PIC 9(5) VALUE ZERO.
           05  WS-LINE-CNT           PIC 9(5) VALUE ZERO.
           05  WS-NEW-PO-CNT         PIC 9(5) VALUE ZERO.
           05  WS-SKIP-CNT           PIC 9(5) VALUE ZERO.
           05  WS-SERIES-KEY         PIC X(8) VALUE "PO-NO".

       01  WS-RPT-HEADER.
           05  PIC X(30) VALUE "MRS DRAFT PURCHASE ORDERS -".
           05  RH-MONTH              PIC Z9.
           05  PIC X     VALUE "/".
           05  RH-DAY                PIC Z9.
           05  PIC X     VALUE "/".
           05  RH-YEAR               PIC 9999.
           05  PIC X(39) VALUE SPACES.

       01  WS-RPT-COL-HDR.
           05  PIC X(8)  VALUE "PO NO".
           05  PIC X(6)  VALUE "SUPP".
           05  PIC X(6)  VALUE "ITEM".
           05  PIC X(22) VALUE "NAME".
           05  PIC X(9)  VALUE "ON HAND".
           05  PIC X(9)  VALUE "ORDERED".
           05  PIC X(20) VALUE SPACES.

       01  WS-RPT-DETAIL.
           05  RD-PO-NO              PIC 9(6).
           05  PIC X(2)  VALUE SPACES.
           05  RD-SUPPLIER           PIC X(4).
           05  PIC X(2)  VALUE SPACES.
           05  RD-ITEM-NO            PIC 9(3).
           05  PIC X(3)  VALUE SPACES.
           05  RD-NAME               PIC X(20).
           05  PIC X(2)  VALUE SPACES.
           05  RD-ON-HAND            PIC ZZZZ9.
           05  PIC X(4)  VALUE SPACES.
           05  RD-ORDERED            PIC ZZZZ9.
           05  PIC X(24) VALUE SPACES.

       01  WS-RPT-SKIP.
           05  PIC X(14) VALUE "  NOT ORDERED ".
           05  RS-ITEM-NO            PIC 9(3).
           05  PIC X(3)  VALUE SPACES.
           05  RS-NAME               PIC X(20).
           05  PIC X(2)  VALUE SPACES.
           05  RS-REASON             PIC X(30).
           05  PIC X(8)  VALUE SPACES.

       01  WS-RPT-TOTAL.
           05  PIC X(14) VALUE "ITEMS BELOW:".
           05  RT-BELOW              PIC ZZZZ9.
           05  PIC X(14) VALUE "  LINES ADDED:".
           05  RT-LINES              PIC ZZZZ9.
           05  PIC X(13) VALUE "  NEW DRAFTS:".
           05  RT-NEW-PO             PIC ZZZZ9.
           05  PIC X(14) VALUE "  NOT ORDERED:".
           05  RT-SKIP               PIC ZZZZ9.
           05  PIC X(5)  VALUE SPACES.

       PROCEDURE DIVISION.
       100-MAIN.
           PERFORM 900-OPEN-FILES THRU 900-EXIT
           MOVE FUNCTION CURRENT-DATE TO WS-DATETIME
           COMPUTE WS-TODAY-NUM =
               (WS-YEAR * 10000) + (WS-MONTH * 100) + WS-DAY

           OPEN OUTPUT MRS-PODRAFT-RPT
           MOVE WS-MONTH TO RH-MONTH
           MOVE WS-DAY TO RH-DAY
           MOVE WS-YEAR TO RH-YEAR
           WRITE MRS-PODRAFT-LINE FROM WS-RPT-HEADER
           WRITE MRS-PODRAFT-LINE FROM WS-RPT-COL-HDR

           IF WS-CON-STATUS = '00'
               PERFORM 150-FIND-HIGH-PO THRU 150-EXIT
               PERFORM 200-WALK-ITEMS THRU 200-EXIT
           END-IF

           MOVE WS-BELOW-CNT TO RT-BELOW
           MOVE WS-LINE-CNT TO RT-LINES
           MOVE WS-NEW-PO-CNT TO RT-NEW-PO
           MOVE WS-SKIP-CNT TO RT-SKIP
           MOVE SPACES TO MRS-PODRAFT-LINE
           WRITE MRS-PODRAFT-LINE
           WRITE MRS-PODRAFT-LINE FROM WS-RPT-TOTAL
           CLOSE MRS-PODRAFT-RPT

      *    The night driver logs these on the job log.
           MOVE WS-BELOW-CNT TO MRS-JOB-READ
           MOVE WS-LINE-CNT TO MRS-JOB-WRITTEN
           MOVE WS-SKIP-CNT TO MRS-JOB-REJECTED
           DISPLAY "MRS-6260 DRAFT ORDERS: " WS-LINE-CNT
               " LINE(S) ON " WS-NEW-PO-CNT " NEW DRAFT(S), "
               WS-SKIP-CNT " NOT ORDERED."

           PERFORM 910-CLOSE-FILES THRU 910-EXIT
           MOVE "MRS-6260" TO MRS-SP-PROGRAM
           MOVE SPACES TO MRS-SP-PARMS
           MOVE UT-SYS-PODRAFT-RPT TO MRS-SP-PATH
           CALL "MRS-7050" USING MRS-SPOOL-PUT
           GOBACK.
       100-EXIT.
           EXIT.

      * The highest order number on file seeds the "PO-NO" series
      * the first time it is drawn, and stands in for it at a site
      * whose number control file cannot be opened.
       150-FIND-HIGH-PO.
           MOVE "N" TO WS-SCAN-EOF
           MOVE LOW-VALUES TO MRS-POHDR-REC
           START MRS-POHDR-FILE KEY IS NOT LESS THAN MRS-POH-PO-NO
               INVALID KEY
                   MOVE "Y" TO WS-SCAN-EOF
           END-START
           PERFORM UNTIL WS-SCAN-EOF = "Y"
               READ MRS-POHDR-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-SCAN-EOF
                   NOT AT END
                       IF MRS-POH-PO-NO > WS-HIGH-PO
                           MOVE MRS-POH-PO-NO TO WS-HIGH-PO
                       END-IF
               END-READ
           END-PERFORM.
       150-EXIT.
           EXIT.

      * Walks the whole item file, same as the reorder report.
       200-WALK-ITEMS.
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
                       PERFORM 300-CHECK-ONE-ITEM THRU 300-EXIT
               END-READ
           END-PERFORM.
       200-EXIT.
           EXIT.

       300-CHECK-ONE-ITEM.
           IF MRS-CON-ACTIVE-FLAG NOT = "Y"
               GO TO 300-EXIT
           END-IF
           IF MRS-CON-ON-HAND NOT NUMERIC
               MOVE ZEROS TO MRS-CON-ON-HAND
           END-IF
           IF MRS-CON-REORDER-PT NOT NUMERIC
               MOVE ZEROS TO MRS-CON-REORDER-PT
           END-IF
           IF MRS-CON-REORDER-PT = ZEROS
               GO TO 300-EXIT
           END-IF
           IF MRS-CON-ON-HAND > MRS-CON-REORDER-PT
               GO TO 300-EXIT
           END-IF
           ADD 1 TO WS-BELOW-CNT
           PERFORM 350-CHECK-ON-ORDER THRU 350-EXIT
           IF WS-ON-ORDER = "Y"
               GO TO 300-EXIT
           END-IF
      *    No supply file yet means nothing has been set up to order.
           IF WS-SPI-OPEN NOT = "Y" OR WS-SUP-OPEN NOT = "Y"
               MOVE "NO SUPPLIER SET UP" TO WS-SKIP-REASON
               PERFORM 390-LIST-SKIP THRU 390-EXIT
               GO TO 300-EXIT
           END-IF
           MOVE MRS-CON-ITEM-NO TO MRS-SPI-ITEM-NO
           READ MRS-SUPITEM-FILE
               INVALID KEY
                   MOVE "NO SUPPLIER SET UP" TO WS-SKIP-REASON
                   PERFORM 390-LIST-SKIP THRU 390-EXIT
                   GO TO 300-EXIT
           END-READ
           MOVE MRS-SPI-SUPPLIER TO MRS-SUP-ID
           READ MRS-SUPPLIER-FILE
               INVALID KEY
                   MOVE "SUPPLIER NOT ON FILE" TO WS-SKIP-REASON
                   PERFORM 390-LIST-SKIP THRU 390-EXIT
                   GO TO 300-EXIT
           END-READ
           IF MRS-SUP-ACTIVE-FLAG NOT = "Y"
               MOVE "SUPPLIER INACTIVE" TO WS-SKIP-REASON
               PERFORM 390-LIST-SKIP THRU 390-EXIT
               GO TO 300-EXIT
           END-IF
           PERFORM 400-ORDER-QTY THRU 400-EXIT
           PERFORM 500-FIND-DRAFT THRU 500-EXIT
           IF WS-DRAFT-FOUND NOT = "Y"
               PERFORM 550-OPEN-DRAFT THRU 550-EXIT
           END-IF
           PERFORM 600-ADD-LINE THRU 600-EXIT.
       300-EXIT.
           EXIT.

      * An item on any order still draft or released is on order
      * already - it waits for that delivery, or for the office to
      * change that order.
       350-CHECK-ON-ORDER.
           MOVE "N" TO WS-ON-ORDER
           MOVE "N" TO WS-SCAN-EOF
           MOVE MRS-CON-ITEM-NO TO MRS-POL-ITEM-NO
           START MRS-POLINE-FILE KEY IS EQUAL TO MRS-POL-ITEM-NO
               INVALID KEY
                   MOVE "Y" TO WS-SCAN-EOF
           END-START
           PERFORM UNTIL WS-SCAN-EOF = "Y" OR WS-ON-ORDER = "Y"
               READ MRS-POLINE-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-SCAN-EOF
                   NOT AT END
                       IF MRS-POL-ITEM-NO NOT = MRS-CON-ITEM-NO
                           MOVE "Y" TO WS-SCAN-EOF
                       ELSE
                           PERFORM 360-CHECK-LINE-ORDER THRU 360-EXIT
                       END-IF
               END-READ
           END-PERFORM.
       350-EXIT.
           EXIT.

       360-CHECK-LINE-ORDER.
           MOVE MRS-POL-PO-NO TO MRS-POH-PO-NO
           READ MRS-POHDR-FILE KEY IS MRS-POH-PO-NO
               INVALID KEY
                   GO TO 360-EXIT
           END-READ
           IF MRS-POH-STATUS = "D" OR MRS-POH-STATUS = "R"
               MOVE "Y" TO WS-ON-ORDER
           END-IF.
       360-EXIT.
           EXIT.

       390-LIST-SKIP.
           ADD 1 TO WS-SKIP-CNT
           MOVE MRS-CON-ITEM-NO TO RS-ITEM-NO
           MOVE MRS-CON-NAME TO RS-NAME
           MOVE WS-SKIP-REASON TO RS-REASON
           WRITE MRS-PODRAFT-LINE FROM WS-RPT-SKIP.
       390-EXIT.
           EXIT.

      * Par less on hand, in whole cases, at least one case.
       400-ORDER-QTY.
           IF MRS-SPI-CASE-QTY NOT NUMERIC OR MRS-SPI-CASE-QTY = ZERO
               MOVE 1 TO MRS-SPI-CASE-QTY
           END-IF
           IF MRS-SPI-PAR-LEVEL NOT NUMERIC
               MOVE ZEROS TO MRS-SPI-PAR-LEVEL
           END-IF
           IF MRS-SPI-PAR-LEVEL = ZEROS
               COMPUTE WS-PAR = MRS-CON-REORDER-PT * 2
           ELSE
               MOVE MRS-SPI-PAR-LEVEL TO WS-PAR
           END-IF
           IF WS-PAR > MRS-CON-ON-HAND
               COMPUTE WS-NEED = WS-PAR - MRS-CON-ON-HAND
           ELSE
               MOVE ZEROS TO WS-NEED
           END-IF
           COMPUTE WS-CASES =
               (WS-NEED + MRS-SPI-CASE-QTY - 1) / MRS-SPI-CASE-QTY
           IF WS-CASES = ZERO
               MOVE 1 TO WS-CASES
           END-IF
           COMPUTE WS-ORDER-QTY = WS-CASES * MRS-SPI-CASE-QTY
               ON SIZE ERROR
                   MOVE 99999 TO WS-ORDER-QTY
           END-COMPUTE.
       400-EXIT.
           EXIT.

      * A draft already open to this supplier takes the new line.
       500-FIND-DRAFT.
           MOVE "N" TO WS-DRAFT-FOUND
           MOVE "N" TO WS-SCAN-EOF
           MOVE MRS-SUP-ID TO MRS-POH-SUPPLIER
           START MRS-POHDR-FILE KEY IS EQUAL TO MRS-POH-SUPPLIER
               INVALID KEY
                   MOVE "Y" TO WS-SCAN-EOF
           END-START
           PERFORM UNTIL WS-SCAN-EOF = "Y" OR WS-DRAFT-FOUND = "Y"
               READ MRS-POHDR-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-SCAN-EOF
                   NOT AT END
                       IF MRS-POH-SUPPLIER NOT = MRS-SUP-ID
                           MOVE "Y" TO WS-SCAN-EOF
                       ELSE
                           IF MRS-POH-STATUS = "D"
                               MOVE "Y" TO WS-DRAFT-FOUND
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
       500-EXIT.
           EXIT.

       550-OPEN-DRAFT.
           PERFORM 570-DRAW-PO-NO THRU 570-EXIT
           MOVE SPACES TO MRS-POHDR-REC
           MOVE WS-NEW-PO TO MRS-POH-PO-NO
           MOVE MRS-SUP-ID TO MRS-POH-SUPPLIER
           MOVE "D" TO MRS-POH-STATUS
           MOVE WS-TODAY-NUM TO MRS-POH-CREATED
           MOVE ZEROS TO MRS-POH-RELEASED
           MOVE ZEROS TO MRS-POH-DUE
           MOVE "MRS-6260" TO MRS-POH-OPERATOR
           MOVE ZEROS TO MRS-POH-LINES
           WRITE MRS-POHDR-REC
           ADD 1 TO WS-NEW-PO-CNT.
       550-EXIT.
           EXIT.

      * Draws the next order number the MRS-6540 way - read the
      * series, take the number, rewrite it bumped.
       570-DRAW-PO-NO.
           ADD 1 TO WS-HIGH-PO
           MOVE WS-HIGH-PO TO WS-NEW-PO
           OPEN I-O MRS-NUMBER-CONTROL-FILE
           IF WS-NCT-STATUS = '35'
               OPEN OUTPUT MRS-NUMBER-CONTROL-FILE
               CLOSE MRS-NUMBER-CONTROL-FILE
               OPEN I-O MRS-NUMBER-CONTROL-FILE
           END-IF
           IF WS-NCT-STATUS NOT = '00'
               GO TO 570-EXIT
           END-IF
           MOVE WS-SERIES-KEY TO MRS-NCT-KEY
           READ MRS-NUMBER-CONTROL-FILE
               INVALID KEY
                   MOVE WS-SERIES-KEY TO MRS-NCT-KEY
                   COMPUTE MRS-NCT-NEXT = WS-NEW-PO + 1
                   WRITE MRS-NUMBER-CONTROL-REC
               NOT INVALID KEY
                   IF MRS-NCT-NEXT > WS-NEW-PO
                       MOVE MRS-NCT-NEXT TO WS-NEW-PO
                   END-IF
                   COMPUTE MRS-NCT-NEXT = WS-NEW-PO + 1
                   REWRITE MRS-NUMBER-CONTROL-REC
           END-READ
           CLOSE MRS-NUMBER-CONTROL-FILE
           MOVE WS-NEW-PO TO WS-HIGH-PO.
       570-EXIT.
           EXIT.

       600-ADD-LINE.
           ADD 1 TO MRS-POH-LINES
           REWRITE MRS-POHDR-REC
           MOVE SPACES TO MRS-POLINE-REC
           MOVE MRS-POH-PO-NO TO MRS-POL-PO-NO
           MOVE MRS-POH-LINES TO MRS-POL-LINE
           MOVE MRS-CON-ITEM-NO TO MRS-POL-ITEM-NO
           MOVE WS-ORDER-QTY TO MRS-POL-QTY-ORDERED
           MOVE ZEROS TO MRS-POL-QTY-RECEIVED
           MOVE MRS-SPI-UNIT-COST TO MRS-POL-UNIT-COST
           MOVE ZEROS TO MRS-POL-LAST-RECV
           WRITE MRS-POLINE-REC
           ADD 1 TO WS-LINE-CNT
           MOVE MRS-POH-PO-NO TO RD-PO-NO
           MOVE MRS-SUP-ID TO RD-SUPPLIER
           MOVE MRS-CON-ITEM-NO TO RD-ITEM-NO
           MOVE MRS-CON-NAME TO RD-NAME
           MOVE MRS-CON-ON-HAND TO RD-ON-HAND
           MOVE WS-ORDER-QTY TO RD-ORDERED
           WRITE MRS-PODRAFT-LINE FROM WS-RPT-DETAIL.
       600-EXIT.
           EXIT.

      * Opens the files. The order files are created the first
      * night there is anything to order.
       900-OPEN-FILES.
           PERFORM 160-LOAD-FILE-CONFIG THRU 160-END
           OPEN INPUT MRS-CONCESSION-FILE
           OPEN INPUT MRS-SUPITEM-FILE
           IF WS-SPI-STATUS = '00'
               MOVE "Y" TO WS-SPI-OPEN
           END-IF
           OPEN INPUT MRS-SUPPLIER-FILE
           IF WS-SUP-STATUS = '00'
               MOVE "Y" TO WS-SUP-OPEN
           END-IF
           OPEN I-O MRS-POHDR-FILE
           IF WS-POH-STATUS = '35'
               OPEN OUTPUT MRS-POHDR-FILE
               CLOSE MRS-POHDR-FILE
               OPEN I-O MRS-POHDR-FILE
           END-IF
           OPEN I-O MRS-POLINE-FILE
           IF WS-POL-STATUS = '35'
               OPEN OUTPUT MRS-POLINE-FILE
               CLOSE MRS-POLINE-FILE
               OPEN I-O MRS-POLINE-FILE
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
               WHEN "CONCESS"
                   MOVE CFG-PATH TO UT-SYS-CONCESS
               WHEN "SUPITEM"
                   MOVE CFG-PATH TO UT-SYS-SUPITEM
               WHEN "SUPPLIER"
                   MOVE CFG-PATH TO UT-SYS-SUPPLIER
               WHEN "POHDR"
                   MOVE CFG-PATH TO UT-SYS-POHDR
               WHEN "POLINE"
                   MOVE CFG-PATH TO UT-SYS-POLINE
               WHEN "NUMCTL"
                   MOVE CFG-PATH TO UT-SYS-NUMCTL
               WHEN "PODRAFT-RPT"
                   MOVE CFG-PATH TO UT-SYS-PODRAFT-RPT
           END-EVALUATE.
       170-END.
           EXIT.

      * Closes the files
       910-CLOSE-FILES.
           IF WS-CON-STATUS = '00'
               CLOSE MRS-CONCESSION-FILE
           END-IF
           IF WS-SPI-OPEN = "Y"
               CLOSE MRS-SUPITEM-FILE
           END-IF
           IF WS-SUP-OPEN = "Y"
               CLOSE MRS-SUPPLIER-FILE
           END-IF
           CLOSE MRS-POHDR-FILE
           CLOSE MRS-POLINE-FILE.
       910-EXIT.
           EXIT.

       end program MRS-6260.
