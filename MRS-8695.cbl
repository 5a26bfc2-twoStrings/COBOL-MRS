       IDENTIFICATION DIVISION.
       PROGRAM-ID.  MRS-8695.
       AUTHOR.  JOHN BELLEK.
      *****************************************************************
      * Unknown barcode report. Totals the unknown barcode log
      * (MRS-UPCMISS.CPY) - every scan at the counter or on
      * receiving that MRS-1580 could not find on the barcode
      * cross-reference - by code: how many times it was scanned,
      * when first and last, and where and on which screen last.
      * Those are the products still to be set up (or given their
      * new code) on item maintenance; the scan count says which
      * matter most.
      *
      * A code that has been set up since it was logged is left off
      * the list and only counted at the foot, so the report shrinks
      * as the office works through it.
      *
      * No parameters; it reports the whole log.
      *
      * It can also be queued from the report request screen
      * (MRS-7080) and run by MRS-7070. The printed output
      * registers on the report spool, so a queued run can be found
      * and reprinted.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MRS-UPCMISS-FILE
               ASSIGN TO UT-SYS-UPCMISS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-UMS-STATUS.

           SELECT MRS-UPC-FILE
               ASSIGN TO UT-SYS-UPC
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MRS-UPC-CODE
               ALTERNATE KEY IS MRS-UPC-ITEM-NO WITH DUPLICATES
               FILE STATUS IS WS-UPC-STATUS.

           SELECT MRS-UPCMISS-RPT
               ASSIGN TO UT-SYS-UPCMISS-RPT
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT MRS-FILE-CONFIG-FILE
               ASSIGN TO UT-SYS-FILE-CFG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CFG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       COPY "CPYBOOKS/MRS-UPCMISS.CPY".
       COPY "CPYBOOKS/MRS-UPC.CPY".
       COPY "CPYBOOKS/MRS-FILE-CFG.CPY".

       FD  MRS-UPCMISS-RPT
           RECORD CONTAINS 80 CHARACTERS.
       01  MRS-UPCMISS-LINE                    PIC X(80).

       WORKING-STORAGE SECTION.
       COPY "CPYBOOKS/DATETIME.CPY".
       COPY "CPYBOOKS/MRS-SIGNON.CPY".
       COPY "CPYBOOKS/MRS-TRNPUT.CPY".
       COPY "CPYBOOKS/MRS-SPLPUT.CPY".

       01  WS-FILENAMES.
           05  UT-SYS-UPCMISS        PIC X(50)
                               VALUE "C:\COBOL\MRS-UPCMISS.DAT".
           05  UT-SYS-UPC            PIC X(50)
                               VALUE "C:\COBOL\MRS-UPC-INDEX.DAT".
           05  UT-SYS-UPCMISS-RPT    PIC X(50)
                               VALUE "C:\COBOL\MRS-UPCMISS.RPT".
           05  UT-SYS-FILE-CFG       PIC X(50)
                                   VALUE "C:\COBOL\MRS-FILE-PATHS.CFG".

       01  WS-FILE-CFG-CTL.
           05  WS-CFG-STATUS         PIC XX.
           05  WS-CFG-EOF            PIC X.
               88  CFG-EOF VALUE 'Y'.

       01  WS-CONTROL.
           05  WS-UMS-STATUS         PIC XX.
           05  WS-UPC-STATUS         PIC XX.
           05  WS-UPC-OPEN           PIC X VALUE "N".
           05  UMS-EOF               PIC X.
           05  WS-I                  PIC 9(4).
           05  WS-SCAN-CNT           PIC 9(7) VALUE ZERO.
           05  WS-LISTED-CNT         PIC 9(5) VALUE ZERO.
           05  WS-SET-UP-CNT         PIC 9(5) VALUE ZERO.
           05  WS-OVERFLOW-CNT       PIC 9(7) VALUE ZERO.

      * One slot per code on the log, in the order first seen.
       01  WS-CODE-TABLE.
           05  WS-CODE-COUNT         PIC 9(4) VALUE ZERO.
           05  WS-CODE-SLOT OCCURS 500 TIMES INDEXED BY COD-I.
               10  WC-CODE           PIC X(14).
               10  WC-SCANS          PIC 9(5).
               10  WC-FIRST-DATE     PIC 9(8).
               10  WC-LAST-DATE      PIC 9(8).
               10  WC-LAST-SITE      PIC X(2).
               10  WC-LAST-PROGRAM   PIC X(8).

       01  WS-RPT-HEADER.
           05  PIC X(30) VALUE "MRS UNKNOWN BARCODE REPORT -".
           05  RH-MONTH              PIC Z9.
           05  PIC X     VALUE "/".
           05  RH-DAY                PIC Z9.
           05  PIC X     VALUE "/".
           05  RH-YEAR               PIC 9999.
           05  PIC X(39) VALUE SPACES.

       01  WS-RPT-COL-HDR.
           05  PIC X(16) VALUE "BARCODE".
           05  PIC X(8)  VALUE "SCANS".
           05  PIC X(12) VALUE "FIRST".
           05  PIC X(12) VALUE "LAST".
           05  PIC X(6)  VALUE "SITE".
           05  PIC X(26) VALUE "SCREEN".

       01  WS-RPT-DETAIL.
           05  RD-CODE               PIC X(14).
           05  PIC X(2)  VALUE SPACES.
           05  RD-SCANS              PIC ZZZZ9.
           05  PIC X(3)  VALUE SPACES.
           05  RD-FIRST              PIC 9999/99/99.
           05  PIC X(2)  VALUE SPACES.
           05  RD-LAST               PIC 9999/99/99.
           05  PIC X(2)  VALUE SPACES.
           05  RD-SITE               PIC X(2).
           05  PIC X(4)  VALUE SPACES.
           05  RD-PROGRAM            PIC X(8).
           05  PIC X(18) VALUE SPACES.

       01  WS-RPT-LISTED.
           05  PIC X(34) VALUE "CODES STILL TO BE SET UP:".
           05  RT-LISTED             PIC ZZZZ9.
           05  PIC X(41) VALUE SPACES.

       01  WS-RPT-SET-UP.
           05  PIC X(34) VALUE "CODES LOGGED AND SET UP SINCE:".
           05  RT-SET-UP             PIC ZZZZ9.
           05  PIC X(41) VALUE SPACES.

       01  WS-RPT-SCANS.
           05  PIC X(32) VALUE "UNKNOWN SCANS ON THE LOG:".
           05  RT-SCANS              PIC Z(6)9.
           05  PIC X(41) VALUE SPACES.

       01  WS-RPT-OVERFLOW.
           05  PIC X(32) VALUE "SCANS PAST THE 500-CODE LIMIT:".
           05  RT-OVERFLOW           PIC Z(6)9.
           05  PIC X(41) VALUE SPACES.

       01  WS-RPT-NONE.
           05  PIC X(40) VALUE "NO UNKNOWN BARCODES ON THE LOG.".
           05  PIC X(40) VALUE SPACES.

       01  WS-RPT-BLANK              PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.
       100-MAIN.
           PERFORM 160-LOAD-FILE-CONFIG THRU 160-END
           MOVE FUNCTION CURRENT-DATE TO WS-DATETIME
           PERFORM 200-LOAD-LOG THRU 200-EXIT

           OPEN OUTPUT MRS-UPCMISS-RPT
           MOVE WS-MONTH TO RH-MONTH
           MOVE WS-DAY TO RH-DAY
           MOVE WS-YEAR TO RH-YEAR
           WRITE MRS-UPCMISS-LINE FROM WS-RPT-HEADER
           WRITE MRS-UPCMISS-LINE FROM WS-RPT-BLANK
           IF WS-CODE-COUNT = ZERO
               WRITE MRS-UPCMISS-LINE FROM WS-RPT-NONE
           ELSE
               WRITE MRS-UPCMISS-LINE FROM WS-RPT-COL-HDR
               OPEN INPUT MRS-UPC-FILE
               IF WS-UPC-STATUS = '00'
                   MOVE "Y" TO WS-UPC-OPEN
               END-IF
               PERFORM 300-PRINT-ONE THRU 300-EXIT
                   VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-CODE-COUNT
               IF WS-UPC-OPEN = "Y"
                   CLOSE MRS-UPC-FILE
               END-IF
               MOVE WS-LISTED-CNT TO RT-LISTED
               MOVE WS-SET-UP-CNT TO RT-SET-UP
               MOVE WS-SCAN-CNT TO RT-SCANS
               WRITE MRS-UPCMISS-LINE FROM WS-RPT-BLANK
               WRITE MRS-UPCMISS-LINE FROM WS-RPT-LISTED
               WRITE MRS-UPCMISS-LINE FROM WS-RPT-SET-UP
               WRITE MRS-UPCMISS-LINE FROM WS-RPT-SCANS
               IF WS-OVERFLOW-CNT NOT = ZERO
                   MOVE WS-OVERFLOW-CNT TO RT-OVERFLOW
                   WRITE MRS-UPCMISS-LINE FROM WS-RPT-OVERFLOW
               END-IF
           END-IF
           CLOSE MRS-UPCMISS-RPT

           MOVE "MRS-8695" TO MRS-SP-PROGRAM
           MOVE SPACES TO MRS-SP-PARMS
           MOVE UT-SYS-UPCMISS-RPT TO MRS-SP-PATH
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
               WHEN "UPCMISS"
                   MOVE CFG-PATH TO UT-SYS-UPCMISS
               WHEN "UPC"
                   MOVE CFG-PATH TO UT-SYS-UPC
               WHEN "UPCMISS-RPT"
                   MOVE CFG-PATH TO UT-SYS-UPCMISS-RPT
           END-EVALUATE.
       170-END.
           EXIT.

      * Totals the log by code. No log on disk means nothing has
      * ever gone unrecognised.
       200-LOAD-LOG.
           OPEN INPUT MRS-UPCMISS-FILE
           IF WS-UMS-STATUS NOT = '00'
               GO TO 200-EXIT
           END-IF
           MOVE "N" TO UMS-EOF
           PERFORM UNTIL UMS-EOF = "Y"
               READ MRS-UPCMISS-FILE
                   AT END
                       MOVE "Y" TO UMS-EOF
                   NOT AT END
                       ADD 1 TO WS-SCAN-CNT
                       PERFORM 250-ADD-ONE-SCAN THRU 250-EXIT
               END-READ
           END-PERFORM
           CLOSE MRS-UPCMISS-FILE.
       200-EXIT.
           EXIT.

       250-ADD-ONE-SCAN.
           SET COD-I TO 1
           SEARCH WS-CODE-SLOT
               AT END
                   ADD 1 TO WS-OVERFLOW-CNT
                   GO TO 250-EXIT
               WHEN COD-I > WS-CODE-COUNT
                   ADD 1 TO WS-CODE-COUNT
                   MOVE MRS-UMS-CODE TO WC-CODE(COD-I)
                   MOVE ZEROS TO WC-SCANS(COD-I)
                   MOVE MRS-UMS-DATE TO WC-FIRST-DATE(COD-I)
               WHEN WC-CODE(COD-I) = MRS-UMS-CODE
                   CONTINUE
           END-SEARCH
           ADD 1 TO WC-SCANS(COD-I)
           MOVE MRS-UMS-DATE TO WC-LAST-DATE(COD-I)
           MOVE MRS-UMS-SITE TO WC-LAST-SITE(COD-I)
           MOVE MRS-UMS-PROGRAM TO WC-LAST-PROGRAM(COD-I).
       250-EXIT.
           EXIT.

      * One line per code still not on the cross-reference.
       300-PRINT-ONE.
           SET COD-I TO WS-I
           IF WS-UPC-OPEN = "Y"
               MOVE WC-CODE(COD-I) TO MRS-UPC-CODE
               READ MRS-UPC-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       ADD 1 TO WS-SET-UP-CNT
                       GO TO 300-EXIT
               END-READ
           END-IF
           ADD 1 TO WS-LISTED-CNT
           MOVE WC-CODE(COD-I) TO RD-CODE
           MOVE WC-SCANS(COD-I) TO RD-SCANS
           MOVE WC-FIRST-DATE(COD-I) TO RD-FIRST
           MOVE WC-LAST-DATE(COD-I) TO RD-LAST
           MOVE WC-LAST-SITE(COD-I) TO RD-SITE
           MOVE WC-LAST-PROGRAM(COD-I) TO RD-PROGRAM
           WRITE MRS-UPCMISS-LINE FROM WS-RPT-DETAIL.
       300-EXIT.
           EXIT.

       end program MRS-8695.
