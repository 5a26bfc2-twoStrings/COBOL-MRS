       IDENTIFICATION DIVISION.
       PROGRAM-ID.  MRS-1580.
       AUTHOR.  JOHN BELLEK.
      *****************************************************************
      * Barcode lookup - the one place the concession sale screen
      * (MRS-1400) and receiving (MRS-1450) go to turn a scanned
      * barcode into the item number it rings as, so both read the
      * cross-reference (MRS-UPC.CPY) the same way and an unknown
      * code is logged the same way wherever it turns up.
      *
      * A code has to be digits, eight or more of them, to be a
      * barcode at all; anything else is a mis-key and answers "E"
      * without troubling the log. A well-formed code that is not
      * on file - or no cross-reference on disk yet - answers "N"
      * and adds a line to the unknown barcode log
      * (MRS-UPCMISS.CPY) for the unknown barcode report (MRS-8695).
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MRS-UPC-FILE
               ASSIGN TO UT-SYS-UPC
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MRS-UPC-CODE
               ALTERNATE KEY IS MRS-UPC-ITEM-NO WITH DUPLICATES
               FILE STATUS IS WS-UPC-STATUS.

           SELECT MRS-UPCMISS-FILE
               ASSIGN TO UT-SYS-UPCMISS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-UMS-STATUS.

           SELECT MRS-FILE-CONFIG-FILE
               ASSIGN TO UT-SYS-FILE-CFG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CFG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       COPY "CPYBOOKS/MRS-UPC.CPY".
       COPY "CPYBOOKS/MRS-UPCMISS.CPY".
       COPY "CPYBOOKS/MRS-FILE-CFG.CPY".

       WORKING-STORAGE SECTION.
       COPY "CPYBOOKS/DATETIME.CPY".
       COPY "CPYBOOKS/MRS-SIGNON.CPY".
       COPY "CPYBOOKS/MRS-TRNPUT.CPY".
       01 WS-FILENAMES.
         05 UT-SYS-UPC PIC X(50)
           VALUE "C:\COBOL\MRS-UPC-INDEX.DAT".
         05 UT-SYS-UPCMISS PIC X(50)
           VALUE "C:\COBOL\MRS-UPCMISS.DAT".
         05 UT-SYS-FILE-CFG PIC X(50)
           VALUE "C:\COBOL\MRS-FILE-PATHS.CFG".

       01 WS-FILE-CFG-CTL.
         05 WS-CFG-STATUS PIC XX.
         05 WS-CFG-EOF PIC X.
           88 CFG-EOF VALUE 'Y'.

       01 WS-CONTROL.
         05 WS-UPC-STATUS PIC XX.
         05 WS-UMS-STATUS PIC XX.
         05 WS-CODE-LEN PIC 99.

       LINKAGE SECTION.
       COPY "CPYBOOKS/MRS-UPCPUT.CPY".

       PROCEDURE DIVISION USING MRS-UPC-PUT.
       100-MAIN.
           MOVE "E" TO MRS-UPP-ANSWER
           MOVE ZEROS TO MRS-UPP-ITEM-NO
           PERFORM 160-LOAD-FILE-CONFIG THRU 160-END
           MOVE ZERO TO WS-CODE-LEN
           INSPECT MRS-UPP-CODE TALLYING WS-CODE-LEN
               FOR CHARACTERS BEFORE INITIAL SPACE
           IF WS-CODE-LEN < 8
               GO TO 100-EXIT
           END-IF
           IF MRS-UPP-CODE(1:WS-CODE-LEN) NOT NUMERIC
               GO TO 100-EXIT
           END-IF
           IF WS-CODE-LEN < 14
               IF MRS-UPP-CODE(WS-CODE-LEN + 1:) NOT = SPACES
                   GO TO 100-EXIT
               END-IF
           END-IF
           MOVE "N" TO MRS-UPP-ANSWER
           OPEN INPUT MRS-UPC-FILE
           IF WS-UPC-STATUS = '00'
               MOVE MRS-UPP-CODE TO MRS-UPC-CODE
               READ MRS-UPC-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE MRS-UPC-ITEM-NO TO MRS-UPP-ITEM-NO
                       MOVE "Y" TO MRS-UPP-ANSWER
               END-READ
               CLOSE MRS-UPC-FILE
           END-IF
           IF MRS-UPP-ANSWER = "N"
               PERFORM 200-LOG-UNKNOWN THRU 200-EXIT
           END-IF.
       100-EXIT.
           GOBACK.

      * One line on the unknown barcode log. The first unknown scan
      * ever lays the log down.
       200-LOG-UNKNOWN.
           MOVE FUNCTION CURRENT-DATE TO WS-DATETIME
           OPEN EXTEND MRS-UPCMISS-FILE
           IF WS-UMS-STATUS = '35'
               OPEN OUTPUT MRS-UPCMISS-FILE
           END-IF
           IF WS-UMS-STATUS NOT = '00'
               GO TO 200-EXIT
           END-IF
           MOVE SPACES TO MRS-UMS-REC
           COMPUTE MRS-UMS-DATE =
               (WS-YEAR * 10000) + (WS-MONTH * 100) + WS-DAY
           COMPUTE MRS-UMS-TIME =
               (WS-HOUR * 10000) + (WS-MINUTE * 100) + WS-SECOND
           MOVE MRS-UPP-CODE TO MRS-UMS-CODE
           MOVE MRS-SIGNON-SITE TO MRS-UMS-SITE
           IF MRS-UMS-SITE = SPACES OR MRS-UMS-SITE = LOW-VALUES
               MOVE "01" TO MRS-UMS-SITE
           END-IF
           MOVE MRS-SIGNON-OPERATOR TO MRS-UMS-OPERATOR
           MOVE MRS-UPP-PROGRAM TO MRS-UMS-PROGRAM
           WRITE MRS-UMS-REC
           CLOSE MRS-UPCMISS-FILE.
       200-EXIT.
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
               WHEN "UPC"
                   MOVE CFG-PATH TO UT-SYS-UPC
               WHEN "UPCMISS"
                   MOVE CFG-PATH TO UT-SYS-UPCMISS
           END-EVALUATE.
       170-END.
           EXIT.

       end program MRS-1580.
