       IDENTIFICATION DIVISION.
       PROGRAM-ID.  MRS-8680.
       AUTHOR.  JOHN BELLEK.
      *****************************************************************
      * Physical inventory count sheet for one theatre. Lists every
      * concession item the stockroom could be holding - every
      * active item, and any item no longer sold that still has
      * stock on the book - with a blank to write the count in, for
      * the staff to carry round the shelves after the counter
      * closes. The book quantity is deliberately not printed: a
      * count made looking at the answer finds the answer. A
      * prepared item with a recipe (MRS-1490) is left off - its
      * stock is the ingredients and packaging it is made from,
      * and those are on the sheet.
      *
      * The counts go in on the count screen (MRS-1480) against the
      * same theatre; the variance report (MRS-8690) sets them
      * against the book.
      *
      * One console ACCEPT drives it: the theatre (blank = the
      * theatre this session is signed on to).
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
           SELECT MRS-CONCESSION-FILE
               ASSIGN TO UT-SYS-CONCESS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MRS-CON-ITEM-NO
               FILE STATUS IS WS-CON-STATUS.

           SELECT MRS-RECIPE-FILE
               ASSIGN TO UT-SYS-RECIPE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MRS-RCP-ITEM-NO
               FILE STATUS IS WS-RCP-STATUS.

           SELECT MRS-COUNTSHEET-RPT
               ASSIGN TO UT-SYS-COUNTSHEET-RPT
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT MRS-FILE-CONFIG-FILE
               ASSIGN TO UT-SYS-FILE-CFG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CFG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       COPY "CPYBOOKS/MRS-CONCESS.CPY".
       COPY "CPYBOOKS/MRS-RECIPE.CPY".
       COPY "CPYBOOKS/MRS-FILE-CFG.CPY".

       FD  MRS-COUNTSHEET-RPT
           RECORD CONTAINS 80 CHARACTERS.
       01  MRS-COUNTSHEET-LINE                 PIC X(80).

       WORKING-STORAGE SECTION.
       COPY "CPYBOOKS/DATETIME.CPY".
       COPY "CPYBOOKS/MRS-SIGNON.CPY".
       COPY "CPYBOOKS/MRS-TRNPUT.CPY".
       COPY "CPYBOOKS/MRS-SPLPUT.CPY".
       COPY "CPYBOOKS/MRS-RPQCTL.CPY".

       01  WS-FILENAMES.
           05  UT-SYS-CONCESS        PIC X(50)
                               VALUE "C:\COBOL\MRS-CONCESS-INDEX.DAT".
           05  UT-SYS-RECIPE         PIC X(50)
                               VALUE "C:\COBOL\MRS-RECIPE-INDEX.DAT".
           05  UT-SYS-COUNTSHEET-RPT PIC X(50)
                               VALUE "C:\COBOL\MRS-COUNTSHEET.RPT".
           05  UT-SYS-FILE-CFG       PIC X(50)
                                   VALUE "C:\COBOL\MRS-FILE-PATHS.CFG".

       01  WS-FILE-CFG-CTL.
           05  WS-CFG-STATUS         PIC XX.
           05  WS-CFG-EOF            PIC X.
               88  CFG-EOF VALUE 'Y'.

       01  WS-CONTROL.
           05  WS-CON-STATUS         PIC XX.
           05  WS-RCP-STATUS         PIC XX.
           05  WS-RCP-OPEN           PIC X VALUE "N".
           05  WS-HAS-RECIPE         PIC X.
           05  WS-C                  PIC 9.
           05  CON-EOF               PIC X.
           05  WS-PICK-SITE          PIC X(2) VALUE SPACES.
           05  WS-ITEM-CNT           PIC 9(5) VALUE ZERO.

       01  WS-RPT-HEADER.
           05  PIC X(35) VALUE "MRS PHYSICAL COUNT SHEET - THEATRE".
           05  RH-SITE               PIC X(2).
           05  PIC X(4)  VALUE SPACES.
           05  RH-MONTH              PIC Z9.
           05  PIC X     VALUE "/".
           05  RH-DAY                PIC Z9.
           05  PIC X     VALUE "/".
           05  RH-YEAR               PIC 9999.
           05  PIC X(29) VALUE SPACES.

       01  WS-RPT-COL-HDR.
           05  PIC X(6)  VALUE "ITEM".
           05  PIC X(22) VALUE "NAME".
           05  PIC X(12) VALUE "COUNTED".
           05  PIC X(40) VALUE "NOTES".

       01  WS-RPT-DETAIL.
           05  RD-ITEM-NO            PIC 9(3).
           05  PIC X(3)  VALUE SPACES.
           05  RD-NAME               PIC X(20).
           05  PIC X(2)  VALUE SPACES.
           05  PIC X(10) VALUE "__________".
           05  PIC X(2)  VALUE SPACES.
           05  PIC X(30) VALUE "______________________________".
           05  PIC X(10) VALUE SPACES.

       01  WS-RPT-ITEMS.
           05  PIC X(28) VALUE "ITEMS ON THIS SHEET:".
           05  RT-ITEMS              PIC ZZZZ9.
           05  PIC X(47) VALUE SPACES.

       01  WS-RPT-SIGN-1.
           05  PIC X(40)
               VALUE "COUNTED BY: ____________________".
           05  PIC X(40)
               VALUE "CHECKED BY: ____________________".

       01  WS-RPT-SIGN-2.
           05  PIC X(36)
               VALUE "KEY THE COUNTS ON THE COUNT SCREEN".
           05  PIC X(44) VALUE "(MRS-1480) TONIGHT.".

       01  WS-RPT-NONE.
           05  PIC X(40) VALUE "THE ITEM FILE CANNOT BE OPENED.".
           05  PIC X(40) VALUE SPACES.

       01  WS-RPT-BLANK              PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.
       100-MAIN.
           PERFORM 160-LOAD-FILE-CONFIG THRU 160-END
           MOVE FUNCTION CURRENT-DATE TO WS-DATETIME
      *    A request off the report queue brings its parameters
      *    with it; run by hand, they come off the console.
           IF MRS-RPQ-ACTIVE = "Y"
               MOVE MRS-RPQ-PARM(1) TO WS-PICK-SITE
           ELSE
               ACCEPT WS-PICK-SITE
           END-IF
           IF WS-PICK-SITE = SPACES OR WS-PICK-SITE = LOW-VALUES
               MOVE MRS-SIGNON-SITE TO WS-PICK-SITE
           END-IF
           IF WS-PICK-SITE = SPACES OR WS-PICK-SITE = LOW-VALUES
               MOVE "01" TO WS-PICK-SITE
           END-IF

           OPEN OUTPUT MRS-COUNTSHEET-RPT
           MOVE WS-PICK-SITE TO RH-SITE
           MOVE WS-MONTH TO RH-MONTH
           MOVE WS-DAY TO RH-DAY
           MOVE WS-YEAR TO RH-YEAR
           WRITE MRS-COUNTSHEET-LINE FROM WS-RPT-HEADER
           WRITE MRS-COUNTSHEET-LINE FROM WS-RPT-BLANK
           WRITE MRS-COUNTSHEET-LINE FROM WS-RPT-COL-HDR
           WRITE MRS-COUNTSHEET-LINE FROM WS-RPT-BLANK
           OPEN INPUT MRS-CONCESSION-FILE
           IF WS-CON-STATUS = '00'
               OPEN INPUT MRS-RECIPE-FILE
               IF WS-RCP-STATUS = '00'
                   MOVE "Y" TO WS-RCP-OPEN
               END-IF
               PERFORM 200-WALK-ITEMS THRU 200-EXIT
               IF WS-RCP-OPEN = "Y"
                   CLOSE MRS-RECIPE-FILE
               END-IF
               CLOSE MRS-CONCESSION-FILE
           ELSE
               WRITE MRS-COUNTSHEET-LINE FROM WS-RPT-NONE
           END-IF
           MOVE WS-ITEM-CNT TO RT-ITEMS
           WRITE MRS-COUNTSHEET-LINE FROM WS-RPT-ITEMS
           WRITE MRS-COUNTSHEET-LINE FROM WS-RPT-BLANK
           WRITE MRS-COUNTSHEET-LINE FROM WS-RPT-BLANK
           WRITE MRS-COUNTSHEET-LINE FROM WS-RPT-SIGN-1
           WRITE MRS-COUNTSHEET-LINE FROM WS-RPT-BLANK
           WRITE MRS-COUNTSHEET-LINE FROM WS-RPT-SIGN-2
           CLOSE MRS-COUNTSHEET-RPT

           MOVE "MRS-8680" TO MRS-SP-PROGRAM
           MOVE SPACES TO MRS-SP-PARMS
           MOVE WS-PICK-SITE TO MRS-SP-PARMS(1:2)
           MOVE UT-SYS-COUNTSHEET-RPT TO MRS-SP-PATH
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
               WHEN "CONCESS"
                   MOVE CFG-PATH TO UT-SYS-CONCESS
               WHEN "RECIPE"
                   MOVE CFG-PATH TO UT-SYS-RECIPE
               WHEN "COUNTSHEET-RPT"
                   MOVE CFG-PATH TO UT-SYS-COUNTSHEET-RPT
           END-EVALUATE.
       170-END.
           EXIT.

      * One line per item worth counting, in item number order -
      * the order the shelves are labelled in.
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
                       PERFORM 300-ONE-ITEM THRU 300-EXIT
               END-READ
           END-PERFORM.
       200-EXIT.
           EXIT.

      * Item 000 is the gift card issue and holds no stock.
       300-ONE-ITEM.
           IF MRS-CON-ITEM-NO = ZEROS
               GO TO 300-EXIT
           END-IF
           IF MRS-CON-ON-HAND NOT NUMERIC
               MOVE ZEROS TO MRS-CON-ON-HAND
           END-IF
           IF MRS-CON-ACTIVE-FLAG NOT = "Y" AND
              MRS-CON-ON-HAND = ZEROS
               GO TO 300-EXIT
           END-IF
           MOVE "N" TO WS-HAS-RECIPE
           IF WS-RCP-OPEN = "Y"
               MOVE MRS-CON-ITEM-NO TO MRS-RCP-ITEM-NO
               READ MRS-RECIPE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM 350-CHECK-RECIPE THRU 350-EXIT
               END-READ
           END-IF
           IF WS-HAS-RECIPE = "Y"
               GO TO 300-EXIT
           END-IF
           ADD 1 TO WS-ITEM-CNT
           MOVE MRS-CON-ITEM-NO TO RD-ITEM-NO
           MOVE MRS-CON-NAME TO RD-NAME
           WRITE MRS-COUNTSHEET-LINE FROM WS-RPT-DETAIL
           WRITE MRS-COUNTSHEET-LINE FROM WS-RPT-BLANK.
       300-EXIT.
           EXIT.

      * A recipe with every slot cleared is no recipe at all.
       350-CHECK-RECIPE.
           PERFORM VARYING WS-C FROM 1 BY 1 UNTIL WS-C > 8
               IF MRS-RCP-COMP-NO(WS-C) NOT = ZEROS
                   MOVE "Y" TO WS-HAS-RECIPE
               END-IF
           END-PERFORM.
       350-EXIT.
           EXIT.

       end program MRS-8680.
