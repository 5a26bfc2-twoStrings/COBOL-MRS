       IDENTIFICATION DIVISION.
       PROGRAM-ID.  MRS-1470.
       AUTHOR.  JOHN BELLEK.
      *****************************************************************
      * Concession purchase order edit and release. The night run
      * (MRS-6260) leaves draft orders per supplier for what fell
      * below its reorder point; here the office looks one over,
      * changes a quantity, drops a line or adds one, and releases
      * it to the supplier. Released orders are what receiving
      * (MRS-1450) keys deliveries against.
      *
      *   V  view an order and its lines
      *   E  edit a draft: line 00 adds an item, a line number
      *      changes that line's quantity, quantity 0 drops it
      *   R  release a draft - due date is today plus the
      *      supplier's lead days
      *   X  cancel a draft, or a released order nothing has been
      *      received against
      *   C  close a released order short - the supplier is not
      *      sending the rest
      *
      * Supervisors only (PURCHASE), unless the permission matrix
      * says otherwise; releasing, cancelling, and closing are
      * checked again under PORELEAS, since they are what commits
      * the house's money. Called from the concession sale screen.
      *****************************************************************

       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
           CURSOR IS CRPT
           CRT STATUS IS SCR-STAT.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MRS-POHDR-FILE
               ASSIGN TO UT-SYS-POHDR
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS MRS-POH-PO-NO
               ALTERNATE KEY IS MRS-POH-SUPPLIER
               WITH DUPLICATES
               FILE STATUS IS WS-POH-STATUS.

           SELECT MRS-POLINE-FILE
               ASSIGN TO UT-SYS-POLINE
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS MRS-POL-KEY
               ALTERNATE KEY IS MRS-POL-ITEM-NO
               WITH DUPLICATES
               FILE STATUS IS WS-POL-STATUS.

           SELECT MRS-SUPPLIER-FILE
               ASSIGN TO UT-SYS-SUPPLIER
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS MRS-SUP-ID
               FILE STATUS IS WS-SUP-STATUS.

           SELECT MRS-SUPITEM-FILE
               ASSIGN TO UT-SYS-SUPITEM
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS MRS-SPI-ITEM-NO
               FILE STATUS IS WS-SPI-STATUS.

           SELECT MRS-CONCESSION-FILE
               ASSIGN TO UT-SYS-CONCESS
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS MRS-CON-ITEM-NO
               FILE STATUS IS WS-CON-STATUS.

           SELECT MRS-AUDIT-FILE
               ASSIGN TO UT-SYS-AUDIT
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
       COPY "CPYBOOKS/MRS-SUPITEM.CPY".
       COPY "CPYBOOKS/MRS-CONCESS.CPY".
       COPY "CPYBOOKS/MRS-AUDIT.CPY".
       COPY "CPYBOOKS/MRS-FILE-CFG.CPY".

       WORKING-STORAGE SECTION.
       COPY "CPYBOOKS/FUNCTION-KEYS.CPY".
       COPY "CPYBOOKS/MRS-SIGNON.CPY".
       COPY "CPYBOOKS/MRS-SEQPUT.CPY".
       COPY "CPYBOOKS/MRS-TRNPUT.CPY".
       COPY "CPYBOOKS/DATETIME.CPY".
       COPY "CPYBOOKS/MRS-PERMCHK.CPY".

       01 WS-FILENAMES.
         05 UT-SYS-POHDR PIC X(50)
           VALUE "C:\COBOL\MRS-POHDR-INDEX.DAT".
         05 UT-SYS-POLINE PIC X(50)
           VALUE "C:\COBOL\MRS-POLINE-INDEX.DAT".
         05 UT-SYS-SUPPLIER PIC X(50)
           VALUE "C:\COBOL\MRS-SUPPLIER-INDEX.DAT".
         05 UT-SYS-SUPITEM PIC X(50)
           VALUE "C:\COBOL\MRS-SUPITEM-INDEX.DAT".
         05 UT-SYS-CONCESS PIC X(50)
           VALUE "C:\COBOL\MRS-CONCESS-INDEX.DAT".
         05 UT-SYS-AUDIT PIC X(50) VALUE "C:\COBOL\MRS-AUDIT.LOG".
         05 UT-SYS-FILE-CFG PIC X(50)
           VALUE "C:\COBOL\MRS-FILE-PATHS.CFG".

       01 WS-FILE-CFG-CTL.
         05 WS-CFG-STATUS PIC XX.
         05 WS-CFG-EOF PIC X.
           88 CFG-EOF VALUE 'Y'.

       01 WS-SCREEN-WORK.
         05 WS-POH-STATUS PIC XX.
         05 WS-POL-STATUS PIC XX.
         05 WS-SUP-STATUS PIC XX.
         05 WS-SPI-STATUS PIC XX.
         05 WS-CON-STATUS PIC XX.
         05 WS-ACTION PIC X.
         05 WS-CONFIRM PIC X.
         05 WS-ENTER PIC X.
         05 WS-DONE PIC X.
         05 WS-EDIT-DONE PIC X.
         05 WS-SCAN-EOF PIC X.
         05 WS-DUP-ITEM PIC X.
         05 WS-OPERATOR-ID PIC X(8).
         05 WS-PO-NO-IN PIC 9(6).
         05 WS-LINE-IN PIC 99.
         05 WS-ITEM-IN PIC 9(3).
         05 WS-QTY-IN PIC 9(5).
         05 WS-SUP-NAME PIC X(25).
         05 WS-LEAD-DAYS PIC 99.
         05 WS-STATUS-TEXT PIC X(10).
         05 WS-ERR-TEXT PIC X(50).
         05 WS-TODAY-NUM PIC 9(8).
         05 WS-LINE-CNT PIC 99.
         05 WS-LIVE-CNT PIC 99.
         05 WS-RECV-TOTAL PIC 9(7).

       01 WS-LINE-BUILD.
         05 WL-LINE PIC 99.
         05 PIC X(2) VALUE SPACES.
         05 WL-ITEM PIC 9(3).
         05 PIC X(3) VALUE SPACES.
         05 WL-NAME PIC X(20).
         05 PIC X(2) VALUE SPACES.
         05 WL-ORDERED PIC ZZZZ9.
         05 PIC X(4) VALUE SPACES.
         05 WL-RECEIVED PIC ZZZZ9.
         05 PIC X(4) VALUE SPACES.
         05 WL-COST PIC ZZ9.99.
      * The first ten lines of the order as shown; any past ten are
      * still reached by keying their line number.
       01 WS-LINE-DISPLAY.
         05 WS-LINE-SHOW PIC X(56) OCCURS 10 TIMES.

       SCREEN SECTION.
       01 CLEAR BLANK SCREEN PROMPT AUTO REQUIRED BACKGROUND-COLOR 0
       FOREGROUND-COLOR 7.
         05 MV-TITLE-LINE.
           10 LINE 1 COL 1 VALUE "MRS147".
           10 COL 10 PIC X(8) FROM MRS-SIGNON-BANNER
                FOREGROUND-COLOR 4.
           10 COL 30 VALUE "MOVIE THEATER SYSTEM".
           10 COL 70 PIC Z9 FROM WS-MONTH.
           10 COL 72 VALUE "/".
           10 COL 73 PIC Z9 FROM WS-DAY.
           10 COL 75 VALUE "/".
           10 COL 76 PIC 9999 FROM WS-YEAR.
         05 CON-TITLE.
           10 LINE 2 COL 14
             VALUE "MOVIE RENTALS AND SCHEDULING: PURCHASE ORDERS".
         05 CON-FUNCTION.
           10 LINE 25 COL 1 VALUE "F1 = HELP     F3 = END     ".
           10 COL 27 VALUE " F4 = RETURN     F12 = CANCEL".

       01 SCR-PICK.
         05 LINE 5 COL 20 VALUE "V = VIEW ORDER".
         05 LINE 6 COL 20 VALUE "E = EDIT DRAFT".
         05 LINE 7 COL 20 VALUE "R = RELEASE DRAFT TO SUPPLIER".
         05 LINE 8 COL 20 VALUE "X = CANCEL ORDER".
         05 LINE 9 COL 20 VALUE "C = CLOSE RELEASED ORDER SHORT".
         05 LINE 11 COL 20 VALUE "ACTION:".
         05 COL 34 PIC X TO WS-ACTION REVERSE-VIDEO.
         05 LINE 12 COL 20 VALUE "ORDER NO:".
         05 COL 34 PIC 9(6) TO WS-PO-NO-IN REVERSE-VIDEO.

       01 SCR-ORDER.
         05 LINE 4 COL 3 VALUE "ORDER:".
         05 COL 10 PIC 9(6) FROM MRS-POH-PO-NO.
         05 COL 19 VALUE "SUPPLIER:".
         05 COL 29 PIC X(4) FROM MRS-POH-SUPPLIER.
         05 COL 34 PIC X(25) FROM WS-SUP-NAME.
         05 COL 61 PIC X(10) FROM WS-STATUS-TEXT.
         05 LINE 5 COL 3 VALUE "CREATED:".
         05 COL 12 PIC 9(8) FROM MRS-POH-CREATED.
         05 COL 23 VALUE "RELEASED:".
         05 COL 33 PIC 9(8) FROM MRS-POH-RELEASED.
         05 COL 44 VALUE "DUE:".
         05 COL 49 PIC 9(8) FROM MRS-POH-DUE.
         05 COL 60 VALUE "LINES:".
         05 COL 67 PIC Z9 FROM WS-LINE-CNT.
         05 LINE 7 COL 3 VALUE "LN  ITEM  NAME".
         05 COL 33 VALUE "ORDERED  RECEIVED  UNIT COST".
         05 LINE 8 COL 3 PIC X(56) FROM WS-LINE-SHOW(1).
         05 LINE 9 COL 3 PIC X(56) FROM WS-LINE-SHOW(2).
         05 LINE 10 COL 3 PIC X(56) FROM WS-LINE-SHOW(3).
         05 LINE 11 COL 3 PIC X(56) FROM WS-LINE-SHOW(4).
         05 LINE 12 COL 3 PIC X(56) FROM WS-LINE-SHOW(5).
         05 LINE 13 COL 3 PIC X(56) FROM WS-LINE-SHOW(6).
         05 LINE 14 COL 3 PIC X(56) FROM WS-LINE-SHOW(7).
         05 LINE 15 COL 3 PIC X(56) FROM WS-LINE-SHOW(8).
         05 LINE 16 COL 3 PIC X(56) FROM WS-LINE-SHOW(9).
         05 LINE 17 COL 3 PIC X(56) FROM WS-LINE-SHOW(10).

       01 SCR-EDIT-LINE.
         05 LINE 19 COL 3 VALUE "LINE (00 = ADD):".
         05 COL 20 PIC 99 TO WS-LINE-IN REVERSE-VIDEO.
         05 COL 25 VALUE "ITEM (ADD ONLY):".
         05 COL 42 PIC 9(3) TO WS-ITEM-IN REVERSE-VIDEO.
         05 COL 48 VALUE "QTY (0 = DROP):".
         05 COL 64 PIC 9(5) TO WS-QTY-IN REVERSE-VIDEO.
         05 LINE 20 COL 3 VALUE "F4 = DONE EDITING".

       01 MSG.
         05 PO-REFUSED FOREGROUND-COLOR 4.
           10 LINE 22 COL 10 PIC X(50) FROM WS-ERR-TEXT.
           10 LINE 24 COL 40 VALUE "PRESS ENTER TO CONTINUE".
           10 COL 65 PIC X TO WS-ENTER.
         05 PO-DONE FOREGROUND-COLOR 2.
           10 LINE 22 COL 10 PIC X(50) FROM WS-ERR-TEXT.
           10 LINE 24 COL 40 VALUE "PRESS ENTER TO CONTINUE".
           10 COL 65 PIC X TO WS-ENTER.
         05 CONFIRM-ACTION.
           10 LINE 22 COL 10 PIC X(50) FROM WS-ERR-TEXT.
           10 LINE 23 COL 16 PIC X(18) VALUE "CONFIRM? Y/N".
           10 REVERSE-VIDEO COL 38 PIC X TO WS-CONFIRM.
         05 CONTINUE-VIEW.
           10 LINE 23 COL 16 PIC X(23) VALUE "PRESS ENTER TO CONTINUE".
           10 COL 60 PIC X TO WS-CONFIRM.
         05 NOT-SUPERVISOR FOREGROUND-COLOR 4.
           10 LINE 22 COL 10
             VALUE "PURCHASE ORDERS ARE SUPERVISORS ONLY".
           10 LINE 24 COL 40 VALUE "PRESS ENTER TO CONTINUE".
           10 COL 65 PIC X TO WS-ENTER.

       PROCEDURE DIVISION.
       100-MAIN.
           PERFORM 160-LOAD-FILE-CONFIG THRU 160-END
           COPY "CPYBOOKS/ENABLE-KEYS.CPY".
           MOVE FUNCTION CURRENT-DATE TO WS-DATETIME
           COMPUTE WS-TODAY-NUM =
               (WS-YEAR * 10000) + (WS-MONTH * 100) + WS-DAY
           MOVE MRS-SIGNON-OPERATOR TO WS-OPERATOR-ID
           MOVE "PURCHASE" TO MRS-PCK-FUNCTION
           PERFORM 180-CHECK-PERMISSION THRU 180-EXIT
           IF MRS-PCK-ANSWER NOT = "Y"
               DISPLAY CLEAR
               DISPLAY NOT-SUPERVISOR
               ACCEPT NOT-SUPERVISOR
               GOBACK
           END-IF
      *    No order file yet means the night run has built nothing.
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
           END-IF
           OPEN INPUT MRS-SUPPLIER-FILE
           OPEN INPUT MRS-SUPITEM-FILE
           OPEN INPUT MRS-CONCESSION-FILE
           OPEN EXTEND MRS-AUDIT-FILE
           MOVE SPACES TO WS-DONE
           PERFORM 200-ONE-ORDER THRU 200-EXIT
               UNTIL (WS-DONE = "Y" OR F3 OR F4)
           CLOSE MRS-POHDR-FILE
           CLOSE MRS-POLINE-FILE
           CLOSE MRS-SUPPLIER-FILE
           CLOSE MRS-SUPITEM-FILE
           CLOSE MRS-CONCESSION-FILE
           CLOSE MRS-AUDIT-FILE
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
               WHEN "SUPITEM"
                   MOVE CFG-PATH TO UT-SYS-SUPITEM
               WHEN "CONCESS"
                   MOVE CFG-PATH TO UT-SYS-CONCESS
               WHEN "AUDIT"
                   MOVE CFG-PATH TO UT-SYS-AUDIT
           END-EVALUATE.
       170-END.
           EXIT.

      * The caller sets the function code; supervisors pass unless
      * the permission matrix says otherwise.
       180-CHECK-PERMISSION.
           MOVE MRS-SIGNON-OPERATOR TO MRS-PCK-OPERATOR
           IF MRS-SIGNON-LEVEL < 2
               MOVE "N" TO MRS-PCK-DEFAULT
           ELSE
               MOVE "Y" TO MRS-PCK-DEFAULT
           END-IF
           CALL 'MRS-1050' USING MRS-PERM-CHECK.
       180-EXIT.
           EXIT.

       200-ONE-ORDER.
           MOVE SPACES TO WS-ACTION
           MOVE ZEROS TO WS-PO-NO-IN
           DISPLAY CLEAR
           DISPLAY SCR-PICK
           ACCEPT SCR-PICK
           IF F3 OR F4
               MOVE "Y" TO WS-DONE
               GO TO 200-EXIT
           END-IF
           MOVE WS-PO-NO-IN TO MRS-POH-PO-NO
           READ MRS-POHDR-FILE KEY IS MRS-POH-PO-NO
               INVALID KEY
                   MOVE "NO PURCHASE ORDER UNDER THAT NUMBER"
                       TO WS-ERR-TEXT
                   DISPLAY PO-REFUSED
                   ACCEPT PO-REFUSED
                   GO TO 200-EXIT
           END-READ
           PERFORM 250-LOAD-ORDER THRU 250-EXIT
           EVALUATE WS-ACTION
               WHEN "V"
                   DISPLAY CLEAR
                   DISPLAY SCR-ORDER
                   DISPLAY CONTINUE-VIEW
                   ACCEPT CONTINUE-VIEW
               WHEN "E"
                   PERFORM 400-EDIT-DRAFT THRU 400-EXIT
               WHEN "R"
                   PERFORM 500-RELEASE THRU 500-EXIT
               WHEN "X"
                   PERFORM 600-CANCEL THRU 600-EXIT
               WHEN "C"
                   PERFORM 700-CLOSE-SHORT THRU 700-EXIT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       200-EXIT.
           EXIT.

      * Supplier name, status wording, and the order's lines for the
      * screen, plus the counts the actions check.
       250-LOAD-ORDER.
           MOVE SPACES TO WS-SUP-NAME
           MOVE ZEROS TO WS-LEAD-DAYS
           MOVE MRS-POH-SUPPLIER TO MRS-SUP-ID
           READ MRS-SUPPLIER-FILE KEY IS MRS-SUP-ID
               INVALID KEY
                   MOVE "(SUPPLIER NOT ON FILE)" TO WS-SUP-NAME
               NOT INVALID KEY
                   MOVE MRS-SUP-NAME TO WS-SUP-NAME
                   MOVE MRS-SUP-LEAD-DAYS TO WS-LEAD-DAYS
           END-READ
           EVALUATE MRS-POH-STATUS
               WHEN "D"
                   MOVE "DRAFT" TO WS-STATUS-TEXT
               WHEN "R"
                   MOVE "RELEASED" TO WS-STATUS-TEXT
               WHEN "C"
                   MOVE "CLOSED" TO WS-STATUS-TEXT
               WHEN "X"
                   MOVE "CANCELLED" TO WS-STATUS-TEXT
               WHEN OTHER
                   MOVE SPACES TO WS-STATUS-TEXT
           END-EVALUATE
           MOVE SPACES TO WS-LINE-DISPLAY
           MOVE ZEROS TO WS-LINE-CNT
           MOVE ZEROS TO WS-LIVE-CNT
           MOVE ZEROS TO WS-RECV-TOTAL
           MOVE "N" TO WS-SCAN-EOF
           MOVE MRS-POH-PO-NO TO MRS-POL-PO-NO
           MOVE ZEROS TO MRS-POL-LINE
           START MRS-POLINE-FILE KEY IS NOT LESS THAN MRS-POL-KEY
               INVALID KEY
                   MOVE "Y" TO WS-SCAN-EOF
           END-START
           PERFORM UNTIL WS-SCAN-EOF = "Y"
               READ MRS-POLINE-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-SCAN-EOF
                   NOT AT END
                       IF MRS-POL-PO-NO NOT = MRS-POH-PO-NO
                           MOVE "Y" TO WS-SCAN-EOF
                       ELSE
                           PERFORM 260-SHOW-ONE-LINE THRU 260-EXIT
                       END-IF
               END-READ
           END-PERFORM.
       250-EXIT.
           EXIT.

       260-SHOW-ONE-LINE.
           ADD 1 TO WS-LINE-CNT
           IF MRS-POL-QTY-ORDERED > ZERO
               ADD 1 TO WS-LIVE-CNT
           END-IF
           ADD MRS-POL-QTY-RECEIVED TO WS-RECV-TOTAL
           IF WS-LINE-CNT > 10
               GO TO 260-EXIT
           END-IF
           MOVE MRS-POL-LINE TO WL-LINE
           MOVE MRS-POL-ITEM-NO TO WL-ITEM
           MOVE MRS-POL-ITEM-NO TO MRS-CON-ITEM-NO
           READ MRS-CONCESSION-FILE KEY IS MRS-CON-ITEM-NO
               INVALID KEY
                   MOVE "(ITEM NOT ON FILE)" TO WL-NAME
               NOT INVALID KEY
                   MOVE MRS-CON-NAME TO WL-NAME
           END-READ
           MOVE MRS-POL-QTY-ORDERED TO WL-ORDERED
           MOVE MRS-POL-QTY-RECEIVED TO WL-RECEIVED
           MOVE MRS-POL-UNIT-COST TO WL-COST
           MOVE WS-LINE-BUILD TO WS-LINE-SHOW(WS-LINE-CNT).
       260-EXIT.
           EXIT.

      * Keeps taking line changes against the draft until F4.
       400-EDIT-DRAFT.
           IF MRS-POH-STATUS NOT = "D"
               MOVE "ONLY A DRAFT ORDER CAN BE EDITED" TO WS-ERR-TEXT
               DISPLAY PO-REFUSED
               ACCEPT PO-REFUSED
               GO TO 400-EXIT
           END-IF
           MOVE "N" TO WS-EDIT-DONE
           PERFORM 420-ONE-EDIT THRU 420-EXIT
               UNTIL WS-EDIT-DONE = "Y".
       400-EXIT.
           EXIT.

       420-ONE-EDIT.
           MOVE ZEROS TO WS-LINE-IN
           MOVE ZEROS TO WS-ITEM-IN
           MOVE ZEROS TO WS-QTY-IN
           DISPLAY CLEAR
           DISPLAY SCR-ORDER
           DISPLAY SCR-EDIT-LINE
           ACCEPT SCR-EDIT-LINE
           IF F3 OR F4 OR F12
               MOVE "Y" TO WS-EDIT-DONE
               GO TO 420-EXIT
           END-IF
           IF WS-LINE-IN = ZEROS
               PERFORM 440-ADD-LINE THRU 440-EXIT
           ELSE
               PERFORM 460-CHANGE-LINE THRU 460-EXIT
           END-IF
      *    Whatever happened, show the order as it now stands.
           MOVE WS-PO-NO-IN TO MRS-POH-PO-NO
           READ MRS-POHDR-FILE KEY IS MRS-POH-PO-NO
           END-READ
           PERFORM 250-LOAD-ORDER THRU 250-EXIT.
       420-EXIT.
           EXIT.

      * An item can be on an order once - a second line for it is
      * refused, the quantity on the first one is what to change.
       440-ADD-LINE.
           MOVE WS-ITEM-IN TO MRS-CON-ITEM-NO
           READ MRS-CONCESSION-FILE KEY IS MRS-CON-ITEM-NO
               INVALID KEY
                   MOVE "NO CONCESSION ITEM UNDER THAT NUMBER"
                       TO WS-ERR-TEXT
                   DISPLAY PO-REFUSED
                   ACCEPT PO-REFUSED
                   GO TO 440-EXIT
           END-READ
           IF WS-QTY-IN = ZEROS
               MOVE "A NEW LINE NEEDS A QUANTITY" TO WS-ERR-TEXT
               DISPLAY PO-REFUSED
               ACCEPT PO-REFUSED
               GO TO 440-EXIT
           END-IF
           IF MRS-POH-LINES = 99
               MOVE "THIS ORDER HAS NO LINE NUMBERS LEFT"
                   TO WS-ERR-TEXT
               DISPLAY PO-REFUSED
               ACCEPT PO-REFUSED
               GO TO 440-EXIT
           END-IF
           MOVE "N" TO WS-DUP-ITEM
           MOVE "N" TO WS-SCAN-EOF
           MOVE MRS-POH-PO-NO TO MRS-POL-PO-NO
           MOVE ZEROS TO MRS-POL-LINE
           START MRS-POLINE-FILE KEY IS NOT LESS THAN MRS-POL-KEY
               INVALID KEY
                   MOVE "Y" TO WS-SCAN-EOF
           END-START
           PERFORM UNTIL WS-SCAN-EOF = "Y"
               READ MRS-POLINE-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-SCAN-EOF
                   NOT AT END
                       IF MRS-POL-PO-NO NOT = MRS-POH-PO-NO
                           MOVE "Y" TO WS-SCAN-EOF
                       ELSE
                           IF MRS-POL-ITEM-NO = WS-ITEM-IN
                               MOVE "Y" TO WS-DUP-ITEM
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-DUP-ITEM = "Y"
               MOVE "THAT ITEM IS ALREADY ON THIS ORDER"
                   TO WS-ERR-TEXT
               DISPLAY PO-REFUSED
               ACCEPT PO-REFUSED
               GO TO 440-EXIT
           END-IF
           ADD 1 TO MRS-POH-LINES
           REWRITE MRS-POHDR-REC
           MOVE SPACES TO MRS-POLINE-REC
           MOVE MRS-POH-PO-NO TO MRS-POL-PO-NO
           MOVE MRS-POH-LINES TO MRS-POL-LINE
           MOVE WS-ITEM-IN TO MRS-POL-ITEM-NO
           MOVE WS-QTY-IN TO MRS-POL-QTY-ORDERED
           MOVE ZEROS TO MRS-POL-QTY-RECEIVED
           MOVE ZEROS TO MRS-POL-UNIT-COST
           MOVE ZEROS TO MRS-POL-LAST-RECV
           MOVE WS-ITEM-IN TO MRS-SPI-ITEM-NO
           READ MRS-SUPITEM-FILE KEY IS MRS-SPI-ITEM-NO
               NOT INVALID KEY
                   MOVE MRS-SPI-UNIT-COST TO MRS-POL-UNIT-COST
           END-READ
           WRITE MRS-POLINE-REC
           MOVE "ADDLN" TO MRS-AUD-ACTION
           PERFORM 900-WRITE-AUDIT THRU 900-EXIT.
       440-EXIT.
           EXIT.

       460-CHANGE-LINE.
           MOVE MRS-POH-PO-NO TO MRS-POL-PO-NO
           MOVE WS-LINE-IN TO MRS-POL-LINE
           READ MRS-POLINE-FILE KEY IS MRS-POL-KEY
               INVALID KEY
                   MOVE "NO SUCH LINE ON THIS ORDER" TO WS-ERR-TEXT
                   DISPLAY PO-REFUSED
                   ACCEPT PO-REFUSED
                   GO TO 460-EXIT
           END-READ
           IF WS-QTY-IN = ZEROS
               DELETE MRS-POLINE-FILE RECORD
               END-DELETE
               MOVE "DROPLN" TO MRS-AUD-ACTION
           ELSE
               MOVE WS-QTY-IN TO MRS-POL-QTY-ORDERED
               REWRITE MRS-POLINE-REC
               END-REWRITE
               MOVE "CHGLN" TO MRS-AUD-ACTION
           END-IF
           PERFORM 900-WRITE-AUDIT THRU 900-EXIT.
       460-EXIT.
           EXIT.

       500-RELEASE.
           IF MRS-POH-STATUS NOT = "D"
               MOVE "ONLY A DRAFT ORDER CAN BE RELEASED"
                   TO WS-ERR-TEXT
               DISPLAY PO-REFUSED
               ACCEPT PO-REFUSED
               GO TO 500-EXIT
           END-IF
           IF WS-LIVE-CNT = ZERO
               MOVE "THIS ORDER HAS NOTHING ON IT TO RELEASE"
                   TO WS-ERR-TEXT
               DISPLAY PO-REFUSED
               ACCEPT PO-REFUSED
               GO TO 500-EXIT
           END-IF
           PERFORM 800-CHECK-RELEASE THRU 800-EXIT
           IF MRS-PCK-ANSWER NOT = "Y"
               GO TO 500-EXIT
           END-IF
           MOVE "RELEASE THIS ORDER TO THE SUPPLIER?" TO WS-ERR-TEXT
           PERFORM 850-CONFIRM THRU 850-EXIT
           IF WS-CONFIRM NOT = "Y"
               GO TO 500-EXIT
           END-IF
           MOVE "R" TO MRS-POH-STATUS
           MOVE WS-TODAY-NUM TO MRS-POH-RELEASED
           COMPUTE MRS-POH-DUE = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE (WS-TODAY-NUM) + WS-LEAD-DAYS)
           MOVE WS-OPERATOR-ID TO MRS-POH-OPERATOR
           REWRITE MRS-POHDR-REC
           MOVE "RELEAS" TO MRS-AUD-ACTION
           PERFORM 900-WRITE-AUDIT THRU 900-EXIT
           MOVE "ORDER RELEASED - RECEIVING CAN KEY AGAINST IT"
               TO WS-ERR-TEXT
           DISPLAY PO-DONE
           ACCEPT PO-DONE.
       500-EXIT.
           EXIT.

      * Once anything has come in against an order it has to be
      * closed short instead - the receipts stay on the record.
       600-CANCEL.
           IF MRS-POH-STATUS NOT = "D" AND MRS-POH-STATUS NOT = "R"
               MOVE "THAT ORDER IS ALREADY CLOSED OR CANCELLED"
                   TO WS-ERR-TEXT
               DISPLAY PO-REFUSED
               ACCEPT PO-REFUSED
               GO TO 600-EXIT
           END-IF
           IF WS-RECV-TOTAL > ZERO
               MOVE "STOCK HAS BEEN RECEIVED - CLOSE IT SHORT INSTEAD"
                   TO WS-ERR-TEXT
               DISPLAY PO-REFUSED
               ACCEPT PO-REFUSED
               GO TO 600-EXIT
           END-IF
           PERFORM 800-CHECK-RELEASE THRU 800-EXIT
           IF MRS-PCK-ANSWER NOT = "Y"
               GO TO 600-EXIT
           END-IF
           MOVE "CANCEL THIS ORDER?" TO WS-ERR-TEXT
           PERFORM 850-CONFIRM THRU 850-EXIT
           IF WS-CONFIRM NOT = "Y"
               GO TO 600-EXIT
           END-IF
           MOVE "X" TO MRS-POH-STATUS
           MOVE WS-OPERATOR-ID TO MRS-POH-OPERATOR
           REWRITE MRS-POHDR-REC
           MOVE "CANCEL" TO MRS-AUD-ACTION
           PERFORM 900-WRITE-AUDIT THRU 900-EXIT
           MOVE "ORDER CANCELLED" TO WS-ERR-TEXT
           DISPLAY PO-DONE
           ACCEPT PO-DONE.
       600-EXIT.
           EXIT.

       700-CLOSE-SHORT.
           IF MRS-POH-STATUS NOT = "R"
               MOVE "ONLY A RELEASED ORDER CAN BE CLOSED SHORT"
                   TO WS-ERR-TEXT
               DISPLAY PO-REFUSED
               ACCEPT PO-REFUSED
               GO TO 700-EXIT
           END-IF
           PERFORM 800-CHECK-RELEASE THRU 800-EXIT
           IF MRS-PCK-ANSWER NOT = "Y"
               GO TO 700-EXIT
           END-IF
           MOVE "CLOSE THIS ORDER WITH WHAT HAS COME IN?"
               TO WS-ERR-TEXT
           PERFORM 850-CONFIRM THRU 850-EXIT
           IF WS-CONFIRM NOT = "Y"
               GO TO 700-EXIT
           END-IF
           MOVE "C" TO MRS-POH-STATUS
           MOVE WS-OPERATOR-ID TO MRS-POH-OPERATOR
           REWRITE MRS-POHDR-REC
           MOVE "CLOSE" TO MRS-AUD-ACTION
           PERFORM 900-WRITE-AUDIT THRU 900-EXIT
           MOVE "ORDER CLOSED" TO WS-ERR-TEXT
           DISPLAY PO-DONE
           ACCEPT PO-DONE.
       700-EXIT.
           EXIT.

      * Release, cancel, and close commit money - checked on their
      * own function code on top of the one that let the operator
      * in here.
       800-CHECK-RELEASE.
           MOVE "PORELEAS" TO MRS-PCK-FUNCTION
           PERFORM 180-CHECK-PERMISSION THRU 180-EXIT
           IF MRS-PCK-ANSWER NOT = "Y"
               MOVE "RELEASING ORDERS IS NOT OPEN TO THIS OPERATOR"
                   TO WS-ERR-TEXT
               DISPLAY PO-REFUSED
               ACCEPT PO-REFUSED
           END-IF.
       800-EXIT.
           EXIT.

       850-CONFIRM.
           MOVE SPACES TO WS-CONFIRM
           DISPLAY CLEAR
           DISPLAY SCR-ORDER
           DISPLAY CONFIRM-ACTION
           ACCEPT CONFIRM-ACTION.
       850-EXIT.
           EXIT.

      * Appends one line to the audit trail for this change. The
      * action code is set by the caller before the PERFORM.
       900-WRITE-AUDIT.
           MOVE WS-YEAR TO MRS-AUD-YEAR
           MOVE WS-MONTH TO MRS-AUD-MONTH
           MOVE WS-DAY TO MRS-AUD-DAY
           MOVE "MRS-1470" TO MRS-AUD-PROGRAM
           MOVE SPACES TO MRS-AUD-KEY
           STRING "PO " MRS-POH-PO-NO DELIMITED BY SIZE
               INTO MRS-AUD-KEY
           MOVE WS-OPERATOR-ID TO MRS-AUD-OPERATOR
           COPY "CPYBOOKS/MRS-AUDSEQ.CPY".
           WRITE MRS-AUDIT-REC.
       900-EXIT.
           EXIT.

       end program MRS-1470.
