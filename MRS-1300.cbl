      * Concession item maintenance - add, update, and view the
      * items the counter sells and their prices. Called from the
      * concession sale screen's maintenance option.
      *
      * The unit cost is normally kept by the receiving screen
      * (MRS-1450) as deliveries land; keying it here sets it
      * outright - a new item's opening cost, or a correction.
      *
      * Stock only (Y) sets up an ingredient or packaging item the
      * counter never sells; a prepared item's recipe (MRS-1490)
      * draws it down as the item it goes into is sold.
      *
      * Barcodes (C) keeps the manufacturer's codes an item rings
      * as when scanned at the counter or on receiving - as many as
      * it needs, each one on one item only (MRS-UPC.CPY).
      *****************************************************************

       ENVIRONMENT DIVISION.
               ACCESS IS DYNAMIC
               RECORD KEY IS MRS-CON-ITEM-NO.

           SELECT MRS-UPC-FILE
               ASSIGN TO UT-SYS-UPC
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS MRS-UPC-CODE
               ALTERNATE KEY IS MRS-UPC-ITEM-NO WITH DUPLICATES
               FILE STATUS IS WS-UPC-STATUS.

           SELECT MRS-AUDIT-FILE
               ASSIGN TO UT-SYS-AUDIT
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       COPY "CPYBOOKS/MRS-CONCESS.CPY".
       COPY "CPYBOOKS/MRS-UPC.CPY".
       COPY "CPYBOOKS/MRS-AUDIT.CPY".
       COPY "CPYBOOKS/MRS-FILE-CFG.CPY".

       WORKING-STORAGE SECTION.
       COPY "CPYBOOKS/FUNCTION-KEYS.CPY".
       COPY "CPYBOOKS/MRS-SIGNON.CPY".
       COPY "CPYBOOKS/MRS-SEQPUT.CPY".
       COPY "CPYBOOKS/MRS-TRNPUT.CPY".
       COPY "CPYBOOKS/DATETIME.CPY".

       01 WS-FILENAMES.
         05 UT-SYS-CONCESS PIC X(50)
           VALUE "C:\COBOL\MRS-CONCESS-INDEX.DAT".
         05 UT-SYS-UPC PIC X(50)
           VALUE "C:\COBOL\MRS-UPC-INDEX.DAT".
         05 UT-SYS-AUDIT PIC X(50) VALUE "C:\COBOL\MRS-AUDIT.LOG".
         05 UT-SYS-FILE-CFG PIC X(50)
           VALUE "C:\COBOL\MRS-FILE-PATHS.CFG".
         05 WS-ACTIVE PIC X.
         05 WS-ON-HAND PIC 9(5).
         05 WS-REORDER PIC 9(5).
         05 WS-UNIT-COST PIC 9(3)V999.
         05 WS-STOCK-ONLY PIC X.

       01 WS-UPC-WORK.
         05 WS-UPC-STATUS PIC XX.
         05 WS-UPC-DONE PIC X.
         05 WS-UPC-EOF PIC X.
         05 WS-ADD-CODE PIC X(14).
         05 WS-DEL-CODE PIC X(14).
         05 WS-CODE-LEN PIC 99.
         05 WS-CODE-CNT PIC 9(3).
         05 WS-MORE-CNT PIC 9(3).
         05 WS-U PIC 99.
         05 WS-UPC-LIST.
           10 WS-UPC-SHOWN PIC X(14) OCCURS 10 TIMES.

       01 WS-MSG.
         05 ITEM-EXISTS PIC X(40)
           VALUE "THAT ITEM IS ALREADY ON FILE".
         05 ITEM-NOT-FOUND PIC X(40)
           VALUE "THAT ITEM IS NOT ON FILE".
         05 CODE-BAD PIC X(40)
           VALUE "A BARCODE IS 8 TO 14 DIGITS".
         05 CODE-NOT-FOUND PIC X(40)
           VALUE "THAT BARCODE IS NOT ON THIS ITEM".
         05 CODE-NO-FILE PIC X(40)
           VALUE "THE BARCODE FILE CANNOT BE OPENED".
         05 CODE-ON-ITEM.
           10 PIC X(30) VALUE "THAT BARCODE IS ALREADY ITEM ".
           10 CODE-ON-ITEM-NO PIC 9(3).
           10 PIC X(7) VALUE SPACES.
         05 SUCCESS-ADDED PIC X(40)
           VALUE "ITEM HAS BEEN ADDED!".
         05 SUCCESS-UPDATED PIC X(40)
       FOREGROUND-COLOR 7.
         05 MV-TITLE-LINE.
           10 LINE 1 COL 1 VALUE "MRS130".
           10 COL 10 PIC X(8) FROM MRS-SIGNON-BANNER
                FOREGROUND-COLOR 4.
           10 COL 30 VALUE "MOVIE THEATER SYSTEM".
           10 COL 70 PIC Z9 FROM WS-MONTH.
           10 COL 72 VALUE "/".
         05 LINE 5 COL 20 VALUE "A = ADD ITEM".
         05 LINE 6 COL 20 VALUE "U = UPDATE ITEM".
         05 LINE 7 COL 20 VALUE "V = VIEW ITEM".
         05 LINE 8 COL 20 VALUE "C = ITEM BARCODES (UPC)".
         05 LINE 10 COL 20 VALUE "ACTION:".
         05 COL 32 PIC X TO WS-ACTION REVERSE-VIDEO.
         05 LINE 11 COL 19 VALUE "ITEM NO:".
         05 COL 32 PIC 9(3) TO WS-ITEM-NO-IN REVERSE-VIDEO.

       01 SCR-DETAIL.
         05 SCR1-R11.
           10 LINE 11 COL 18 VALUE "REORDER POINT:".
           10 COL 36 PIC 9(5) USING WS-REORDER REVERSE-VIDEO.
         05 SCR1-R12.
           10 LINE 12 COL 22 VALUE "UNIT COST:".
           10 COL 36 PIC 9(3)V999 USING WS-UNIT-COST REVERSE-VIDEO.
         05 SCR1-R13.
           10 LINE 13 COL 15 VALUE "STOCK ONLY (Y/N):".
           10 COL 36 PIC X USING WS-STOCK-ONLY REVERSE-VIDEO.

       01 SCR-CODES.
         05 LINE 6 COL 24 VALUE "ITEM NO:".
         05 COL 36 PIC 9(3) FROM WS-ITEM-NO-IN.
         05 LINE 7 COL 27 VALUE "NAME:".
         05 COL 36 PIC X(20) FROM MRS-CON-NAME.
         05 LINE 9 COL 10 VALUE "BARCODES ON FILE:".
         05 LINE 10 COL 12 PIC X(14) FROM WS-UPC-SHOWN(1).
         05 COL 36 PIC X(14) FROM WS-UPC-SHOWN(6).
         05 LINE 11 COL 12 PIC X(14) FROM WS-UPC-SHOWN(2).
         05 COL 36 PIC X(14) FROM WS-UPC-SHOWN(7).
         05 LINE 12 COL 12 PIC X(14) FROM WS-UPC-SHOWN(3).
         05 COL 36 PIC X(14) FROM WS-UPC-SHOWN(8).
         05 LINE 13 COL 12 PIC X(14) FROM WS-UPC-SHOWN(4).
         05 COL 36 PIC X(14) FROM WS-UPC-SHOWN(9).
         05 LINE 14 COL 12 PIC X(14) FROM WS-UPC-SHOWN(5).
         05 COL 36 PIC X(14) FROM WS-UPC-SHOWN(10).
         05 LINE 15 COL 12 VALUE "MORE NOT SHOWN:".
         05 COL 29 PIC ZZ9 FROM WS-MORE-CNT.
         05 LINE 17 COL 22 VALUE "ADD CODE:".
         05 COL 36 PIC X(14) TO WS-ADD-CODE REVERSE-VIDEO.
         05 LINE 18 COL 19 VALUE "REMOVE CODE:".
         05 COL 36 PIC X(14) TO WS-DEL-CODE REVERSE-VIDEO.
         05 LINE 19 COL 16 VALUE "(BOTH BLANK TO RETURN)".

       01 MSG.
         05 ERR-ID FOREGROUND-COLOR 4.
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

           EVALUATE CFG-KEY
               WHEN "CONCESS"
                   MOVE CFG-PATH TO UT-SYS-CONCESS
               WHEN "UPC"
                   MOVE CFG-PATH TO UT-SYS-UPC
               WHEN "AUDIT"
                   MOVE CFG-PATH TO UT-SYS-AUDIT
           END-EVALUATE.
                       PERFORM 400-UPDATE THRU 400-EXIT
                   WHEN "V"
                       PERFORM 500-VIEW THRU 500-EXIT
                   WHEN "C"
                       PERFORM 600-BARCODES THRU 600-EXIT
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           MOVE "Y" TO WS-ACTIVE
           MOVE ZEROS TO WS-ON-HAND
           MOVE ZEROS TO WS-REORDER
           MOVE ZEROS TO WS-UNIT-COST
           MOVE "N" TO WS-STOCK-ONLY
           MOVE SPACES TO WS-CONFIRM
           DISPLAY CLEAR
           DISPLAY SCR-DETAIL
               MOVE WS-ACTIVE TO MRS-CON-ACTIVE-FLAG
               MOVE WS-ON-HAND TO MRS-CON-ON-HAND
               MOVE WS-REORDER TO MRS-CON-REORDER-PT
               MOVE WS-UNIT-COST TO MRS-CON-UNIT-COST
               MOVE WS-STOCK-ONLY TO MRS-CON-STOCK-ONLY
               WRITE MRS-CONCESSION-REC
               MOVE "ADD" TO MRS-AUD-ACTION
               PERFORM 900-WRITE-AUDIT THRU 900-EXIT
           MOVE MRS-CON-NAME TO WS-NAME
           MOVE MRS-CON-PRICE TO WS-PRICE
           MOVE MRS-CON-ACTIVE-FLAG TO WS-ACTIVE
      *    Records written before the stock and cost fields existed
      *    carry spaces there - zero stock and no cost yet, not bad
      *    data.
           IF MRS-CON-ON-HAND NOT NUMERIC
               MOVE ZEROS TO MRS-CON-ON-HAND
           END-IF
           IF MRS-CON-REORDER-PT NOT NUMERIC
               MOVE ZEROS TO MRS-CON-REORDER-PT
           END-IF
           IF MRS-CON-UNIT-COST NOT NUMERIC
               MOVE ZEROS TO MRS-CON-UNIT-COST
           END-IF
           MOVE MRS-CON-ON-HAND TO WS-ON-HAND
           MOVE MRS-CON-REORDER-PT TO WS-REORDER
           MOVE MRS-CON-UNIT-COST TO WS-UNIT-COST
           IF MRS-CON-STOCK-ONLY = "Y"
               MOVE "Y" TO WS-STOCK-ONLY
           ELSE
               MOVE "N" TO WS-STOCK-ONLY
           END-IF
           MOVE SPACES TO WS-CONFIRM
           DISPLAY CLEAR
           DISPLAY SCR-DETAIL
               MOVE WS-ACTIVE TO MRS-CON-ACTIVE-FLAG
               MOVE WS-ON-HAND TO MRS-CON-ON-HAND
               MOVE WS-REORDER TO MRS-CON-REORDER-PT
               MOVE WS-UNIT-COST TO MRS-CON-UNIT-COST
               MOVE WS-STOCK-ONLY TO MRS-CON-STOCK-ONLY
               REWRITE MRS-CONCESSION-REC
               MOVE "UPDATE" TO MRS-AUD-ACTION
               PERFORM 900-WRITE-AUDIT THRU 900-EXIT
           MOVE MRS-CON-NAME TO WS-NAME
           MOVE MRS-CON-PRICE TO WS-PRICE
           MOVE MRS-CON-ACTIVE-FLAG TO WS-ACTIVE
      *    Records written before the stock and cost fields existed
      *    carry spaces there - zero stock and no cost yet, not bad
      *    data.
           IF MRS-CON-ON-HAND NOT NUMERIC
               MOVE ZEROS TO MRS-CON-ON-HAND
           END-IF
           IF MRS-CON-REORDER-PT NOT NUMERIC
               MOVE ZEROS TO MRS-CON-REORDER-PT
           END-IF
           IF MRS-CON-UNIT-COST NOT NUMERIC
               MOVE ZEROS TO MRS-CON-UNIT-COST
           END-IF
           MOVE MRS-CON-ON-HAND TO WS-ON-HAND
           MOVE MRS-CON-REORDER-PT TO WS-REORDER
           MOVE MRS-CON-UNIT-COST TO WS-UNIT-COST
           IF MRS-CON-STOCK-ONLY = "Y"
               MOVE "Y" TO WS-STOCK-ONLY
           ELSE
               MOVE "N" TO WS-STOCK-ONLY
           END-IF
           DISPLAY CLEAR
           DISPLAY SCR-DETAIL
           DISPLAY CONTINUE-VIEW
       500-EXIT.
           EXIT.

      * Keeps an item's barcodes: shows the ones on file, adds or
      * removes one a pass, until both fields come back blank. The
      * first code anyone keys lays the file down.
       600-BARCODES.
           IF WS-ITEM-FOUND = "N" OR WS-ITEM-NO-IN = ZEROS
               MOVE ITEM-NOT-FOUND TO ERR-MSG
               DISPLAY ERR-ID
               ACCEPT ERR-ID
               GO TO 600-EXIT
           END-IF
           OPEN I-O MRS-UPC-FILE
           IF WS-UPC-STATUS = '35'
               OPEN OUTPUT MRS-UPC-FILE
               CLOSE MRS-UPC-FILE
               OPEN I-O MRS-UPC-FILE
           END-IF
           IF WS-UPC-STATUS NOT = '00'
               MOVE CODE-NO-FILE TO ERR-MSG
               DISPLAY ERR-ID
               ACCEPT ERR-ID
               GO TO 600-EXIT
           END-IF
           MOVE "N" TO WS-UPC-DONE
           PERFORM 620-ONE-CODE-PASS THRU 620-EXIT
               UNTIL WS-UPC-DONE = "Y"
           CLOSE MRS-UPC-FILE.
       600-EXIT.
           EXIT.

       620-ONE-CODE-PASS.
           PERFORM 640-LOAD-CODES THRU 640-EXIT
           MOVE SPACES TO WS-ADD-CODE
           MOVE SPACES TO WS-DEL-CODE
           DISPLAY CLEAR
           DISPLAY SCR-CODES
           ACCEPT SCR-CODES
           IF F3 OR F4 OR F12
              OR (WS-ADD-CODE = SPACES AND WS-DEL-CODE = SPACES)
               MOVE "Y" TO WS-UPC-DONE
               GO TO 620-EXIT
           END-IF
           IF WS-ADD-CODE NOT = SPACES
               PERFORM 660-ADD-CODE THRU 660-EXIT
           END-IF
           IF WS-DEL-CODE NOT = SPACES
               PERFORM 680-REMOVE-CODE THRU 680-EXIT
           END-IF.
       620-EXIT.
           EXIT.

      * The item's codes off the alternate key, the first ten on
      * screen and a count of the rest.
       640-LOAD-CODES.
           MOVE SPACES TO WS-UPC-LIST
           MOVE ZEROS TO WS-CODE-CNT
           MOVE ZEROS TO WS-MORE-CNT
           MOVE "N" TO WS-UPC-EOF
           MOVE WS-ITEM-NO-IN TO MRS-UPC-ITEM-NO
           START MRS-UPC-FILE KEY IS EQUAL TO MRS-UPC-ITEM-NO
               INVALID KEY
                   MOVE "Y" TO WS-UPC-EOF
           END-START
           PERFORM UNTIL WS-UPC-EOF = "Y"
               READ MRS-UPC-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-UPC-EOF
                   NOT AT END
                       IF MRS-UPC-ITEM-NO NOT = WS-ITEM-NO-IN
                           MOVE "Y" TO WS-UPC-EOF
                       ELSE
                           ADD 1 TO WS-CODE-CNT
                           IF WS-CODE-CNT > 10
                               ADD 1 TO WS-MORE-CNT
                           ELSE
                               MOVE MRS-UPC-CODE
                                   TO WS-UPC-SHOWN(WS-CODE-CNT)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
       640-EXIT.
           EXIT.

      * A barcode is 8 to 14 digits, and rings as one item only.
       660-ADD-CODE.
           MOVE ZERO TO WS-CODE-LEN
           INSPECT WS-ADD-CODE TALLYING WS-CODE-LEN
               FOR CHARACTERS BEFORE INITIAL SPACE
           IF WS-CODE-LEN < 8
               MOVE CODE-BAD TO ERR-MSG
               DISPLAY ERR-ID
               ACCEPT ERR-ID
               GO TO 660-EXIT
           END-IF
           IF WS-ADD-CODE(1:WS-CODE-LEN) NOT NUMERIC
               MOVE CODE-BAD TO ERR-MSG
               DISPLAY ERR-ID
               ACCEPT ERR-ID
               GO TO 660-EXIT
           END-IF
           IF WS-CODE-LEN < 14
               IF WS-ADD-CODE(WS-CODE-LEN + 1:) NOT = SPACES
                   MOVE CODE-BAD TO ERR-MSG
                   DISPLAY ERR-ID
                   ACCEPT ERR-ID
                   GO TO 660-EXIT
               END-IF
           END-IF
           MOVE WS-ADD-CODE TO MRS-UPC-CODE
           READ MRS-UPC-FILE KEY IS MRS-UPC-CODE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE MRS-UPC-ITEM-NO TO CODE-ON-ITEM-NO
                   MOVE CODE-ON-ITEM TO ERR-MSG
                   DISPLAY ERR-ID
                   ACCEPT ERR-ID
                   GO TO 660-EXIT
           END-READ
           MOVE SPACES TO MRS-UPC-REC
           MOVE WS-ADD-CODE TO MRS-UPC-CODE
           MOVE WS-ITEM-NO-IN TO MRS-UPC-ITEM-NO
           COMPUTE MRS-UPC-ADDED-DATE =
               (WS-YEAR * 10000) + (WS-MONTH * 100) + WS-DAY
           MOVE WS-OPERATOR-ID TO MRS-UPC-ADDED-BY
           WRITE MRS-UPC-REC
               INVALID KEY
                   GO TO 660-EXIT
           END-WRITE
           MOVE "UPCADD" TO MRS-AUD-ACTION
           PERFORM 950-WRITE-CODE-AUDIT THRU 950-EXIT.
       660-EXIT.
           EXIT.

       680-REMOVE-CODE.
           MOVE WS-DEL-CODE TO MRS-UPC-CODE
           READ MRS-UPC-FILE KEY IS MRS-UPC-CODE
               INVALID KEY
                   MOVE CODE-NOT-FOUND TO ERR-MSG
                   DISPLAY ERR-ID
                   ACCEPT ERR-ID
                   GO TO 680-EXIT
               NOT INVALID KEY
                   CONTINUE
           END-READ
           IF MRS-UPC-ITEM-NO NOT = WS-ITEM-NO-IN
               MOVE CODE-NOT-FOUND TO ERR-MSG
               DISPLAY ERR-ID
               ACCEPT ERR-ID
               GO TO 680-EXIT
           END-IF
           DELETE MRS-UPC-FILE
               INVALID KEY
                   GO TO 680-EXIT
           END-DELETE
           MOVE "UPCDEL" TO MRS-AUD-ACTION
           PERFORM 950-WRITE-CODE-AUDIT THRU 950-EXIT.
       680-EXIT.
           EXIT.

      * Appends one line to the audit trail for this change. The
      * action code is set by the caller before the PERFORM.
       900-WRITE-AUDIT.
           MOVE "MRS-1300" TO MRS-AUD-PROGRAM
           MOVE MRS-CON-ITEM-NO TO MRS-AUD-KEY
           MOVE WS-OPERATOR-ID TO MRS-AUD-OPERATOR
           COPY "CPYBOOKS/MRS-AUDSEQ.CPY".
           WRITE MRS-AUDIT-REC.
       900-EXIT.
           EXIT.

      * Barcode changes are keyed on the code itself - the item
      * it rings as is on the barcode record.
       950-WRITE-CODE-AUDIT.
           MOVE WS-YEAR TO MRS-AUD-YEAR
           MOVE WS-MONTH TO MRS-AUD-MONTH
           MOVE WS-DAY TO MRS-AUD-DAY
           MOVE "MRS-1300" TO MRS-AUD-PROGRAM
           MOVE MRS-UPC-CODE TO MRS-AUD-KEY
           MOVE WS-OPERATOR-ID TO MRS-AUD-OPERATOR
           COPY "CPYBOOKS/MRS-AUDSEQ.CPY".
           WRITE MRS-AUDIT-REC.
       950-EXIT.
           EXIT.

       end program MRS-1300.
