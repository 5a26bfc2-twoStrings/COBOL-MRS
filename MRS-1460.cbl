       IDENTIFICATION DIVISION.
       PROGRAM-ID.  MRS-1460.
       AUTHOR.  JOHN BELLEK.
      *****************************************************************
      * Concession supplier maintenance - add, update, and view the
      * companies the stand buys stock from, and (action I) say
      * which supplier each item comes from, under what code, in
      * what case size, to what par level, and at what cost. The
      * draft order run (MRS-6260) needs both before it will put an
      * item on an order. Supervisors only, unless the permission
      * matrix says otherwise. In the MRS-1550 maintenance mold;
      * called from the concession sale screen.
      *****************************************************************

       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
           CURSOR IS CRPT
           CRT STATUS IS SCR-STAT.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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
         05 WS-SUP-STATUS PIC XX.
         05 WS-SPI-STATUS PIC XX.
         05 WS-CON-STATUS PIC XX.
         05 WS-ACTION PIC X.
         05 WS-CONFIRM PIC X.
         05 WS-ENTER PIC X.
         05 WS-DONE PIC X.
         05 WS-SUP-FOUND PIC X.
         05 WS-SPI-FOUND PIC X.
         05 WS-OPERATOR-ID PIC X(8).
         05 WS-SUP-ID-IN PIC X(4).
         05 WS-ITEM-NO-IN PIC 9(3).
         05 WS-NAME PIC X(25).
         05 WS-CONTACT PIC X(20).
         05 WS-PHONE PIC X(12).
         05 WS-EMAIL PIC X(30).
         05 WS-LEAD-DAYS PIC 99.
         05 WS-ACTIVE PIC X.
         05 WS-SPI-SUPPLIER PIC X(4).
         05 WS-VENDOR-CODE PIC X(10).
         05 WS-CASE-QTY PIC 9(3).
         05 WS-PAR-LEVEL PIC 9(5).
         05 WS-UNIT-COST PIC 9(3)V99.

       01 WS-MSG.
         05 SUP-EXISTS PIC X(40)
           VALUE "THAT SUPPLIER IS ALREADY ON FILE".
         05 SUP-NOT-FOUND PIC X(40)
           VALUE "NO SUPPLIER UNDER THAT ID".
         05 BAD-SUP-ID PIC X(40)
           VALUE "SUPPLIER ID CANNOT BE BLANK".
         05 BAD-FIELDS PIC X(40)
           VALUE "NAME REQUIRED, ACTIVE Y OR N".
         05 ITEM-NOT-FOUND PIC X(40)
           VALUE "NO CONCESSION ITEM UNDER THAT NUMBER".
         05 BAD-ITEM-FIELDS PIC X(40)
           VALUE "SUPPLIER MUST BE ON FILE, CASE QTY > 0".
         05 SUCCESS-ADDED PIC X(40)
           VALUE "SUPPLIER HAS BEEN ADDED!".
         05 SUCCESS-UPDATED PIC X(40)
           VALUE "SUPPLIER HAS BEEN UPDATED!".
         05 SUCCESS-ITEM PIC X(40)
           VALUE "ITEM SUPPLY HAS BEEN SAVED!".
         05 ERR-MSG PIC X(42).

       SCREEN SECTION.
       01 CLEAR BLANK SCREEN PROMPT AUTO REQUIRED BACKGROUND-COLOR 0
       FOREGROUND-COLOR 7.
         05 MV-TITLE-LINE.
           10 LINE 1 COL 1 VALUE "MRS146".
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
             VALUE "MOVIE RENTALS AND SCHEDULING: CONCESSION SUPPLIERS".
         05 CON-FUNCTION.
           10 LINE 25 COL 1 VALUE "F1 = HELP     F3 = END     ".
           10 COL 27 VALUE " F4 = RETURN     F12 = CANCEL".

       01 SCR-ACTION.
         05 LINE 5 COL 20 VALUE "A = ADD SUPPLIER".
         05 LINE 6 COL 20 VALUE "U = UPDATE SUPPLIER".
         05 LINE 7 COL 20 VALUE "V = VIEW SUPPLIER".
         05 LINE 8 COL 20 VALUE "I = ITEM SUPPLY (BY ITEM NO)".
         05 LINE 10 COL 20 VALUE "ACTION:".
         05 COL 34 PIC X TO WS-ACTION REVERSE-VIDEO.
         05 LINE 11 COL 20 VALUE "SUPPLIER ID:".
         05 COL 34 PIC X(4) TO WS-SUP-ID-IN REVERSE-VIDEO.
         05 LINE 12 COL 20 VALUE "ITEM NO:".
         05 COL 34 PIC 9(3) TO WS-ITEM-NO-IN REVERSE-VIDEO.

       01 SCR-DETAIL.
         05 SCR1-R6.
           10 LINE 6 COL 20 VALUE "SUPPLIER ID:".
           10 COL 40 PIC X(4) FROM WS-SUP-ID-IN.
         05 SCR1-R7.
           10 LINE 7 COL 28 VALUE "NAME:".
           10 COL 40 PIC X(25) USING WS-NAME REVERSE-VIDEO.
         05 SCR1-R8.
           10 LINE 8 COL 25 VALUE "CONTACT:".
           10 COL 40 PIC X(20) USING WS-CONTACT REVERSE-VIDEO.
         05 SCR1-R9.
           10 LINE 9 COL 27 VALUE "PHONE:".
           10 COL 40 PIC X(12) USING WS-PHONE REVERSE-VIDEO.
         05 SCR1-R10.
           10 LINE 10 COL 27 VALUE "EMAIL:".
           10 COL 40 PIC X(30) USING WS-EMAIL REVERSE-VIDEO.
         05 SCR1-R11.
           10 LINE 11 COL 23 VALUE "LEAD DAYS:".
           10 COL 40 PIC 99 USING WS-LEAD-DAYS REVERSE-VIDEO.
         05 SCR1-R12.
           10 LINE 12 COL 20 VALUE "ACTIVE (Y/N):".
           10 COL 40 PIC X USING WS-ACTIVE REVERSE-VIDEO.

       01 SCR-ITEM.
         05 LINE 6 COL 28 VALUE "ITEM:".
         05 COL 40 PIC 9(3) FROM MRS-CON-ITEM-NO.
         05 COL 45 PIC X(20) FROM MRS-CON-NAME.
         05 LINE 7 COL 24 VALUE "SUPPLIER:".
         05 COL 40 PIC X(4) USING WS-SPI-SUPPLIER REVERSE-VIDEO.
         05 LINE 8 COL 12 VALUE "SUPPLIER'S ITEM CODE:".
         05 COL 40 PIC X(10) USING WS-VENDOR-CODE REVERSE-VIDEO.
         05 LINE 9 COL 17 VALUE "UNITS PER CASE:".
         05 COL 40 PIC 9(3) USING WS-CASE-QTY REVERSE-VIDEO.
         05 LINE 10 COL 11 VALUE "PAR LEVEL (0=2 X REORDER):".
         05 COL 40 PIC 9(5) USING WS-PAR-LEVEL REVERSE-VIDEO.
         05 LINE 11 COL 22 VALUE "UNIT COST:".
         05 COL 40 PIC 9(3)V99 USING WS-UNIT-COST REVERSE-VIDEO.

       01 MSG.
         05 ERR-ID FOREGROUND-COLOR 4.
           10 LINE 22 COL 9 PIC X(20) VALUE "ERROR MESSAGE:".
           10 LINE 23 COL 16 PIC X(42) FROM ERR-MSG.
           10 COL 60 PIC X TO WS-CONFIRM.
         05 SUCCESS-ID FOREGROUND-COLOR 2.
           10 LINE 22 COL 9 PIC X(42) FROM ERR-MSG.
         05 CONFIRM-SAVE.
           10 LINE 23 COL 16 PIC X(18) VALUE "CONFIRM SAVE? Y/N".
           10 REVERSE-VIDEO COL 38 PIC X TO WS-CONFIRM.
         05 CONTINUE-VIEW.
           10 LINE 23 COL 16 PIC X(23) VALUE "PRESS ENTER TO CONTINUE".
           10 COL 60 PIC X TO WS-CONFIRM.
         05 NOT-SUPERVISOR FOREGROUND-COLOR 4.
           10 LINE 22 COL 10
             VALUE "SUPPLIER MAINTENANCE IS SUPERVISORS ONLY".
           10 LINE 24 COL 40 VALUE "PRESS ENTER TO CONTINUE".
           10 COL 65 PIC X TO WS-ENTER.

       PROCEDURE DIVISION.
       100-MAIN.
           PERFORM 160-LOAD-FILE-CONFIG THRU 160-END
           COPY "CPYBOOKS/ENABLE-KEYS.CPY".
           MOVE FUNCTION CURRENT-DATE TO WS-DATETIME
           MOVE MRS-SIGNON-OPERATOR TO WS-OPERATOR-ID
           MOVE MRS-SIGNON-OPERATOR TO MRS-PCK-OPERATOR
           MOVE "PURCHASE" TO MRS-PCK-FUNCTION
           IF MRS-SIGNON-LEVEL < 2
               MOVE "N" TO MRS-PCK-DEFAULT
           ELSE
               MOVE "Y" TO MRS-PCK-DEFAULT
           END-IF
           CALL 'MRS-1050' USING MRS-PERM-CHECK
           IF MRS-PCK-ANSWER NOT = "Y"
               DISPLAY CLEAR
               DISPLAY NOT-SUPERVISOR
               ACCEPT NOT-SUPERVISOR
               GOBACK
           END-IF
      *    The first supplier keyed at a site creates the files.
           OPEN I-O MRS-SUPPLIER-FILE
           IF WS-SUP-STATUS = '35'
               OPEN OUTPUT MRS-SUPPLIER-FILE
               CLOSE MRS-SUPPLIER-FILE
               OPEN I-O MRS-SUPPLIER-FILE
           END-IF
           OPEN I-O MRS-SUPITEM-FILE
           IF WS-SPI-STATUS = '35'
               OPEN OUTPUT MRS-SUPITEM-FILE
               CLOSE MRS-SUPITEM-FILE
               OPEN I-O MRS-SUPITEM-FILE
           END-IF
           OPEN INPUT MRS-CONCESSION-FILE
           OPEN EXTEND MRS-AUDIT-FILE
           MOVE SPACES TO WS-DONE
           PERFORM 200-ONE-ACTION THRU 200-EXIT
               UNTIL (WS-DONE = "Y" OR F3 OR F4)
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

       200-ONE-ACTION.
           MOVE SPACES TO WS-SUP-ID-IN
           MOVE ZEROS TO WS-ITEM-NO-IN
           DISPLAY CLEAR
           DISPLAY SCR-ACTION
           ACCEPT SCR-ACTION
           IF F3 OR F4
               MOVE "Y" TO WS-DONE
               GO TO 200-EXIT
           END-IF
           IF WS-ACTION = "I"
               PERFORM 600-ITEM-SUPPLY THRU 600-EXIT
               GO TO 200-EXIT
           END-IF
           IF WS-SUP-ID-IN = SPACES
               MOVE BAD-SUP-ID TO ERR-MSG
               DISPLAY ERR-ID
               ACCEPT ERR-ID
               GO TO 200-EXIT
           END-IF
           PERFORM 250-READ-SUPPLIER THRU 250-EXIT
           EVALUATE WS-ACTION
               WHEN "A"
                   PERFORM 300-ADD THRU 300-EXIT
               WHEN "U"
                   PERFORM 400-UPDATE THRU 400-EXIT
               WHEN "V"
                   PERFORM 500-VIEW THRU 500-EXIT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       200-EXIT.
           EXIT.

       250-READ-SUPPLIER.
           MOVE WS-SUP-ID-IN TO MRS-SUP-ID
           READ MRS-SUPPLIER-FILE KEY IS MRS-SUP-ID
               INVALID KEY
                   MOVE "N" TO WS-SUP-FOUND
               NOT INVALID KEY
                   MOVE "Y" TO WS-SUP-FOUND
           END-READ.
       250-EXIT.
           EXIT.

       300-ADD.
           IF WS-SUP-FOUND = "Y"
               MOVE SUP-EXISTS TO ERR-MSG
               DISPLAY ERR-ID
               ACCEPT ERR-ID
               GO TO 300-EXIT
           END-IF
           MOVE SPACES TO WS-NAME
           MOVE SPACES TO WS-CONTACT
           MOVE SPACES TO WS-PHONE
           MOVE SPACES TO WS-EMAIL
           MOVE 7 TO WS-LEAD-DAYS
           MOVE "Y" TO WS-ACTIVE
           PERFORM 350-ACCEPT-DETAIL THRU 350-EXIT
           IF WS-CONFIRM = "Y"
               MOVE SPACES TO MRS-SUPPLIER-REC
               MOVE WS-SUP-ID-IN TO MRS-SUP-ID
               PERFORM 480-STORE-FIELDS THRU 480-EXIT
               WRITE MRS-SUPPLIER-REC
               MOVE "ADD" TO MRS-AUD-ACTION
               MOVE MRS-SUP-ID TO MRS-AUD-KEY
               PERFORM 900-WRITE-AUDIT THRU 900-EXIT
               MOVE SUCCESS-ADDED TO ERR-MSG
               DISPLAY SUCCESS-ID
               DISPLAY CONTINUE-VIEW
               ACCEPT CONTINUE-VIEW
           END-IF.
       300-EXIT.
           EXIT.

      * Shared detail entry for add and update - keeps asking until
      * the name and flag make sense or the operator backs out.
       350-ACCEPT-DETAIL.
           MOVE SPACES TO WS-CONFIRM
           DISPLAY CLEAR
           DISPLAY SCR-DETAIL
           ACCEPT SCR-DETAIL
           IF F3 OR F4 OR F12
               GO TO 350-EXIT
           END-IF
           IF WS-NAME = SPACES OR
              (WS-ACTIVE NOT = "Y" AND WS-ACTIVE NOT = "N")
               MOVE BAD-FIELDS TO ERR-MSG
               DISPLAY ERR-ID
               ACCEPT ERR-ID
               GO TO 350-ACCEPT-DETAIL
           END-IF
           DISPLAY CONFIRM-SAVE
           ACCEPT CONFIRM-SAVE.
       350-EXIT.
           EXIT.

       400-UPDATE.
           IF WS-SUP-FOUND = "N"
               MOVE SUP-NOT-FOUND TO ERR-MSG
               DISPLAY ERR-ID
               ACCEPT ERR-ID
               GO TO 400-EXIT
           END-IF
           PERFORM 450-LOAD-FIELDS THRU 450-EXIT
           PERFORM 350-ACCEPT-DETAIL THRU 350-EXIT
           IF WS-CONFIRM = "Y"
               PERFORM 480-STORE-FIELDS THRU 480-EXIT
               REWRITE MRS-SUPPLIER-REC
               MOVE "UPDATE" TO MRS-AUD-ACTION
               MOVE MRS-SUP-ID TO MRS-AUD-KEY
               PERFORM 900-WRITE-AUDIT THRU 900-EXIT
               MOVE SUCCESS-UPDATED TO ERR-MSG
               DISPLAY SUCCESS-ID
               DISPLAY CONTINUE-VIEW
               ACCEPT CONTINUE-VIEW
           END-IF.
       400-EXIT.
           EXIT.

       450-LOAD-FIELDS.
           MOVE MRS-SUP-NAME TO WS-NAME
           MOVE MRS-SUP-CONTACT TO WS-CONTACT
           MOVE MRS-SUP-PHONE TO WS-PHONE
           MOVE MRS-SUP-EMAIL TO WS-EMAIL
           MOVE MRS-SUP-LEAD-DAYS TO WS-LEAD-DAYS
           MOVE MRS-SUP-ACTIVE-FLAG TO WS-ACTIVE.
       450-EXIT.
           EXIT.

       480-STORE-FIELDS.
           MOVE WS-NAME TO MRS-SUP-NAME
           MOVE WS-CONTACT TO MRS-SUP-CONTACT
           MOVE WS-PHONE TO MRS-SUP-PHONE
           MOVE WS-EMAIL TO MRS-SUP-EMAIL
           MOVE WS-LEAD-DAYS TO MRS-SUP-LEAD-DAYS
           MOVE WS-ACTIVE TO MRS-SUP-ACTIVE-FLAG.
       480-EXIT.
           EXIT.

       500-VIEW.
           IF WS-SUP-FOUND = "N"
               MOVE SUP-NOT-FOUND TO ERR-MSG
               DISPLAY ERR-ID
               ACCEPT ERR-ID
               GO TO 500-EXIT
           END-IF
           PERFORM 450-LOAD-FIELDS THRU 450-EXIT
           DISPLAY CLEAR
           DISPLAY SCR-DETAIL
           DISPLAY CONTINUE-VIEW
           ACCEPT CONTINUE-VIEW.
       500-EXIT.
           EXIT.

      * Item supply is one screen for add and change alike - an item
      * with no supply record yet just starts out blank. The
      * supplier named has to be on file, or the night run would
      * build orders nobody can send.
       600-ITEM-SUPPLY.
           MOVE WS-ITEM-NO-IN TO MRS-CON-ITEM-NO
           READ MRS-CONCESSION-FILE KEY IS MRS-CON-ITEM-NO
               INVALID KEY
                   MOVE ITEM-NOT-FOUND TO ERR-MSG
                   DISPLAY ERR-ID
                   ACCEPT ERR-ID
                   GO TO 600-EXIT
           END-READ
           MOVE WS-ITEM-NO-IN TO MRS-SPI-ITEM-NO
           READ MRS-SUPITEM-FILE KEY IS MRS-SPI-ITEM-NO
               INVALID KEY
                   MOVE "N" TO WS-SPI-FOUND
                   MOVE SPACES TO WS-SPI-SUPPLIER
                   MOVE SPACES TO WS-VENDOR-CODE
                   MOVE 1 TO WS-CASE-QTY
                   MOVE ZEROS TO WS-PAR-LEVEL
                   MOVE ZEROS TO WS-UNIT-COST
               NOT INVALID KEY
                   MOVE "Y" TO WS-SPI-FOUND
                   MOVE MRS-SPI-SUPPLIER TO WS-SPI-SUPPLIER
                   MOVE MRS-SPI-VENDOR-CODE TO WS-VENDOR-CODE
                   MOVE MRS-SPI-CASE-QTY TO WS-CASE-QTY
                   MOVE MRS-SPI-PAR-LEVEL TO WS-PAR-LEVEL
                   MOVE MRS-SPI-UNIT-COST TO WS-UNIT-COST
           END-READ.
       600-ACCEPT.
           MOVE SPACES TO WS-CONFIRM
           DISPLAY CLEAR
           DISPLAY SCR-ITEM
           ACCEPT SCR-ITEM
           IF F3 OR F4 OR F12
               GO TO 600-EXIT
           END-IF
           MOVE WS-SPI-SUPPLIER TO WS-SUP-ID-IN
           PERFORM 250-READ-SUPPLIER THRU 250-EXIT
           IF WS-SUP-FOUND = "N" OR WS-CASE-QTY = ZEROS
               MOVE BAD-ITEM-FIELDS TO ERR-MSG
               DISPLAY ERR-ID
               ACCEPT ERR-ID
               GO TO 600-ACCEPT
           END-IF
           DISPLAY CONFIRM-SAVE
           ACCEPT CONFIRM-SAVE
           IF WS-CONFIRM NOT = "Y"
               GO TO 600-EXIT
           END-IF
           IF WS-SPI-FOUND = "N"
               MOVE SPACES TO MRS-SUPITEM-REC
               MOVE WS-ITEM-NO-IN TO MRS-SPI-ITEM-NO
           END-IF
           MOVE WS-SPI-SUPPLIER TO MRS-SPI-SUPPLIER
           MOVE WS-VENDOR-CODE TO MRS-SPI-VENDOR-CODE
           MOVE WS-CASE-QTY TO MRS-SPI-CASE-QTY
           MOVE WS-PAR-LEVEL TO MRS-SPI-PAR-LEVEL
           MOVE WS-UNIT-COST TO MRS-SPI-UNIT-COST
           IF WS-SPI-FOUND = "N"
               WRITE MRS-SUPITEM-REC
               MOVE "ADD" TO MRS-AUD-ACTION
           ELSE
               REWRITE MRS-SUPITEM-REC
               MOVE "UPDATE" TO MRS-AUD-ACTION
           END-IF
           MOVE SPACES TO MRS-AUD-KEY
           STRING "ITEM " MRS-SPI-ITEM-NO DELIMITED BY SIZE
               INTO MRS-AUD-KEY
           PERFORM 900-WRITE-AUDIT THRU 900-EXIT
           MOVE SUCCESS-ITEM TO ERR-MSG
           DISPLAY SUCCESS-ID
           DISPLAY CONTINUE-VIEW
           ACCEPT CONTINUE-VIEW.
       600-EXIT.
           EXIT.

      * Appends one line to the audit trail for this change. The
      * action code and key are set by the caller before the
      * PERFORM.
       900-WRITE-AUDIT.
           MOVE WS-YEAR TO MRS-AUD-YEAR
           MOVE WS-MONTH TO MRS-AUD-MONTH
           MOVE WS-DAY TO MRS-AUD-DAY
           MOVE "MRS-1460" TO MRS-AUD-PROGRAM
           MOVE WS-OPERATOR-ID TO MRS-AUD-OPERATOR
           COPY "CPYBOOKS/MRS-AUDSEQ.CPY".
           WRITE MRS-AUDIT-REC.
       900-EXIT.
           EXIT.

       end program MRS-1460.
