       IDENTIFICATION DIVISION.
       PROGRAM-ID.  MRS-1480.
       AUTHOR.  JOHN BELLEK.
      *****************************************************************
      * Physical inventory count entry. The stockroom is counted off
      * the count sheet (MRS-8680) after the counter closes, and the
      * counts are keyed here against the theatre the terminal is
      * signed on to - item by item, keying an item again replaces
      * its count.
      *
      *   E = enter counts          A = approve the count (super)
      *   R = reject the count (supervisor)
      *
      * The variance report (MRS-8690) sets the counts against the
      * book on-hand; once a supervisor has read it and approves,
      * every counted line goes to approved and the night step
      * (MRS-6280) sets the on-hand figures to the count, posts the
      * shrinkage, and writes the audit line for each adjustment.
      * The count has to be approved the night it is taken - the
      * night run takes that day's sales off the book first, which
      * is what was on the shelf when the counter closed. Rejecting
      * throws the whole open count away, to be counted again.
      *
      * Called from the concession sale screen's count option.
      *****************************************************************

       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
           CURSOR IS CRPT
           CRT STATUS IS SCR-STAT.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MRS-INVCOUNT-FILE
               ASSIGN TO UT-SYS-INVCOUNT
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS MRS-ICT-KEY
               FILE STATUS IS WS-ICT-STATUS.

           SELECT MRS-CONCESSION-FILE
               ASSIGN TO UT-SYS-CONCESS
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS MRS-CON-ITEM-NO.

           SELECT MRS-AUDIT-FILE
               ASSIGN TO UT-SYS-AUDIT
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT MRS-FILE-CONFIG-FILE
               ASSIGN TO UT-SYS-FILE-CFG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CFG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       COPY "CPYBOOKS/MRS-INVCOUNT.CPY".
       COPY "CPYBOOKS/MRS-CONCESS.CPY".
       COPY "CPYBOOKS/MRS-AUDIT.CPY".
       COPY "CPYBOOKS/MRS-FILE-CFG.CPY".

       WORKING-STORAGE SECTION.
       COPY "CPYBOOKS/FUNCTION-KEYS.CPY".
       COPY "CPYBOOKS/MRS-SIGNON.CPY".
       COPY "CPYBOOKS/MRS-SEQPUT.CPY".
       COPY "CPYBOOKS/MRS-TRNPUT.CPY".
       COPY "CPYBOOKS/DATETIME.CPY".

       01 WS-FILENAMES.
         05 UT-SYS-INVCOUNT PIC X(50)
           VALUE "C:\COBOL\MRS-INVCOUNT-INDEX.DAT".
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
         05 WS-ICT-STATUS PIC XX.
         05 WS-MODE PIC X.
         05 WS-SITE PIC X(2).
         05 WS-ITEM-NO-IN PIC 9(3).
         05 WS-QTY-IN PIC 9(5).
         05 WS-CONFIRM PIC X.
         05 WS-ENTER PIC X.
         05 WS-MORE PIC X.
         05 WS-TODAY-NUM PIC 9(8).
         05 WS-NEW-LINE PIC X.
         05 ICT-EOF PIC X.
         05 WS-OPEN-CNT PIC 9(5).
         05 WS-APPR-CNT PIC 9(5).
         05 WS-SITE-CNT PIC 9(5).
         05 WS-DONE-CNT PIC 9(5).
         05 WS-ERR-TEXT PIC X(50).

       SCREEN SECTION.
       01 CLEAR BLANK SCREEN PROMPT AUTO REQUIRED BACKGROUND-COLOR 0
       FOREGROUND-COLOR 7.
         05 MV-TITLE-LINE.
           10 LINE 1 COL 1 VALUE "MRS148".
           10 COL 10 PIC X(8) FROM MRS-SIGNON-BANNER
                FOREGROUND-COLOR 4.
           10 COL 30 VALUE "MOVIE THEATER SYSTEM".
           10 COL 70 PIC Z9 FROM WS-MONTH.
           10 COL 72 VALUE "/".
           10 COL 73 PIC Z9 FROM WS-DAY.
           10 COL 75 VALUE "/".
           10 COL 76 PIC 9999 FROM WS-YEAR.
         05 ICT-TITLE.
           10 LINE 2 COL 13
             VALUE "MOVIE RENTALS AND SCHEDULING: INVENTORY COUNT".
         05 ICT-FUNCTION.
           10 LINE 25 COL 1 VALUE "F1 = HELP     F3 = END     ".
           10 COL 27 VALUE " F4 = RETURN".

       01 SCR-MODE.
         05 LINE 4 COL 6
           VALUE "MODE (E=ENTER A=APPROVE R=REJECT):".
         05 COL 42 PIC X TO WS-MODE REVERSE-VIDEO.
         05 LINE 6 COL 6 VALUE "THEATRE:".
         05 COL 33 PIC X(2) FROM WS-SITE.
         05 LINE 7 COL 6 VALUE "LINES COUNTED, NOT APPROVED:".
         05 COL 35 PIC ZZZZ9 FROM WS-OPEN-CNT.
         05 LINE 8 COL 6 VALUE "  ... OF THEM THIS THEATRE:".
         05 COL 35 PIC ZZZZ9 FROM WS-SITE-CNT.
         05 LINE 9 COL 6 VALUE "LINES APPROVED, NOT APPLIED:".
         05 COL 35 PIC ZZZZ9 FROM WS-APPR-CNT.

       01 SCR-COUNT.
         05 LINE 11 COL 22 VALUE "ITEM NO:".
         05 COL 33 PIC 9(3) TO WS-ITEM-NO-IN REVERSE-VIDEO.
         05 LINE 12 COL 11 VALUE "QUANTITY COUNTED:".
         05 COL 33 PIC 9(5) TO WS-QTY-IN REVERSE-VIDEO.

       01 SCR-SHOW-ITEM.
         05 LINE 14 COL 25 VALUE "ITEM:".
         05 COL 33 PIC X(20) FROM MRS-CON-NAME.

       01 SCR-SHOW-PRIOR.
         05 LINE 15 COL 13 VALUE "COUNTED BEFORE:".
         05 COL 33 PIC ZZZZ9 FROM MRS-ICT-COUNTED.
         05 COL 40 VALUE "BY".
         05 COL 43 PIC X(8) FROM MRS-ICT-COUNTED-BY.

       01 MSG.
         05 COUNT-CONFIRM.
           10 LINE 22 COL 15 VALUE "CONFIRM COUNT:  Y/N".
           10 COL 40 PIC X TO WS-CONFIRM REVERSE-VIDEO.
         05 DECIDE-CONFIRM.
           10 LINE 22 COL 15 PIC X(50) FROM WS-ERR-TEXT.
           10 LINE 23 COL 15 VALUE "CONFIRM:  Y/N".
           10 COL 34 PIC X TO WS-CONFIRM REVERSE-VIDEO.
         05 COUNT-BAD FOREGROUND-COLOR 4.
           10 LINE 22 COL 10 PIC X(50) FROM WS-ERR-TEXT.
           10 LINE 24 COL 40 VALUE "PRESS ENTER TO CONTINUE".
           10 COL 65 PIC X TO WS-ENTER.
         05 COUNT-DONE FOREGROUND-COLOR 2.
           10 LINE 22 COL 15 VALUE "RECORDED.".
           10 LINE 24 COL 40 VALUE "PRESS ENTER TO CONTINUE".
           10 COL 65 PIC X TO WS-ENTER.
         05 DECIDE-DONE FOREGROUND-COLOR 2.
           10 LINE 22 COL 15 VALUE "LINES CHANGED:".
           10 COL 30 PIC ZZZZ9 FROM WS-DONE-CNT.
           10 LINE 24 COL 40 VALUE "PRESS ENTER TO CONTINUE".
           10 COL 65 PIC X TO WS-ENTER.
         05 NOT-SUPERVISOR FOREGROUND-COLOR 4.
           10 LINE 22 COL 10
             VALUE "APPROVALS ARE SUPERVISORS ONLY".
           10 LINE 24 COL 40 VALUE "PRESS ENTER TO CONTINUE".
           10 COL 65 PIC X TO WS-ENTER.
         05 ICT-HELP FOREGROUND-COLOR 3.
           10 LINE 22 COL 5
             VALUE "READ THE VARIANCE REPORT (MRS-8690) BEFORE".
           10 COL 48 VALUE "APPROVING.".
           10 LINE 23 COL 5
             VALUE "APPROVED COUNTS APPLY WITH TONIGHT'S RUN.".
           10 LINE 24 COL 40 VALUE "PRESS ENTER TO CONTINUE".
           10 COL 65 PIC X TO WS-ENTER.

       PROCEDURE DIVISION.
       100-MAIN.
           PERFORM 160-LOAD-FILE-CONFIG THRU 160-END
           COPY "CPYBOOKS/ENABLE-KEYS.CPY".
           MOVE FUNCTION CURRENT-DATE TO WS-DATETIME
           COMPUTE WS-TODAY-NUM =
               (WS-YEAR * 10000) + (WS-MONTH * 100) + WS-DAY
           IF MRS-SIGNON-SITE = SPACES OR MRS-SIGNON-SITE = LOW-VALUES
               MOVE "01" TO WS-SITE
           ELSE
               MOVE MRS-SIGNON-SITE TO WS-SITE
           END-IF
           OPEN I-O MRS-INVCOUNT-FILE
           IF WS-ICT-STATUS = '35'
               OPEN OUTPUT MRS-INVCOUNT-FILE
               CLOSE MRS-INVCOUNT-FILE
               OPEN I-O MRS-INVCOUNT-FILE
           END-IF
           OPEN INPUT MRS-CONCESSION-FILE
           OPEN EXTEND MRS-AUDIT-FILE

           PERFORM 200-ONE-PASS THRU 200-EXIT
               UNTIL (F3 OR F4)

           CLOSE MRS-INVCOUNT-FILE
                 MRS-CONCESSION-FILE
                 MRS-AUDIT-FILE
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
               WHEN "AUDIT"
                   MOVE CFG-PATH TO UT-SYS-AUDIT
           END-EVALUATE.
       170-END.
           EXIT.

      * Counts the lines in each state for the mode screen.
       180-COUNT-LINES.
           MOVE ZEROS TO WS-OPEN-CNT
           MOVE ZEROS TO WS-APPR-CNT
           MOVE ZEROS TO WS-SITE-CNT
           MOVE "N" TO ICT-EOF
           MOVE LOW-VALUES TO MRS-ICT-KEY
           START MRS-INVCOUNT-FILE KEY IS NOT LESS THAN MRS-ICT-KEY
               INVALID KEY
                   MOVE "Y" TO ICT-EOF
           END-START
           PERFORM UNTIL ICT-EOF = "Y"
               READ MRS-INVCOUNT-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO ICT-EOF
                   NOT AT END
                       IF MRS-ICT-STATUS = "C"
                           ADD 1 TO WS-OPEN-CNT
                           IF MRS-ICT-SITE = WS-SITE
                               ADD 1 TO WS-SITE-CNT
                           END-IF
                       END-IF
                       IF MRS-ICT-STATUS = "A"
                           ADD 1 TO WS-APPR-CNT
                       END-IF
               END-READ
           END-PERFORM.
       180-EXIT.
           EXIT.

       200-ONE-PASS.
           PERFORM 180-COUNT-LINES THRU 180-EXIT
           MOVE SPACES TO WS-MODE
           DISPLAY CLEAR
           DISPLAY SCR-MODE
           ACCEPT SCR-MODE
           IF F3 OR F4
               GO TO 200-EXIT
           END-IF
           IF F1
               DISPLAY ICT-HELP
               ACCEPT ICT-HELP
               GO TO 200-EXIT
           END-IF
           EVALUATE WS-MODE
               WHEN "E"
                   MOVE "Y" TO WS-MORE
      *            Item after item until a zero item number.
                   PERFORM 300-ENTER-COUNT THRU 300-EXIT
                       UNTIL WS-MORE = "N"
               WHEN "A"
                   PERFORM 400-DECIDE THRU 400-EXIT
               WHEN "R"
                   PERFORM 400-DECIDE THRU 400-EXIT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       200-EXIT.
           EXIT.

      * One item's count. An item already counted at this theatre
      * for the open count shows what was keyed before; keying it
      * again replaces it. A count already approved stands until
      * the night run has applied it.
       300-ENTER-COUNT.
           MOVE ZEROS TO WS-ITEM-NO-IN
           MOVE ZEROS TO WS-QTY-IN
           DISPLAY CLEAR
           DISPLAY SCR-MODE
           DISPLAY SCR-COUNT
           ACCEPT SCR-COUNT
           IF F3 OR F4 OR WS-ITEM-NO-IN = ZEROS
               MOVE "N" TO WS-MORE
               GO TO 300-EXIT
           END-IF
           MOVE WS-ITEM-NO-IN TO MRS-CON-ITEM-NO
           READ MRS-CONCESSION-FILE KEY IS MRS-CON-ITEM-NO
               INVALID KEY
                   MOVE "NO ITEM UNDER THAT NUMBER" TO WS-ERR-TEXT
                   DISPLAY COUNT-BAD
                   ACCEPT COUNT-BAD
                   GO TO 300-EXIT
           END-READ
           DISPLAY SCR-SHOW-ITEM
           MOVE WS-SITE TO MRS-ICT-SITE
           MOVE WS-ITEM-NO-IN TO MRS-ICT-ITEM-NO
           MOVE "Y" TO WS-NEW-LINE
           READ MRS-INVCOUNT-FILE KEY IS MRS-ICT-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "N" TO WS-NEW-LINE
           END-READ
           IF WS-NEW-LINE = "N" AND MRS-ICT-STATUS = "A"
               MOVE "THAT COUNT IS APPROVED - IT APPLIES TONIGHT"
                   TO WS-ERR-TEXT
               DISPLAY COUNT-BAD
               ACCEPT COUNT-BAD
               GO TO 300-EXIT
           END-IF
           IF WS-NEW-LINE = "N" AND MRS-ICT-STATUS = "C"
               DISPLAY SCR-SHOW-PRIOR
           END-IF
           MOVE SPACES TO WS-CONFIRM
           DISPLAY COUNT-CONFIRM
           ACCEPT COUNT-CONFIRM
           IF WS-CONFIRM NOT = "Y"
               GO TO 300-EXIT
           END-IF
           MOVE SPACES TO MRS-INVCOUNT-REC
           MOVE WS-SITE TO MRS-ICT-SITE
           MOVE WS-ITEM-NO-IN TO MRS-ICT-ITEM-NO
           MOVE WS-QTY-IN TO MRS-ICT-COUNTED
           MOVE "C" TO MRS-ICT-STATUS
           MOVE WS-TODAY-NUM TO MRS-ICT-COUNT-DATE
           MOVE MRS-SIGNON-OPERATOR TO MRS-ICT-COUNTED-BY
           MOVE SPACES TO MRS-ICT-APPROVED-BY
           MOVE ZEROS TO MRS-ICT-APPLIED-DATE
           IF WS-NEW-LINE = "Y"
               WRITE MRS-INVCOUNT-REC
               END-WRITE
           ELSE
               REWRITE MRS-INVCOUNT-REC
               END-REWRITE
           END-IF
           MOVE "COUNT" TO MRS-AUD-ACTION
           MOVE MRS-ICT-KEY TO MRS-AUD-KEY
           PERFORM 900-WRITE-AUDIT THRU 900-EXIT
           DISPLAY COUNT-DONE
           ACCEPT COUNT-DONE.
       300-EXIT.
           EXIT.

      * Approve or reject the whole open count, every theatre's
      * lines together - the item file's on-hand is one figure for
      * the chain, so half a count cannot be applied. By the mode
      * letter still in WS-MODE.
       400-DECIDE.
           IF MRS-SIGNON-LEVEL < 2
               DISPLAY NOT-SUPERVISOR
               ACCEPT NOT-SUPERVISOR
               GO TO 400-EXIT
           END-IF
           IF WS-OPEN-CNT = ZERO
               MOVE "NO COUNT IS WAITING FOR APPROVAL" TO WS-ERR-TEXT
               DISPLAY COUNT-BAD
               ACCEPT COUNT-BAD
               GO TO 400-EXIT
           END-IF
           IF WS-MODE = "A"
               MOVE "APPROVE THE OPEN COUNT, EVERY THEATRE?"
                   TO WS-ERR-TEXT
           ELSE
               MOVE "REJECT THE OPEN COUNT, EVERY THEATRE?"
                   TO WS-ERR-TEXT
           END-IF
           MOVE SPACES TO WS-CONFIRM
           DISPLAY DECIDE-CONFIRM
           ACCEPT DECIDE-CONFIRM
           IF WS-CONFIRM NOT = "Y"
               GO TO 400-EXIT
           END-IF
           MOVE ZEROS TO WS-DONE-CNT
           MOVE "N" TO ICT-EOF
           MOVE LOW-VALUES TO MRS-ICT-KEY
           START MRS-INVCOUNT-FILE KEY IS NOT LESS THAN MRS-ICT-KEY
               INVALID KEY
                   MOVE "Y" TO ICT-EOF
           END-START
           PERFORM UNTIL ICT-EOF = "Y"
               READ MRS-INVCOUNT-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO ICT-EOF
                   NOT AT END
                       IF MRS-ICT-STATUS = "C"
                           PERFORM 450-DECIDE-ONE THRU 450-EXIT
                       END-IF
               END-READ
           END-PERFORM
           IF WS-MODE = "A"
               MOVE "APPROV" TO MRS-AUD-ACTION
           ELSE
               MOVE "REJECT" TO MRS-AUD-ACTION
           END-IF
           MOVE SPACES TO MRS-AUD-KEY
           MOVE "COUNT" TO MRS-AUD-KEY
           PERFORM 900-WRITE-AUDIT THRU 900-EXIT
           DISPLAY DECIDE-DONE
           ACCEPT DECIDE-DONE.
       400-EXIT.
           EXIT.

       450-DECIDE-ONE.
           IF WS-MODE = "A"
               MOVE "A" TO MRS-ICT-STATUS
           ELSE
               MOVE "X" TO MRS-ICT-STATUS
           END-IF
           MOVE MRS-SIGNON-OPERATOR TO MRS-ICT-APPROVED-BY
           REWRITE MRS-INVCOUNT-REC
           END-REWRITE
           ADD 1 TO WS-DONE-CNT.
       450-EXIT.
           EXIT.

       900-WRITE-AUDIT.
           MOVE WS-YEAR TO MRS-AUD-YEAR
           MOVE WS-MONTH TO MRS-AUD-MONTH
           MOVE WS-DAY TO MRS-AUD-DAY
           MOVE "MRS-1480" TO MRS-AUD-PROGRAM
           MOVE MRS-SIGNON-OPERATOR TO MRS-AUD-OPERATOR
           COPY "CPYBOOKS/MRS-AUDSEQ.CPY".
           WRITE MRS-AUDIT-REC.
       900-EXIT.
           EXIT.

       end program MRS-1480.
