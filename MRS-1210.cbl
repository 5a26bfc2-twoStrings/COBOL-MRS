       IDENTIFICATION DIVISION.
       PROGRAM-ID.  MRS-1210.
       AUTHOR.  JOHN BELLEK.
      *****************************************************************
      * Member merge - folds a duplicate member number into the one
      * the guest keeps. The duplicate's visits, tickets, and points
      * are added onto the surviving member and the duplicate is
      * marked merged (active flag "M", see MRS-MEMBER.CPY) with its
      * counts zeroed. It is never deleted, so a sales trail line
      * that carries the old number still finds a member on file.
      * The survivor keeps its own email and marketing consent - the
      * duplicate's email is taken only where the survivor has none,
      * and consent is never carried across - and the later of the
      * two last visits.
      *
      * One MERGE line goes on the audit trail, keyed by the
      * duplicate number followed by the surviving number, so the
      * old number can always be followed to the new one.
      *
      * Supervisors only, unless the permission matrix says otherwise.
      * The likely pairs come off the duplicate members report
      * (MRS-8770). In the MRS-1200 maintenance mold.
      *****************************************************************

       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
           CURSOR IS CRPT
           CRT STATUS IS SCR-STAT.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MRS-MEMBER-FILE
               ASSIGN TO UT-SYS-MEMBER
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS MRS-MEM-NO
               FILE STATUS IS WS-MEM-STATUS.

           SELECT MRS-AUDIT-FILE
               ASSIGN TO UT-SYS-AUDIT
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT MRS-FILE-CONFIG-FILE
               ASSIGN TO UT-SYS-FILE-CFG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CFG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       COPY "CPYBOOKS/MRS-MEMBER.CPY".
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
         05 UT-SYS-MEMBER PIC X(50)
           VALUE "C:\COBOL\MRS-MEMBER-INDEX.DAT".
         05 UT-SYS-AUDIT PIC X(50) VALUE "C:\COBOL\MRS-AUDIT.LOG".
         05 UT-SYS-FILE-CFG PIC X(50)
           VALUE "C:\COBOL\MRS-FILE-PATHS.CFG".

       01 WS-FILE-CFG-CTL.
         05 WS-CFG-STATUS PIC XX.
         05 WS-CFG-EOF PIC X.
           88 CFG-EOF VALUE 'Y'.

       01 WS-SCREEN-WORK.
         05 WS-MEM-STATUS PIC XX.
         05 WS-CONFIRM PIC X.
         05 WS-ENTER PIC X.
         05 WS-DONE PIC X.
         05 WS-OPERATOR-ID PIC X(8).
         05 WS-DUP-NO PIC 9(6).
         05 WS-KEEP-NO PIC 9(6).

      *    Both members as they stood when the merge was keyed.
       01 WS-DUP-REC PIC X(128).
       01 WS-DUP-VIEW REDEFINES WS-DUP-REC.
         05 WD-NO PIC 9(6).
         05 WD-NAME PIC X(20).
         05 WD-PHONE PIC X(12).
         05 WD-JOINED PIC 9(8).
         05 WD-VISITS PIC 9(5).
         05 WD-TICKETS PIC 9(5).
         05 WD-ACTIVE PIC X.
         05 WD-POINTS PIC 9(7).
         05 WD-EMAIL PIC X(40).
         05 WD-OPT-IN PIC X.
         05 WD-OPT-IN-DATE PIC 9(8).
         05 WD-LAST-VISIT PIC 9(8).
         05 WD-MERGED-INTO PIC X(6).
         05 FILLER PIC X(1).
       01 WS-KEEP-REC PIC X(128).
       01 WS-KEEP-VIEW REDEFINES WS-KEEP-REC.
         05 WK-NO PIC 9(6).
         05 WK-NAME PIC X(20).
         05 WK-PHONE PIC X(12).
         05 WK-JOINED PIC 9(8).
         05 WK-VISITS PIC 9(5).
         05 WK-TICKETS PIC 9(5).
         05 WK-ACTIVE PIC X.
         05 WK-POINTS PIC 9(7).
         05 WK-EMAIL PIC X(40).
         05 WK-OPT-IN PIC X.
         05 WK-OPT-IN-DATE PIC 9(8).
         05 WK-LAST-VISIT PIC 9(8).
         05 WK-MERGED-INTO PIC X(6).
         05 FILLER PIC X(1).

       01 WS-AUD-MERGE-KEY.
         05 WS-AUD-DUP PIC 9(6).
         05 WS-AUD-KEEP PIC 9(6).

       01 WS-MSG.
         05 DUP-NOT-FOUND PIC X(40)
           VALUE "DUPLICATE MEMBER IS NOT ON FILE".
         05 KEEP-NOT-FOUND PIC X(40)
           VALUE "SURVIVING MEMBER IS NOT ON FILE".
         05 SAME-MEMBER PIC X(40)
           VALUE "THE TWO MEMBER NUMBERS MUST DIFFER".
         05 ALREADY-MERGED PIC X(40)
           VALUE "ONE OF THOSE MEMBERS IS ALREADY MERGED".
         05 SUCCESS-MERGED PIC X(40)
           VALUE "MEMBERS HAVE BEEN MERGED!".
         05 ERR-MSG PIC X(42).

       SCREEN SECTION.
       01 CLEAR BLANK SCREEN PROMPT AUTO REQUIRED BACKGROUND-COLOR 0
       FOREGROUND-COLOR 7.
         05 MV-TITLE-LINE.
           10 LINE 1 COL 1 VALUE "MRS121".
           10 COL 10 PIC X(8) FROM MRS-SIGNON-BANNER
                FOREGROUND-COLOR 4.
           10 COL 30 VALUE "MOVIE THEATER SYSTEM".
           10 COL 70 PIC Z9 FROM WS-MONTH.
           10 COL 72 VALUE "/".
           10 COL 73 PIC Z9 FROM WS-DAY.
           10 COL 75 VALUE "/".
           10 COL 76 PIC 9999 FROM WS-YEAR.
         05 MEM-TITLE.
           10 LINE 2 COL 17
             VALUE "MOVIE RENTALS AND SCHEDULING: MERGE MEMBERS".
         05 MEM-FUNCTION.
           10 LINE 25 COL 1 VALUE "F1 = HELP     F3 = END     ".
           10 COL 27 VALUE " F4 = RETURN     F12 = CANCEL".

       01 SCR-NUMBERS.
         05 LINE 6 COL 10 VALUE "DUPLICATE MEMBER NO:".
         05 COL 36 PIC 9(6) TO WS-DUP-NO REVERSE-VIDEO.
         05 LINE 8 COL 10 VALUE "SURVIVING MEMBER NO:".
         05 COL 36 PIC 9(6) TO WS-KEEP-NO REVERSE-VIDEO.
         05 LINE 10 COL 10
           VALUE "THE DUPLICATE'S VISITS, TICKETS, AND POINTS MOVE".
         05 LINE 11 COL 10
           VALUE "TO THE SURVIVING MEMBER; THE DUPLICATE IS KEPT".
         05 LINE 12 COL 10
           VALUE "ON FILE MARKED MERGED.".

       01 SCR-COMPARE.
         05 LINE 5 COL 20 VALUE "DUPLICATE".
         05 COL 48 VALUE "SURVIVING".
         05 LINE 6 COL 8 VALUE "MEMBER:".
         05 COL 20 PIC 9(6) FROM WD-NO.
         05 COL 48 PIC 9(6) FROM WK-NO.
         05 LINE 7 COL 10 VALUE "NAME:".
         05 COL 20 PIC X(20) FROM WD-NAME.
         05 COL 48 PIC X(20) FROM WK-NAME.
         05 LINE 8 COL 9 VALUE "PHONE:".
         05 COL 20 PIC X(12) FROM WD-PHONE.
         05 COL 48 PIC X(12) FROM WK-PHONE.
         05 LINE 9 COL 8 VALUE "JOINED:".
         05 COL 20 PIC 9(8) FROM WD-JOINED.
         05 COL 48 PIC 9(8) FROM WK-JOINED.
         05 LINE 10 COL 8 VALUE "VISITS:".
         05 COL 20 PIC ZZZZ9 FROM WD-VISITS.
         05 COL 48 PIC ZZZZ9 FROM WK-VISITS.
         05 LINE 11 COL 7 VALUE "TICKETS:".
         05 COL 20 PIC ZZZZ9 FROM WD-TICKETS.
         05 COL 48 PIC ZZZZ9 FROM WK-TICKETS.
         05 LINE 12 COL 8 VALUE "POINTS:".
         05 COL 20 PIC ZZZZZZ9 FROM WD-POINTS.
         05 COL 48 PIC ZZZZZZ9 FROM WK-POINTS.

       01 MSG.
         05 ERR-ID FOREGROUND-COLOR 4.
           10 LINE 22 COL 9 PIC X(20) VALUE "ERROR MESSAGE:".
           10 LINE 23 COL 16 PIC X(42) FROM ERR-MSG.
           10 COL 60 PIC X TO WS-CONFIRM.
         05 SUCCESS-ID FOREGROUND-COLOR 2.
           10 LINE 22 COL 9 PIC X(42) FROM ERR-MSG.
         05 CONFIRM-MERGE.
           10 LINE 23 COL 16 PIC X(19) VALUE "CONFIRM MERGE? Y/N".
           10 REVERSE-VIDEO COL 38 PIC X TO WS-CONFIRM.
         05 CONTINUE-VIEW.
           10 LINE 23 COL 16 PIC X(23) VALUE "PRESS ENTER TO CONTINUE".
           10 COL 60 PIC X TO WS-CONFIRM.
         05 NOT-SUPERVISOR FOREGROUND-COLOR 4.
           10 LINE 22 COL 10
             VALUE "MEMBER MERGE IS SUPERVISORS ONLY".
           10 LINE 24 COL 40 VALUE "PRESS ENTER TO CONTINUE".
           10 COL 65 PIC X TO WS-ENTER.

       PROCEDURE DIVISION.
       100-MAIN.
           PERFORM 160-LOAD-FILE-CONFIG THRU 160-END
           COPY "CPYBOOKS/ENABLE-KEYS.CPY".
           MOVE FUNCTION CURRENT-DATE TO WS-DATETIME
           MOVE MRS-SIGNON-OPERATOR TO WS-OPERATOR-ID
           MOVE MRS-SIGNON-OPERATOR TO MRS-PCK-OPERATOR
           MOVE "MEMMERGE" TO MRS-PCK-FUNCTION
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
           OPEN I-O MRS-MEMBER-FILE
           OPEN EXTEND MRS-AUDIT-FILE
           MOVE SPACES TO WS-DONE
           PERFORM 200-ONE-MERGE THRU 200-EXIT
               UNTIL (WS-DONE = "Y" OR F3 OR F4)
           CLOSE MRS-MEMBER-FILE
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
               WHEN "MEMBER"
                   MOVE CFG-PATH TO UT-SYS-MEMBER
               WHEN "AUDIT"
                   MOVE CFG-PATH TO UT-SYS-AUDIT
           END-EVALUATE.
       170-END.
           EXIT.

      * One merge: key the two numbers, check both, show them side by
      * side, and fold on a Y.
       200-ONE-MERGE.
           MOVE ZEROS TO WS-DUP-NO
           MOVE ZEROS TO WS-KEEP-NO
           DISPLAY CLEAR
           DISPLAY SCR-NUMBERS
           ACCEPT SCR-NUMBERS
           IF F3 OR F4
               MOVE "Y" TO WS-DONE
               GO TO 200-EXIT
           END-IF
           IF F12
               GO TO 200-EXIT
           END-IF
           IF WS-DUP-NO = WS-KEEP-NO
               MOVE SAME-MEMBER TO ERR-MSG
               DISPLAY ERR-ID
               ACCEPT ERR-ID
               GO TO 200-EXIT
           END-IF
           MOVE WS-KEEP-NO TO MRS-MEM-NO
           READ MRS-MEMBER-FILE KEY IS MRS-MEM-NO
               INVALID KEY
                   MOVE KEEP-NOT-FOUND TO ERR-MSG
                   DISPLAY ERR-ID
                   ACCEPT ERR-ID
                   GO TO 200-EXIT
           END-READ
           MOVE MRS-MEMBER-REC TO WS-KEEP-REC
           MOVE WS-DUP-NO TO MRS-MEM-NO
           READ MRS-MEMBER-FILE KEY IS MRS-MEM-NO
               INVALID KEY
                   MOVE DUP-NOT-FOUND TO ERR-MSG
                   DISPLAY ERR-ID
                   ACCEPT ERR-ID
                   GO TO 200-EXIT
           END-READ
           MOVE MRS-MEMBER-REC TO WS-DUP-REC
           IF WD-ACTIVE = "M" OR WK-ACTIVE = "M"
               MOVE ALREADY-MERGED TO ERR-MSG
               DISPLAY ERR-ID
               ACCEPT ERR-ID
               GO TO 200-EXIT
           END-IF
           IF WD-POINTS NOT NUMERIC
               MOVE ZEROS TO WD-POINTS
           END-IF
           IF WK-POINTS NOT NUMERIC
               MOVE ZEROS TO WK-POINTS
           END-IF
           MOVE SPACES TO WS-CONFIRM
           DISPLAY CLEAR
           DISPLAY SCR-COMPARE
           DISPLAY CONFIRM-MERGE
           ACCEPT CONFIRM-MERGE
           IF WS-CONFIRM NOT = "Y"
               GO TO 200-EXIT
           END-IF
           PERFORM 300-FOLD THRU 300-EXIT
           MOVE SUCCESS-MERGED TO ERR-MSG
           DISPLAY SUCCESS-ID
           DISPLAY CONTINUE-VIEW
           ACCEPT CONTINUE-VIEW.
       200-EXIT.
           EXIT.

      * The survivor takes the counts first, so a failure part way
      * leaves the duplicate untouched rather than the counts lost.
      * A count that would pass its field stops at the field's top.
       300-FOLD.
           IF WK-VISITS + WD-VISITS > 99999
               MOVE 99999 TO WK-VISITS
           ELSE
               ADD WD-VISITS TO WK-VISITS
           END-IF
           IF WK-TICKETS + WD-TICKETS > 99999
               MOVE 99999 TO WK-TICKETS
           ELSE
               ADD WD-TICKETS TO WK-TICKETS
           END-IF
           IF WK-POINTS + WD-POINTS > 9999999
               MOVE 9999999 TO WK-POINTS
           ELSE
               ADD WD-POINTS TO WK-POINTS
           END-IF
           IF WK-EMAIL = SPACES
               MOVE WD-EMAIL TO WK-EMAIL
           END-IF
           IF WD-LAST-VISIT NUMERIC AND
              (WK-LAST-VISIT NOT NUMERIC OR
               WD-LAST-VISIT > WK-LAST-VISIT)
               MOVE WD-LAST-VISIT TO WK-LAST-VISIT
           END-IF
           MOVE WS-KEEP-REC TO MRS-MEMBER-REC
           REWRITE MRS-MEMBER-REC
           MOVE ZEROS TO WD-VISITS
           MOVE ZEROS TO WD-TICKETS
           MOVE ZEROS TO WD-POINTS
           MOVE "M" TO WD-ACTIVE
           MOVE "N" TO WD-OPT-IN
           MOVE WK-NO TO WD-MERGED-INTO
           MOVE WS-DUP-REC TO MRS-MEMBER-REC
           REWRITE MRS-MEMBER-REC
           MOVE WD-NO TO WS-AUD-DUP
           MOVE WK-NO TO WS-AUD-KEEP
           MOVE "MERGE" TO MRS-AUD-ACTION
           PERFORM 900-WRITE-AUDIT THRU 900-EXIT.
       300-EXIT.
           EXIT.

      * Appends one line to the audit trail for this change. The
      * key is the duplicate number then the surviving number.
       900-WRITE-AUDIT.
           MOVE WS-YEAR TO MRS-AUD-YEAR
           MOVE WS-MONTH TO MRS-AUD-MONTH
           MOVE WS-DAY TO MRS-AUD-DAY
           MOVE "MRS-1210" TO MRS-AUD-PROGRAM
           MOVE WS-AUD-MERGE-KEY TO MRS-AUD-KEY
           MOVE WS-OPERATOR-ID TO MRS-AUD-OPERATOR
           COPY "CPYBOOKS/MRS-AUDSEQ.CPY".
           WRITE MRS-AUDIT-REC.
       900-EXIT.
           EXIT.

       end program MRS-1210.
