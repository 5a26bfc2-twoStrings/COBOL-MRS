       IDENTIFICATION DIVISION.
       PROGRAM-ID.  MRS-1650.
       AUTHOR.  JOHN BELLEK.
      *****************************************************************
      * GL chart of accounts maintenance - add, update, and view the
      * accounts the posting runs post to (description, type, site,
      * active flag, and the posting source the account serves).
      * Renumbering an account is adding the new number for the
      * source and retiring the old one; every posting run picks the
      * new number up through MRS-5020 on its next run. Only one
      * active account may serve a source on a site, and a save that
      * would break that is refused. Supervisors only.
      * In the MRS-1600 maintenance mold.
      *****************************************************************

       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
           CURSOR IS CRPT
           CRT STATUS IS SCR-STAT.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MRS-GL-ACCT-FILE
               ASSIGN TO UT-SYS-GLACCT
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS MRS-GLA-ACC-NUM.

           SELECT MRS-AUDIT-FILE
               ASSIGN TO UT-SYS-AUDIT
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT MRS-FILE-CONFIG-FILE
               ASSIGN TO UT-SYS-FILE-CFG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CFG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       COPY "CPYBOOKS/MRS-GLACCT.CPY".
       COPY "CPYBOOKS/MRS-AUDIT.CPY".
       COPY "CPYBOOKS/MRS-FILE-CFG.CPY".

       WORKING-STORAGE SECTION.
       COPY "CPYBOOKS/FUNCTION-KEYS.CPY".
       COPY "CPYBOOKS/MRS-SIGNON.CPY".
       COPY "CPYBOOKS/MRS-SEQPUT.CPY".
       COPY "CPYBOOKS/MRS-TRNPUT.CPY".
       COPY "CPYBOOKS/MRS-PERMCHK.CPY".
       COPY "CPYBOOKS/MRS-GLAPUT.CPY".
       COPY "CPYBOOKS/DATETIME.CPY".

       01 WS-FILENAMES.
         05 UT-SYS-GLACCT PIC X(50)
           VALUE "C:\COBOL\MRS-GLACCT-INDEX.DAT".
         05 UT-SYS-AUDIT PIC X(50) VALUE "C:\COBOL\MRS-AUDIT.LOG".
         05 UT-SYS-FILE-CFG PIC X(50)
           VALUE "C:\COBOL\MRS-FILE-PATHS.CFG".

       01 WS-FILE-CFG-CTL.
         05 WS-CFG-STATUS PIC XX.
         05 WS-CFG-EOF PIC X.
           88 CFG-EOF VALUE 'Y'.

       01 WS-SCREEN-WORK.
         05 WS-ACTION PIC X.
         05 WS-CONFIRM PIC X.
         05 WS-ENTER PIC X.
         05 WS-DONE PIC X.
         05 WS-ACC-FOUND PIC X.
         05 WS-OPERATOR-ID PIC X(8).
         05 WS-ACC-IN PIC 999.
         05 WS-DESC PIC X(30).
         05 WS-TYPE PIC X.
         05 WS-SITE PIC X(2).
         05 WS-ACTIVE PIC X.
         05 WS-SOURCE PIC X(8).

      * The scan for a second active account on the same source.
       01 WS-CLASH-WORK.
         05 WS-CLASH PIC X.
         05 WS-CLASH-ACC PIC 999.
         05 WS-GLA-EOF PIC X.

       01 WS-MSG.
         05 ACC-EXISTS PIC X(40)
           VALUE "THAT ACCOUNT IS ALREADY ON FILE".
         05 ACC-NOT-FOUND PIC X(40)
           VALUE "THAT ACCOUNT IS NOT ON FILE".
         05 BAD-TYPE PIC X(40)
           VALUE "TYPE MUST BE A, L, Q, R OR E".
         05 BAD-SITE PIC X(40)
           VALUE "SITE MUST BE 01, 02 OR **".
         05 BAD-ACTIVE PIC X(40)
           VALUE "ACTIVE MUST BE Y OR N".
         05 NO-SOURCE PIC X(40)
           VALUE "AN ACCOUNT MUST NAME A POSTING SOURCE".
         05 SOURCE-TAKEN.
           10 PIC X(8) VALUE "ACCOUNT ".
           10 ST-ACC PIC 999.
           10 PIC X(29) VALUE " ALREADY SERVES THAT SOURCE".
         05 SUCCESS-ADDED PIC X(40)
           VALUE "ACCOUNT HAS BEEN ADDED!".
         05 SUCCESS-UPDATED PIC X(40)
           VALUE "ACCOUNT HAS BEEN UPDATED!".
         05 ERR-MSG PIC X(42).

       SCREEN SECTION.
       01 CLEAR BLANK SCREEN PROMPT AUTO REQUIRED BACKGROUND-COLOR 0
       FOREGROUND-COLOR 7.
         05 MV-TITLE-LINE.
           10 LINE 1 COL 1 VALUE "MRS165".
           10 COL 10 PIC X(8) FROM MRS-SIGNON-BANNER
                FOREGROUND-COLOR 4.
           10 COL 30 VALUE "MOVIE THEATER SYSTEM".
           10 COL 70 PIC Z9 FROM WS-MONTH.
           10 COL 72 VALUE "/".
           10 COL 73 PIC Z9 FROM WS-DAY.
           10 COL 75 VALUE "/".
           10 COL 76 PIC 9999 FROM WS-YEAR.
         05 GLA-TITLE.
           10 LINE 2 COL 15
             VALUE "MOVIE RENTALS AND SCHEDULING: CHART OF ACCOUNTS".
         05 GLA-FUNCTION.
           10 LINE 25 COL 1 VALUE "F1 = HELP     F3 = END     ".
           10 COL 27 VALUE " F4 = RETURN     F12 = CANCEL".

       01 SCR-ACTION.
         05 LINE 4 COL 20 VALUE "A = ADD ACCOUNT".
         05 LINE 5 COL 20 VALUE "U = UPDATE ACCOUNT".
         05 LINE 6 COL 20 VALUE "V = VIEW ACCOUNT".
         05 LINE 8 COL 20 VALUE "ACTION:".
         05 COL 40 PIC X TO WS-ACTION REVERSE-VIDEO.
         05 LINE 9 COL 20 VALUE "ACCOUNT NUMBER:".
         05 COL 40 PIC 999 TO WS-ACC-IN REVERSE-VIDEO.

       01 SCR-DETAIL.
         05 SCR1-R11.
           10 LINE 11 COL 17 VALUE "DESCRIPTION:".
           10 COL 40 PIC X(30) USING WS-DESC REVERSE-VIDEO.
         05 SCR1-R12.
           10 LINE 12 COL 8 VALUE "TYPE (A/L/Q/R/E):".
           10 COL 40 PIC X USING WS-TYPE REVERSE-VIDEO.
         05 SCR1-R13.
           10 LINE 13 COL 15 VALUE "SITE (01/02/**):".
           10 COL 40 PIC X(2) USING WS-SITE REVERSE-VIDEO.
         05 SCR1-R14.
           10 LINE 14 COL 17 VALUE "ACTIVE (Y/N):".
           10 COL 40 PIC X USING WS-ACTIVE REVERSE-VIDEO.
         05 SCR1-R15.
           10 LINE 15 COL 12 VALUE "POSTING SOURCE:".
           10 COL 40 PIC X(8) USING WS-SOURCE REVERSE-VIDEO.

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
             VALUE "CHART OF ACCOUNTS IS SUPERVISORS ONLY".
           10 LINE 24 COL 40 VALUE "PRESS ENTER TO CONTINUE".
           10 COL 65 PIC X TO WS-ENTER.

       PROCEDURE DIVISION.
       100-MAIN.
           PERFORM 160-LOAD-FILE-CONFIG THRU 160-END
           COPY "CPYBOOKS/ENABLE-KEYS.CPY".
           MOVE FUNCTION CURRENT-DATE TO WS-DATETIME
           MOVE MRS-SIGNON-OPERATOR TO WS-OPERATOR-ID
      *    The chart decides where every posting run's money lands,
      *    so it is held to supervisors unless a permission ruling
      *    says otherwise.
           MOVE MRS-SIGNON-OPERATOR TO MRS-PCK-OPERATOR
           MOVE "GLCHART" TO MRS-PCK-FUNCTION
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
      *    MRS-5020 lays the starting chart down if none is on disk.
           MOVE "MRS-1650" TO MRS-GAP-PROGRAM
           MOVE "**" TO MRS-GAP-SITE
           MOVE 0 TO MRS-GAP-COUNT
           CALL "MRS-5020" USING MRS-GLA-PUT
           OPEN I-O MRS-GL-ACCT-FILE
           OPEN EXTEND MRS-AUDIT-FILE
           MOVE SPACES TO WS-DONE
           PERFORM 200-ONE-ACTION THRU 200-EXIT
               UNTIL (WS-DONE = "Y" OR F3 OR F4)
           CLOSE MRS-GL-ACCT-FILE
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
               WHEN "GLACCT"
                   MOVE CFG-PATH TO UT-SYS-GLACCT
               WHEN "AUDIT"
                   MOVE CFG-PATH TO UT-SYS-AUDIT
           END-EVALUATE.
       170-END.
           EXIT.

       200-ONE-ACTION.
           DISPLAY CLEAR
           DISPLAY SCR-ACTION
           ACCEPT SCR-ACTION
           IF F3 OR F4
               MOVE "Y" TO WS-DONE
           ELSE
               PERFORM 250-READ-ACCOUNT THRU 250-EXIT
               EVALUATE WS-ACTION
                   WHEN "A"
                       PERFORM 300-ADD THRU 300-EXIT
                   WHEN "U"
                       PERFORM 400-UPDATE THRU 400-EXIT
                   WHEN "V"
                       PERFORM 500-VIEW THRU 500-EXIT
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.
       200-EXIT.
           EXIT.

       250-READ-ACCOUNT.
           MOVE WS-ACC-IN TO MRS-GLA-ACC-NUM
           READ MRS-GL-ACCT-FILE KEY IS MRS-GLA-ACC-NUM
               INVALID KEY
                   MOVE "N" TO WS-ACC-FOUND
               NOT INVALID KEY
                   MOVE "Y" TO WS-ACC-FOUND
           END-READ.
       250-EXIT.
           EXIT.

       300-ADD.
           IF WS-ACC-FOUND = "Y"
               MOVE ACC-EXISTS TO ERR-MSG
               DISPLAY ERR-ID
               ACCEPT ERR-ID
               GO TO 300-EXIT
           END-IF
           MOVE SPACES TO WS-DESC
           MOVE SPACES TO WS-TYPE
           MOVE "**" TO WS-SITE
           MOVE "Y" TO WS-ACTIVE
           MOVE SPACES TO WS-SOURCE
           MOVE SPACES TO WS-CONFIRM
           DISPLAY SCR-DETAIL
           ACCEPT SCR-DETAIL
           IF F3 OR F4 OR F12
               GO TO 300-EXIT
           END-IF
           PERFORM 600-EDIT-DETAIL THRU 600-EXIT
           IF ERR-MSG NOT = SPACES
               DISPLAY ERR-ID
               ACCEPT ERR-ID
               GO TO 300-EXIT
           END-IF
           DISPLAY CONFIRM-SAVE
           ACCEPT CONFIRM-SAVE
           IF WS-CONFIRM = "Y"
               MOVE SPACES TO MRS-GLA-REC
               MOVE WS-ACC-IN TO MRS-GLA-ACC-NUM
               PERFORM 650-DETAIL-TO-RECORD THRU 650-EXIT
               WRITE MRS-GLA-REC
               MOVE "ADD" TO MRS-AUD-ACTION
               PERFORM 900-WRITE-AUDIT THRU 900-EXIT
               MOVE SUCCESS-ADDED TO ERR-MSG
               DISPLAY SUCCESS-ID
               DISPLAY CONTINUE-VIEW
               ACCEPT CONTINUE-VIEW
           END-IF.
       300-EXIT.
           EXIT.

       400-UPDATE.
           IF WS-ACC-FOUND = "N"
               MOVE ACC-NOT-FOUND TO ERR-MSG
               DISPLAY ERR-ID
               ACCEPT ERR-ID
               GO TO 400-EXIT
           END-IF
           PERFORM 550-RECORD-TO-DETAIL THRU 550-EXIT
           MOVE SPACES TO WS-CONFIRM
           DISPLAY SCR-DETAIL
           ACCEPT SCR-DETAIL
           IF F3 OR F4 OR F12
               GO TO 400-EXIT
           END-IF
           PERFORM 600-EDIT-DETAIL THRU 600-EXIT
           IF ERR-MSG NOT = SPACES
               DISPLAY ERR-ID
               ACCEPT ERR-ID
               GO TO 400-EXIT
           END-IF
           DISPLAY CONFIRM-SAVE
           ACCEPT CONFIRM-SAVE
           IF WS-CONFIRM = "Y"
      *        The clash scan moved the file on; fetch the account
      *        again before rewriting it.
               PERFORM 250-READ-ACCOUNT THRU 250-EXIT
               PERFORM 650-DETAIL-TO-RECORD THRU 650-EXIT
               REWRITE MRS-GLA-REC
               MOVE "UPDATE" TO MRS-AUD-ACTION
               PERFORM 900-WRITE-AUDIT THRU 900-EXIT
               MOVE SUCCESS-UPDATED TO ERR-MSG
               DISPLAY SUCCESS-ID
               DISPLAY CONTINUE-VIEW
               ACCEPT CONTINUE-VIEW
           END-IF.
       400-EXIT.
           EXIT.

       500-VIEW.
           IF WS-ACC-FOUND = "N"
               MOVE ACC-NOT-FOUND TO ERR-MSG
               DISPLAY ERR-ID
               ACCEPT ERR-ID
               GO TO 500-EXIT
           END-IF
           PERFORM 550-RECORD-TO-DETAIL THRU 550-EXIT
           DISPLAY SCR-DETAIL
           DISPLAY CONTINUE-VIEW
           ACCEPT CONTINUE-VIEW.
       500-EXIT.
           EXIT.

       550-RECORD-TO-DETAIL.
           MOVE MRS-GLA-DESC TO WS-DESC
           MOVE MRS-GLA-TYPE TO WS-TYPE
           MOVE MRS-GLA-SITE TO WS-SITE
           MOVE MRS-GLA-ACTIVE TO WS-ACTIVE
           MOVE MRS-GLA-SOURCE TO WS-SOURCE.
       550-EXIT.
           EXIT.

      * Checks the keyed-in account. Leaves ERR-MSG at spaces when it
      * may be saved, otherwise the reason it may not.
       600-EDIT-DETAIL.
           MOVE SPACES TO ERR-MSG
           IF WS-TYPE NOT = "A" AND NOT = "L" AND NOT = "Q"
              AND NOT = "R" AND NOT = "E"
               MOVE BAD-TYPE TO ERR-MSG
               GO TO 600-EXIT
           END-IF
           IF WS-SITE NOT = "01" AND NOT = "02" AND NOT = "**"
               MOVE BAD-SITE TO ERR-MSG
               GO TO 600-EXIT
           END-IF
           IF WS-ACTIVE NOT = "Y" AND NOT = "N"
               MOVE BAD-ACTIVE TO ERR-MSG
               GO TO 600-EXIT
           END-IF
           IF WS-SOURCE = SPACES
               MOVE NO-SOURCE TO ERR-MSG
               GO TO 600-EXIT
           END-IF
      *    A retired account never clashes.
           IF WS-ACTIVE = "N"
               GO TO 600-EXIT
           END-IF
           PERFORM 700-FIND-CLASH THRU 700-EXIT
           IF WS-CLASH = "Y"
               MOVE WS-CLASH-ACC TO ST-ACC
               MOVE SOURCE-TAKEN TO ERR-MSG
           END-IF.
       600-EXIT.
           EXIT.

       650-DETAIL-TO-RECORD.
           MOVE WS-DESC TO MRS-GLA-DESC
           MOVE WS-TYPE TO MRS-GLA-TYPE
           MOVE WS-SITE TO MRS-GLA-SITE
           MOVE WS-ACTIVE TO MRS-GLA-ACTIVE
           MOVE WS-SOURCE TO MRS-GLA-SOURCE.
       650-EXIT.
           EXIT.

      * Looks for another active account already serving the keyed-in
      * source on the same site. An all-sites account overlaps every
      * site, so it clashes with any site's account and vice versa.
       700-FIND-CLASH.
           MOVE "N" TO WS-CLASH
           MOVE "N" TO WS-GLA-EOF
           MOVE ZEROS TO MRS-GLA-ACC-NUM
           START MRS-GL-ACCT-FILE KEY IS NOT LESS THAN MRS-GLA-ACC-NUM
               INVALID KEY
                   MOVE "Y" TO WS-GLA-EOF
           END-START
           PERFORM UNTIL WS-GLA-EOF = "Y" OR WS-CLASH = "Y"
               READ MRS-GL-ACCT-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-GLA-EOF
                   NOT AT END
                       IF MRS-GLA-ACC-NUM NOT = WS-ACC-IN
                          AND MRS-GLA-ACTIVE = "Y"
                          AND MRS-GLA-SOURCE = WS-SOURCE
                          AND (MRS-GLA-SITE = WS-SITE
                               OR MRS-GLA-SITE = "**"
                               OR WS-SITE = "**")
                           MOVE "Y" TO WS-CLASH
                           MOVE MRS-GLA-ACC-NUM TO WS-CLASH-ACC
                       END-IF
               END-READ
           END-PERFORM.
       700-EXIT.
           EXIT.

      * Appends one line to the audit trail for this change. The
      * action code is set by the caller before the PERFORM.
       900-WRITE-AUDIT.
           MOVE WS-YEAR TO MRS-AUD-YEAR
           MOVE WS-MONTH TO MRS-AUD-MONTH
           MOVE WS-DAY TO MRS-AUD-DAY
           MOVE "MRS-1650" TO MRS-AUD-PROGRAM
           MOVE MRS-GLA-ACC-NUM TO MRS-AUD-KEY
           MOVE WS-OPERATOR-ID TO MRS-AUD-OPERATOR
           COPY "CPYBOOKS/MRS-AUDSEQ.CPY".
           WRITE MRS-AUDIT-REC.
       900-EXIT.
           EXIT.

       end program MRS-1650.
