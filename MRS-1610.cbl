       IDENTIFICATION DIVISION.
       PROGRAM-ID.  MRS-1610.
       AUTHOR.  JOHN BELLEK.
      *****************************************************************
      * Tax exemption certificate maintenance - add, update, and
      * view the certificates tax-exempt customers have shown the
      * office (certificate number, organization, issuing state,
      * expiry). A certificate is never deleted: one no longer good
      * is revoked (status R) so the exempt sales already rung under
      * it still read. In the MRS-1600 maintenance mold.
      *****************************************************************

       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
           CURSOR IS CRPT
           CRT STATUS IS SCR-STAT.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MRS-TAXCERT-FILE
               ASSIGN TO UT-SYS-TAXCERT
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS MRS-TXC-CERT-NO
               FILE STATUS IS WS-TXC-STATUS.

           SELECT MRS-AUDIT-FILE
               ASSIGN TO UT-SYS-AUDIT
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT MRS-FILE-CONFIG-FILE
               ASSIGN TO UT-SYS-FILE-CFG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CFG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       COPY "CPYBOOKS/MRS-TAXCERT.CPY".
       COPY "CPYBOOKS/MRS-AUDIT.CPY".
       COPY "CPYBOOKS/MRS-FILE-CFG.CPY".

       WORKING-STORAGE SECTION.
       COPY "CPYBOOKS/FUNCTION-KEYS.CPY".
       COPY "CPYBOOKS/MRS-SIGNON.CPY".
       COPY "CPYBOOKS/MRS-SEQPUT.CPY".
       COPY "CPYBOOKS/MRS-TRNPUT.CPY".
       COPY "CPYBOOKS/DATETIME.CPY".

       01 WS-FILENAMES.
         05 UT-SYS-TAXCERT PIC X(50)
           VALUE "C:\COBOL\MRS-TAXCERT-INDEX.DAT".
         05 UT-SYS-AUDIT PIC X(50) VALUE "C:\COBOL\MRS-AUDIT.LOG".
         05 UT-SYS-FILE-CFG PIC X(50)
           VALUE "C:\COBOL\MRS-FILE-PATHS.CFG".

       01 WS-FILE-CFG-CTL.
         05 WS-CFG-STATUS PIC XX.
         05 WS-CFG-EOF PIC X.
           88 CFG-EOF VALUE 'Y'.

       01 WS-SCREEN-WORK.
         05 WS-TXC-STATUS PIC XX.
         05 WS-ACTION PIC X.
         05 WS-CONFIRM PIC X.
         05 WS-DONE PIC X.
         05 WS-CERT-FOUND PIC X.
         05 WS-OPERATOR-ID PIC X(8).
         05 WS-TODAY-NUM PIC 9(8).
         05 WS-CERT-IN PIC X(12).
         05 WS-ORG-NAME PIC X(30).
         05 WS-STATE PIC X(2).
         05 WS-EXPIRE PIC 9(8).
         05 WS-CERT-STATUS PIC X.

       01 WS-MSG.
         05 CERT-EXISTS PIC X(40)
           VALUE "THAT CERTIFICATE IS ALREADY ON FILE".
         05 CERT-NOT-FOUND PIC X(40)
           VALUE "THAT CERTIFICATE IS NOT ON FILE".
         05 CERT-BAD-ENTRY PIC X(40)
           VALUE "ORGANIZATION AND STATE MUST BE ENTERED".
         05 CERT-BAD-STATUS PIC X(40)
           VALUE "STATUS MUST BE A OR R".
         05 SUCCESS-ADDED PIC X(40)
           VALUE "CERTIFICATE HAS BEEN ADDED!".
         05 SUCCESS-UPDATED PIC X(40)
           VALUE "CERTIFICATE HAS BEEN UPDATED!".
         05 ERR-MSG PIC X(42).

       SCREEN SECTION.
       01 CLEAR BLANK SCREEN PROMPT AUTO REQUIRED BACKGROUND-COLOR 0
       FOREGROUND-COLOR 7.
         05 MV-TITLE-LINE.
           10 LINE 1 COL 1 VALUE "MRS161".
           10 COL 10 PIC X(8) FROM MRS-SIGNON-BANNER
                FOREGROUND-COLOR 4.
           10 COL 30 VALUE "MOVIE THEATER SYSTEM".
           10 COL 70 PIC Z9 FROM WS-MONTH.
           10 COL 72 VALUE "/".
           10 COL 73 PIC Z9 FROM WS-DAY.
           10 COL 75 VALUE "/".
           10 COL 76 PIC 9999 FROM WS-YEAR.
         05 CERT-TITLE.
           10 LINE 2 COL 14
             VALUE "MOVIE RENTALS AND SCHEDULING: TAX EXEMPT CERTS".
         05 CERT-FUNCTION.
           10 LINE 25 COL 1 VALUE "F1 = HELP     F3 = END     ".
           10 COL 27 VALUE " F4 = RETURN     F12 = CANCEL".

       01 SCR-ACTION.
         05 LINE 4 COL 20 VALUE "A = ADD CERTIFICATE".
         05 LINE 5 COL 20 VALUE "U = UPDATE CERTIFICATE".
         05 LINE 6 COL 20 VALUE "V = VIEW CERTIFICATE".
         05 LINE 8 COL 20 VALUE "ACTION:".
         05 COL 40 PIC X TO WS-ACTION REVERSE-VIDEO.
         05 LINE 9 COL 15 VALUE "CERTIFICATE NO:".
         05 COL 40 PIC X(12) TO WS-CERT-IN REVERSE-VIDEO.

       01 SCR-DETAIL.
         05 SCR1-R11.
           10 LINE 11 COL 17 VALUE "ORGANIZATION:".
           10 COL 40 PIC X(30) USING WS-ORG-NAME REVERSE-VIDEO.
         05 SCR1-R12.
           10 LINE 12 COL 17 VALUE "ISSUING STATE:".
           10 COL 40 PIC X(2) USING WS-STATE REVERSE-VIDEO.
         05 SCR1-R13.
           10 LINE 13 COL 8 VALUE "EXPIRES (YYYYMMDD, 0=NONE):".
           10 COL 40 PIC 9(8) USING WS-EXPIRE REVERSE-VIDEO.
         05 SCR1-R14.
           10 LINE 14 COL 8 VALUE "STATUS (A=ACTIVE R=REVOKED):".
           10 COL 40 PIC X USING WS-CERT-STATUS REVERSE-VIDEO.

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

       PROCEDURE DIVISION.
       100-MAIN.
           PERFORM 160-LOAD-FILE-CONFIG THRU 160-END
           COPY "CPYBOOKS/ENABLE-KEYS.CPY".
           MOVE FUNCTION CURRENT-DATE TO WS-DATETIME
           MOVE WS-DATETIME(1:8) TO WS-TODAY-NUM
           MOVE MRS-SIGNON-OPERATOR TO WS-OPERATOR-ID
      *    The first certificate a site ever keys creates the file.
           OPEN I-O MRS-TAXCERT-FILE
           IF WS-TXC-STATUS = '35'
               OPEN OUTPUT MRS-TAXCERT-FILE
               CLOSE MRS-TAXCERT-FILE
               OPEN I-O MRS-TAXCERT-FILE
           END-IF
           OPEN EXTEND MRS-AUDIT-FILE
           MOVE SPACES TO WS-DONE
           PERFORM 200-ONE-ACTION THRU 200-EXIT
               UNTIL (WS-DONE = "Y" OR F3 OR F4)
           CLOSE MRS-TAXCERT-FILE
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
               WHEN "TAXCERT"
                   MOVE CFG-PATH TO UT-SYS-TAXCERT
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
               PERFORM 250-READ-CERT THRU 250-EXIT
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

       250-READ-CERT.
           MOVE WS-CERT-IN TO MRS-TXC-CERT-NO
           READ MRS-TAXCERT-FILE KEY IS MRS-TXC-CERT-NO
               INVALID KEY
                   MOVE "N" TO WS-CERT-FOUND
               NOT INVALID KEY
                   MOVE "Y" TO WS-CERT-FOUND
           END-READ.
       250-EXIT.
           EXIT.

       300-ADD.
           IF WS-CERT-FOUND = "Y"
               MOVE CERT-EXISTS TO ERR-MSG
               DISPLAY ERR-ID
               ACCEPT ERR-ID
               GO TO 300-EXIT
           END-IF
           MOVE SPACES TO WS-ORG-NAME
           MOVE SPACES TO WS-STATE
           MOVE ZEROS TO WS-EXPIRE
           MOVE "A" TO WS-CERT-STATUS
           MOVE SPACES TO WS-CONFIRM
           DISPLAY SCR-DETAIL
           ACCEPT SCR-DETAIL
           IF F3 OR F4 OR F12
               GO TO 300-EXIT
           END-IF
           PERFORM 350-EDIT-DETAIL THRU 350-EXIT
           IF ERR-MSG NOT = SPACES
               GO TO 300-EXIT
           END-IF
           DISPLAY CONFIRM-SAVE
           ACCEPT CONFIRM-SAVE
           IF WS-CONFIRM = "Y"
               MOVE SPACES TO MRS-TAXCERT-REC
               MOVE WS-CERT-IN TO MRS-TXC-CERT-NO
               MOVE WS-ORG-NAME TO MRS-TXC-ORG-NAME
               MOVE WS-STATE TO MRS-TXC-STATE
               MOVE WS-EXPIRE TO MRS-TXC-EXPIRE-DATE
               MOVE WS-CERT-STATUS TO MRS-TXC-STATUS
               MOVE WS-OPERATOR-ID TO MRS-TXC-ENTERED-BY
               MOVE WS-TODAY-NUM TO MRS-TXC-ENTERED-DATE
               WRITE MRS-TAXCERT-REC
               MOVE "ADD" TO MRS-AUD-ACTION
               PERFORM 900-WRITE-AUDIT THRU 900-EXIT
               MOVE SUCCESS-ADDED TO ERR-MSG
               DISPLAY SUCCESS-ID
               DISPLAY CONTINUE-VIEW
               ACCEPT CONTINUE-VIEW
           END-IF.
       300-EXIT.
           EXIT.

      * A certificate has to name who holds it and where it was
      * issued, and is either active or revoked.
       350-EDIT-DETAIL.
           MOVE SPACES TO ERR-MSG
           IF WS-ORG-NAME = SPACES OR WS-STATE = SPACES
               MOVE CERT-BAD-ENTRY TO ERR-MSG
           END-IF
           IF WS-CERT-STATUS NOT = "A" AND WS-CERT-STATUS NOT = "R"
               MOVE CERT-BAD-STATUS TO ERR-MSG
           END-IF
           IF ERR-MSG NOT = SPACES
               DISPLAY ERR-ID
               ACCEPT ERR-ID
           END-IF.
       350-EXIT.
           EXIT.

       400-UPDATE.
           IF WS-CERT-FOUND = "N"
               MOVE CERT-NOT-FOUND TO ERR-MSG
               DISPLAY ERR-ID
               ACCEPT ERR-ID
               GO TO 400-EXIT
           END-IF
           MOVE MRS-TXC-ORG-NAME TO WS-ORG-NAME
           MOVE MRS-TXC-STATE TO WS-STATE
           MOVE MRS-TXC-EXPIRE-DATE TO WS-EXPIRE
           MOVE MRS-TXC-STATUS TO WS-CERT-STATUS
           MOVE SPACES TO WS-CONFIRM
           DISPLAY SCR-DETAIL
           ACCEPT SCR-DETAIL
           IF F3 OR F4 OR F12
               GO TO 400-EXIT
           END-IF
           PERFORM 350-EDIT-DETAIL THRU 350-EXIT
           IF ERR-MSG NOT = SPACES
               GO TO 400-EXIT
           END-IF
           DISPLAY CONFIRM-SAVE
           ACCEPT CONFIRM-SAVE
           IF WS-CONFIRM = "Y"
               MOVE WS-ORG-NAME TO MRS-TXC-ORG-NAME
               MOVE WS-STATE TO MRS-TXC-STATE
               MOVE WS-EXPIRE TO MRS-TXC-EXPIRE-DATE
               MOVE WS-CERT-STATUS TO MRS-TXC-STATUS
               REWRITE MRS-TAXCERT-REC
               IF WS-CERT-STATUS = "R"
                   MOVE "REVOKE" TO MRS-AUD-ACTION
               ELSE
                   MOVE "UPDATE" TO MRS-AUD-ACTION
               END-IF
               PERFORM 900-WRITE-AUDIT THRU 900-EXIT
               MOVE SUCCESS-UPDATED TO ERR-MSG
               DISPLAY SUCCESS-ID
               DISPLAY CONTINUE-VIEW
               ACCEPT CONTINUE-VIEW
           END-IF.
       400-EXIT.
           EXIT.

       500-VIEW.
           IF WS-CERT-FOUND = "N"
               MOVE CERT-NOT-FOUND TO ERR-MSG
               DISPLAY ERR-ID
               ACCEPT ERR-ID
               GO TO 500-EXIT
           END-IF
           MOVE MRS-TXC-ORG-NAME TO WS-ORG-NAME
           MOVE MRS-TXC-STATE TO WS-STATE
           MOVE MRS-TXC-EXPIRE-DATE TO WS-EXPIRE
           MOVE MRS-TXC-STATUS TO WS-CERT-STATUS
           DISPLAY SCR-DETAIL
           DISPLAY CONTINUE-VIEW
           ACCEPT CONTINUE-VIEW.
       500-EXIT.
           EXIT.

      * Appends one line to the audit trail for this change. The
      * action code is set by the caller before the PERFORM.
       900-WRITE-AUDIT.
           MOVE WS-YEAR TO MRS-AUD-YEAR
           MOVE WS-MONTH TO MRS-AUD-MONTH
           MOVE WS-DAY TO MRS-AUD-DAY
           MOVE "MRS-1610" TO MRS-AUD-PROGRAM
           MOVE MRS-TXC-CERT-NO TO MRS-AUD-KEY
           MOVE WS-OPERATOR-ID TO MRS-AUD-OPERATOR
           COPY "CPYBOOKS/MRS-AUDSEQ.CPY".
           WRITE MRS-AUDIT-REC.
       900-EXIT.
           EXIT.

       end program MRS-1610.
