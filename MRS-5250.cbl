      * so the owner's checkbook and the system finally tie out. The
      * payable is shown (vendor, period, components, amount) before
      * the check details are keyed, and the record flips to paid.
      *
      * A supervisor can instead approve an open payable for the ACH
      * payment run (MRS-5280), which pays it electronically to a
      * vendor set up for ACH. An approved payable can still be paid
      * by check here if the run has not picked it up.
      *****************************************************************

       ENVIRONMENT DIVISION.
       WORKING-STORAGE SECTION.
       COPY "CPYBOOKS/FUNCTION-KEYS.CPY".
       COPY "CPYBOOKS/MRS-SIGNON.CPY".
       COPY "CPYBOOKS/MRS-SEQPUT.CPY".
       COPY "CPYBOOKS/MRS-TRNPUT.CPY".
       COPY "CPYBOOKS/MRS-PERMCHK.CPY".
       COPY "CPYBOOKS/DATETIME.CPY".

       01 WS-FILENAMES.
         05 WS-CHECK-NO PIC X(8).
         05 WS-PAID-DATE PIC 9(8).
         05 WS-CONFIRM PIC X.
         05 WS-ACTION PIC X.
         05 WS-ENTER PIC X.
         05 WS-OPERATOR-ID PIC X(8).
         05 WS-TODAY-NUM PIC 9(8).
       FOREGROUND-COLOR 7.
         05 MV-TITLE-LINE.
           10 LINE 1 COL 1 VALUE "MRS525".
           10 COL 10 PIC X(8) FROM MRS-SIGNON-BANNER
                FOREGROUND-COLOR 4.
           10 COL 30 VALUE "MOVIE THEATER SYSTEM".
           10 COL 70 PIC Z9 FROM WS-MONTH.
           10 COL 72 VALUE "/".
         05 LINE 12 COL 18 VALUE "STATUS:".
         05 COL 32 PIC X FROM MRS-PAY-STATUS.

       01 SCR-ACTION.
         05 LINE 14 COL 2 VALUE "C=PAY BY CHECK  A=APPROVE FOR ACH:".
         05 COL 37 PIC X USING WS-ACTION REVERSE-VIDEO.

       01 SCR-CHECK.
         05 LINE 16 COL 16 VALUE "CHECK NO:".
         05 COL 32 PIC X(8) TO WS-CHECK-NO REVERSE-VIDEO.
         05 LINE 17 COL 5 VALUE "PAID DATE (YYYYMMDD, 0=TODAY):".
         05 COL 36 PIC 9(8) TO WS-PAID-DATE REVERSE-VIDEO.

       01 MSG.
           10 LINE 22 COL 15 VALUE "PAYMENT RECORDED.".
           10 LINE 24 COL 40 VALUE "PRESS ENTER TO CONTINUE".
           10 COL 65 PIC X TO WS-ENTER.
         05 APPROVE-CONFIRM.
           10 LINE 22 COL 15 VALUE "CONFIRM APPROVAL: Y/N".
           10 COL 42 PIC X TO WS-CONFIRM REVERSE-VIDEO.
         05 APPROVE-DONE FOREGROUND-COLOR 2.
           10 LINE 22 COL 15 VALUE "APPROVED FOR THE ACH PAYMENT RUN.".
           10 LINE 24 COL 40 VALUE "PRESS ENTER TO CONTINUE".
           10 COL 65 PIC X TO WS-ENTER.
         05 NOT-SUPERVISOR FOREGROUND-COLOR 4.
           10 LINE 22 COL 10
             VALUE "PAYMENT APPROVAL IS SUPERVISORS ONLY".
           10 LINE 24 COL 40 VALUE "PRESS ENTER TO CONTINUE".
           10 COL 65 PIC X TO WS-ENTER.
         05 ALREADY-APPROVED FOREGROUND-COLOR 4.
           10 LINE 22 COL 10 VALUE "PAYABLE IS ALREADY APPROVED".
           10 LINE 24 COL 40 VALUE "PRESS ENTER TO CONTINUE".
           10 COL 65 PIC X TO WS-ENTER.
         05 NO-FILE-MSG FOREGROUND-COLOR 4.
           10 LINE 22 COL 10 VALUE "NO PAYABLE FILE ON DISK YET".
           10 LINE 24 COL 40 VALUE "PRESS ENTER TO CONTINUE".
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

                   CONTINUE
           END-READ
           DISPLAY SCR-SHOW
           IF MRS-PAY-STATUS NOT = "O" AND MRS-PAY-STATUS NOT = "A"
               DISPLAY PAY-NOT-FOUND
               ACCEPT PAY-NOT-FOUND
               GO TO 200-EXIT
           END-IF
           MOVE "C" TO WS-ACTION
           DISPLAY SCR-ACTION
           ACCEPT SCR-ACTION
           IF F3 OR F4
               GO TO 200-EXIT
           END-IF
           IF WS-ACTION = "A"
               PERFORM 300-APPROVE THRU 300-EXIT
               GO TO 200-EXIT
           END-IF
           MOVE SPACES TO WS-CHECK-NO
           MOVE ZEROS TO WS-PAID-DATE
           DISPLAY SCR-CHECK
               MOVE "P" TO MRS-PAY-STATUS
               REWRITE MRS-PAYABLE-REC
               END-REWRITE
               MOVE "PAID" TO MRS-AUD-ACTION
               PERFORM 900-WRITE-AUDIT THRU 900-EXIT
               DISPLAY PAY-DONE
               ACCEPT PAY-DONE
       200-EXIT.
           EXIT.

      * Approves the payable on screen for the ACH payment run.
      * Supervisors only, unless the permission file says otherwise.
       300-APPROVE.
           MOVE MRS-SIGNON-OPERATOR TO MRS-PCK-OPERATOR
           MOVE "PAYAPPR" TO MRS-PCK-FUNCTION
           IF MRS-SIGNON-LEVEL < 2
               MOVE "N" TO MRS-PCK-DEFAULT
           ELSE
               MOVE "Y" TO MRS-PCK-DEFAULT
           END-IF
           CALL 'MRS-1050' USING MRS-PERM-CHECK
           IF MRS-PCK-ANSWER NOT = "Y"
               DISPLAY NOT-SUPERVISOR
               ACCEPT NOT-SUPERVISOR
               GO TO 300-EXIT
           END-IF
           IF MRS-PAY-STATUS = "A"
               DISPLAY ALREADY-APPROVED
               ACCEPT ALREADY-APPROVED
               GO TO 300-EXIT
           END-IF
           MOVE SPACES TO WS-CONFIRM
           DISPLAY APPROVE-CONFIRM
           ACCEPT APPROVE-CONFIRM
           IF WS-CONFIRM NOT = "Y"
               GO TO 300-EXIT
           END-IF
           MOVE "A" TO MRS-PAY-STATUS
           REWRITE MRS-PAYABLE-REC
           END-REWRITE
           MOVE "APPRVD" TO MRS-AUD-ACTION
           PERFORM 900-WRITE-AUDIT THRU 900-EXIT
           DISPLAY APPROVE-DONE
           ACCEPT APPROVE-DONE.
       300-EXIT.
           EXIT.

       900-WRITE-AUDIT.
           MOVE WS-YEAR TO MRS-AUD-YEAR
           MOVE WS-MONTH TO MRS-AUD-MONTH
           MOVE WS-DAY TO MRS-AUD-DAY
           MOVE "MRS-5250" TO MRS-AUD-PROGRAM
           MOVE MRS-PAY-ID TO MRS-AUD-KEY
           MOVE WS-OPERATOR-ID TO MRS-AUD-OPERATOR
           COPY "CPYBOOKS/MRS-AUDSEQ.CPY".
           WRITE MRS-AUDIT-REC.
       900-EXIT.
           EXIT.
