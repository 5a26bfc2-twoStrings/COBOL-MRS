       IDENTIFICATION DIVISION.
       PROGRAM-ID.  MRS-6485.
       AUTHOR.  JOHN BELLEK.
      *****************************************************************
      * Ticket serial register keeper - the one place serials are
      * handed out, taken back, and admitted. Called by the box
      * office registers as they sell (issue a run of serials for
      * the stubs), by the refund and exchange paths (check, then
      * void, each serial coming back over the counter), and by the
      * ticket taker at the door (admit). Every move is counted onto
      * the showing's attendance record in the same call, so the
      * tickets-out and admitted figures never drift from the
      * register. Starts both files the first time a site issues a
      * serial; until then a check, void, or admit answers blank and
      * the caller carries on as before serials existed.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MRS-TICKET-SERIAL-FILE
               ASSIGN TO UT-SYS-TKTSER
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MRS-TKS-SERIAL
               FILE STATUS IS WS-TKS-STATUS.

           SELECT MRS-ATTEND-FILE
               ASSIGN TO UT-SYS-ATTEND
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MRS-ATT-KEY
               FILE STATUS IS WS-ATT-STATUS.

           SELECT MRS-FILE-CONFIG-FILE
               ASSIGN TO UT-SYS-FILE-CFG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CFG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       COPY "CPYBOOKS/MRS-TKTSER.CPY".
       COPY "CPYBOOKS/MRS-ATTEND.CPY".
       COPY "CPYBOOKS/MRS-FILE-CFG.CPY".

       WORKING-STORAGE SECTION.
       COPY "CPYBOOKS/DATETIME.CPY".
       COPY "CPYBOOKS/MRS-SIGNON.CPY".
       COPY "CPYBOOKS/MRS-TRNPUT.CPY".

       01 WS-FILENAMES.
         05 UT-SYS-TKTSER PIC X(50)
           VALUE "C:\COBOL\MRS-TKTSER-INDEX.DAT".
         05 UT-SYS-ATTEND PIC X(50)
           VALUE "C:\COBOL\MRS-ATTEND-INDEX.DAT".
         05 UT-SYS-FILE-CFG PIC X(50)
           VALUE "C:\COBOL\MRS-FILE-PATHS.CFG".

       01 WS-FILE-CFG-CTL.
         05 WS-CFG-STATUS PIC XX.
         05 WS-CFG-EOF PIC X.
           88 CFG-EOF VALUE 'Y'.

       01 WS-CONTROL.
         05 WS-TKS-STATUS PIC XX.
         05 WS-ATT-STATUS PIC XX.
         05 WS-ATT-NEW PIC X.
         05 WS-NEXT-SERIAL PIC 9(9).
         05 WS-LEFT PIC 99.
         05 WS-NOW-DATE PIC 9(8).
         05 WS-NOW-TIME PIC 9(6).
         05 WS-NOW-HHMM PIC 9(4).

       LINKAGE SECTION.
       COPY "CPYBOOKS/MRS-SERPUT.CPY".

       PROCEDURE DIVISION USING MRS-SER-PUT.
       100-MAIN.
           PERFORM 160-LOAD-FILE-CONFIG THRU 160-END
           MOVE SPACE TO MRS-SRP-ANSWER
           MOVE FUNCTION CURRENT-DATE TO WS-DATETIME
           COMPUTE WS-NOW-DATE =
               (WS-YEAR * 10000) + (WS-MONTH * 100) + WS-DAY
           COMPUTE WS-NOW-TIME =
               (WS-HOUR * 10000) + (WS-MINUTE * 100) + WS-SECOND
           COMPUTE WS-NOW-HHMM = (WS-HOUR * 100) + WS-MINUTE
      *    Only an issue lays the files down; anything else against
      *    a site with no register yet just answers blank.
           OPEN I-O MRS-TICKET-SERIAL-FILE
           IF WS-TKS-STATUS = '35' AND MRS-SRP-FUNCTION = "I"
               OPEN OUTPUT MRS-TICKET-SERIAL-FILE
               CLOSE MRS-TICKET-SERIAL-FILE
               OPEN I-O MRS-TICKET-SERIAL-FILE
           END-IF
           IF WS-TKS-STATUS NOT = '00'
               GOBACK
           END-IF
           OPEN I-O MRS-ATTEND-FILE
           IF WS-ATT-STATUS = '35'
               OPEN OUTPUT MRS-ATTEND-FILE
               CLOSE MRS-ATTEND-FILE
               OPEN I-O MRS-ATTEND-FILE
           END-IF
           EVALUATE MRS-SRP-FUNCTION
               WHEN "I"
                   PERFORM 200-ISSUE THRU 200-EXIT
               WHEN "C"
                   PERFORM 300-CHECK-RETURN THRU 300-EXIT
               WHEN "V"
                   PERFORM 300-CHECK-RETURN THRU 300-EXIT
                   IF MRS-SRP-ANSWER = "Y"
                       PERFORM 400-VOID THRU 400-EXIT
                   END-IF
               WHEN "A"
                   PERFORM 500-ADMIT THRU 500-EXIT
           END-EVALUATE
           CLOSE MRS-TICKET-SERIAL-FILE
           IF WS-ATT-STATUS = '00'
               CLOSE MRS-ATTEND-FILE
           END-IF
           GOBACK.
       100-EXIT.
           EXIT.

      * Draws the run off the control record in one read-and-rewrite
      * (so two registers cannot hand out the same number), then
      * lays down one sold record per stub and counts the run onto
      * the showing.
       200-ISSUE.
           MOVE ZEROS TO MRS-SRP-SERIAL
           IF MRS-SRP-QTY = ZEROS
               MOVE "Y" TO MRS-SRP-ANSWER
               GO TO 200-EXIT
           END-IF
           MOVE ZEROS TO MRS-TKS-SERIAL
           READ MRS-TICKET-SERIAL-FILE
               INVALID KEY
                   MOVE ZEROS TO MRS-TKS-SERIAL
                   MOVE SPACES TO MRS-TKS-CTL-BODY
                   MOVE 1 TO MRS-TKS-NEXT-SERIAL
                   WRITE MRS-TKS-REC
                   END-WRITE
           END-READ
           MOVE MRS-TKS-NEXT-SERIAL TO WS-NEXT-SERIAL
           MOVE WS-NEXT-SERIAL TO MRS-SRP-SERIAL
           COMPUTE MRS-TKS-NEXT-SERIAL =
               WS-NEXT-SERIAL + MRS-SRP-QTY
           REWRITE MRS-TKS-REC
           END-REWRITE
           MOVE MRS-SRP-QTY TO WS-LEFT
           PERFORM 250-WRITE-ONE-SERIAL THRU 250-EXIT
               UNTIL WS-LEFT = ZEROS
           PERFORM 600-READ-ATTEND THRU 600-EXIT
           ADD MRS-SRP-QTY TO MRS-ATT-ISSUED
           PERFORM 650-SAVE-ATTEND THRU 650-EXIT
           MOVE "Y" TO MRS-SRP-ANSWER.
       200-EXIT.
           EXIT.

       250-WRITE-ONE-SERIAL.
           MOVE SPACES TO MRS-TKS-BODY
           MOVE WS-NEXT-SERIAL TO MRS-TKS-SERIAL
           MOVE MRS-SRP-SHOW-ID TO MRS-TKS-SHOW-ID
           MOVE MRS-SRP-SHOW-DATE TO MRS-TKS-SHOW-DATE
           MOVE MRS-SRP-SHOW-TIME TO MRS-TKS-SHOW-TIME
           MOVE MRS-SRP-SCREEN TO MRS-TKS-SCREEN
           MOVE MRS-SRP-SITE TO MRS-TKS-SITE
           MOVE MRS-SRP-TYPE TO MRS-TKS-TYPE
           MOVE "S" TO MRS-TKS-STATUS
           MOVE WS-NOW-DATE TO MRS-TKS-SOLD-DATE
           MOVE WS-NOW-TIME TO MRS-TKS-SOLD-TIME
           MOVE MRS-SRP-OPERATOR TO MRS-TKS-SOLD-OPER
           MOVE ZEROS TO MRS-TKS-LAST-DATE
           MOVE ZEROS TO MRS-TKS-LAST-TIME
           MOVE SPACES TO MRS-TKS-LAST-OPER
           WRITE MRS-TKS-REC
           END-WRITE
           ADD 1 TO WS-NEXT-SERIAL
           SUBTRACT 1 FROM WS-LEFT.
       250-EXIT.
           EXIT.

      * A serial can come back over the counter only while it is
      * still sold-not-admitted, and only against the showing it
      * was sold for - a used stub, or one already paid back, is
      * not money owed.
       300-CHECK-RETURN.
           PERFORM 700-READ-SERIAL THRU 700-EXIT
           IF MRS-SRP-ANSWER NOT = "Y"
               GO TO 300-EXIT
           END-IF
           IF MRS-TKS-SHOW-ID NOT = MRS-SRP-SHOW-ID
               MOVE "W" TO MRS-SRP-ANSWER
               GO TO 300-EXIT
           END-IF
           IF MRS-TKS-STATUS NOT = "S"
               MOVE MRS-TKS-STATUS TO MRS-SRP-ANSWER
           END-IF.
       300-EXIT.
           EXIT.

       400-VOID.
           MOVE MRS-SRP-VOID-AS TO MRS-TKS-STATUS
           MOVE WS-NOW-DATE TO MRS-TKS-LAST-DATE
           MOVE WS-NOW-TIME TO MRS-TKS-LAST-TIME
           MOVE MRS-SRP-OPERATOR TO MRS-TKS-LAST-OPER
           REWRITE MRS-TKS-REC
           END-REWRITE
           PERFORM 600-READ-ATTEND THRU 600-EXIT
           ADD 1 TO MRS-ATT-VOIDED
           PERFORM 650-SAVE-ATTEND THRU 650-EXIT.
       400-EXIT.
           EXIT.

      * The door. The stub has to be sold, not yet used, not paid
      * back or exchanged away, and for the showing the taker is
      * working - anything else is turned away with the reason.
       500-ADMIT.
           PERFORM 700-READ-SERIAL THRU 700-EXIT
           IF MRS-SRP-ANSWER NOT = "Y"
               GO TO 500-EXIT
           END-IF
           IF MRS-TKS-STATUS NOT = "S"
               MOVE MRS-TKS-STATUS TO MRS-SRP-ANSWER
               GO TO 500-EXIT
           END-IF
           IF MRS-TKS-SHOW-ID NOT = MRS-SRP-SHOW-ID OR
              MRS-TKS-SHOW-DATE NOT = MRS-SRP-SHOW-DATE
               MOVE "W" TO MRS-SRP-ANSWER
               GO TO 500-EXIT
           END-IF
           MOVE "A" TO MRS-TKS-STATUS
           MOVE WS-NOW-DATE TO MRS-TKS-LAST-DATE
           MOVE WS-NOW-TIME TO MRS-TKS-LAST-TIME
           MOVE MRS-SRP-OPERATOR TO MRS-TKS-LAST-OPER
           REWRITE MRS-TKS-REC
           END-REWRITE
           PERFORM 600-READ-ATTEND THRU 600-EXIT
           ADD 1 TO MRS-ATT-ADMITTED
           IF MRS-ATT-FIRST-ADMIT = ZEROS
               MOVE WS-NOW-HHMM TO MRS-ATT-FIRST-ADMIT
           END-IF
           MOVE WS-NOW-HHMM TO MRS-ATT-LAST-ADMIT
           PERFORM 650-SAVE-ATTEND THRU 650-EXIT
           COMPUTE MRS-SRP-OUT = MRS-ATT-ISSUED - MRS-ATT-VOIDED
           MOVE MRS-ATT-ADMITTED TO MRS-SRP-IN.
       500-EXIT.
           EXIT.

      * Fetches the attendance record of the showing the serial
      * record in hand belongs to, or starts a fresh one the first
      * time anything moves on the showing.
       600-READ-ATTEND.
           MOVE MRS-TKS-SHOW-DATE TO MRS-ATT-SHOW-DATE
           MOVE MRS-TKS-SHOW-ID TO MRS-ATT-SHOW-ID
           READ MRS-ATTEND-FILE
               INVALID KEY
                   MOVE "Y" TO WS-ATT-NEW
                   MOVE SPACES TO MRS-ATT-REC
                   MOVE MRS-TKS-SHOW-DATE TO MRS-ATT-SHOW-DATE
                   MOVE MRS-TKS-SHOW-ID TO MRS-ATT-SHOW-ID
                   MOVE MRS-TKS-SHOW-TIME TO MRS-ATT-SHOW-TIME
                   MOVE MRS-TKS-SCREEN TO MRS-ATT-SCREEN
                   MOVE MRS-TKS-SITE TO MRS-ATT-SITE
                   MOVE ZEROS TO MRS-ATT-ISSUED
                   MOVE ZEROS TO MRS-ATT-VOIDED
                   MOVE ZEROS TO MRS-ATT-ADMITTED
                   MOVE ZEROS TO MRS-ATT-FIRST-ADMIT
                   MOVE ZEROS TO MRS-ATT-LAST-ADMIT
               NOT INVALID KEY
                   MOVE "N" TO WS-ATT-NEW
           END-READ.
       600-EXIT.
           EXIT.

       650-SAVE-ATTEND.
           IF WS-ATT-NEW = "Y"
               WRITE MRS-ATT-REC
               END-WRITE
           ELSE
               REWRITE MRS-ATT-REC
               END-REWRITE
           END-IF.
       650-EXIT.
           EXIT.

      * Looks the keyed serial up and hands back which showing it
      * belongs to, so a turned-away customer can be pointed at the
      * right door. Serial zero is the control record, never a
      * ticket.
       700-READ-SERIAL.
           MOVE ZEROS TO MRS-SRP-ON-DATE
           MOVE SPACES TO MRS-SRP-ON-TIME
           MOVE ZEROS TO MRS-SRP-ON-SCREEN
           IF MRS-SRP-SERIAL = ZEROS
               MOVE "U" TO MRS-SRP-ANSWER
               GO TO 700-EXIT
           END-IF
           MOVE MRS-SRP-SERIAL TO MRS-TKS-SERIAL
           READ MRS-TICKET-SERIAL-FILE
               INVALID KEY
                   MOVE "U" TO MRS-SRP-ANSWER
               NOT INVALID KEY
                   MOVE "Y" TO MRS-SRP-ANSWER
                   MOVE MRS-TKS-SHOW-DATE TO MRS-SRP-ON-DATE
                   MOVE MRS-TKS-SHOW-TIME TO MRS-SRP-ON-TIME
                   MOVE MRS-TKS-SCREEN TO MRS-SRP-ON-SCREEN
           END-READ.
       700-EXIT.
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
               WHEN "TKTSER"
                   MOVE CFG-PATH TO UT-SYS-TKTSER
               WHEN "ATTEND"
                   MOVE CFG-PATH TO UT-SYS-ATTEND
           END-EVALUATE.
       170-END.
           EXIT.

       end program MRS-6485.
