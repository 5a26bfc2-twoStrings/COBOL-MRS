       IDENTIFICATION DIVISION.
       PROGRAM-ID.  MRS-3595.
       AUTHOR.  JOHN BELLEK.
      *****************************************************************
      * Offline sales resync. Applies every sale the offline register
      * (MRS-3590) held on its journal to the live files once the
      * indexed masters are back: the seats come off the showing
      * (journaled like any window sale), the line goes onto the
      * ticket or concession trail under the date, time, and
      * operator it was rung with, and the gift card is debited, the
      * season pass burned, and the member credited as the windows
      * would have done. Offline tickets carry no serial - the trail
      * line goes down with serial zero.
      *
      * The money on an offline sale was taken, so its trail line
      * always goes down; what the masters will not take is listed
      * on the exceptions report for the office to settle - a
      * showing that oversold while offline (the seats go to zero
      * and the shortfall is listed), a showing pulled since the
      * cache was taken (the seats are added to the refunds owed),
      * a gift card that is closed, unknown, or short, a pass that
      * is not valid for the admission, or a member not on file.
      *
      * If the show file still cannot be opened nothing is applied
      * and the journal is left for the next run. Otherwise every
      * line is copied to the applied-journal history and the
      * journal is emptied. Runs first in the night stream, ahead of
      * the day reports; a terminal whose journal is not on the
      * path the stream reads can run it on demand once the masters
      * are back.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MRS-OFFJRN-FILE
               ASSIGN TO UT-SYS-OFFJRN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OFJ-STATUS.

           SELECT MRS-OFFDONE-FILE
               ASSIGN TO UT-SYS-OFFDONE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DONE-STATUS.

           SELECT MRS-SHOW-FILE
               ASSIGN TO UT-SYS-MRS-SHOW
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MRS-SHOW-ID
               ALTERNATE KEY IS MRS-SHOW-LOOKUP-KEY
               WITH DUPLICATES
               ALTERNATE KEY IS MRS-RENTAL-ID
               WITH DUPLICATES
               FILE STATUS IS WS-SHOW-STATUS.

           SELECT MRS-MEMBER-FILE
               ASSIGN TO UT-SYS-MEMBER
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MRS-MEM-NO
               FILE STATUS IS WS-MEM-STATUS.

           SELECT MRS-GIFT-CARD-FILE
               ASSIGN TO UT-SYS-GIFTCARD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MRS-GC-NO
               FILE STATUS IS WS-GC-STATUS.

           SELECT MRS-PASS-FILE
               ASSIGN TO UT-SYS-PASS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MRS-PASS-NO
               FILE STATUS IS WS-PASS-STATUS.

           SELECT MRS-TICKET-SALES-FILE
               ASSIGN TO UT-SYS-TIC-SALES
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TSL-STATUS.

           SELECT MRS-CON-SALES-FILE
               ASSIGN TO UT-SYS-CON-SALES
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CSL-STATUS.

           SELECT MRS-RESYNC-RPT
               ASSIGN TO UT-SYS-RESYNC-RPT
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT MRS-FILE-CONFIG-FILE
               ASSIGN TO UT-SYS-FILE-CFG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CFG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       COPY "CPYBOOKS/MRS-OFFJRN.CPY".

       FD  MRS-OFFDONE-FILE
           RECORD CONTAINS 100 CHARACTERS.
       01  MRS-OFFDONE-LINE                  PIC X(100).

       COPY "CPYBOOKS/MRS-SHOW.CPY".
       COPY "CPYBOOKS/MRS-MEMBER.CPY".
       COPY "CPYBOOKS/MRS-GIFTCARD.CPY".
       COPY "CPYBOOKS/MRS-PASS.CPY".
       COPY "CPYBOOKS/MRS-TICKET-SALES.CPY".
       COPY "CPYBOOKS/MRS-CON-SALES.CPY".
       COPY "CPYBOOKS/MRS-FILE-CFG.CPY".

       FD  MRS-RESYNC-RPT
           RECORD CONTAINS 80 CHARACTERS.
       01  MRS-RESYNC-LINE                   PIC X(80).

       WORKING-STORAGE SECTION.
       COPY "CPYBOOKS/MRS-JOBCTR.CPY".
       COPY "CPYBOOKS/MRS-SPLPUT.CPY".
       COPY "CPYBOOKS/MRS-TIXPUT.CPY".
       COPY "CPYBOOKS/MRS-JRNPUT.CPY".
       COPY "CPYBOOKS/DATETIME.CPY".
       COPY "CPYBOOKS/MRS-SIGNON.CPY".
       COPY "CPYBOOKS/MRS-SEQPUT.CPY".
       COPY "CPYBOOKS/MRS-TRNPUT.CPY".

       01  WS-FILENAMES.
           05  UT-SYS-OFFJRN         PIC X(50)
                           VALUE "C:\COBOL\LOCAL\MRS-OFFLINE-JRN.DAT".
           05  UT-SYS-OFFDONE        PIC X(50)
                           VALUE "C:\COBOL\LOCAL\MRS-OFFLINE-DONE.DAT".
           05  UT-SYS-MRS-SHOW       PIC X(50)
                                   VALUE "C:\COBOL\MRS-SHOW-INDEX.dat".
           05  UT-SYS-MEMBER         PIC X(50)
                               VALUE "C:\COBOL\MRS-MEMBER-INDEX.DAT".
           05  UT-SYS-GIFTCARD       PIC X(50)
                               VALUE "C:\COBOL\MRS-GIFTCARD-INDEX.DAT".
           05  UT-SYS-PASS           PIC X(50)
                               VALUE "C:\COBOL\MRS-PASS-INDEX.DAT".
           05  UT-SYS-TIC-SALES      PIC X(50)
                               VALUE "C:\COBOL\MRS-TICKET-SALES.DAT".
           05  UT-SYS-CON-SALES      PIC X(50)
                               VALUE "C:\COBOL\MRS-CON-SALES.DAT".
           05  UT-SYS-RESYNC-RPT     PIC X(50)
                               VALUE "C:\COBOL\MRS-OFFLINE-RESYNC.RPT".
           05  UT-SYS-FILE-CFG       PIC X(50)
                                   VALUE "C:\COBOL\MRS-FILE-PATHS.CFG".

       01  WS-FILE-CFG-CTL.
           05  WS-CFG-STATUS         PIC XX.
           05  WS-CFG-EOF            PIC X.
               88  CFG-EOF VALUE 'Y'.

       01  WS-SWITCHES.
           05  WS-OFJ-STATUS         PIC XX.
           05  WS-DONE-STATUS        PIC XX.
           05  WS-SHOW-STATUS        PIC XX.
           05  WS-MEM-STATUS         PIC XX.
           05  WS-GC-STATUS          PIC XX.
           05  WS-PASS-STATUS        PIC XX.
           05  WS-TSL-STATUS         PIC XX.
           05  WS-CSL-STATUS         PIC XX.
           05  WS-OFJ-EOF            PIC X.
           05  WS-MEM-ON-FILE        PIC X.
           05  WS-RUN-STATE          PIC X.
               88  RUN-NO-JOURNAL    VALUE "J".
               88  RUN-NO-MASTERS    VALUE "M".
               88  RUN-APPLIED       VALUE "A".

      * The windows' earn rates: points per ticket bought with
      * money, and per whole concession dollar.
       01  WS-POINTS-RULES.
           05  WS-PTS-PER-TICKET     PIC 9(3) VALUE 10.
           05  WS-PTS-PER-CON-DOLLAR PIC 9(2) VALUE 1.

       01  WS-COUNTERS.
           05  WS-LINES-READ         PIC 9(7) VALUE ZERO.
           05  WS-TICKETS-APPLIED    PIC 9(7) VALUE ZERO.
           05  WS-ITEMS-APPLIED      PIC 9(7) VALUE ZERO.
           05  WS-EXCEPTIONS         PIC 9(7) VALUE ZERO.
           05  WS-SHORT              PIC 9(3).
           05  WS-DOLLARS            PIC 9(5).
           05  WS-GC-TOTAL           PIC 9(6)V99.

       01  WS-DATE-WORK.
           05  WS-TODAY-NUM          PIC 9(8).

       01  WS-REPORT-HEADER1.
           05                PIC X(33)
                             VALUE "MRS OFFLINE SALES RESYNC - RUN ".
           05  RH-RUN-DATE           PIC 9(8).
           05                PIC X(39) VALUE SPACES.

       01  WS-REPORT-HEADER2.
           05  PIC X(9)  VALUE "DATE".
           05  PIC X(7)  VALUE "TIME".
           05  PIC X(9)  VALUE "OPERATOR".
           05  PIC X(2)  VALUE "K".
           05  PIC X(5)  VALUE "SHOW".
           05  PIC X(3)  VALUE "QTY".
           05  PIC X(11) VALUE "     AMOUNT".
           05  PIC X(34) VALUE "  EXCEPTION".

       01  WS-DETAIL-LINE.
           05  DL-DATE               PIC 9(8).
           05                PIC X      VALUE SPACES.
           05  DL-TIME               PIC 9(6).
           05                PIC X      VALUE SPACES.
           05  DL-OPERATOR           PIC X(8).
           05                PIC X      VALUE SPACES.
           05  DL-KIND               PIC X.
           05                PIC X      VALUE SPACES.
           05  DL-REF                PIC 9(4).
           05                PIC X      VALUE SPACES.
           05  DL-QTY                PIC Z9.
           05                PIC X      VALUE SPACES.
           05  DL-AMOUNT             PIC ZZ,ZZ9.99.
           05                PIC X(2)   VALUE SPACES.
           05  DL-REASON             PIC X(30).
           05  DL-COUNT              PIC ZZ9 BLANK WHEN ZERO.
           05                PIC X      VALUE SPACES.

       01  WS-FOOTER-LINE.
           05                PIC X(15) VALUE "LINES APPLIED:".
           05  FL-LINES              PIC ZZZZZ9.
           05                PIC X(11) VALUE "  TICKETS:".
           05  FL-TICKETS            PIC ZZZZZ9.
           05                PIC X(9)  VALUE "  ITEMS:".
           05  FL-ITEMS              PIC ZZZZZ9.
           05                PIC X(14) VALUE "  EXCEPTIONS:".
           05  FL-EXCEPTIONS         PIC ZZZZZ9.
           05                PIC X(7)  VALUE SPACES.

       01  WS-NOTE-LINE.
           05  NL-TEXT               PIC X(60).
           05                PIC X(20) VALUE SPACES.

       PROCEDURE DIVISION.
       100-MAIN.
           PERFORM 160-LOAD-FILE-CONFIG THRU 160-EXIT
           MOVE FUNCTION CURRENT-DATE TO WS-DATETIME
           COMPUTE WS-TODAY-NUM =
               (WS-YEAR * 10000) + (WS-MONTH * 100) + WS-DAY
           OPEN OUTPUT MRS-RESYNC-RPT
           MOVE WS-TODAY-NUM TO RH-RUN-DATE
           WRITE MRS-RESYNC-LINE FROM WS-REPORT-HEADER1
           PERFORM 900-OPEN-FILES THRU 900-EXIT
           EVALUATE TRUE
               WHEN RUN-NO-JOURNAL
                   MOVE "NO OFFLINE SALES TO APPLY." TO NL-TEXT
                   WRITE MRS-RESYNC-LINE FROM WS-NOTE-LINE
               WHEN RUN-NO-MASTERS
                   MOVE "SHOW FILE DOWN - JOURNAL KEPT FOR NEXT RUN"
                       TO NL-TEXT
                   WRITE MRS-RESYNC-LINE FROM WS-NOTE-LINE
               WHEN OTHER
                   WRITE MRS-RESYNC-LINE FROM WS-REPORT-HEADER2
                   PERFORM 200-APPLY-JOURNAL THRU 200-EXIT
                   PERFORM 400-PRINT-FOOTER THRU 400-EXIT
           END-EVALUATE
           PERFORM 910-CLOSE-FILES THRU 910-EXIT
           CLOSE MRS-RESYNC-RPT
      *    The finished output registers on the report spool so
      *    the office can find and reprint it later.
      *    The night driver logs these on the job log.
           MOVE WS-LINES-READ TO MRS-JOB-READ
           COMPUTE MRS-JOB-WRITTEN =
               WS-TICKETS-APPLIED + WS-ITEMS-APPLIED
           MOVE WS-EXCEPTIONS TO MRS-JOB-REJECTED
           MOVE "MRS-3595" TO MRS-SP-PROGRAM
           MOVE SPACES TO MRS-SP-PARMS
           MOVE WS-TODAY-NUM TO MRS-SP-PARMS(1:8)
           MOVE UT-SYS-RESYNC-RPT TO MRS-SP-PATH
           CALL "MRS-7050" USING MRS-SPOOL-PUT
           GOBACK.
       100-EXIT.
           EXIT.

      * Every journal line is applied and then copied to the
      * applied-journal history, so the journal can be emptied
      * afterward without losing what the offline windows rang.
       200-APPLY-JOURNAL.
           MOVE "N" TO WS-OFJ-EOF
           PERFORM UNTIL WS-OFJ-EOF = "Y"
               READ MRS-OFFJRN-FILE
                   AT END
                       MOVE "Y" TO WS-OFJ-EOF
                   NOT AT END
                       ADD 1 TO WS-LINES-READ
                       IF MRS-OFJ-KIND = "C"
                           PERFORM 300-APPLY-ITEM THRU 300-EXIT
                       ELSE
                           PERFORM 250-APPLY-TICKETS THRU 250-EXIT
                       END-IF
                       WRITE MRS-OFFDONE-LINE FROM MRS-OFJ-REC
               END-READ
           END-PERFORM.
       200-EXIT.
           EXIT.

      * A ticket line: seats off the showing, the trail line down,
      * then the pass, gift card, and member.
       250-APPLY-TICKETS.
           PERFORM 260-APPLY-SEATS THRU 260-EXIT
           PERFORM 270-WRITE-TICKET-LINE THRU 270-EXIT
           IF MRS-OFJ-TENDER = "G"
               PERFORM 350-DEBIT-GIFT-CARD THRU 350-EXIT
           END-IF
           IF MRS-OFJ-TENDER = "S"
               PERFORM 360-BURN-PASS THRU 360-EXIT
           END-IF
           IF MRS-OFJ-MEMBER-NO NOT = ZERO
               PERFORM 370-CREDIT-MEMBER THRU 370-EXIT
           END-IF
           ADD 1 TO WS-TICKETS-APPLIED.
       250-EXIT.
           EXIT.

      * The showing as it stands now, not as the cache saw it. An
      * oversale takes what seats are left and lists the shortfall;
      * a showing pulled since adds the seats to the refunds it
      * owes (a settled one opens back up to pay them).
       260-APPLY-SEATS.
           MOVE MRS-OFJ-SHOW-ID TO MRS-SHOW-ID
           READ MRS-SHOW-FILE
               INVALID KEY
                   MOVE "SHOWING NOT ON FILE" TO DL-REASON
                   MOVE ZEROS TO WS-SHORT
                   PERFORM 500-LIST-EXCEPTION THRU 500-EXIT
                   GO TO 260-EXIT
               NOT INVALID KEY
                   CONTINUE
           END-READ
           EVALUATE TRUE
               WHEN MRS-SHOW-STATUS = "C" OR MRS-SHOW-STATUS = "S"
                   ADD MRS-OFJ-QTY TO MRS-SOLD-AT-CANCEL
                   MOVE "C" TO MRS-SHOW-STATUS
                   MOVE "SHOWING CANCELLED - REFUNDS:" TO DL-REASON
                   MOVE MRS-OFJ-QTY TO WS-SHORT
                   PERFORM 500-LIST-EXCEPTION THRU 500-EXIT
               WHEN MRS-SHOW-STATUS = "P"
                   MOVE "PRIVATE BOOKING - SEATS:" TO DL-REASON
                   MOVE MRS-OFJ-QTY TO WS-SHORT
                   PERFORM 500-LIST-EXCEPTION THRU 500-EXIT
                   GO TO 260-EXIT
               WHEN MRS-SEATS < MRS-OFJ-QTY
                   COMPUTE WS-SHORT = MRS-OFJ-QTY - MRS-SEATS
                   MOVE ZEROS TO MRS-SEATS
                   MOVE "OFFLINE OVERSELL - SEATS SHORT:" TO DL-REASON
                   PERFORM 500-LIST-EXCEPTION THRU 500-EXIT
               WHEN OTHER
                   SUBTRACT MRS-OFJ-QTY FROM MRS-SEATS
           END-EVALUATE
           REWRITE MRS-SHOW-REC
           MOVE "SHOW" TO MRS-JP-FILE-TAG
           MOVE "R" TO MRS-JP-ACTION
           MOVE MRS-SHOW-REC TO MRS-JP-IMAGE
           CALL "MRS-6450" USING MRS-JRN-PUT.
       260-EXIT.
           EXIT.

      * The trail line the window would have written, stamped with
      * when and by whom the offline sale was rung. A pass admission
      * goes down under its own action code at zero money.
       270-WRITE-TICKET-LINE.
           MOVE SPACES TO MRS-TSL-REC
           MOVE MRS-OFJ-YEAR TO MRS-TSL-YEAR
           MOVE MRS-OFJ-MONTH TO MRS-TSL-MONTH
           MOVE MRS-OFJ-DAY TO MRS-TSL-DAY
           MOVE MRS-OFJ-TIME TO MRS-TSL-TIME
           MOVE MRS-OFJ-SCREEN TO MRS-TSL-SCREEN
           MOVE MRS-OFJ-SHOW-ID TO MRS-TSL-SHOW-ID
           MOVE MRS-OFJ-SHOW-TIME TO MRS-TSL-SHOW-TIME
           MOVE MRS-OFJ-SHOW-DATE TO MRS-TSL-SHOW-DATE
           MOVE MRS-OFJ-SITE TO MRS-TSL-SITE
           MOVE MRS-OFJ-QTY TO MRS-TSL-QTY
           MOVE MRS-OFJ-TYPE TO MRS-TSL-TYPE
           MOVE MRS-OFJ-AMOUNT TO MRS-TSL-AMOUNT
           MOVE MRS-OFJ-TAX TO MRS-TSL-TAX
           MOVE MRS-OFJ-OPERATOR TO MRS-TSL-OPERATOR
           IF MRS-OFJ-TENDER = "S"
               MOVE "PADM" TO MRS-TSL-ACTION
           ELSE
               MOVE "SALE" TO MRS-TSL-ACTION
           END-IF
           MOVE MRS-OFJ-TENDER TO MRS-TSL-TENDER
           MOVE ZEROS TO MRS-TSL-DISCOUNT
           MOVE ZEROS TO MRS-TSL-SERIAL
           COPY "CPYBOOKS/MRS-TSLSEQ.CPY".
           WRITE MRS-TSL-REC
           MOVE MRS-TSL-DATE TO MRS-TXP-DATE
           MOVE MRS-TSL-TIME TO MRS-TXP-TIME
           MOVE MRS-TSL-REC TO MRS-TXP-LINE
           CALL "MRS-6480" USING MRS-TIX-PUT.
       270-EXIT.
           EXIT.

      * A concession line goes onto the counter's trail as the
      * counter would have written it.
       300-APPLY-ITEM.
           MOVE SPACES TO MRS-CSL-REC
           MOVE MRS-OFJ-YEAR TO MRS-CSL-YEAR
           MOVE MRS-OFJ-MONTH TO MRS-CSL-MONTH
           MOVE MRS-OFJ-DAY TO MRS-CSL-DAY
           MOVE MRS-OFJ-TIME TO MRS-CSL-TIME
           MOVE MRS-OFJ-ITEM-NO TO MRS-CSL-ITEM-NO
           MOVE MRS-OFJ-QTY TO MRS-CSL-QTY
           MOVE MRS-OFJ-AMOUNT TO MRS-CSL-AMOUNT
           MOVE MRS-OFJ-TENDER TO MRS-CSL-TENDER
           MOVE MRS-OFJ-OPERATOR TO MRS-CSL-OPERATOR
           MOVE MRS-OFJ-SITE TO MRS-CSL-SITE
           MOVE ZEROS TO MRS-CSL-DISCOUNT
           MOVE MRS-OFJ-TAX TO MRS-CSL-TAX
           WRITE MRS-CSL-REC
           IF MRS-OFJ-TENDER = "G"
               PERFORM 350-DEBIT-GIFT-CARD THRU 350-EXIT
           END-IF
           IF MRS-OFJ-MEMBER-NO NOT = ZERO
               PERFORM 370-CREDIT-MEMBER THRU 370-EXIT
           END-IF
           ADD 1 TO WS-ITEMS-APPLIED.
       300-EXIT.
           EXIT.

      * The with-tax money comes off the card only when the card is
      * live and covers it - a short card is not driven below zero;
      * the office collects the difference.
       350-DEBIT-GIFT-CARD.
           MOVE ZEROS TO WS-SHORT
           COMPUTE WS-GC-TOTAL = MRS-OFJ-AMOUNT + MRS-OFJ-TAX
           IF WS-GC-STATUS NOT = '00'
               MOVE "GIFT CARD FILE NOT AVAILABLE" TO DL-REASON
               PERFORM 500-LIST-EXCEPTION THRU 500-EXIT
               GO TO 350-EXIT
           END-IF
           MOVE MRS-OFJ-GC-NO TO MRS-GC-NO
           READ MRS-GIFT-CARD-FILE
               INVALID KEY
                   MOVE "GIFT CARD NOT ON FILE" TO DL-REASON
                   PERFORM 500-LIST-EXCEPTION THRU 500-EXIT
                   GO TO 350-EXIT
               NOT INVALID KEY
                   CONTINUE
           END-READ
           IF MRS-GC-STATUS NOT = "A"
               MOVE "GIFT CARD CLOSED - NOT DEBITED" TO DL-REASON
               PERFORM 500-LIST-EXCEPTION THRU 500-EXIT
               GO TO 350-EXIT
           END-IF
           IF MRS-GC-BALANCE < WS-GC-TOTAL
               MOVE "GIFT CARD SHORT - NOT DEBITED" TO DL-REASON
               PERFORM 500-LIST-EXCEPTION THRU 500-EXIT
               GO TO 350-EXIT
           END-IF
           SUBTRACT WS-GC-TOTAL FROM MRS-GC-BALANCE
           REWRITE MRS-GIFT-CARD-REC
           END-REWRITE.
       350-EXIT.
           EXIT.

      * The window's pass checks, made now: on file, active, the
      * showing inside its dates, and room under its cap.
       360-BURN-PASS.
           MOVE ZEROS TO WS-SHORT
           IF WS-PASS-STATUS NOT = '00'
               MOVE "PASS FILE NOT AVAILABLE" TO DL-REASON
               PERFORM 500-LIST-EXCEPTION THRU 500-EXIT
               GO TO 360-EXIT
           END-IF
           MOVE MRS-OFJ-PASS-NO TO MRS-PASS-NO
           READ MRS-PASS-FILE
               INVALID KEY
                   MOVE "PASS NOT ON FILE" TO DL-REASON
                   PERFORM 500-LIST-EXCEPTION THRU 500-EXIT
                   GO TO 360-EXIT
               NOT INVALID KEY
                   CONTINUE
           END-READ
           IF MRS-PASS-STATUS NOT = "A" OR
              MRS-OFJ-SHOW-DATE < MRS-PASS-FROM OR
              MRS-OFJ-SHOW-DATE > MRS-PASS-TO OR
              MRS-PASS-USED + MRS-OFJ-QTY > MRS-PASS-CAP
               MOVE "PASS NOT VALID - NOT BURNED" TO DL-REASON
               PERFORM 500-LIST-EXCEPTION THRU 500-EXIT
               GO TO 360-EXIT
           END-IF
           ADD MRS-OFJ-QTY TO MRS-PASS-USED
           IF MRS-PASS-USED >= MRS-PASS-CAP
               MOVE "E" TO MRS-PASS-STATUS
           END-IF
           REWRITE MRS-PASS-REC
           END-REWRITE.
       360-EXIT.
           EXIT.

      * Tickets earn the visit, the seat count, and the per-ticket
      * points (a pass admission earns no points - no money moved
      * at the window); a concession line earns per whole dollar.
      * A number merged away on MRS-1210 earns for its survivor.
       370-CREDIT-MEMBER.
           MOVE ZEROS TO WS-SHORT
           IF WS-MEM-STATUS NOT = '00'
               MOVE "MEMBER FILE NOT AVAILABLE" TO DL-REASON
               PERFORM 500-LIST-EXCEPTION THRU 500-EXIT
               GO TO 370-EXIT
           END-IF
           MOVE MRS-OFJ-MEMBER-NO TO MRS-MEM-NO
           READ MRS-MEMBER-FILE KEY IS MRS-MEM-NO
               INVALID KEY
                   MOVE "MEMBER NOT ON FILE - NO CREDIT" TO DL-REASON
                   PERFORM 500-LIST-EXCEPTION THRU 500-EXIT
                   GO TO 370-EXIT
               NOT INVALID KEY
                   CONTINUE
           END-READ
           MOVE "Y" TO WS-MEM-ON-FILE
           PERFORM 375-FOLLOW-MERGE THRU 375-EXIT
           IF WS-MEM-ON-FILE NOT = "Y"
               GO TO 370-EXIT
           END-IF
           IF MRS-MEM-POINTS NOT NUMERIC
               MOVE ZEROS TO MRS-MEM-POINTS
           END-IF
           IF MRS-OFJ-KIND = "C"
               MOVE MRS-OFJ-AMOUNT TO WS-DOLLARS
               COMPUTE MRS-MEM-POINTS = MRS-MEM-POINTS
                   + (WS-DOLLARS * WS-PTS-PER-CON-DOLLAR)
           ELSE
               ADD 1 TO MRS-MEM-VISITS
               ADD MRS-OFJ-QTY TO MRS-MEM-TICKETS
      *        A resync can land after a later online sale; the
      *        last visit only ever moves forward.
               IF MRS-MEM-LAST-VISIT NOT NUMERIC OR
                  MRS-OFJ-DATE > MRS-MEM-LAST-VISIT
                   MOVE MRS-OFJ-DATE TO MRS-MEM-LAST-VISIT
               END-IF
               IF MRS-OFJ-TENDER NOT = "S"
                   COMPUTE MRS-MEM-POINTS = MRS-MEM-POINTS
                       + (MRS-OFJ-QTY * WS-PTS-PER-TICKET)
               END-IF
           END-IF
           REWRITE MRS-MEMBER-REC.
       370-EXIT.
           EXIT.

      * Follows a number merged away on MRS-1210 to the member it
      * was merged into, and on again if that one has since been
      * merged too. A number merged before the survivor was kept on
      * the record has nowhere to go and is listed for the office.
       375-FOLLOW-MERGE.
           IF MRS-MEM-ACTIVE-FLAG NOT = "M"
               GO TO 375-EXIT
           END-IF
           IF MRS-MEM-MERGED-INTO NOT NUMERIC OR
              MRS-MEM-MERGED-INTO = ZEROS
               MOVE "N" TO WS-MEM-ON-FILE
               MOVE "MEMBER MERGED - NO SURVIVOR" TO DL-REASON
               PERFORM 500-LIST-EXCEPTION THRU 500-EXIT
               GO TO 375-EXIT
           END-IF
           MOVE MRS-MEM-MERGED-INTO TO MRS-MEM-NO
           READ MRS-MEMBER-FILE KEY IS MRS-MEM-NO
               INVALID KEY
                   MOVE "N" TO WS-MEM-ON-FILE
                   MOVE "MEMBER NOT ON FILE - NO CREDIT" TO DL-REASON
                   PERFORM 500-LIST-EXCEPTION THRU 500-EXIT
                   GO TO 375-EXIT
           END-READ
           GO TO 375-FOLLOW-MERGE.
       375-EXIT.
           EXIT.

       400-PRINT-FOOTER.
           COMPUTE FL-LINES = WS-TICKETS-APPLIED + WS-ITEMS-APPLIED
           MOVE WS-TICKETS-APPLIED TO FL-TICKETS
           MOVE WS-ITEMS-APPLIED TO FL-ITEMS
           MOVE WS-EXCEPTIONS TO FL-EXCEPTIONS
           WRITE MRS-RESYNC-LINE FROM WS-FOOTER-LINE.
       400-EXIT.
           EXIT.

      * One exceptions line for the journal line in hand; the caller
      * has set the reason and, where it has one, the seat count.
       500-LIST-EXCEPTION.
           MOVE MRS-OFJ-DATE TO DL-DATE
           MOVE MRS-OFJ-TIME TO DL-TIME
           MOVE MRS-OFJ-OPERATOR TO DL-OPERATOR
           MOVE MRS-OFJ-KIND TO DL-KIND
           IF MRS-OFJ-KIND = "C"
               MOVE MRS-OFJ-ITEM-NO TO DL-REF
           ELSE
               MOVE MRS-OFJ-SHOW-ID TO DL-REF
           END-IF
           MOVE MRS-OFJ-QTY TO DL-QTY
           COMPUTE DL-AMOUNT = MRS-OFJ-AMOUNT + MRS-OFJ-TAX
           MOVE WS-SHORT TO DL-COUNT
           WRITE MRS-RESYNC-LINE FROM WS-DETAIL-LINE
           ADD 1 TO WS-EXCEPTIONS.
       500-EXIT.
           EXIT.

      * Opens the files. No journal, or no show file to apply it to,
      * leaves everything else closed.
       900-OPEN-FILES.
           MOVE "A" TO WS-RUN-STATE
           OPEN INPUT MRS-OFFJRN-FILE
           IF WS-OFJ-STATUS NOT = '00'
               MOVE "J" TO WS-RUN-STATE
               GO TO 900-EXIT
           END-IF
           OPEN I-O MRS-SHOW-FILE
           IF WS-SHOW-STATUS NOT = '00'
               MOVE "M" TO WS-RUN-STATE
               CLOSE MRS-OFFJRN-FILE
               GO TO 900-EXIT
           END-IF
           OPEN I-O MRS-MEMBER-FILE
           OPEN I-O MRS-GIFT-CARD-FILE
           OPEN I-O MRS-PASS-FILE
           OPEN EXTEND MRS-TICKET-SALES-FILE
           IF WS-TSL-STATUS = '35'
               OPEN OUTPUT MRS-TICKET-SALES-FILE
           END-IF
           OPEN EXTEND MRS-CON-SALES-FILE
           IF WS-CSL-STATUS = '35'
               OPEN OUTPUT MRS-CON-SALES-FILE
           END-IF
           OPEN EXTEND MRS-OFFDONE-FILE
           IF WS-DONE-STATUS = '35'
               OPEN OUTPUT MRS-OFFDONE-FILE
           END-IF.
       900-EXIT.
           EXIT.

      * Closes the files and, after a full pass, empties the journal
      * so the offline register starts the next outage clean.
       910-CLOSE-FILES.
           IF NOT RUN-APPLIED
               GO TO 910-EXIT
           END-IF
           CLOSE MRS-OFFJRN-FILE
           OPEN OUTPUT MRS-OFFJRN-FILE
           CLOSE MRS-OFFJRN-FILE
           CLOSE MRS-SHOW-FILE
                 MRS-TICKET-SALES-FILE
                 MRS-CON-SALES-FILE
                 MRS-OFFDONE-FILE
           IF WS-MEM-STATUS = '00'
               CLOSE MRS-MEMBER-FILE
           END-IF
           IF WS-GC-STATUS = '00'
               CLOSE MRS-GIFT-CARD-FILE
           END-IF
           IF WS-PASS-STATUS = '00'
               CLOSE MRS-PASS-FILE
           END-IF.
       910-EXIT.
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
                           PERFORM 170-APPLY-CONFIG-KEY THRU 170-EXIT
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
       160-EXIT.
           EXIT.

       170-APPLY-CONFIG-KEY.
           EVALUATE CFG-KEY
               WHEN "OFFJRN"
                   MOVE CFG-PATH TO UT-SYS-OFFJRN
               WHEN "OFFDONE"
                   MOVE CFG-PATH TO UT-SYS-OFFDONE
               WHEN "MRS-SHOW"
                   MOVE CFG-PATH TO UT-SYS-MRS-SHOW
               WHEN "MEMBER"
                   MOVE CFG-PATH TO UT-SYS-MEMBER
               WHEN "GIFTCARD"
                   MOVE CFG-PATH TO UT-SYS-GIFTCARD
               WHEN "PASS"
                   MOVE CFG-PATH TO UT-SYS-PASS
               WHEN "TIC-SALES"
                   MOVE CFG-PATH TO UT-SYS-TIC-SALES
               WHEN "CON-SALES"
                   MOVE CFG-PATH TO UT-SYS-CON-SALES
               WHEN "RESYNC-RPT"
                   MOVE CFG-PATH TO UT-SYS-RESYNC-RPT
           END-EVALUATE.
       170-EXIT.
           EXIT.

       end program MRS-3595.
