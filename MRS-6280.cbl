       IDENTIFICATION DIVISION.
       PROGRAM-ID.  MRS-6280.
       AUTHOR.  JOHN BELLEK.
      *****************************************************************
      * Physical inventory count adjustment. Once a supervisor has
      * approved the open count on the count screen (MRS-1480),
      * this night step puts the item file right: every item
      * counted has its on-hand set to the quantity counted, added
      * up over every theatre that counted it. It runs straight
      * after the depletion pass (MRS-6250) has taken the day's
      * sales off the book, so the book it corrects is the one the
      * count was taken against - after the counter closed.
      *
      * Every item whose on-hand moves gets an audit trail line
      * under the supervisor who approved the count. The shrinkage
      * - the book less the count, at the item's unit cost - goes
      * to the GL as journal batch 92, the concession series: a
      * shrinkage expense line against the concession inventory
      * account, both chain-wide, since the stock is one figure for
      * the chain. A count that finds more than the book posts the
      * same two lines the other way. An item with no unit cost is
      * still set to its count but carries no dollars.
      *
      * The applied lines are stamped done, so the count is applied
      * exactly once. A night with no approved count does nothing.
      *
      * The adjustment register goes to MRS-COUNTADJ.RPT and onto
      * the spool. Runs as a step in the MRS-9000 night driver.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MRS-INVCOUNT-FILE
               ASSIGN TO UT-SYS-INVCOUNT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MRS-ICT-KEY
               FILE STATUS IS WS-ICT-STATUS.

           SELECT MRS-CONCESSION-FILE
               ASSIGN TO UT-SYS-CONCESS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MRS-CON-ITEM-NO
               FILE STATUS IS WS-CON-STATUS.

           SELECT MRS-AUDIT-FILE
               ASSIGN TO UT-SYS-AUDIT
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT MRS-GL-POST-FILE
               ASSIGN TO UT-SYS-GL-STAGE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STAGE-STATUS.

           SELECT MRS-COUNTADJ-RPT
               ASSIGN TO UT-SYS-COUNTADJ-RPT
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
       COPY "CPYBOOKS/MRS-GLSTG.CPY".
       COPY "CPYBOOKS/MRS-FILE-CFG.CPY".

       FD  MRS-COUNTADJ-RPT
           RECORD CONTAINS 80 CHARACTERS.
       01  MRS-COUNTADJ-LINE                   PIC X(80).

       WORKING-STORAGE SECTION.
       COPY "CPYBOOKS/MRS-JOBCTR.CPY".
       COPY "CPYBOOKS/DATETIME.CPY".
       COPY "CPYBOOKS/MRS-SIGNON.CPY".
       COPY "CPYBOOKS/MRS-TRNPUT.CPY".
       COPY "CPYBOOKS/MRS-SEQPUT.CPY".
       COPY "CPYBOOKS/MRS-SPLPUT.CPY".
       COPY "CPYBOOKS/MRS-GLAPUT.CPY".
       COPY "CPYBOOKS/MRS-GLRPUT.CPY".

       01  WS-FILENAMES.
           05  UT-SYS-INVCOUNT       PIC X(50)
                               VALUE "C:\COBOL\MRS-INVCOUNT-INDEX.DAT".
           05  UT-SYS-CONCESS        PIC X(50)
                               VALUE "C:\COBOL\MRS-CONCESS-INDEX.DAT".
           05  UT-SYS-AUDIT          PIC X(50)
                               VALUE "C:\COBOL\MRS-AUDIT.LOG".
           05  UT-SYS-GL-STAGE       PIC X(50)
                               VALUE "C:\COBOL\MRS-GL-STAGE-6280.DAT".
           05  UT-SYS-COUNTADJ-RPT   PIC X(50)
                               VALUE "C:\COBOL\MRS-COUNTADJ.RPT".
           05  UT-SYS-FILE-CFG       PIC X(50)
                                   VALUE "C:\COBOL\MRS-FILE-PATHS.CFG".

       01  WS-FILE-CFG-CTL.
           05  WS-CFG-STATUS         PIC XX.
           05  WS-CFG-EOF            PIC X.
               88  CFG-EOF VALUE 'Y'.

       01  WS-SWITCHES.
           05  WS-ICT-STATUS         PIC XX.
           05  WS-CON-STATUS         PIC XX.
           05  WS-STAGE-STATUS       PIC XX.
           05  ICT-EOF               PIC X.
           05  WS-ICT-OPEN           PIC X VALUE "N".

       01  WS-POSTING.
           05  WS-POSTNUM            PIC 9(3) VALUE ZERO.
           05  WS-ACCNUM-SHRINK      PIC 999.
           05  WS-ACCNUM-INV         PIC 999.
           05  WS-PREFIX             PIC X(4) VALUE 'MRS-'.
           05  WS-JOR-BATCH          PIC 99 VALUE 92.
           05  WS-TODAY-NUM          PIC 9(8).
           05  WS-SHRINK-POST        PIC S9(7)V99.

       01  WS-CONTROL.
           05  WS-LINE-CNT           PIC 9(5) VALUE ZERO.
           05  WS-ITEM-CNT           PIC 9(5) VALUE ZERO.
           05  WS-ADJUST-CNT         PIC 9(5) VALUE ZERO.
           05  WS-MISSING-CNT        PIC 9(5) VALUE ZERO.
           05  WS-GL-LINES           PIC 9(5) VALUE ZERO.
           05  WS-I                  PIC 9(4).
           05  WS-BOOK               PIC 9(5).
           05  WS-VARIANCE           PIC S9(6).
           05  WS-VAR-VALUE          PIC S9(7)V999.
           05  WS-SHRINK-TOTAL       PIC S9(9)V999 VALUE ZERO.
           05  WS-AUD-KEY            PIC X(12).

      * The approved count added up per item across the theatres,
      * with the supervisor who approved it for the audit line.
       01  WS-COUNT-TABLE.
           05  WS-COUNT-SLOT OCCURS 999 TIMES.
               10  WCT-COUNTED       PIC 9(6).
               10  WCT-USED          PIC X.
               10  WCT-APPROVED-BY   PIC X(8).

       01  WS-RPT-HEADER.
           05  PIC X(35) VALUE "MRS INVENTORY COUNT ADJUSTMENTS -".
           05  RH-MONTH              PIC Z9.
           05  PIC X     VALUE "/".
           05  RH-DAY                PIC Z9.
           05  PIC X     VALUE "/".
           05  RH-YEAR               PIC 9999.
           05  PIC X(35) VALUE SPACES.

       01  WS-RPT-COL-HDR.
           05  PIC X(5)  VALUE "ITEM".
           05  PIC X(21) VALUE "NAME".
           05  PIC X(5)  VALUE " BOOK".
           05  PIC X(8)  VALUE " COUNTED".
           05  PIC X(8)  VALUE "VARIANCE".
           05  PIC X(9)  VALUE "     COST".
           05  PIC X(12) VALUE "  VARIANCE $".
           05  PIC X(12) VALUE " APPROVED BY".

       01  WS-RPT-DETAIL.
           05  RD-ITEM-NO            PIC 9(3).
           05  PIC X(2)  VALUE SPACES.
           05  RD-NAME               PIC X(20).
           05  PIC X(1)  VALUE SPACES.
           05  RD-BOOK               PIC ZZZZ9.
           05  PIC X(2)  VALUE SPACES.
           05  RD-COUNTED            PIC ZZZZZ9.
           05  PIC X(2)  VALUE SPACES.
           05  RD-VARIANCE           PIC -ZZZZ9.
           05  PIC X(2)  VALUE SPACES.
           05  RD-COST               PIC ZZ9.999.
           05  PIC X(1)  VALUE SPACES.
           05  RD-VAR-VALUE          PIC -ZZZ,ZZ9.99.
           05  PIC X(4)  VALUE SPACES.
           05  RD-APPROVED-BY        PIC X(8).

       01  WS-RPT-MISSING.
           05  RM-ITEM-NO            PIC 9(3).
           05  PIC X(2)  VALUE SPACES.
           05  PIC X(40)
               VALUE "COUNTED BUT NO LONGER ON THE ITEM FILE".
           05  PIC X(35) VALUE SPACES.

       01  WS-RPT-TOTAL-1.
           05  PIC X(28) VALUE "ITEMS COUNTED:".
           05  RT-ITEMS              PIC ZZZZ9.
           05  PIC X(6)  VALUE SPACES.
           05  PIC X(14) VALUE "ADJUSTED:".
           05  RT-ADJUSTED           PIC ZZZZ9.
           05  PIC X(22) VALUE SPACES.

       01  WS-RPT-TOTAL-2.
           05  PIC X(29) VALUE "SHRINKAGE POSTED (- = GAIN):".
           05  RT-SHRINK             PIC -ZZZ,ZZZ,ZZ9.99.
           05  PIC X(36) VALUE SPACES.

       01  WS-RPT-NONE.
           05  PIC X(40) VALUE "NO APPROVED COUNT TO APPLY.".
           05  PIC X(40) VALUE SPACES.

       01  WS-RPT-BLANK              PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.
       100-MAIN.
           PERFORM 160-LOAD-FILE-CONFIG THRU 160-END
           MOVE FUNCTION CURRENT-DATE TO WS-DATETIME
           COMPUTE WS-TODAY-NUM =
               (WS-YEAR * 10000) + (WS-MONTH * 100) + WS-DAY
           MOVE LOW-VALUES TO WS-COUNT-TABLE
           MOVE ZEROS TO MRS-JOB-READ
           MOVE ZEROS TO MRS-JOB-WRITTEN
           MOVE ZEROS TO MRS-JOB-REJECTED
           OPEN I-O MRS-INVCOUNT-FILE
           IF WS-ICT-STATUS = '00'
               MOVE "Y" TO WS-ICT-OPEN
               PERFORM 200-LOAD-APPROVED THRU 200-EXIT
           END-IF

           OPEN OUTPUT MRS-COUNTADJ-RPT
           MOVE WS-MONTH TO RH-MONTH
           MOVE WS-DAY TO RH-DAY
           MOVE WS-YEAR TO RH-YEAR
           WRITE MRS-COUNTADJ-LINE FROM WS-RPT-HEADER
           WRITE MRS-COUNTADJ-LINE FROM WS-RPT-BLANK
           IF WS-LINE-CNT = ZERO
               WRITE MRS-COUNTADJ-LINE FROM WS-RPT-NONE
               GO TO 100-FINISH
           END-IF

      *    The accounts come off the chart of accounts; a source with
      *    no single active account refuses the run before anything
      *    is touched (MRS-5020 prints why) and the count waits,
      *    still approved, for the next night.
           MOVE "MRS-6280" TO MRS-GAP-PROGRAM
           MOVE "**" TO MRS-GAP-SITE
           MOVE 2 TO MRS-GAP-COUNT
           MOVE "CONSHRK" TO MRS-GAP-SOURCE(1)
           MOVE "CONINV" TO MRS-GAP-SOURCE(2)
           CALL "MRS-5020" USING MRS-GLA-PUT
           IF MRS-GAP-ANSWER NOT = "Y"
               DISPLAY "MRS-6280: GL ACCOUNTS NOT IN ORDER - "
                   "COUNT NOT APPLIED."
               MOVE WS-LINE-CNT TO MRS-JOB-REJECTED
               GO TO 100-FINISH
           END-IF
           MOVE MRS-GAP-ACC-NUM(1) TO WS-ACCNUM-SHRINK
           MOVE MRS-GAP-ACC-NUM(2) TO WS-ACCNUM-INV

           OPEN I-O MRS-CONCESSION-FILE
           OPEN EXTEND MRS-AUDIT-FILE
           OPEN EXTEND MRS-GL-POST-FILE
           IF WS-STAGE-STATUS = '35'
               OPEN OUTPUT MRS-GL-POST-FILE
           END-IF
           WRITE MRS-COUNTADJ-LINE FROM WS-RPT-COL-HDR
           PERFORM 300-ADJUST-ONE-ITEM THRU 300-EXIT
               VARYING WS-I FROM 1 BY 1 UNTIL WS-I > 999
           COMPUTE WS-SHRINK-POST ROUNDED = WS-SHRINK-TOTAL
           IF WS-SHRINK-POST NOT = ZERO
               PERFORM 500-POST-SHRINKAGE THRU 500-EXIT
           END-IF
           PERFORM 600-MARK-APPLIED THRU 600-EXIT
           CLOSE MRS-CONCESSION-FILE
                 MRS-AUDIT-FILE
                 MRS-GL-POST-FILE

           MOVE WS-ITEM-CNT TO RT-ITEMS
           MOVE WS-ADJUST-CNT TO RT-ADJUSTED
           MOVE WS-SHRINK-POST TO RT-SHRINK
           WRITE MRS-COUNTADJ-LINE FROM WS-RPT-BLANK
           WRITE MRS-COUNTADJ-LINE FROM WS-RPT-TOTAL-1
           WRITE MRS-COUNTADJ-LINE FROM WS-RPT-TOTAL-2

      *    The night driver logs these on the job log.
           MOVE WS-LINE-CNT TO MRS-JOB-READ
           MOVE WS-ADJUST-CNT TO MRS-JOB-WRITTEN
           MOVE WS-MISSING-CNT TO MRS-JOB-REJECTED
           DISPLAY "MRS-6280 COUNT APPLIED: " WS-ITEM-CNT
               " ITEM(S) COUNTED, " WS-ADJUST-CNT " ADJUSTED."

      *    The staged journal goes to the feed only if it balances.
           MOVE "MRS-6280" TO MRS-GLR-PROGRAM
           MOVE UT-SYS-GL-STAGE TO MRS-GLR-STAGE
           MOVE "E" TO MRS-GLR-FEED-MODE
           CALL "MRS-5030" USING MRS-GLR-PUT.
       100-FINISH.
           IF WS-ICT-OPEN = "Y"
               CLOSE MRS-INVCOUNT-FILE
           END-IF
           CLOSE MRS-COUNTADJ-RPT
           MOVE "MRS-6280" TO MRS-SP-PROGRAM
           MOVE SPACES TO MRS-SP-PARMS
           MOVE UT-SYS-COUNTADJ-RPT TO MRS-SP-PATH
           CALL "MRS-7050" USING MRS-SPOOL-PUT
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
               WHEN "GL-STAGE-6280"
                   MOVE CFG-PATH TO UT-SYS-GL-STAGE
               WHEN "COUNTADJ-RPT"
                   MOVE CFG-PATH TO UT-SYS-COUNTADJ-RPT
           END-EVALUATE.
       170-END.
           EXIT.

      * Adds up the approved lines per item over every theatre.
      * Lines still waiting for approval are left for another night.
       200-LOAD-APPROVED.
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
                       IF MRS-ICT-STATUS = "A" AND
                          MRS-ICT-ITEM-NO NOT = ZEROS
                           PERFORM 250-ADD-ONE-LINE THRU 250-EXIT
                       END-IF
               END-READ
           END-PERFORM.
       200-EXIT.
           EXIT.

       250-ADD-ONE-LINE.
           ADD 1 TO WS-LINE-CNT
           IF WCT-USED(MRS-ICT-ITEM-NO) NOT = "Y"
               MOVE "Y" TO WCT-USED(MRS-ICT-ITEM-NO)
               MOVE ZEROS TO WCT-COUNTED(MRS-ICT-ITEM-NO)
           END-IF
           ADD MRS-ICT-COUNTED TO WCT-COUNTED(MRS-ICT-ITEM-NO)
           MOVE MRS-ICT-APPROVED-BY
               TO WCT-APPROVED-BY(MRS-ICT-ITEM-NO).
       250-EXIT.
           EXIT.

      * Sets one counted item's on-hand to its count and prices the
      * difference at its unit cost.
       300-ADJUST-ONE-ITEM.
           IF WCT-USED(WS-I) NOT = "Y"
               GO TO 300-EXIT
           END-IF
           ADD 1 TO WS-ITEM-CNT
           MOVE WS-I TO MRS-CON-ITEM-NO
           READ MRS-CONCESSION-FILE KEY IS MRS-CON-ITEM-NO
               INVALID KEY
                   ADD 1 TO WS-MISSING-CNT
                   MOVE WS-I TO RM-ITEM-NO
                   WRITE MRS-COUNTADJ-LINE FROM WS-RPT-MISSING
                   GO TO 300-EXIT
           END-READ
      *    Records written before the stock and cost fields existed
      *    carry spaces there - zero stock and no cost yet.
           IF MRS-CON-ON-HAND NOT NUMERIC
               MOVE ZEROS TO MRS-CON-ON-HAND
           END-IF
           IF MRS-CON-UNIT-COST NOT NUMERIC
               MOVE ZEROS TO MRS-CON-UNIT-COST
           END-IF
           MOVE MRS-CON-ON-HAND TO WS-BOOK
           IF WCT-COUNTED(WS-I) > 99999
               MOVE 99999 TO WCT-COUNTED(WS-I)
           END-IF
           COMPUTE WS-VARIANCE = WCT-COUNTED(WS-I) - WS-BOOK
           IF WS-VARIANCE = ZERO
               GO TO 300-EXIT
           END-IF
           COMPUTE WS-VAR-VALUE = WS-VARIANCE * MRS-CON-UNIT-COST
      *    Shrinkage is what went missing - the book less the count.
           SUBTRACT WS-VAR-VALUE FROM WS-SHRINK-TOTAL
           MOVE WCT-COUNTED(WS-I) TO MRS-CON-ON-HAND
           REWRITE MRS-CONCESSION-REC
           END-REWRITE
           ADD 1 TO WS-ADJUST-CNT
           PERFORM 900-WRITE-AUDIT THRU 900-EXIT
           MOVE MRS-CON-ITEM-NO TO RD-ITEM-NO
           MOVE MRS-CON-NAME TO RD-NAME
           MOVE WS-BOOK TO RD-BOOK
           MOVE WCT-COUNTED(WS-I) TO RD-COUNTED
           MOVE WS-VARIANCE TO RD-VARIANCE
           MOVE MRS-CON-UNIT-COST TO RD-COST
           COMPUTE RD-VAR-VALUE ROUNDED = WS-VAR-VALUE
           MOVE WCT-APPROVED-BY(WS-I) TO RD-APPROVED-BY
           WRITE MRS-COUNTADJ-LINE FROM WS-RPT-DETAIL.
       300-EXIT.
           EXIT.

      * The shrinkage is an expense, so it goes out with the sign a
      * charge carries on the feed; the stock comes off the
      * inventory account by the same amount, so the journal nets
      * to zero. A gain turns both signs round.
       500-POST-SHRINKAGE.
           ADD 1 TO WS-POSTNUM
           ADD 1 TO WS-GL-LINES
           MOVE WS-POSTNUM TO MRS-IDENTIFIER
           MOVE WS-PREFIX TO MRS-PREFIX
           MOVE "**" TO MRS-GL-SITE
           MOVE WS-ACCNUM-SHRINK TO MRS-GL-ACC-NUM
           MOVE WS-MONTH TO MRS-GL-MONTH-OF-TRANS
           MOVE WS-DAY TO MRS-GL-DAY-OF-TRANS
           MOVE WS-YEAR TO MRS-GL-YEAR-OF-TRANS
           COMPUTE MRS-GL-ADJUST-AMOUNT = 0 - WS-SHRINK-POST
           MOVE WS-TODAY-NUM TO MRS-GL-JOR-DATE
           MOVE WS-JOR-BATCH TO MRS-GL-JOR-NUM
           MOVE "CONCESSION COUNT SHRINKAGE" TO MRS-GL-DESC
           WRITE MRS-GL-POST-REC
           ADD 1 TO WS-POSTNUM
           ADD 1 TO WS-GL-LINES
           MOVE WS-POSTNUM TO MRS-IDENTIFIER
           MOVE WS-ACCNUM-INV TO MRS-GL-ACC-NUM
           MOVE WS-SHRINK-POST TO MRS-GL-ADJUST-AMOUNT
           MOVE "CONCESSION INVENTORY COUNTED" TO MRS-GL-DESC
           WRITE MRS-GL-POST-REC.
       500-EXIT.
           EXIT.

      * Stamps every approved line done, so tomorrow night finds
      * nothing left to apply.
       600-MARK-APPLIED.
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
                       IF MRS-ICT-STATUS = "A"
                           MOVE "D" TO MRS-ICT-STATUS
                           MOVE WS-TODAY-NUM TO MRS-ICT-APPLIED-DATE
                           REWRITE MRS-INVCOUNT-REC
                           END-REWRITE
                       END-IF
               END-READ
           END-PERFORM.
       600-EXIT.
           EXIT.

      * One audit line per item adjusted, under the supervisor who
      * approved the count; the key carries the item and the
      * quantity it was set to.
       900-WRITE-AUDIT.
           MOVE WS-YEAR TO MRS-AUD-YEAR
           MOVE WS-MONTH TO MRS-AUD-MONTH
           MOVE WS-DAY TO MRS-AUD-DAY
           MOVE "MRS-6280" TO MRS-AUD-PROGRAM
           MOVE "ADJUST" TO MRS-AUD-ACTION
           MOVE SPACES TO WS-AUD-KEY
           MOVE MRS-CON-ITEM-NO TO WS-AUD-KEY(1:3)
           MOVE "=" TO WS-AUD-KEY(4:1)
           MOVE MRS-CON-ON-HAND TO WS-AUD-KEY(5:5)
           MOVE WS-AUD-KEY TO MRS-AUD-KEY
           MOVE WCT-APPROVED-BY(WS-I) TO MRS-AUD-OPERATOR
           COPY "CPYBOOKS/MRS-AUDSEQ.CPY".
           WRITE MRS-AUDIT-REC.
       900-EXIT.
           EXIT.

       end program MRS-6280.
