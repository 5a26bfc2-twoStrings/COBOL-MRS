       IDENTIFICATION DIVISION.
       PROGRAM-ID.  MRS-1570.
       AUTHOR.  JOHN BELLEK.
      *****************************************************************
      * Staff sale pricing and ledger - the one place both registers
      * go for the staff discount, so the box office (MRS-3500) and
      * the concession counter (MRS-1400) price a staff purchase the
      * same way and draw on the same monthly allowance.
      *
      * A quote ("Q") checks the employee is an active operator not
      * kept off the discount, finds the most specific active staff
      * discount rule for what is being sold (MRS-STAFFRULE.CPY),
      * and works the discount. Before the register may take it,
      * the discount has to fit in what is left of the employee's
      * allowance for the calendar month of the selling date: the
      * operator's own allowance, or the house allowance (business
      * parameter STAFF-ALLOW, 50.00 as compiled) when none is set,
      * less the month's discounts already on the staff purchase
      * ledger and whatever the sale in hand has already quoted.
      *
      * A post ("P") writes the line to the staff purchase ledger
      * once the register has the sale down, which is what counts it
      * against the allowance from then on.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MRS-OPERATOR-FILE
               ASSIGN TO UT-SYS-OPERATOR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MRS-OPR-ID
               FILE STATUS IS WS-OPR-STATUS.

           SELECT MRS-STAFFRULE-FILE
               ASSIGN TO UT-SYS-STAFFRULE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MRS-SDR-CLASS
               FILE STATUS IS WS-SDR-STATUS.

           SELECT MRS-STAFFBUY-FILE
               ASSIGN TO UT-SYS-STAFFBUY
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MRS-SBY-KEY
               FILE STATUS IS WS-SBY-STATUS.

           SELECT MRS-FILE-CONFIG-FILE
               ASSIGN TO UT-SYS-FILE-CFG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CFG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       COPY "CPYBOOKS/MRS-OPERATOR.CPY".
       COPY "CPYBOOKS/MRS-STAFFRULE.CPY".
       COPY "CPYBOOKS/MRS-STAFFBUY.CPY".
       COPY "CPYBOOKS/MRS-FILE-CFG.CPY".

       WORKING-STORAGE SECTION.
       COPY "CPYBOOKS/DATETIME.CPY".
       COPY "CPYBOOKS/MRS-SIGNON.CPY".
       COPY "CPYBOOKS/MRS-TRNPUT.CPY".
       COPY "CPYBOOKS/MRS-BPMPUT.CPY".
       01 WS-FILENAMES.
         05 UT-SYS-OPERATOR PIC X(50)
           VALUE "C:\COBOL\MRS-OPERATOR-INDEX.DAT".
         05 UT-SYS-STAFFRULE PIC X(50)
           VALUE "C:\COBOL\MRS-STAFFRULE-INDEX.DAT".
         05 UT-SYS-STAFFBUY PIC X(50)
           VALUE "C:\COBOL\MRS-STAFFBUY-INDEX.DAT".
         05 UT-SYS-FILE-CFG PIC X(50)
           VALUE "C:\COBOL\MRS-FILE-PATHS.CFG".

       01 WS-FILE-CFG-CTL.
         05 WS-CFG-STATUS PIC XX.
         05 WS-CFG-EOF PIC X.
           88 CFG-EOF VALUE 'Y'.

       01 WS-CONTROL.
         05 WS-OPR-STATUS PIC XX.
         05 WS-SDR-STATUS PIC XX.
         05 WS-SBY-STATUS PIC XX.
         05 WS-EOF PIC X.
         05 WS-WROTE PIC X.
         05 WS-TRY-CLASS PIC X(4).
         05 WS-RULE-FOUND PIC X.
         05 WS-PCT PIC 9(3).
         05 WS-ALLOWANCE PIC 9(5)V99.
         05 WS-USED PIC 9(7)V99.
         05 WS-SPENT PIC 9(7)V99.
         05 WS-MONTH-START PIC 9(8).
         05 WS-MONTH-KEY PIC 9(6).

      * The house allowance as compiled; the business parameter
      * file has the last word.
       01 WS-HOUSE-ALLOW PIC 9(5)V99 VALUE 50.00.

       LINKAGE SECTION.
       COPY "CPYBOOKS/MRS-STFPUT.CPY".

       PROCEDURE DIVISION USING MRS-STAFF-PUT.
       100-MAIN.
           MOVE "N" TO MRS-STF-ANSWER
           PERFORM 160-LOAD-FILE-CONFIG THRU 160-END
           EVALUATE MRS-STF-FUNCTION
               WHEN "Q"
                   PERFORM 200-QUOTE THRU 200-EXIT
               WHEN "P"
                   PERFORM 500-POST THRU 500-EXIT
           END-EVALUATE
           GOBACK.
       100-EXIT.
           EXIT.

      * Prices one line of a staff sale and checks it against what
      * is left of the month's allowance.
       200-QUOTE.
           MOVE ZEROS TO MRS-STF-DISCOUNT
           MOVE ZEROS TO MRS-STF-LEFT
           MOVE SPACES TO MRS-STF-NAME
           MOVE "E" TO MRS-STF-ANSWER
      *    A staff sale is tied to a real employee - with no
      *    operator master on disk there is no one to tie it to.
           OPEN INPUT MRS-OPERATOR-FILE
           IF WS-OPR-STATUS NOT = '00'
               GO TO 200-EXIT
           END-IF
           MOVE MRS-STF-EMPLOYEE TO MRS-OPR-ID
           READ MRS-OPERATOR-FILE
               INVALID KEY
                   CLOSE MRS-OPERATOR-FILE
                   GO TO 200-EXIT
           END-READ
           CLOSE MRS-OPERATOR-FILE
           IF MRS-OPR-ACTIVE-FLAG NOT = "Y" OR
              MRS-OPR-STAFF-FLAG = "N"
               GO TO 200-EXIT
           END-IF
           MOVE MRS-OPR-NAME TO MRS-STF-NAME
           IF MRS-OPR-STAFF-ALLOW NUMERIC AND
              MRS-OPR-STAFF-ALLOW > ZERO
               MOVE MRS-OPR-STAFF-ALLOW TO WS-ALLOWANCE
           ELSE
               MOVE "STAFF-ALLOW" TO MRS-BPP-NAME
               MOVE MRS-STF-DATE TO MRS-BPP-AS-OF
               MOVE WS-HOUSE-ALLOW TO MRS-BPP-VALUE
               CALL "MRS-1760" USING MRS-BPM-PUT
               MOVE MRS-BPP-VALUE TO WS-ALLOWANCE
           END-IF

           PERFORM 300-FIND-RULE THRU 300-EXIT
           PERFORM 400-MONTH-USED THRU 400-EXIT
           COMPUTE WS-SPENT = WS-USED + MRS-STF-PENDING
           IF WS-SPENT < WS-ALLOWANCE
               COMPUTE MRS-STF-LEFT = WS-ALLOWANCE - WS-SPENT
           END-IF
           COMPUTE MRS-STF-DISCOUNT ROUNDED =
               (MRS-STF-FACE * WS-PCT) / 100
           IF MRS-STF-DISCOUNT > MRS-STF-FACE
               MOVE MRS-STF-FACE TO MRS-STF-DISCOUNT
           END-IF
           IF MRS-STF-DISCOUNT > MRS-STF-LEFT
               MOVE "O" TO MRS-STF-ANSWER
           ELSE
               MOVE "Y" TO MRS-STF-ANSWER
           END-IF.
       200-EXIT.
           EXIT.

      * The class's own rule, else the one covering its whole kind -
      * "TKT*" for a ticket type, "CON*" for an item or a combo.
       300-FIND-RULE.
           MOVE ZERO TO WS-PCT
           OPEN INPUT MRS-STAFFRULE-FILE
           IF WS-SDR-STATUS NOT = '00'
               GO TO 300-EXIT
           END-IF
           MOVE MRS-STF-CLASS TO WS-TRY-CLASS
           PERFORM 350-TRY-RULE THRU 350-EXIT
           IF WS-RULE-FOUND NOT = "Y"
               IF MRS-STF-CLASS(1:3) = "TKT"
                   MOVE "TKT*" TO WS-TRY-CLASS
               ELSE
                   MOVE "CON*" TO WS-TRY-CLASS
               END-IF
               IF WS-TRY-CLASS NOT = MRS-STF-CLASS
                   PERFORM 350-TRY-RULE THRU 350-EXIT
               END-IF
           END-IF
           CLOSE MRS-STAFFRULE-FILE.
       300-EXIT.
           EXIT.

       350-TRY-RULE.
           MOVE "N" TO WS-RULE-FOUND
           MOVE WS-TRY-CLASS TO MRS-SDR-CLASS
           READ MRS-STAFFRULE-FILE
               INVALID KEY
                   GO TO 350-EXIT
           END-READ
           IF MRS-SDR-ACTIVE-FLAG = "Y"
               MOVE "Y" TO WS-RULE-FOUND
               MOVE MRS-SDR-PCT TO WS-PCT
               IF WS-PCT > 100
                   MOVE 100 TO WS-PCT
               END-IF
           END-IF.
       350-EXIT.
           EXIT.

      * Adds up the discounts already on the ledger for this
      * employee in the selling date's calendar month.
       400-MONTH-USED.
           MOVE ZEROS TO WS-USED
           OPEN INPUT MRS-STAFFBUY-FILE
           IF WS-SBY-STATUS NOT = '00'
               GO TO 400-EXIT
           END-IF
           MOVE MRS-STF-DATE(1:6) TO WS-MONTH-KEY
           COMPUTE WS-MONTH-START = (WS-MONTH-KEY * 100) + 1
           MOVE "N" TO WS-EOF
           MOVE MRS-STF-EMPLOYEE TO MRS-SBY-EMPLOYEE
           MOVE WS-MONTH-START TO MRS-SBY-DATE
           MOVE ZEROS TO MRS-SBY-TIME
           MOVE ZEROS TO MRS-SBY-SEQ
           START MRS-STAFFBUY-FILE KEY IS NOT LESS THAN MRS-SBY-KEY
               INVALID KEY
                   MOVE "Y" TO WS-EOF
           END-START
           PERFORM 450-NEXT-PURCHASE THRU 450-EXIT
               UNTIL WS-EOF = "Y"
           CLOSE MRS-STAFFBUY-FILE.
       400-EXIT.
           EXIT.

       450-NEXT-PURCHASE.
           READ MRS-STAFFBUY-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-EOF
                   GO TO 450-EXIT
           END-READ
           IF MRS-SBY-EMPLOYEE NOT = MRS-STF-EMPLOYEE OR
              MRS-SBY-DATE(1:6) NOT = MRS-STF-DATE(1:6)
               MOVE "Y" TO WS-EOF
               GO TO 450-EXIT
           END-IF
           ADD MRS-SBY-DISCOUNT TO WS-USED.
       450-EXIT.
           EXIT.

      * Puts one staff sale line on the ledger. The first staff sale
      * a site ever rings creates the file.
       500-POST.
           OPEN I-O MRS-STAFFBUY-FILE
           IF WS-SBY-STATUS = '35'
               OPEN OUTPUT MRS-STAFFBUY-FILE
               CLOSE MRS-STAFFBUY-FILE
               OPEN I-O MRS-STAFFBUY-FILE
           END-IF
           IF WS-SBY-STATUS NOT = '00'
               GO TO 500-EXIT
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-DATETIME
           MOVE SPACES TO MRS-STAFFBUY-REC
           MOVE MRS-STF-EMPLOYEE TO MRS-SBY-EMPLOYEE
           MOVE MRS-STF-DATE TO MRS-SBY-DATE
           MOVE WS-DATETIME(9:6) TO MRS-SBY-TIME
           MOVE MRS-STF-REGISTER TO MRS-SBY-REGISTER
           MOVE MRS-STF-CLASS TO MRS-SBY-CLASS
           MOVE MRS-STF-DESC TO MRS-SBY-DESC
           MOVE MRS-STF-QTY TO MRS-SBY-QTY
           MOVE MRS-STF-FACE TO MRS-SBY-FACE
           MOVE MRS-STF-DISCOUNT TO MRS-SBY-DISCOUNT
           COMPUTE MRS-SBY-CHARGED = MRS-STF-FACE - MRS-STF-DISCOUNT
           MOVE MRS-SIGNON-OPERATOR TO MRS-SBY-OPERATOR
           MOVE MRS-SIGNON-SITE TO MRS-SBY-SITE
      *    Several lines of one checkout land in the same second;
      *    each takes the next free sequence number.
           MOVE "N" TO WS-WROTE
           PERFORM 550-WRITE-ONE THRU 550-EXIT
               VARYING MRS-SBY-SEQ FROM 1 BY 1
               UNTIL WS-WROTE = "Y" OR MRS-SBY-SEQ > 998
           CLOSE MRS-STAFFBUY-FILE
           IF WS-WROTE = "Y"
               MOVE "Y" TO MRS-STF-ANSWER
           END-IF.
       500-EXIT.
           EXIT.

       550-WRITE-ONE.
           WRITE MRS-STAFFBUY-REC
               INVALID KEY
                   GO TO 550-EXIT
           END-WRITE
           MOVE "Y" TO WS-WROTE.
       550-EXIT.
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
               WHEN "OPERATOR"
                   MOVE CFG-PATH TO UT-SYS-OPERATOR
               WHEN "STAFFRULE"
                   MOVE CFG-PATH TO UT-SYS-STAFFRULE
               WHEN "STAFFBUY"
                   MOVE CFG-PATH TO UT-SYS-STAFFBUY
           END-EVALUATE.
       170-END.
           EXIT.

       end program MRS-1570.
