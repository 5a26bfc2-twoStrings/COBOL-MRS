      *
      * A = add a hold     C = convert a hold to a sale
      * R = release a hold (seats go back on the showing)
      *
      * A tax-exempt group (a school, a church) keys its exemption
      * certificate when the hold is placed and again when it
      * converts. MRS-1620 proves it on file, unrevoked, and
      * unexpired - a bad one refuses the hold or the conversion -
      * and the invoice and the money collected at the counter go
      * on the tax exempt sales ledger under it. Nothing here
      * charges tax, so the group's trail line carries zero tax
      * either way.
      *****************************************************************

       ENVIRONMENT DIVISION.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MRS-SHOW-ID
               ALTERNATE KEY IS MRS-SHOW-LOOKUP-KEY
               WITH DUPLICATES
               ALTERNATE KEY IS MRS-RENTAL-ID
               WITH DUPLICATES.

           SELECT MRS-SCREEN-FILE
       COPY "CPYBOOKS/MRS-JRNPUT.CPY".
       COPY "CPYBOOKS/FUNCTION-KEYS.CPY".
       COPY "CPYBOOKS/MRS-SIGNON.CPY".
       COPY "CPYBOOKS/MRS-SEQPUT.CPY".
       COPY "CPYBOOKS/MRS-TRNPUT.CPY".
       COPY "CPYBOOKS/DATETIME.CPY".
       COPY "CPYBOOKS/MRS-TIXPUT.CPY".
       COPY "CPYBOOKS/MRS-SERPUT.CPY".
       COPY "CPYBOOKS/MRS-TXEPUT.CPY".

       01  WORKING-VARIABLES.
           05  WV-MODE               PIC X.
           05  WV-NEXT-INV-NO        PIC 9(6) VALUE ZERO.
           05  AR-EOF                PIC X.
           05  WS-AR-STATUS          PIC XX.
           05  WV-FIRST-SERIAL       PIC 9(9).
           05  WV-LAST-SERIAL        PIC 9(9).
           05  WV-EXEMPT-CERT        PIC X(12).
           05  WV-EXEMPT-OK          PIC X.
           05  WV-EXEMPT-WHY         PIC X(30).
           05  WV-EXEMPT-DATE        PIC 9(8).

       01  WS-FILENAMES.
      * File path(s)
           05  UT-SYS-MRS-HOLD          PIC X(50)
                                   VALUE "C:\COBOL\MRS-HOLD-INDEX.dat".
                                            FOREGROUND-COLOR 7.
           05  HM-TITLE-LINE.
               10  LINE 1 COL 1            VALUE "MRS360".
               10 COL 10 PIC X(8) FROM MRS-SIGNON-BANNER
                    FOREGROUND-COLOR 4.
               10         COL 30           VALUE "MOVIE THEATER SYSTEM".
               10         COL 70           PIC Z9 FROM WS-MONTH.
               10         COL 72           VALUE "/".
               10  LINE 14 COL 7 VALUE "INVOICE AMOUNT (0=NONE):".
               10          COL 32 PIC 9(5)V99 TO WV-INV-AMOUNT
                                    REVERSE-VIDEO.
               10  LINE 15 COL 4 VALUE "TAX EXEMPT CERT (BLANK=NONE):".
               10          COL 34 PIC X(12) TO WV-EXEMPT-CERT
                                    REVERSE-VIDEO.

       01  HOLD-PICK-SCREEN.
           05  HOLD-PICK-ENTRY.
               10  LINE 13 COL 10 VALUE "AMOUNT COLLECTED:".
               10          COL 32 PIC 9(5)V99 TO WV-AMOUNT
                                    REVERSE-VIDEO.
               10  LINE 14 COL 4 VALUE "TAX EXEMPT CERT (BLANK=NONE):".
               10          COL 34 PIC X(12) TO WV-EXEMPT-CERT
                                    REVERSE-VIDEO.

       01  SEAT-MAP-BOX.
           05  SEAT-MAP-SHOW.
               10  LINE 8  COL 45 VALUE "HOLD ID:".
               10          COL 54 PIC 9(4) FROM MRS-HOLD-ID.

           05  SERIAL-RUN-SHOW              FOREGROUND-COLOR 2.
               10  LINE 10 COL 45 VALUE "SERIALS:".
               10          COL 54 PIC 9(9) FROM WV-FIRST-SERIAL.
               10          COL 64 VALUE "-".
               10          COL 66 PIC 9(9) FROM WV-LAST-SERIAL.

           05  INV-NO-SHOW                  FOREGROUND-COLOR 2.
               10  LINE 9  COL 45 VALUE "INVOICE:".
               10          COL 54 PIC 9(6) FROM MRS-AR-INV-NO.
               10          COL 45 VALUE "PRESS ENTER TO CONTINUE".
               10          COL 70 PIC X TO WV-ENTER.

           05  EXEMPT-REFUSED               FOREGROUND-COLOR 4.
               10  LINE 23 COL 1 BLANK LINE.
               10          COL 10 VALUE "TAX EXEMPT CERTIFICATE".
               10          COL 33 PIC X(30) FROM WV-EXEMPT-WHY.
               10  LINE 24 COL 1 BLANK LINE.
               10          COL 45 VALUE "PRESS ENTER TO CONTINUE".
               10          COL 70 PIC X TO WV-ENTER.

           05  NOT-ENOUGH-SEATS             FOREGROUND-COLOR 4.
               10  LINE 23 COL 1 BLANK LINE.
               10          COL 10 VALUE "NOT ENOUGH SEATS LEFT ON THE".
      * confirmed, so the box office can never sell into it.
       300-ADD-HOLD.
           MOVE ZEROS TO WV-INV-AMOUNT
           MOVE SPACES TO WV-EXEMPT-CERT
           DISPLAY HOLD-ADD-ENTRY
           ACCEPT HOLD-ADD-ENTRY
           IF (F3 OR F4)
               GO TO 300-EXIT
           END-IF
           PERFORM 600-CHECK-EXEMPT THRU 600-EXIT
           IF (WV-EXEMPT-CERT NOT = SPACES AND WV-EXEMPT-OK NOT = "Y")
               GO TO 300-EXIT
           END-IF

           MOVE WV-SHOW-ID TO MRS-SHOW-ID
           READ MRS-SHOW-FILE
                           IF (WV-INV-AMOUNT > 0)
                               PERFORM 360-WRITE-INVOICE THRU 360-EXIT
                               DISPLAY INV-NO-SHOW
                               IF (WV-EXEMPT-OK = "Y")
                                   MOVE "INV" TO MRS-TXE-REF
                                   MOVE MRS-AR-INV-NO
                                       TO MRS-TXE-REF(4:6)
                                   MOVE WV-INV-AMOUNT
                                       TO MRS-TXE-AMOUNT
                                   PERFORM 650-POST-EXEMPT
                                       THRU 650-EXIT
                               END-IF
                           END-IF
                           MOVE "ADD" TO MRS-AUD-ACTION
                           PERFORM 930-WRITE-AUDIT THRU 930-EXIT
       400-CONVERT-HOLD.
           PERFORM 450-FETCH-OPEN-HOLD THRU 450-EXIT
           IF (MRS-HOLD-STATUS = "O")
               MOVE SPACES TO WV-EXEMPT-CERT
               DISPLAY HOLD-AMOUNT-ENTRY
               ACCEPT HOLD-AMOUNT-ENTRY
               PERFORM 600-CHECK-EXEMPT THRU 600-EXIT
               IF (WV-EXEMPT-CERT NOT = SPACES AND
                   WV-EXEMPT-OK NOT = "Y")
                   GO TO 400-EXIT
               END-IF
               DISPLAY HOLD-CONFIRM
               ACCEPT HOLD-CONFIRM
               IF (WV-CONFIRM = "Y")
      * screen.
                   PERFORM 420-MARK-GROUP-SEATS THRU 420-EXIT
                   PERFORM 470-WRITE-SALE-TXN THRU 470-EXIT
                   IF (WV-EXEMPT-OK = "Y" AND WV-AMOUNT > 0)
                       MOVE "HOLD" TO MRS-TXE-REF
                       MOVE MRS-HOLD-ID TO MRS-TXE-REF(5:4)
                       MOVE WV-AMOUNT TO MRS-TXE-AMOUNT
                       PERFORM 650-POST-EXEMPT THRU 650-EXIT
                   END-IF
                   MOVE "CONVRT" TO MRS-AUD-ACTION
                   PERFORM 930-WRITE-AUDIT THRU 930-EXIT
                   IF (WV-FIRST-SERIAL NOT = ZEROS)
                       DISPLAY SERIAL-RUN-SHOW
                   END-IF
                   DISPLAY HOLD-SUCCESS
                   ACCEPT HOLD-SUCCESS
               END-IF
           MOVE "SALE" TO MRS-TSL-ACTION
           MOVE "C" TO MRS-TSL-TENDER
           MOVE ZEROS TO MRS-TSL-TAX
      *    The group's admissions get serials like any sale, so the
      *    door can take them; the run goes on screen for the
      *    group's paperwork and its first serial on the line.
           MOVE "I" TO MRS-SRP-FUNCTION
           MOVE MRS-HOLD-SHOW-ID TO MRS-SRP-SHOW-ID
           MOVE MRS-SHOW-DATE TO MRS-SRP-SHOW-DATE
           MOVE MRS-SHOW-TIME(1:4) TO MRS-SRP-SHOW-TIME
           MOVE MRS-SCREEN-NUMBER TO MRS-SRP-SCREEN
           MOVE MRS-SIGNON-SITE TO MRS-SRP-SITE
           MOVE "G" TO MRS-SRP-TYPE
           MOVE MRS-HOLD-SEATS TO MRS-SRP-QTY
           MOVE WS-OPERATOR-ID TO MRS-SRP-OPERATOR
           CALL "MRS-6485" USING MRS-SER-PUT
           MOVE ZEROS TO WV-FIRST-SERIAL
           MOVE ZEROS TO WV-LAST-SERIAL
           IF (MRS-SRP-ANSWER = "Y" AND MRS-SRP-SERIAL NOT = ZEROS)
               MOVE MRS-SRP-SERIAL TO WV-FIRST-SERIAL
               COMPUTE WV-LAST-SERIAL =
                   MRS-SRP-SERIAL + MRS-HOLD-SEATS - 1
           END-IF
           MOVE WV-FIRST-SERIAL TO MRS-TSL-SERIAL
           COPY "CPYBOOKS/MRS-TSLSEQ.CPY".
           WRITE MRS-TSL-REC
      *    Dual-write to the indexed transaction store, so the
      *    date-range readers see the line without a year scan.
       470-EXIT.
           EXIT.

      * Proves a keyed tax exemption certificate good for today
      * through MRS-1620. No certificate keyed is an ordinary group;
      * one not on file, revoked, or expired is refused with the
      * reason on the message line.
       600-CHECK-EXEMPT.
           MOVE "N" TO WV-EXEMPT-OK
           IF (WV-EXEMPT-CERT = SPACES)
               GO TO 600-EXIT
           END-IF
           COMPUTE WV-EXEMPT-DATE =
               (WS-YEAR * 10000) + (WS-MONTH * 100) + WS-DAY
           MOVE "V" TO MRS-TXE-FUNCTION
           MOVE WV-EXEMPT-CERT TO MRS-TXE-CERT-NO
           MOVE WV-EXEMPT-DATE TO MRS-TXE-DATE
           CALL "MRS-1620" USING MRS-EXEMPT-PUT
           EVALUATE MRS-TXE-ANSWER
               WHEN "Y"
                   MOVE "Y" TO WV-EXEMPT-OK
               WHEN "X"
                   MOVE "HAS EXPIRED." TO WV-EXEMPT-WHY
               WHEN "R"
                   MOVE "HAS BEEN REVOKED." TO WV-EXEMPT-WHY
               WHEN OTHER
                   MOVE "IS NOT ON FILE." TO WV-EXEMPT-WHY
           END-EVALUATE
           IF (WV-EXEMPT-OK NOT = "Y")
               DISPLAY EXEMPT-REFUSED
               ACCEPT EXEMPT-REFUSED
           END-IF.
       600-EXIT.
           EXIT.

      * Puts the group's exempt money on the tax exempt sales ledger
      * under its certificate. The caller sets MRS-TXE-REF (the
      * invoice number, or the hold id on a conversion) and
      * MRS-TXE-AMOUNT first.
       650-POST-EXEMPT.
           MOVE "P" TO MRS-TXE-FUNCTION
           MOVE WV-EXEMPT-CERT TO MRS-TXE-CERT-NO
           MOVE WV-EXEMPT-DATE TO MRS-TXE-DATE
           MOVE "G" TO MRS-TXE-REGISTER
           MOVE "SALE" TO MRS-TXE-ACTION
           MOVE ZEROS TO MRS-TXE-TAX-FORGONE
           CALL "MRS-1620" USING MRS-EXEMPT-PUT.
       650-EXIT.
           EXIT.

      * Scans the hold file once at startup so new holds can be
      * given the next unused MRS-HOLD-ID, the same way MRS-3100
      * numbers new show records.
           MOVE "MRS-3600" TO MRS-AUD-PROGRAM
           MOVE MRS-HOLD-ID TO MRS-AUD-KEY
           MOVE WS-OPERATOR-ID TO MRS-AUD-OPERATOR
           COPY "CPYBOOKS/MRS-AUDSEQ.CPY".
           WRITE MRS-AUDIT-REC.
       930-EXIT.
           EXIT.
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

