       IDENTIFICATION DIVISION.
       PROGRAM-ID.  MRS-6545.
       AUTHOR.  JOHN BELLEK.
      *****************************************************************
      * Inbound file control - the one place a file dropped on us
      * from outside is checked before a batch takes it in. A drop
      * left in place, or sent twice, used to be processed twice:
      * double holds off the reservation intake, double disputes off
      * the vendor invoices. Each inbound batch now calls this
      * (MRS-IBPUT.CPY):
      *
      *   "C" before its first read - the whole drop is read once
      *       here for its size in bytes, its record count, and a
      *       check value over every character (the same rolling
      *       check MRS-6490 chains the trails with). Content never
      *       seen before for that job goes on the inbound registry
      *       and the batch goes ahead. Content already on the
      *       registry is refused unless a supervisor, asked for
      *       here on the console, forces it through with id and
      *       password - a force is registered against the file and
      *       lands on the audit trail.
      *   "Q" for each line the batch rejects - the line, with the
      *       reason, goes on the common quarantine file.
      *
      * A registry that cannot be opened is reported on the console
      * and the drop is taken unchecked rather than holding up the
      * intake; the registry is started here if the site has none.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MRS-INBOUND-FILE
               ASSIGN TO WS-IN-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IN-STATUS.

           SELECT MRS-INREG-FILE
               ASSIGN TO UT-SYS-INREG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MRS-IBR-KEY
               FILE STATUS IS WS-IBR-STATUS.

           SELECT MRS-QUARANTINE-FILE
               ASSIGN TO UT-SYS-QUARANTINE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-QTN-STATUS.

           SELECT MRS-OPERATOR-FILE
               ASSIGN TO UT-SYS-OPERATOR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MRS-OPR-ID
               FILE STATUS IS WS-OPR-STATUS.

           SELECT MRS-AUDIT-FILE
               ASSIGN TO UT-SYS-AUDIT
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT MRS-FILE-CONFIG-FILE
               ASSIGN TO UT-SYS-FILE-CFG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CFG-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * Any of the inbound drops, one line at a time - the longest
      * of them is well inside this.
       FD  MRS-INBOUND-FILE
           RECORD CONTAINS 256 CHARACTERS.
       01  MRS-INBOUND-LINE                    PIC X(256).

       COPY "CPYBOOKS/MRS-INREG.CPY".
       COPY "CPYBOOKS/MRS-QUARANT.CPY".
       COPY "CPYBOOKS/MRS-OPERATOR.CPY".
       COPY "CPYBOOKS/MRS-AUDIT.CPY".
       COPY "CPYBOOKS/MRS-FILE-CFG.CPY".

       WORKING-STORAGE SECTION.
       COPY "CPYBOOKS/DATETIME.CPY".
       COPY "CPYBOOKS/MRS-SIGNON.CPY".
       COPY "CPYBOOKS/MRS-TRNPUT.CPY".
       COPY "CPYBOOKS/MRS-PWDPUT.CPY".
       COPY "CPYBOOKS/MRS-SEQPUT.CPY".

       01  WS-FILENAMES.
           05  UT-SYS-INREG          PIC X(50)
                               VALUE "C:\COBOL\MRS-INREG-INDEX.DAT".
           05  UT-SYS-QUARANTINE     PIC X(50)
                               VALUE "C:\COBOL\MRS-QUARANTINE.DAT".
           05  UT-SYS-OPERATOR       PIC X(50)
                               VALUE "C:\COBOL\MRS-OPERATOR-INDEX.DAT".
           05  UT-SYS-AUDIT          PIC X(50)
                               VALUE "C:\COBOL\MRS-AUDIT.LOG".
           05  UT-SYS-FILE-CFG       PIC X(50)
                                   VALUE "C:\COBOL\MRS-FILE-PATHS.CFG".

      * The caller's drop. Kept out of WS-FILENAMES: the caller has
      * already pointed it at the training copy when that is where
      * it is working.
       01  WS-IN-PATH                PIC X(50).

       01  WS-FILE-CFG-CTL.
           05  WS-CFG-STATUS         PIC XX.
           05  WS-CFG-EOF            PIC X.
               88  CFG-EOF VALUE 'Y'.

       01  WS-CONTROL.
           05  WS-IN-STATUS          PIC XX.
           05  WS-IBR-STATUS         PIC XX.
           05  WS-QTN-STATUS         PIC XX.
           05  WS-OPR-STATUS         PIC XX.
           05  WS-IN-EOF             PIC X.
           05  WS-ON-FILE            PIC X.
           05  WS-TODAY-NUM          PIC 9(8).
           05  WS-NOW-TIME           PIC 9(6).
           05  WS-LEN                PIC 9(3).
           05  WS-I                  PIC 9(3).
           05  WS-HASH               PIC 9(9).
           05  WS-PRIME              PIC 9(9) VALUE 999999937.

       01  WS-FORCE.
           05  WS-FRC-ID             PIC X(8).
           05  WS-FRC-PASSWORD       PIC X(8).
           05  WS-FRC-OK             PIC X.

       LINKAGE SECTION.
       COPY "CPYBOOKS/MRS-IBPUT.CPY".

       PROCEDURE DIVISION USING MRS-IB-PUT.
       100-MAIN.
           PERFORM 160-LOAD-FILE-CONFIG THRU 160-END
           MOVE FUNCTION CURRENT-DATE TO WS-DATETIME
           COMPUTE WS-TODAY-NUM =
               (WS-YEAR * 10000) + (WS-MONTH * 100) + WS-DAY
           COMPUTE WS-NOW-TIME =
               (WS-HOUR * 10000) + (WS-MINUTE * 100) + WS-SECOND
           EVALUATE MRS-IBP-FUNCTION
               WHEN "C"
                   PERFORM 200-CHECK-FILE THRU 200-EXIT
               WHEN "Q"
                   PERFORM 500-QUARANTINE THRU 500-EXIT
           END-EVALUATE
           GOBACK.
       100-EXIT.
           EXIT.

       200-CHECK-FILE.
           MOVE ZERO TO MRS-IBP-FIRST-DATE
           PERFORM 250-MEASURE-FILE THRU 250-EXIT
           IF MRS-IBP-RESULT = "M"
               GO TO 200-EXIT
           END-IF
           MOVE "N" TO MRS-IBP-RESULT
           OPEN I-O MRS-INREG-FILE
           IF WS-IBR-STATUS = '35'
               OPEN OUTPUT MRS-INREG-FILE
               CLOSE MRS-INREG-FILE
               OPEN I-O MRS-INREG-FILE
           END-IF
           IF WS-IBR-STATUS NOT = '00'
               DISPLAY "MRS-6545 INBOUND REGISTRY NOT AVAILABLE - "
                   MRS-IBP-SOURCE " DROP TAKEN UNCHECKED."
               GO TO 200-EXIT
           END-IF
           MOVE MRS-IBP-SOURCE TO MRS-IBR-SOURCE
           MOVE MRS-IBP-SIZE TO MRS-IBR-SIZE
           MOVE MRS-IBP-COUNT TO MRS-IBR-COUNT
           MOVE MRS-IBP-CHECK TO MRS-IBR-CHECK
           READ MRS-INREG-FILE
               INVALID KEY
                   MOVE "N" TO WS-ON-FILE
               NOT INVALID KEY
                   MOVE "Y" TO WS-ON-FILE
           END-READ
           IF WS-ON-FILE = "N"
               PERFORM 300-REGISTER-NEW THRU 300-EXIT
           ELSE
               PERFORM 400-ALREADY-TAKEN THRU 400-EXIT
           END-IF
           CLOSE MRS-INREG-FILE.
       200-EXIT.
           EXIT.

      * One pass over the drop: the byte count is each line's length
      * to its last non-blank character plus its line end, and the
      * check value rolls over the same characters.
       250-MEASURE-FILE.
           MOVE ZERO TO MRS-IBP-SIZE
           MOVE ZERO TO MRS-IBP-COUNT
           MOVE ZERO TO WS-HASH
           MOVE MRS-IBP-PATH TO WS-IN-PATH
           OPEN INPUT MRS-INBOUND-FILE
           IF WS-IN-STATUS NOT = '00'
               MOVE "M" TO MRS-IBP-RESULT
               MOVE ZERO TO MRS-IBP-CHECK
               GO TO 250-EXIT
           END-IF
           MOVE "N" TO WS-IN-EOF
           PERFORM UNTIL WS-IN-EOF = "Y"
               READ MRS-INBOUND-FILE
                   AT END
                       MOVE "Y" TO WS-IN-EOF
                   NOT AT END
                       PERFORM 260-MEASURE-LINE THRU 260-EXIT
               END-READ
           END-PERFORM
           CLOSE MRS-INBOUND-FILE
           MOVE WS-HASH TO MRS-IBP-CHECK.
       250-EXIT.
           EXIT.

       260-MEASURE-LINE.
           ADD 1 TO MRS-IBP-COUNT
           MOVE 256 TO WS-LEN
           PERFORM UNTIL WS-LEN = ZERO
                      OR MRS-INBOUND-LINE(WS-LEN:1) NOT = SPACE
               SUBTRACT 1 FROM WS-LEN
           END-PERFORM
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-LEN
               COMPUTE WS-HASH = FUNCTION MOD
                   (WS-HASH * 31 + FUNCTION ORD
                   (MRS-INBOUND-LINE(WS-I:1)), WS-PRIME)
           END-PERFORM
           COMPUTE WS-HASH = FUNCTION MOD (WS-HASH * 31 + 1, WS-PRIME)
           COMPUTE MRS-IBP-SIZE = MRS-IBP-SIZE + WS-LEN + 1.
       260-EXIT.
           EXIT.

       300-REGISTER-NEW.
           MOVE MRS-IBP-PATH TO MRS-IBR-NAME
           MOVE WS-TODAY-NUM TO MRS-IBR-FIRST-DATE
           MOVE WS-NOW-TIME TO MRS-IBR-FIRST-TIME
           MOVE WS-TODAY-NUM TO MRS-IBR-LAST-DATE
           MOVE WS-NOW-TIME TO MRS-IBR-LAST-TIME
           MOVE 1 TO MRS-IBR-RUNS
           MOVE MRS-SIGNON-OPERATOR TO MRS-IBR-OPERATOR
           MOVE SPACES TO MRS-IBR-FORCED-BY
           WRITE MRS-INREG-REC
               INVALID KEY
                   CONTINUE
           END-WRITE.
       300-EXIT.
           EXIT.

      * The same content has been taken before. Refused unless a
      * supervisor forces it; the id and password are only asked
      * for here, so a clean drop reads nothing off the console.
       400-ALREADY-TAKEN.
           MOVE MRS-IBR-FIRST-DATE TO MRS-IBP-FIRST-DATE
           MOVE "D" TO MRS-IBP-RESULT
           DISPLAY "MRS-6545 " MRS-IBP-SOURCE " DROP ALREADY PROCESSED"
               " ON " MRS-IBR-FIRST-DATE " (" MRS-IBR-RUNS
               " TIME(S)) - " MRS-IBP-PATH
           DISPLAY "MRS-6545 SUPERVISOR FORCE - OPERATOR ID"
               " (BLANK = REFUSE THE FILE):"
           MOVE SPACES TO WS-FRC-ID
           ACCEPT WS-FRC-ID
           IF WS-FRC-ID = SPACES
               GO TO 400-EXIT
           END-IF
           DISPLAY "MRS-6545 PASSWORD:"
           MOVE SPACES TO WS-FRC-PASSWORD
           ACCEPT WS-FRC-PASSWORD
           PERFORM 450-VERIFY-SUPERVISOR THRU 450-EXIT
           IF WS-FRC-OK NOT = "Y"
               GO TO 400-EXIT
           END-IF
           MOVE "F" TO MRS-IBP-RESULT
           ADD 1 TO MRS-IBR-RUNS
           MOVE WS-TODAY-NUM TO MRS-IBR-LAST-DATE
           MOVE WS-NOW-TIME TO MRS-IBR-LAST-TIME
           MOVE WS-FRC-ID TO MRS-IBR-FORCED-BY
           REWRITE MRS-INREG-REC
               INVALID KEY
                   CONTINUE
           END-REWRITE
           DISPLAY "MRS-6545 " MRS-IBP-SOURCE " DROP FORCED BY "
               WS-FRC-ID "."
           OPEN EXTEND MRS-AUDIT-FILE
           MOVE WS-YEAR TO MRS-AUD-YEAR
           MOVE WS-MONTH TO MRS-AUD-MONTH
           MOVE WS-DAY TO MRS-AUD-DAY
           MOVE MRS-IBP-SOURCE TO MRS-AUD-PROGRAM
           MOVE "FORCE" TO MRS-AUD-ACTION
           MOVE "INBOUND FILE" TO MRS-AUD-KEY
           MOVE WS-FRC-ID TO MRS-AUD-OPERATOR
           COPY "CPYBOOKS/MRS-AUDSEQ.CPY".
           WRITE MRS-AUDIT-REC
           CLOSE MRS-AUDIT-FILE.
       400-EXIT.
           EXIT.

      * An active operator at supervisor level whose password works
      * out to the digest on file.
       450-VERIFY-SUPERVISOR.
           MOVE "N" TO WS-FRC-OK
           OPEN INPUT MRS-OPERATOR-FILE
           IF WS-OPR-STATUS NOT = '00'
               MOVE SPACES TO WS-FRC-PASSWORD
               DISPLAY "MRS-6545 NO OPERATOR FILE - FORCE REFUSED."
               GO TO 450-EXIT
           END-IF
           MOVE WS-FRC-ID TO MRS-OPR-ID
           READ MRS-OPERATOR-FILE
               INVALID KEY
                   MOVE SPACES TO MRS-OPR-ID
           END-READ
           CLOSE MRS-OPERATOR-FILE
           IF MRS-OPR-ID = SPACES OR
              MRS-OPR-ACTIVE-FLAG NOT = "Y" OR
              MRS-OPR-LEVEL < 2
               MOVE SPACES TO WS-FRC-PASSWORD
               DISPLAY "MRS-6545 NOT AN ACTIVE SUPERVISOR - FORCE"
                   " REFUSED."
               GO TO 450-EXIT
           END-IF
           MOVE "D" TO MRS-PWP-FUNCTION
           MOVE MRS-OPR-PWD-SALT TO MRS-PWP-SALT
           MOVE WS-FRC-PASSWORD TO MRS-PWP-PASSWORD
           CALL "MRS-1080" USING MRS-PWD-PUT
           MOVE SPACES TO MRS-PWP-PASSWORD
           MOVE SPACES TO WS-FRC-PASSWORD
           IF MRS-PWP-DIGEST NOT = MRS-OPR-PWD-HASH
               DISPLAY "MRS-6545 WRONG PASSWORD - FORCE REFUSED."
               GO TO 450-EXIT
           END-IF
           MOVE "Y" TO WS-FRC-OK.
       450-EXIT.
           EXIT.

       500-QUARANTINE.
           OPEN EXTEND MRS-QUARANTINE-FILE
           IF WS-QTN-STATUS = '35'
               OPEN OUTPUT MRS-QUARANTINE-FILE
           END-IF
           MOVE SPACES TO MRS-QUARANTINE-REC
           MOVE WS-TODAY-NUM TO MRS-QTN-DATE
           MOVE WS-NOW-TIME TO MRS-QTN-TIME
           MOVE MRS-IBP-SOURCE TO MRS-QTN-SOURCE
           MOVE MRS-IBP-PATH TO MRS-QTN-PATH
           MOVE MRS-IBP-REASON TO MRS-QTN-REASON
           MOVE MRS-IBP-LINE TO MRS-QTN-LINE
           WRITE MRS-QUARANTINE-REC
           CLOSE MRS-QUARANTINE-FILE.
       500-EXIT.
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
               WHEN "INREG"
                   MOVE CFG-PATH TO UT-SYS-INREG
               WHEN "QUARANTINE"
                   MOVE CFG-PATH TO UT-SYS-QUARANTINE
               WHEN "OPERATOR"
                   MOVE CFG-PATH TO UT-SYS-OPERATOR
               WHEN "AUDIT"
                   MOVE CFG-PATH TO UT-SYS-AUDIT
           END-EVALUATE.
       170-END.
           EXIT.

       end program MRS-6545.
