       IDENTIFICATION DIVISION.
       PROGRAM-ID.  MRS-6490.
       AUTHOR.  JOHN BELLEK.
      *****************************************************************
      * Trail sequence keeper - the one place audit and ticket trail
      * lines are numbered. Called by every program that writes an
      * audit line (MRS-AUDSEQ.CPY) or a ticket trail line
      * (MRS-TSLSEQ.CPY) just before the WRITE: it draws the site's
      * next number off the control record in one read-and-rewrite
      * and chains the line's check value from the check of the
      * site's line before it, so a line taken out, repeated, or
      * changed after the fact breaks the chain where MRS-6495 can
      * see it. The month rollovers (MRS-6500, MRS-6520) call back
      * to say where the archived lines stop. Starts the control
      * file the first time a line is numbered.
      *
      * The check value: starting from the prior check, fold in the
      * sequence number and then each character of the line, each
      * step multiplying by 31 and keeping the remainder over the
      * prime 999999937.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MRS-SEQCTL-FILE
               ASSIGN TO UT-SYS-SEQCTL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MRS-SQC-KEY
               FILE STATUS IS WS-SQC-STATUS.

           SELECT MRS-FILE-CONFIG-FILE
               ASSIGN TO UT-SYS-FILE-CFG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CFG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       COPY "CPYBOOKS/MRS-SEQCTL.CPY".
       COPY "CPYBOOKS/MRS-FILE-CFG.CPY".

       WORKING-STORAGE SECTION.
       COPY "CPYBOOKS/MRS-SIGNON.CPY".
       COPY "CPYBOOKS/MRS-TRNPUT.CPY".

       01 WS-FILENAMES.
         05 UT-SYS-SEQCTL PIC X(50)
           VALUE "C:\COBOL\MRS-SEQCTL-INDEX.DAT".
         05 UT-SYS-FILE-CFG PIC X(50)
           VALUE "C:\COBOL\MRS-FILE-PATHS.CFG".

       01 WS-FILE-CFG-CTL.
         05 WS-CFG-STATUS PIC XX.
         05 WS-CFG-EOF PIC X.
           88 CFG-EOF VALUE 'Y'.

       01 WS-CONTROL.
         05 WS-SQC-STATUS PIC XX.
         05 WS-SQC-EOF PIC X.
         05 WS-SITE PIC X(2).
         05 WS-LEN PIC 9(3).
         05 WS-I PIC 9(3).
         05 WS-HASH PIC 9(9).
         05 WS-PRIME PIC 9(9) VALUE 999999937.

       LINKAGE SECTION.
       COPY "CPYBOOKS/MRS-SEQPUT.CPY".

       PROCEDURE DIVISION USING MRS-SEQ-PUT.
       100-MAIN.
           MOVE SPACE TO MRS-SQP-ANSWER
           MOVE MRS-SQP-SITE TO WS-SITE
           IF WS-SITE = SPACES OR WS-SITE = LOW-VALUES
               MOVE "01" TO WS-SITE
           END-IF
           MOVE MRS-SQP-LEN TO WS-LEN
           IF WS-LEN > 120
               MOVE 120 TO WS-LEN
           END-IF
      *    A hash touches no file.
           IF MRS-SQP-FUNCTION = "H"
               PERFORM 500-HASH THRU 500-EXIT
               MOVE "Y" TO MRS-SQP-ANSWER
               GOBACK
           END-IF
           PERFORM 160-LOAD-FILE-CONFIG THRU 160-END
           OPEN I-O MRS-SEQCTL-FILE
           IF WS-SQC-STATUS = '35'
               OPEN OUTPUT MRS-SEQCTL-FILE
               CLOSE MRS-SEQCTL-FILE
               OPEN I-O MRS-SEQCTL-FILE
           END-IF
           IF WS-SQC-STATUS NOT = '00'
               GOBACK
           END-IF
           EVALUATE MRS-SQP-FUNCTION
               WHEN "N"
                   PERFORM 200-NEXT THRU 200-EXIT
               WHEN "B"
                   PERFORM 300-SET-BASE THRU 300-EXIT
               WHEN "C"
                   PERFORM 400-CLEARED THRU 400-EXIT
           END-EVALUATE
           CLOSE MRS-SEQCTL-FILE
           GOBACK.
       100-EXIT.
           EXIT.

      * Draws the number and chains the check in one read-and-
      * rewrite, so two terminals writing at once cannot take the
      * same number or chain off the same line.
       200-NEXT.
           PERFORM 600-READ-CONTROL THRU 600-EXIT
           MOVE MRS-SQC-LAST-CHECK TO MRS-SQP-PRIOR
           COMPUTE MRS-SQP-SEQ = MRS-SQC-LAST-SEQ + 1
           PERFORM 500-HASH THRU 500-EXIT
           MOVE MRS-SQP-SEQ TO MRS-SQC-LAST-SEQ
           MOVE MRS-SQP-CHECK TO MRS-SQC-LAST-CHECK
           REWRITE MRS-SQC-REC
           END-REWRITE
           MOVE "Y" TO MRS-SQP-ANSWER.
       200-EXIT.
           EXIT.

       300-SET-BASE.
           PERFORM 600-READ-CONTROL THRU 600-EXIT
           MOVE MRS-SQP-SEQ TO MRS-SQC-BASE-SEQ
           MOVE MRS-SQP-CHECK TO MRS-SQC-BASE-CHECK
           REWRITE MRS-SQC-REC
           END-REWRITE
           MOVE "Y" TO MRS-SQP-ANSWER.
       300-EXIT.
           EXIT.

      * The live file was emptied into the archive: every site of
      * that file now starts again after its last line.
       400-CLEARED.
           MOVE MRS-SQP-TRAIL TO MRS-SQC-TRAIL
           MOVE LOW-VALUES TO MRS-SQC-SITE
           MOVE 'N' TO WS-SQC-EOF
           START MRS-SEQCTL-FILE KEY IS NOT LESS THAN MRS-SQC-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-SQC-EOF
           END-START
           PERFORM UNTIL WS-SQC-EOF = 'Y'
               READ MRS-SEQCTL-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-SQC-EOF
                   NOT AT END
                       IF MRS-SQC-TRAIL NOT = MRS-SQP-TRAIL
                           MOVE 'Y' TO WS-SQC-EOF
                       ELSE
                           MOVE MRS-SQC-LAST-SEQ TO MRS-SQC-BASE-SEQ
                           MOVE MRS-SQC-LAST-CHECK
                               TO MRS-SQC-BASE-CHECK
                           REWRITE MRS-SQC-REC
                           END-REWRITE
                       END-IF
               END-READ
           END-PERFORM
           MOVE "Y" TO MRS-SQP-ANSWER.
       400-EXIT.
           EXIT.

       500-HASH.
           MOVE MRS-SQP-PRIOR TO WS-HASH
           COMPUTE WS-HASH = FUNCTION MOD
               (WS-HASH * 31 + MRS-SQP-SEQ, WS-PRIME)
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-LEN
               COMPUTE WS-HASH = FUNCTION MOD
                   (WS-HASH * 31 + FUNCTION ORD
                   (MRS-SQP-LINE(WS-I:1)), WS-PRIME)
           END-PERFORM
           MOVE WS-HASH TO MRS-SQP-CHECK.
       500-EXIT.
           EXIT.

      * Fetches the site's control record, or lays a fresh one down
      * the first time the site writes to the file.
       600-READ-CONTROL.
           MOVE MRS-SQP-TRAIL TO MRS-SQC-TRAIL
           MOVE WS-SITE TO MRS-SQC-SITE
           READ MRS-SEQCTL-FILE
               INVALID KEY
                   MOVE SPACES TO MRS-SQC-REC
                   MOVE MRS-SQP-TRAIL TO MRS-SQC-TRAIL
                   MOVE WS-SITE TO MRS-SQC-SITE
                   MOVE ZEROS TO MRS-SQC-LAST-SEQ
                   MOVE ZEROS TO MRS-SQC-LAST-CHECK
                   MOVE ZEROS TO MRS-SQC-BASE-SEQ
                   MOVE ZEROS TO MRS-SQC-BASE-CHECK
                   WRITE MRS-SQC-REC
                   END-WRITE
           END-READ.
       600-EXIT.
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
               WHEN "SEQCTL"
                   MOVE CFG-PATH TO UT-SYS-SEQCTL
           END-EVALUATE.
       170-END.
           EXIT.

       end program MRS-6490.
