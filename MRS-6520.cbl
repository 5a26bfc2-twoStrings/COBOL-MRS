      *
      * Run at month end AFTER the nightly jobs; anything written to
      * the trail while it runs would be lost to the rewrite.
      *
      * Each site's sequence chain carries on across the cut: the
      * highest sequence number (and its check) that went to the
      * archive is handed to MRS-6490 as the site's base, so the
      * chain check knows the live trail now starts after it.
      *****************************************************************

       ENVIRONMENT DIVISION.
       COPY "CPYBOOKS/MRS-TICKET-SALES.CPY".

       FD  MRS-TSL-ARCH-FILE
           RECORD CONTAINS 140 CHARACTERS.
       01  MRS-TSL-ARCH-REC          PIC X(140).

       FD  MRS-TSL-KEEP-FILE
           RECORD CONTAINS 140 CHARACTERS.
       01  MRS-TSL-KEEP-REC          PIC X(140).

       COPY "CPYBOOKS/MRS-FILE-CFG.CPY".

       WORKING-STORAGE SECTION.
       COPY "CPYBOOKS/MRS-JOBCTR.CPY".
       COPY "CPYBOOKS/DATETIME.CPY".
       COPY "CPYBOOKS/MRS-SIGNON.CPY".
       COPY "CPYBOOKS/MRS-TRNPUT.CPY".
       COPY "CPYBOOKS/MRS-SEQPUT.CPY".

       01  WS-FILENAMES.
           05  UT-SYS-TIC-SALES      PIC X(50)
           05  WS-KEPT-CNT           PIC 9(7) VALUE ZERO.
           05  WS-STAMP-X            PIC X(6).
           05  WS-P                  PIC 9(2).
           05  WS-S                  PIC 9(2).

      *    Highest archived sequence per site.
       01  WS-BASE-TABLE.
           05  WS-BASE-COUNT         PIC 9(2) VALUE ZERO.
           05  WS-BASE-ENTRY OCCURS 20 TIMES.
               10  WS-BASE-SITE      PIC X(2).
               10  WS-BASE-SEQ       PIC 9(9).
               10  WS-BASE-CHECK     PIC 9(9).

       PROCEDURE DIVISION.
       100-MAIN.

           PERFORM 200-SPLIT-TRAIL THRU 200-EXIT
           PERFORM 300-REWRITE-LIVE THRU 300-EXIT
           PERFORM 400-SET-BASES THRU 400-EXIT

      *    The night driver logs these on the job log.
           COMPUTE MRS-JOB-READ = WS-MOVED-CNT + WS-KEPT-CNT
                           MOVE MRS-TSL-REC TO MRS-TSL-ARCH-REC
                           WRITE MRS-TSL-ARCH-REC
                           ADD 1 TO WS-MOVED-CNT
                           PERFORM 250-NOTE-ARCHIVED THRU 250-EXIT
                       ELSE
                           MOVE MRS-TSL-REC TO MRS-TSL-KEEP-REC
                           WRITE MRS-TSL-KEEP-REC
       200-EXIT.
           EXIT.

      * Keeps the site's highest archived sequence. Lines from
      * before the trail was numbered carry no sequence.
       250-NOTE-ARCHIVED.
           IF MRS-TSL-SEQ NOT NUMERIC OR MRS-TSL-SEQ = ZEROS
               GO TO 250-EXIT
           END-IF
           PERFORM VARYING WS-S FROM 1 BY 1
                   UNTIL WS-S > WS-BASE-COUNT
                      OR WS-BASE-SITE(WS-S) = MRS-TSL-SITE
               CONTINUE
           END-PERFORM
           IF WS-S > WS-BASE-COUNT
               IF WS-BASE-COUNT = 20
                   GO TO 250-EXIT
               END-IF
               ADD 1 TO WS-BASE-COUNT
               MOVE WS-BASE-COUNT TO WS-S
               MOVE MRS-TSL-SITE TO WS-BASE-SITE(WS-S)
               MOVE ZEROS TO WS-BASE-SEQ(WS-S)
           END-IF
           IF MRS-TSL-SEQ > WS-BASE-SEQ(WS-S)
               MOVE MRS-TSL-SEQ TO WS-BASE-SEQ(WS-S)
               MOVE MRS-TSL-CHECK TO WS-BASE-CHECK(WS-S)
           END-IF.
       250-EXIT.
           EXIT.

      * Pass two: the keep file becomes the live trail.
       300-REWRITE-LIVE.
           IF WS-SALES-STATUS NOT = '00'
       300-EXIT.
           EXIT.

      * Tells the sequence keeper where each site's live lines now
      * start - only once the live trail has really been rewritten.
       400-SET-BASES.
           IF WS-SALES-STATUS NOT = '00'
               GO TO 400-EXIT
           END-IF
           PERFORM VARYING WS-S FROM 1 BY 1
                   UNTIL WS-S > WS-BASE-COUNT
               MOVE "B" TO MRS-SQP-FUNCTION
               MOVE "TIC" TO MRS-SQP-TRAIL
               MOVE WS-BASE-SITE(WS-S) TO MRS-SQP-SITE
               MOVE WS-BASE-SEQ(WS-S) TO MRS-SQP-SEQ
               MOVE WS-BASE-CHECK(WS-S) TO MRS-SQP-CHECK
               CALL "MRS-6490" USING MRS-SEQ-PUT
           END-PERFORM.
       400-EXIT.
           EXIT.

      * Lets the site override compiled-in data file paths without a
      * recompile. Missing config file or missing key just leaves the
      * paths this program was compiled with alone.
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

