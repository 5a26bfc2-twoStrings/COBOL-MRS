      *
      * Run it at month end AFTER the nightly jobs; anything written
      * to the trail while it runs would be lost to the truncate.
      *
      * Once the live file is emptied, MRS-6490 is told every site's
      * audit sequence now starts after its last number, so the
      * chain check expects the new month to pick up from there.
      *****************************************************************

       ENVIRONMENT DIVISION.
       WORKING-STORAGE SECTION.
       COPY "CPYBOOKS/MRS-JOBCTR.CPY".
       COPY "CPYBOOKS/DATETIME.CPY".
       COPY "CPYBOOKS/MRS-SIGNON.CPY".
       COPY "CPYBOOKS/MRS-TRNPUT.CPY".
       COPY "CPYBOOKS/MRS-SEQPUT.CPY".

       01  WS-FILENAMES.
           05  UT-SYS-AUDIT          PIC X(50)
                  ".LOG" DELIMITED BY SIZE
               INTO UT-SYS-AUDIT-ARCH
           END-STRING
      *    The archive name is built from its stem after the paths
      *    load, so a training session moves it on its own.
           IF MRS-SIGNON-TRAINING = "Y"
               MOVE LENGTH OF UT-SYS-AUDIT-ARCH TO MRS-TRN-AREA-LEN
               CALL "MRS-1060" USING MRS-TRN-PUT UT-SYS-AUDIT-ARCH
           END-IF

           PERFORM 200-ROLL-TRAIL THRU 200-EXIT
           PERFORM 500-PRINT-SUMMARY THRU 500-EXIT
      *        The truncate - reopen OUTPUT and close empty.
               OPEN OUTPUT MRS-AUDIT-FILE
               CLOSE MRS-AUDIT-FILE
               MOVE "C" TO MRS-SQP-FUNCTION
               MOVE "AUD" TO MRS-SQP-TRAIL
               CALL "MRS-6490" USING MRS-SEQ-PUT
           END-IF.
       200-EXIT.
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
       160-END.
           EXIT.

