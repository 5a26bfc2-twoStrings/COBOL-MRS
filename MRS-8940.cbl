      *****************************************************************
      * Unpaid settlements aging report. Walks the payable file the
      * monthly settlement run lays down and lists every settlement
      * still unpaid, approved for the ACH run or not - vendor,
      * period, amount, and how many days it has been sitting -
      * oldest first is not attempted; the days column does the
      * shaming. Totals the open money at the foot.
      *****************************************************************

       ENVIRONMENT DIVISION.

       WORKING-STORAGE SECTION.
       COPY "CPYBOOKS/DATETIME.CPY".
       COPY "CPYBOOKS/MRS-SIGNON.CPY".
       COPY "CPYBOOKS/MRS-TRNPUT.CPY".

       01  WS-FILENAMES.
           05  UT-SYS-PAYABLE        PIC X(50)
                   AT END
                       MOVE "Y" TO PAY-EOF
                   NOT AT END
                       IF MRS-PAY-STATUS = "O" OR MRS-PAY-STATUS = "A"
                           PERFORM 250-ONE-OPEN THRU 250-EXIT
                       END-IF
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

