      * regenerates that batch's feed lines into MRS-GL-POST-FILE
      * under the SAME journal number - spaces or zero means report
      * only. A batch whose rentals are all confirmed refuses to
      * resend, so an accepted batch can never double-post. Each
      * resent line goes out with its offsetting line against the
      * distributor payable, the same pair MRS-5000 first sent, so
      * the resent journal nets to zero like the original.
      *****************************************************************

       ENVIRONMENT DIVISION.
               ASSIGN TO UT-SYS-MRS-RENT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MRS-RENT-ID
               ALTERNATE KEY IS MRS-RENT-COPY-KEY
               WITH DUPLICATES.

           SELECT MRS-GL-POST-FILE
               ASSIGN TO UT-SYS-POST

       WORKING-STORAGE SECTION.
       COPY "CPYBOOKS/DATETIME.CPY".
       COPY "CPYBOOKS/MRS-SIGNON.CPY".
       COPY "CPYBOOKS/MRS-TRNPUT.CPY".
       COPY "CPYBOOKS/MRS-GLAPUT.CPY".
       COPY "CPYBOOKS/MRS-GLPPUT.CPY".

       01  WS-FILENAMES.
           05  UT-SYS-MRS-RENT       PIC X(50)
           05  WS-ACT-NEW-KEY        PIC X(12).

       01  WS-POSTING.
           05  WS-ACCNUM-RENTAL      PIC 999.
           05  WS-ACCNUM-VENDPAY     PIC 999.
           05  WS-PREFIX             PIC X(4) VALUE 'MRS-'.
           05  WS-GL-DESC-BUILD.
               10 PIC X(15)          VALUE 'RESEND RENTAL '.
                   GO TO 600-EXIT
               END-IF
           END-PERFORM
      *    A resend posts against the chart of accounts like any other
      *    batch; with the account not in order it is refused.
           MOVE "MRS-5450" TO MRS-GAP-PROGRAM
           MOVE "**" TO MRS-GAP-SITE
           MOVE 2 TO MRS-GAP-COUNT
           MOVE "RENTAL" TO MRS-GAP-SOURCE(1)
           MOVE "VENDPAY" TO MRS-GAP-SOURCE(2)
           CALL "MRS-5020" USING MRS-GLA-PUT
           IF MRS-GAP-ANSWER NOT = "Y"
               DISPLAY "MRS-5450: GL ACCOUNTS NOT IN ORDER - RESEND "
                   "REFUSED."
               GO TO 600-EXIT
           END-IF
           MOVE MRS-GAP-ACC-NUM(1) TO WS-ACCNUM-RENTAL
           MOVE MRS-GAP-ACC-NUM(2) TO WS-ACCNUM-VENDPAY
           MOVE "N" TO RENT-EOF
           MOVE LOW-VALUES TO MRS-RENT-ID
           START MRS-RENTAL-FILE KEY IS NOT LESS THAN MRS-RENT-ID
           MOVE MRS-JOURNAL-NUMBER TO MRS-GL-JOURNAL-NUM
           MOVE MRS-RENT-ID TO WGD-RENT-ID
           MOVE WS-GL-DESC-BUILD TO MRS-GL-DESC
      *    A closed month moves this line's date, and the offset below
      *    goes out under the same date - already in an open month, so
      *    its own pass only puts it on the GL history ledger.
           MOVE "MRS-5450" TO MRS-GPP-PROGRAM
           MOVE "**" TO MRS-GPP-SITE
           CALL "MRS-5040" USING MRS-GLP-PUT MRS-GL-POST-REC
           WRITE MRS-GL-POST-REC
      *    The other side, against the distributor payable.
           ADD 1 TO WS-POSTNUM
           MOVE WS-POSTNUM TO MRS-IDENTIFIER
           MOVE WS-ACCNUM-VENDPAY TO MRS-GL-ACC-NUM
           COMPUTE MRS-GL-ADJUST-AMOUNT = 0 - MRS-SUBTOTAL
           CALL "MRS-5040" USING MRS-GLP-PUT MRS-GL-POST-REC
           WRITE MRS-GL-POST-REC
           ADD 1 TO WS-RESEND-CNT.
       650-EXIT.
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

