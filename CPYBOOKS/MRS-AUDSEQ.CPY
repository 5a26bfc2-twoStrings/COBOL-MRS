      *    Numbers the audit line in hand and chains its check value
      *    just before it goes down (MRS-AUDIT.CPY).
           IF MRS-SIGNON-SITE = SPACES OR MRS-SIGNON-SITE = LOW-VALUES
               MOVE "01" TO MRS-AUD-SITE
           ELSE
               MOVE MRS-SIGNON-SITE TO MRS-AUD-SITE
           END-IF
           MOVE "N" TO MRS-SQP-FUNCTION
           MOVE "AUD" TO MRS-SQP-TRAIL
           MOVE MRS-AUD-SITE TO MRS-SQP-SITE
           MOVE 49 TO MRS-SQP-LEN
           MOVE MRS-AUDIT-REC TO MRS-SQP-LINE
           CALL "MRS-6490" USING MRS-SEQ-PUT
           MOVE MRS-SQP-SEQ TO MRS-AUD-SEQ
           MOVE MRS-SQP-CHECK TO MRS-AUD-CHECK
