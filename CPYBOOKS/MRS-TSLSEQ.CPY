      *    Numbers the ticket trail line in hand and chains its check
      *    value just before it goes down (MRS-TICKET-SALES.CPY).
           MOVE "N" TO MRS-SQP-FUNCTION
           MOVE "TIC" TO MRS-SQP-TRAIL
           MOVE MRS-TSL-SITE TO MRS-SQP-SITE
           MOVE 120 TO MRS-SQP-LEN
           MOVE MRS-TSL-REC TO MRS-SQP-LINE
           CALL "MRS-6490" USING MRS-SEQ-PUT
           MOVE MRS-SQP-SEQ TO MRS-TSL-SEQ
           MOVE MRS-SQP-CHECK TO MRS-TSL-CHECK
