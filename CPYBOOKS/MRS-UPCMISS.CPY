      *****************************************************************
      * FD UNKNOWN BARCODE LOG
      * Append-only log of every scan a register or the receiving
      * screen could not find on the barcode cross-reference
      * (MRS-UPC.CPY), written by MRS-1580 - when, what, where, who,
      * and which screen. The unknown barcode report (MRS-8695)
      * totals it by code so each new product gets set up on item
      * maintenance instead of being rung as whatever looks close.
      *
      * The record length is 52 characters.
      *
      * The file is Line Sequential, written with OPEN EXTEND so
      * each scan adds on to the existing log.
      *****************************************************************
       FD MRS-UPCMISS-FILE
           RECORD CONTAINS 52 CHARACTERS.
       01 MRS-UMS-REC.
          05 MRS-UMS-DATE                      PIC 9(8).
          05 PIC X(1) VALUE SPACE.
          05 MRS-UMS-TIME                      PIC 9(6).
          05 PIC X(1) VALUE SPACE.
          05 MRS-UMS-CODE                      PIC X(14).
          05 PIC X(1) VALUE SPACE.
          05 MRS-UMS-SITE                      PIC X(2).
          05 PIC X(1) VALUE SPACE.
          05 MRS-UMS-OPERATOR                  PIC X(8).
          05 PIC X(1) VALUE SPACE.
          05 MRS-UMS-PROGRAM                   PIC X(8).
          05 PIC X(1) VALUE SPACE.
