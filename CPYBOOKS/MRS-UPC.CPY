      *****************************************************************
      * FD CONCESSION BARCODE CROSS-REFERENCE DATASTORE
      * One record per manufacturer's barcode the counter may scan -
      * UPC-A, UPC-E, EAN-13 or a case's GTIN-14 - pointing at the
      * concession item it rings as. An item can carry any number
      * of codes: the same cola in a can, a bottle and a case of
      * twenty-four, or last year's packaging still on the shelf.
      * Maintained on item maintenance (MRS-1300); looked up by
      * MRS-1580 for the sale screen and receiving, which log any
      * code not on file to the unknown barcode log
      * (MRS-UPCMISS.CPY) instead of ringing a near match.
      *
      * MRS-UPC-CODE is the digits as scanned, left-justified and
      * space-filled.
      *
      * The record length is 40 characters.
      *
      * The file is Indexed Sequential
      * The key field is MRS-UPC-CODE
      * The alternate key MRS-UPC-ITEM-NO (with duplicates) lists an
      * item's codes.
      *****************************************************************
       FD MRS-UPC-FILE
           RECORD CONTAINS 40 CHARACTERS.
       01 MRS-UPC-REC.
           05 MRS-UPC-CODE                     PIC X(14).
           05 MRS-UPC-ITEM-NO                  PIC 9(3).
           05 MRS-UPC-ADDED-DATE               PIC 9(8).
           05 MRS-UPC-ADDED-BY                 PIC X(8).
           05 FILLER                           PIC X(7).
