      *****************************************************************
      * BARCODE LOOKUP PARAMETER AREA
      * Handed to MRS-1580 by a screen that took a scanned barcode
      * in place of an item number. The caller fills in the code as
      * keyed and its own program name; MRS-1580 answers in
      * MRS-UPP-ANSWER:
      *   "Y" - on file; MRS-UPP-ITEM-NO is the item it rings as
      *   "N" - not on file; the scan has been logged to the unknown
      *         barcode log for the office to set up
      *   "E" - not a barcode at all (not digits, or too short) -
      *         nothing logged, the clerk just mis-keyed
      *****************************************************************
       01 MRS-UPC-PUT.
           05 MRS-UPP-CODE                     PIC X(14).
           05 MRS-UPP-PROGRAM                  PIC X(8).
           05 MRS-UPP-ITEM-NO                  PIC 9(3).
           05 MRS-UPP-ANSWER                   PIC X.
