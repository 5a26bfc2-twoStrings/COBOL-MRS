      *****************************************************************
      * FD CONCESSION PURCHASE ORDER LINE DATASTORE
      * One record per item on a purchase order (MRS-POHDR.CPY).
      *
      * MRS-POL-QTY-ORDERED is in units, whole cases' worth.
      * MRS-POL-QTY-RECEIVED is what receiving (MRS-1450) has keyed
      * against the line so far; less than ordered on a closed
      * order is a short shipment. MRS-POL-LAST-RECV is the date
      * the last of it came in.
      *
      * The alternate key on the item lets the night run see an
      * item is already on order, and lets receiving find the open
      * line for an item keyed at the dock.
      *
      * The record length is 50 characters.
      *
      * The file is Indexed Sequential
      * The key field is MRS-POL-KEY (order number + line)
      * The alternate key is MRS-POL-ITEM-NO, with duplicates
      *****************************************************************
       FD MRS-POLINE-FILE
           RECORD CONTAINS 50 CHARACTERS.
       01 MRS-POLINE-REC.
           05 MRS-POL-KEY.
              10 MRS-POL-PO-NO                 PIC 9(6).
              10 MRS-POL-LINE                  PIC 99.
           05 MRS-POL-ITEM-NO                  PIC 9(3).
           05 MRS-POL-QTY-ORDERED              PIC 9(5).
           05 MRS-POL-QTY-RECEIVED             PIC 9(5).
           05 MRS-POL-UNIT-COST                PIC 9(3)V99.
           05 MRS-POL-LAST-RECV                PIC 9(8).
           05 FILLER                           PIC X(16).
