      *****************************************************************
      * FD CONCESSION ITEM SUPPLY DATASTORE
      * One record per concession item that is bought from a
      * supplier, saying who it comes from and how it is ordered.
      * Kept beside the item file rather than on it so the item
      * record, which every register and night step reads, keeps its
      * length. Kept on MRS-1460; read by the draft order run
      * (MRS-6260).
      *
      * MRS-SPI-CASE-QTY is how many units come in a case - orders
      * go in whole cases. MRS-SPI-PAR-LEVEL is what the shelf
      * should hold once the delivery is in; a draft order asks for
      * par less on hand, rounded up to whole cases. A zero par
      * orders back up to twice the item's reorder point.
      * MRS-SPI-UNIT-COST is the last quoted cost of one unit.
      *
      * An item with no record here is never put on a draft order -
      * it stays on the reorder report for the office to buy by
      * hand.
      *
      * The record length is 40 characters.
      *
      * The file is Indexed Sequential
      * The key field is MRS-SPI-ITEM-NO
      *****************************************************************
       FD MRS-SUPITEM-FILE
           RECORD CONTAINS 40 CHARACTERS.
       01 MRS-SUPITEM-REC.
           05 MRS-SPI-ITEM-NO                  PIC 9(3).
           05 MRS-SPI-SUPPLIER                 PIC X(4).
           05 MRS-SPI-VENDOR-CODE              PIC X(10).
           05 MRS-SPI-CASE-QTY                 PIC 9(3).
           05 MRS-SPI-PAR-LEVEL                PIC 9(5).
           05 MRS-SPI-UNIT-COST                PIC 9(3)V99.
           05 FILLER                           PIC X(10).
