      * item shows on the reorder report so the counter never runs
      * out of cups on a Saturday again.
      *
      * MRS-CON-UNIT-COST is what one unit stands the theatre in,
      * to the tenth of a cent - a cup costs pennies. The receiving
      * screen moves it to the weighted average of the stock on the
      * shelf and the delivery just landed, at the cost keyed there
      * or the order line's cost; item maintenance can key it
      * outright. The margin report (MRS-8670) and the month-end
      * inventory valuation (MRS-6270) are priced from it. Records
      * written before the field existed carry spaces - no cost
      * known yet, treated as zero and flagged where it matters.
      *
      * MRS-CON-STOCK-ONLY "Y" marks an ingredient or packaging item
      * - kernels, oil, a bucket, a lid - kept on the file so its
      * stock, reorder point and cost are tracked like anything
      * else, but never rung at the counter. A prepared item sold
      * over the counter depletes those through its recipe
      * (MRS-RECIPE.CPY) rather than its own on-hand. Records
      * written before the field existed carry a space - an
      * ordinary sold item.
      *
      * The record length is 46 characters.
      *
      * The file is Indexed Sequential
      * The key field is MRS-CON-ITEM-NO
      *****************************************************************
       FD MRS-CONCESSION-FILE
           RECORD CONTAINS 46 CHARACTERS.
       01 MRS-CONCESSION-REC.
           05 MRS-CON-ITEM-NO                  PIC 9(3).
           05 MRS-CON-NAME                     PIC X(20).
           05 MRS-CON-ACTIVE-FLAG              PIC X.
           05 MRS-CON-ON-HAND                  PIC 9(5).
           05 MRS-CON-REORDER-PT               PIC 9(5).
           05 MRS-CON-UNIT-COST                PIC 9(3)V999.
           05 MRS-CON-STOCK-ONLY               PIC X.
