      *****************************************************************
      * FD CONCESSION RECIPE DATASTORE
      * One record per prepared item the counter sells - a large
      * popcorn, a hot dog - naming up to eight ingredient and
      * packaging items off the concession item file, each with
      * the quantity one sold unit uses: kernels and oil in the
      * units they are bought in, one bucket, one lid. The night
      * depletion pass (MRS-6250) explodes every sale of a
      * prepared item into those components and takes them off
      * the shelf instead of the prepared item itself, and rolls
      * the prepared item's unit cost up from theirs, so the
      * reorder report, the count and the cost of goods sold all
      * follow what the counter actually used.
      *
      * The explosion is one level deep: a component is depleted
      * as it stands, so a component may not have a recipe of its
      * own. An unused component slot carries item number 000; a
      * recipe with every slot unused leaves the item depleted as
      * itself again. Maintained on MRS-1490.
      *
      * MRS-RCP-QTY is per sold unit, to the thousandth - a salt
      * shaker's worth of a pound. The day's usage of a component
      * is totalled across every sale before it is rounded to the
      * whole units the shelf is counted in.
      *
      * The record length is 80 characters.
      *
      * The file is Indexed Sequential
      * The key field is MRS-RCP-ITEM-NO (the prepared item)
      *****************************************************************
       FD MRS-RECIPE-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01 MRS-RECIPE-REC.
           05 MRS-RCP-ITEM-NO                  PIC 9(3).
           05 MRS-RCP-COMPONENTS.
              10 MRS-RCP-COMP OCCURS 8 TIMES.
                 15 MRS-RCP-COMP-NO            PIC 9(3).
                 15 MRS-RCP-QTY                PIC 9(3)V999.
           05 FILLER                           PIC X(5).
