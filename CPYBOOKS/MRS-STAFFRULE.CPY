      *****************************************************************
      * FD STAFF DISCOUNT RULE DATASTORE
      * One record per class of thing the registers sell to staff,
      * giving the percent taken off it on a staff sale - free
      * tickets, half-price popcorn. Until this file existed staff
      * purchases were rung as comps or under made-up promotion
      * codes, which muddied both the comp and the redemption
      * reports. Kept on MRS-1560; applied by MRS-1570.
      *
      * MRS-SDR-CLASS names what the rule covers:
      *   "TKT*"  every ticket         "TKTA" "TKTC" "TKTS"  one
      *                                ticket type (adult, child,
      *                                senior)
      *   "CON*"  every concession     "Cnnn"  item nnn alone
      *   "CMB*"  every combo
      * The most specific active rule wins - a ticket type's own
      * rule over "TKT*", an item's own rule over "CON*", and a
      * combo with no "CMB*" rule falls back to "CON*". Nothing
      * matching means no staff discount on it.
      *
      * MRS-SDR-PCT is the percent off, 100 = free.
      *
      * The record length is 32 characters.
      *
      * The file is Indexed Sequential
      * The key field is MRS-SDR-CLASS
      *****************************************************************
       FD MRS-STAFFRULE-FILE
           RECORD CONTAINS 32 CHARACTERS.
       01 MRS-STAFFRULE-REC.
           05 MRS-SDR-CLASS                    PIC X(4).
           05 MRS-SDR-DESC                     PIC X(20).
           05 MRS-SDR-PCT                      PIC 9(3).
           05 MRS-SDR-ACTIVE-FLAG              PIC X.
           05 FILLER                           PIC X(4).
