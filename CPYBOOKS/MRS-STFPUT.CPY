      *****************************************************************
      * STAFF SALE PARAMETER AREA
      * Handed to MRS-1570 by a register ringing a staff sale.
      *
      * MRS-STF-FUNCTION "Q" prices one line: the caller fills in
      * the employee, the selling date, the class (see
      * MRS-STAFFRULE.CPY), the line's face value, and in
      * MRS-STF-PENDING the discount already quoted on earlier lines
      * of the same sale that are not on the ledger yet. MRS-1570
      * answers in MRS-STF-ANSWER:
      *   "Y" - fine; MRS-STF-DISCOUNT is the discount to take off
      *         (zero when no rule covers the class)
      *   "E" - not an active operator, or kept off the discount
      *   "O" - the discount would run past the month's allowance;
      *         MRS-STF-LEFT is what the employee has left
      *
      * MRS-STF-FUNCTION "P" posts one line to the staff purchase
      * ledger once the sale is down: the caller fills in the same
      * fields plus the register, description, quantity, and the
      * discount actually taken. MRS-STF-ANSWER comes back "Y", or
      * "N" when the ledger could not be written.
      *****************************************************************
       01 MRS-STAFF-PUT.
           05 MRS-STF-FUNCTION                 PIC X.
           05 MRS-STF-EMPLOYEE                 PIC X(8).
           05 MRS-STF-DATE                     PIC 9(8).
           05 MRS-STF-REGISTER                 PIC X.
           05 MRS-STF-CLASS                    PIC X(4).
           05 MRS-STF-DESC                     PIC X(20).
           05 MRS-STF-QTY                      PIC 99.
           05 MRS-STF-FACE                     PIC 9(5)V99.
           05 MRS-STF-PENDING                  PIC 9(5)V99.
           05 MRS-STF-DISCOUNT                 PIC 9(5)V99.
           05 MRS-STF-LEFT                     PIC 9(5)V99.
           05 MRS-STF-NAME                     PIC X(20).
           05 MRS-STF-ANSWER                   PIC X.
