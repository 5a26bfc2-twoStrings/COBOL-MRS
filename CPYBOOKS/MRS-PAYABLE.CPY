      * share, and, once the check is cut, the check number and paid
      * date keyed through the payment entry screen.
      *
      * MRS-PAY-STATUS: "O" = open (unpaid), "A" = approved for
      * the ACH payment run (still unpaid), "P" = paid. A supervisor
      * approves through MRS-5250. A payable the ACH run (MRS-5280)
      * paid carries "ACH" and the five-digit batch number in
      * MRS-PAY-CHECK-NO and the batch's effective date as its paid
      * date.
      *
      * The record length is 72 characters.
      *
