      *****************************************************************
      * FD STAFF PURCHASE LEDGER DATASTORE
      * One record per line rung as a staff sale at either register,
      * written by MRS-1570 once the sale is down. The monthly staff
      * allowance is checked against it (the month's discounts for
      * the employee, added up), and the staff discount report
      * (MRS-8650) prints from it - so staff purchases stand apart
      * from guest comps and promotions.
      *
      * The sales trail line the purchase was rung on carries the
      * same money: MRS-SBY-CHARGED as its amount and
      * MRS-SBY-DISCOUNT as its discount, with no promotion code.
      *
      * MRS-SBY-REGISTER: "T" = box office, "C" = concession
      * counter. MRS-SBY-CLASS is the staff discount class the line
      * was priced under (see MRS-STAFFRULE.CPY). MRS-SBY-FACE is
      * the line's price before the discount, so FACE = DISCOUNT +
      * CHARGED. MRS-SBY-OPERATOR rang the sale, which need not be
      * the employee it was rung for.
      *
      * MRS-SBY-SEQ tells apart lines rung for the same employee in
      * the same second (a checkout with several items).
      *
      * The record length is 100 characters.
      *
      * The file is Indexed Sequential
      * The key field is MRS-SBY-KEY (employee + date + time + seq)
      *****************************************************************
       FD MRS-STAFFBUY-FILE
           RECORD CONTAINS 100 CHARACTERS.
       01 MRS-STAFFBUY-REC.
           05 MRS-SBY-KEY.
              10 MRS-SBY-EMPLOYEE              PIC X(8).
              10 MRS-SBY-DATE                  PIC 9(8).
              10 MRS-SBY-TIME                  PIC 9(6).
              10 MRS-SBY-SEQ                   PIC 9(3).
           05 MRS-SBY-REGISTER                 PIC X.
           05 MRS-SBY-CLASS                    PIC X(4).
           05 MRS-SBY-DESC                     PIC X(20).
           05 MRS-SBY-QTY                      PIC 99.
           05 MRS-SBY-FACE                     PIC 9(5)V99.
           05 MRS-SBY-DISCOUNT                 PIC 9(5)V99.
           05 MRS-SBY-CHARGED                  PIC 9(5)V99.
           05 MRS-SBY-OPERATOR                 PIC X(8).
           05 MRS-SBY-SITE                     PIC X(2).
           05 FILLER                           PIC X(17).
