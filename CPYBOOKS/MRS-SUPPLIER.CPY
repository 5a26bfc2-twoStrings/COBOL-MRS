      *****************************************************************
      * FD CONCESSION SUPPLIER DATASTORE
      * One record per company the concession stand buys stock from
      * - cups, syrup, kernels, candy. Film vendors live on their
      * own file (MRS-VENDOR.CPY); nothing here is a film vendor.
      * Kept on MRS-1460.
      *
      * MRS-SUP-LEAD-DAYS is how many days after an order is
      * released the delivery is normally due - the purchase order
      * takes its due date from it, and the open order report
      * (MRS-8660) calls an order overdue past that date.
      *
      * An inactive supplier keeps its history but gets no new
      * draft orders.
      *
      * The record length is 100 characters.
      *
      * The file is Indexed Sequential
      * The key field is MRS-SUP-ID
      *****************************************************************
       FD MRS-SUPPLIER-FILE
           RECORD CONTAINS 100 CHARACTERS.
       01 MRS-SUPPLIER-REC.
           05 MRS-SUP-ID                       PIC X(4).
           05 MRS-SUP-NAME                     PIC X(25).
           05 MRS-SUP-CONTACT                  PIC X(20).
           05 MRS-SUP-PHONE                    PIC X(12).
           05 MRS-SUP-EMAIL                    PIC X(30).
           05 MRS-SUP-LEAD-DAYS                PIC 99.
           05 MRS-SUP-ACTIVE-FLAG              PIC X.
           05 FILLER                           PIC X(6).
