      *****************************************************************
      * FD PENDING VENDOR CHANGE DATASTORE
      * One record per held change to the settlement terms of a
      * vendor. The revenue share percentage, the contract start and
      * expire dates, and the payment details (pay method, routing,
      * account number, account type) decide what MRS-5200 settles
      * and where MRS-5280 sends the money, so MRS-2800 does not
      * write them to the vendor record directly. It saves the other
      * fields as usual and queues the new terms here, with the terms
      * they replace alongside, for a second supervisor to approve or
      * reject on MRS-2850. Until then the vendor record, and every
      * settlement and payment run that reads it, keeps the terms
      * last approved.
      *
      * MRS-PVN-STATUS: "P" = pending approval, "A" = approved and
      * applied to the vendor record, "X" = rejected. Only one change
      * per vendor is ever pending at a time. The operator who
      * entered a change cannot approve it.
      *
      * The record length is 150 characters.
      *
      * The file is Indexed Sequential
      * The key field is MRS-PVN-ID
      *****************************************************************
       FD MRS-PENDVEN-FILE
           RECORD CONTAINS 150 CHARACTERS.
       01 MRS-PENDVEN-REC.
           05 MRS-PVN-ID                       PIC 9(4).
           05 MRS-PVN-VENDOR-ID                PIC X(2).
           05 MRS-PVN-STATUS                   PIC X.
           05 MRS-PVN-ENTERED-BY               PIC X(8).
           05 MRS-PVN-ENTERED-DATE             PIC 9(8).
           05 MRS-PVN-APPROVED-BY              PIC X(8).
           05 MRS-PVN-DECIDED-DATE             PIC 9(8).
           05 MRS-PVN-OLD-TERMS.
               10 MRS-PVN-OLD-START            PIC X(8).
               10 MRS-PVN-OLD-EXPIRE           PIC X(8).
               10 MRS-PVN-OLD-SHARE-PCT        PIC 9(2)V99.
               10 MRS-PVN-OLD-PAY-METHOD       PIC X.
               10 MRS-PVN-OLD-ROUTING          PIC X(9).
               10 MRS-PVN-OLD-ACCOUNT          PIC X(17).
               10 MRS-PVN-OLD-ACCT-TYPE        PIC X.
           05 MRS-PVN-NEW-TERMS.
               10 MRS-PVN-NEW-START            PIC X(8).
               10 MRS-PVN-NEW-EXPIRE           PIC X(8).
               10 MRS-PVN-NEW-SHARE-PCT        PIC 9(2)V99.
               10 MRS-PVN-NEW-PAY-METHOD       PIC X.
               10 MRS-PVN-NEW-ROUTING          PIC X(9).
               10 MRS-PVN-NEW-ACCOUNT          PIC X(17).
               10 MRS-PVN-NEW-ACCT-TYPE        PIC X.
           05 FILLER                           PIC X(15).
