      * pull the vendor's company name onto the movie/schedule
      * screens, and by the MRS-2500 vendor maintenance subsystem.
      *
      * The tax ID, 1099 flag and mailing address carry what the
      * year-end 1099 run (MRS-5270) reports: MRS-VENDOR-1099-FLAG
      * "N" marks a vendor exempt from 1099 reporting (a
      * corporation); anything else is reported once paid over the
      * threshold. The tax ID is keyed as printed on the W-9,
      * 99-9999999 for an EIN or 999-99-9999 for an SSN.
      *
      * The payment fields say how the vendor's settlements are
      * paid: MRS-VENDOR-PAY-METHOD "A" sends them through the ACH
      * payment run (MRS-5280) to the routing and account number
      * given, account type "C" checking or "S" savings; anything
      * else leaves the vendor on paper checks through MRS-5250.
      *
      * The record was 100 characters before the tax fields were
      * added. A file written at the old length is brought forward
      * by unloading it with MRS-6800 before the programs are
      * replaced and reloading it after - the reload pads the new
      * fields with spaces, to be keyed through MRS-2800.
      *
      * The record length is 250 characters.
      *
      * The file is Indexed Sequential
      * The key field is MRS-VENDOR-ID
      *****************************************************************
       FD MRS-VENDOR-FILE
           RECORD CONTAINS 250 CHARACTERS.
       01 MRS-VENDOR-REC.
           05 MRS-VENDOR-ID                    PIC X(2).
           05 MRS-VENDOR-COMPANY                PIC X(15).
           05 MRS-VENDOR-CONTRACT-EXPIRE        PIC X(8).
           05 MRS-VENDOR-REVENUE-SHARE-PCT      PIC 9(2)V99.
           05 MRS-VENDOR-ACTIVE-FLAG            PIC X.
           05 MRS-VENDOR-TAX-ID                 PIC X(11).
           05 MRS-VENDOR-1099-FLAG              PIC X.
           05 MRS-VENDOR-ADDRESS                PIC X(30).
           05 MRS-VENDOR-CITY                   PIC X(20).
           05 MRS-VENDOR-STATE                  PIC X(2).
           05 MRS-VENDOR-ZIP                    PIC X(10).
           05 MRS-VENDOR-PAY-METHOD             PIC X.
           05 MRS-VENDOR-BANK-ROUTING           PIC X(9).
           05 MRS-VENDOR-BANK-ACCOUNT           PIC X(17).
           05 MRS-VENDOR-ACCOUNT-TYPE           PIC X.
           05 FILLER                            PIC X(48).

