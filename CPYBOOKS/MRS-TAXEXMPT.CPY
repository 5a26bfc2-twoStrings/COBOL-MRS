      *****************************************************************
      * FD TAX EXEMPT SALES LEDGER DATASTORE
      * One record per sale rung without tax under an exemption
      * certificate, written by MRS-1620 once the sale is down. The
      * sales trail lines themselves carry zero tax and have no room
      * for the certificate, so this is where the certificate a sale
      * was exempted under is kept - and the monthly remittance
      * package (MRS-5800) reports exempt sales from it as their own
      * lines.
      *
      * MRS-TXL-REGISTER: "T" = box office tickets,
      *                   "C" = concessions (either register),
      *                   "G" = a group hold's invoice or sale.
      * MRS-TXL-ACTION is "SALE", or "RFND" for money paid back on
      * an exempt sale, which nets out of the exempt total.
      * MRS-TXL-REF points back at what was rung: the ticket trail
      * sequence number, the concession line's time and item, or
      * the group's invoice number / hold id.
      * MRS-TXL-AMOUNT is the money the sale rang (no tax on it);
      * MRS-TXL-TAX-FORGONE is the tax the table rate would have
      * charged, zero where the register had no rate in hand.
      *
      * MRS-TXL-SEQ tells apart lines posted under the same
      * certificate in the same second.
      *
      * The record length is 100 characters.
      *
      * The file is Indexed Sequential
      * The key field is MRS-TXL-KEY (certificate + date + time +
      * seq)
      *****************************************************************
       FD MRS-TAXEXMPT-FILE
           RECORD CONTAINS 100 CHARACTERS.
       01 MRS-TAXEXMPT-REC.
           05 MRS-TXL-KEY.
              10 MRS-TXL-CERT-NO               PIC X(12).
              10 MRS-TXL-DATE                  PIC 9(8).
              10 MRS-TXL-TIME                  PIC 9(6).
              10 MRS-TXL-SEQ                   PIC 9(3).
           05 MRS-TXL-REGISTER                 PIC X.
           05 MRS-TXL-ACTION                   PIC X(4).
           05 MRS-TXL-SITE                     PIC X(2).
           05 MRS-TXL-REF                      PIC X(12).
           05 MRS-TXL-AMOUNT                   PIC 9(6)V99.
           05 MRS-TXL-TAX-FORGONE              PIC 9(5)V99.
           05 MRS-TXL-OPERATOR                 PIC X(8).
           05 FILLER                           PIC X(29).
