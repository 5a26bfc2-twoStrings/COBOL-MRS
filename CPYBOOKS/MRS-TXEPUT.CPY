      *****************************************************************
      * TAX EXEMPT SALE PARAMETER AREA
      * Handed to MRS-1620 by a register or the group hold screen
      * ringing a sale under a tax exemption certificate.
      *
      * MRS-TXE-FUNCTION "V" checks the certificate: the caller
      * fills in the certificate number and the selling date.
      * MRS-1620 answers in MRS-TXE-ANSWER:
      *   "Y" - good; MRS-TXE-ORG-NAME is who it was issued to
      *   "N" - no such certificate on file
      *   "X" - expired before the selling date
      *   "R" - revoked
      *
      * MRS-TXE-FUNCTION "P" posts the exempt sale to the tax exempt
      * sales ledger (MRS-TAXEXMPT.CPY) once the sale is down: the
      * caller fills in the same fields plus the register, action,
      * reference, the money rung, and the tax forgone.
      * MRS-TXE-ANSWER comes back "Y", or "N" when the ledger could
      * not be written.
      *****************************************************************
       01 MRS-EXEMPT-PUT.
           05 MRS-TXE-FUNCTION                 PIC X.
           05 MRS-TXE-CERT-NO                  PIC X(12).
           05 MRS-TXE-DATE                     PIC 9(8).
           05 MRS-TXE-REGISTER                 PIC X.
           05 MRS-TXE-ACTION                   PIC X(4).
           05 MRS-TXE-REF                      PIC X(12).
           05 MRS-TXE-AMOUNT                   PIC 9(6)V99.
           05 MRS-TXE-TAX-FORGONE              PIC 9(5)V99.
           05 MRS-TXE-ORG-NAME                 PIC X(30).
           05 MRS-TXE-ANSWER                   PIC X.
