      *****************************************************************
      * FD TAX EXEMPTION CERTIFICATE DATASTORE
      * One record per exemption certificate a tax-exempt customer
      * (a school, a church) has shown the office, keyed by the
      * certificate number printed on it. Both registers and the
      * group hold screen check a certificate here (through
      * MRS-1620) before a sale may ring without tax. Certificates
      * are keyed and kept through MRS-1610.
      *
      * MRS-TXC-STATE is the two-letter state that issued it;
      * MRS-TXC-EXPIRE-DATE (YYYYMMDD) is the last day it is good
      * for, zero when the certificate carries no expiry.
      *
      * MRS-TXC-STATUS: "A" = active;
      *                 "R" = revoked - kept on file so the old
      *                       exempt sales under it still read.
      *
      * The record length is 80 characters.
      *
      * The file is Indexed Sequential
      * The key field is MRS-TXC-CERT-NO
      *****************************************************************
       FD MRS-TAXCERT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01 MRS-TAXCERT-REC.
           05 MRS-TXC-CERT-NO                  PIC X(12).
           05 MRS-TXC-ORG-NAME                 PIC X(30).
           05 MRS-TXC-STATE                    PIC X(2).
           05 MRS-TXC-EXPIRE-DATE              PIC 9(8).
           05 MRS-TXC-STATUS                   PIC X.
           05 MRS-TXC-ENTERED-BY               PIC X(8).
           05 MRS-TXC-ENTERED-DATE             PIC 9(8).
           05 FILLER                           PIC X(11).
