      * draft rows into real MRS-SHOW-FILE rows (with fresh show
      * ids), and an abandon throws the draft away untouched.
      *
      * The record length is 43 characters - one for one with the
      * show record, so a committed row is a straight field-by-field
      * move.
      *
      * The key field is MRS-DFT-ID
      *****************************************************************
       FD MRS-DRAFT-FILE
           RECORD CONTAINS 43 CHARACTERS.
       01 MRS-DRAFT-REC.
           05 MRS-DFT-ID                       PIC 9(4).
           05 MRS-DFT-LOOKUP.
              10 MRS-DFT-DATE                  PIC 9(8).
              10 MRS-DFT-TIME                  PIC X(7).
           05 MRS-DFT-RENTAL-ID                PIC X(7).
           05 MRS-DFT-SEATS                    PIC 999.
           05 MRS-DFT-STATUS                   PIC X.
           05 MRS-DFT-SOLD-AT-CANCEL           PIC 999.
           05 MRS-DFT-ADA-SEATS                PIC 99.
           05 MRS-DFT-SITE                     PIC X(2).
           05 MRS-DFT-ATTRS                    PIC X(4).
