      *****************************************************************
      * OUTBOUND FILE CONTROL PARAMETER AREA
      * Handed to MRS-6540 by every program that cuts a file for
      * somebody outside the building. MRS-OBP-FUNCTION:
      *   "H" = header - draws the next sequence number of the
      *         file's series (MRS-OBP-FILE-CODE + site) and hands
      *         back the header line in MRS-OBP-LINE:
      *           HDR,source,site,run date,sequence
      *         MRS-OBP-COUNT and MRS-OBP-HASH are zeroed.
      *   "T" = trailer - hands back the trailer line in
      *         MRS-OBP-LINE:
      *           TRL,record count,hash total
      *         and logs the file on the outbound register.
      * Between the two the caller adds 1 to MRS-OBP-COUNT for each
      * data line it writes and adds the line's amount field(s) to
      * MRS-OBP-HASH - or, on a file with no money on it, a numeric
      * field the receiver can total just as well. The header and
      * trailer lines themselves are not counted. A blank
      * MRS-OBP-SITE is taken as "01".
      *****************************************************************
       01 MRS-OB-PUT.
           05 MRS-OBP-FUNCTION                 PIC X.
           05 MRS-OBP-SOURCE                   PIC X(8).
           05 MRS-OBP-FILE-CODE                PIC X(6).
           05 MRS-OBP-SITE                     PIC X(2).
           05 MRS-OBP-PATH                     PIC X(50).
           05 MRS-OBP-SEQ                      PIC 9(6).
           05 MRS-OBP-COUNT                    PIC 9(9).
           05 MRS-OBP-HASH                     PIC S9(13)V99.
           05 MRS-OBP-LINE                     PIC X(40).
