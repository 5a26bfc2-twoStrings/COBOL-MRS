      *****************************************************************
      * TRAIL SEQUENCE PARAMETER AREA
      * Handed to MRS-6490, the one program that keeps the line
      * sequence and check chain of the audit file ("AUD") and the
      * ticket trail ("TIC"). MRS-SQP-FUNCTION says what is wanted:
      *   "N" = next - draw the site's next sequence number for the
      *         line in MRS-SQP-LINE (the first MRS-SQP-LEN
      *         characters count) and chain its check value from
      *         the site's last line; both come back in
      *         MRS-SQP-SEQ and MRS-SQP-CHECK
      *   "H" = hash only - the check value a line numbered
      *         MRS-SQP-SEQ would carry chained from MRS-SQP-PRIOR;
      *         nothing on file moves
      *   "B" = base - the site's lines up to MRS-SQP-SEQ (check
      *         MRS-SQP-CHECK) have gone to an archive
      *   "C" = cleared - every line of the file has gone to an
      *         archive; each site's base moves up to its last
      * MRS-6490 answers "Y" in MRS-SQP-ANSWER when done. A blank
      * MRS-SQP-SITE is taken as "01".
      *****************************************************************
       01 MRS-SEQ-PUT.
           05 MRS-SQP-FUNCTION                 PIC X.
           05 MRS-SQP-TRAIL                    PIC X(3).
           05 MRS-SQP-SITE                     PIC X(2).
           05 MRS-SQP-LEN                      PIC 9(3).
           05 MRS-SQP-LINE                     PIC X(120).
           05 MRS-SQP-PRIOR                    PIC 9(9).
           05 MRS-SQP-SEQ                      PIC 9(9).
           05 MRS-SQP-CHECK                    PIC 9(9).
           05 MRS-SQP-ANSWER                   PIC X.
