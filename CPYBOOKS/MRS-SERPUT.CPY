      *****************************************************************
      * TICKET SERIAL PARAMETER AREA
      * Handed to MRS-6485, the one program that writes the ticket
      * serial register and the showing attendance counts.
      * MRS-SRP-FUNCTION says what is wanted:
      *   "I" = issue MRS-SRP-QTY serials for the showing named;
      *         the first of the consecutive run comes back in
      *         MRS-SRP-SERIAL
      *   "C" = check that MRS-SRP-SERIAL can be taken back on the
      *         showing named (refund or exchange) - nothing moves
      *   "V" = void MRS-SRP-SERIAL as MRS-SRP-VOID-AS ("R" refund,
      *         "X" exchange) and count it off the showing
      *   "A" = admit MRS-SRP-SERIAL at the door into the showing
      *         named
      * MRS-6485 answers in MRS-SRP-ANSWER:
      *   "Y" = done (or, for "C", can be taken back)
      *   "U" = no such serial on the register
      *   "W" = the serial is for another showing - MRS-SRP-ON-
      *         DATE/TIME/SCREEN say which
      *   "A" = already admitted
      *   "R" = already refunded
      *   "X" = already exchanged away
      *   " " = no register on disk - serials are not tracked here
      * After an admit, MRS-SRP-OUT and MRS-SRP-IN carry the
      * showing's tickets out and admitted so far.
      *****************************************************************
       01 MRS-SER-PUT.
           05 MRS-SRP-FUNCTION                 PIC X.
           05 MRS-SRP-SHOW-ID                  PIC 9(4).
           05 MRS-SRP-SHOW-DATE                PIC 9(8).
           05 MRS-SRP-SHOW-TIME                PIC X(4).
           05 MRS-SRP-SCREEN                   PIC 99.
           05 MRS-SRP-SITE                     PIC X(2).
           05 MRS-SRP-TYPE                     PIC X.
           05 MRS-SRP-QTY                      PIC 99.
           05 MRS-SRP-OPERATOR                 PIC X(8).
           05 MRS-SRP-SERIAL                   PIC 9(9).
           05 MRS-SRP-VOID-AS                  PIC X.
           05 MRS-SRP-ANSWER                   PIC X.
           05 MRS-SRP-ON-DATE                  PIC 9(8).
           05 MRS-SRP-ON-TIME                  PIC X(4).
           05 MRS-SRP-ON-SCREEN                PIC 99.
           05 MRS-SRP-OUT                      PIC 9(5).
           05 MRS-SRP-IN                       PIC 9(5).
