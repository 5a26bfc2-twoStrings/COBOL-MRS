      *****************************************************************
      * FD TICKET SERIAL REGISTER DATASTORE
      * One record per admission ever sold, keyed by the serial
      * printed on its stub. MRS-6485 hands the serials out in
      * consecutive runs as the registers sell, and is the only
      * program that writes here: the box office voids a serial
      * when the ticket comes back on a refund or an exchange, and
      * the ticket taker (MRS-3550) admits it at the door - so a
      * stub can only get one person in, and only into the showing
      * it was sold for.
      *
      * MRS-TKS-STATUS: "S" = sold, not yet through the door,
      * "A" = admitted, "R" = refunded, "X" = exchanged away (the
      * customer holds new stubs under new serials).
      *
      * MRS-TKS-LAST-DATE/TIME/OPER say who last moved the serial
      * and when - the door scan or the refund that voided it.
      *
      * Serial zero is the control record: MRS-TKS-NEXT-SERIAL is
      * the next number not yet handed out. It is laid down the
      * first time a serial is drawn.
      *
      * MRS-TKS-SCREEN is two digits; MRS-6860 carries a register
      * laid down with the one-digit screen over once.
      *
      * The record length is 80 characters.
      *
      * The file is Indexed Sequential
      * The key field is MRS-TKS-SERIAL
      *****************************************************************
       FD MRS-TICKET-SERIAL-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01 MRS-TKS-REC.
           05 MRS-TKS-SERIAL                   PIC 9(9).
           05 MRS-TKS-BODY.
              10 MRS-TKS-SHOW-ID               PIC 9(4).
              10 MRS-TKS-SHOW-DATE             PIC 9(8).
              10 MRS-TKS-SHOW-TIME             PIC X(4).
              10 MRS-TKS-SCREEN                PIC 99.
              10 MRS-TKS-SITE                  PIC X(2).
              10 MRS-TKS-TYPE                  PIC X.
              10 MRS-TKS-STATUS                PIC X.
              10 MRS-TKS-SOLD-DATE             PIC 9(8).
              10 MRS-TKS-SOLD-TIME             PIC 9(6).
              10 MRS-TKS-SOLD-OPER             PIC X(8).
              10 MRS-TKS-LAST-DATE             PIC 9(8).
              10 MRS-TKS-LAST-TIME             PIC 9(6).
              10 MRS-TKS-LAST-OPER             PIC X(8).
              10 FILLER                        PIC X(5).
           05 MRS-TKS-CTL-BODY REDEFINES MRS-TKS-BODY.
              10 MRS-TKS-NEXT-SERIAL           PIC 9(9).
              10 FILLER                        PIC X(62).
