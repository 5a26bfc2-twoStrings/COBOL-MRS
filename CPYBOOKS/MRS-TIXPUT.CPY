      * TICKET TRANSACTION STORE PARAMETER AREA
      * Handed to MRS-6480 by the registers right after the flat
      * trail line goes down: the line's date and time and the
      * 120-character line itself. MRS-6480 finds the next free
      * sequence under that second and writes the store record.
      *****************************************************************
       01 MRS-TIX-PUT.
           05 MRS-TXP-DATE                     PIC 9(8).
           05 MRS-TXP-TIME                     PIC 9(6).
           05 MRS-TXP-LINE                     PIC X(120).
