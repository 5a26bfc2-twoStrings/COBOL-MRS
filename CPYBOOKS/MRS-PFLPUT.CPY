      *****************************************************************
      * NIGHT RUN PRE-FLIGHT PARAMETER AREA
      * Handed to MRS-9050 by the night-run driver before the first
      * step. MRS-9050 prints the go/no-go page and hands back the
      * verdict: MRS-PFL-RESULT "G" = go, "N" = no-go, with the
      * count of no-go items found and the count of cautions (worth
      * a look in the morning, but no reason to hold the run).
      *****************************************************************
       01 MRS-PFL-PUT.
           05 MRS-PFL-RESULT                   PIC X.
           05 MRS-PFL-NOGO-COUNT               PIC 9(3).
           05 MRS-PFL-CAUTION-COUNT            PIC 9(3).
