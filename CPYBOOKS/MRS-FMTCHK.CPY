      *****************************************************************
      * PRINT FORMAT CHECK PARAMETER AREA
      * Handed to MRS-4180 by anything that books or reports on a
      * showing. The caller fills in the showing's title (its
      * MRS-RENTAL-ID) and screen; MRS-4180 looks at the active
      * copies of the feature in the screen's building and answers
      * in MRS-FC-ANSWER:
      *   "Y" = a print in the building the room can project
      *   "N" = prints in the building, none the room can project
      *         (MRS-FC-PRINT-FMT names one of them)
      *   "S" = copies on file, none in the building
      *   " " = nothing to judge by - no copy file on disk, the
      *         screen not on the master, or no copy of the feature
      *         on file at all
      * MRS-FC-SCR-FMT hands back the room's format either way.
      *****************************************************************
       01 MRS-FMT-CHECK.
           05 MRS-FC-RENTAL-ID                 PIC X(7).
           05 MRS-FC-SCREEN                    PIC 99.
           05 MRS-FC-ANSWER                    PIC X.
           05 MRS-FC-PRINT-FMT                 PIC X(3).
           05 MRS-FC-SCR-FMT                   PIC X.
