      *****************************************************************
      * KEY WINDOW CHECK PARAMETER AREA
      * Handed to MRS-4170 by anything that books or reports on a
      * showing. The caller fills in the showing's title (its
      * MRS-RENTAL-ID), screen, date, start time (HHMM) and the
      * feature's runtime in minutes; MRS-4170 answers in
      * MRS-KC-ANSWER:
      *   "Y" = a key covers the showing from start to finish
      *   "N" = no key at all on file for that title and screen
      *   "E" = a key is good at the start but lapses before the
      *         show ends (MRS-KC-TO-DATE/TIME say when)
      *   "O" = keys exist for the screen, none open at the start
      *   " " = no key file on disk - keys are not tracked here
      *****************************************************************
       01 MRS-KDM-CHECK.
           05 MRS-KC-RENTAL-ID                 PIC X(7).
           05 MRS-KC-SCREEN                    PIC 99.
           05 MRS-KC-SHOW-DATE                 PIC 9(8).
           05 MRS-KC-SHOW-TIME                 PIC 9(4).
           05 MRS-KC-RUNTIME                   PIC 9(3).
           05 MRS-KC-ANSWER                    PIC X.
           05 MRS-KC-TO-DATE                   PIC 9(8).
           05 MRS-KC-TO-TIME                   PIC 9(4).
