      *****************************************************************
      * BUSINESS PARAMETER LOOKUP AREA
      * Handed to MRS-1760 by any program whose rule runs on a value
      * from the business parameter file. The caller fills in the
      * parameter name, the date the value is wanted for, and the
      * value it was compiled with in MRS-BPP-VALUE; MRS-1760 puts
      * the value in force on that date over it and answers "Y" in
      * MRS-BPP-FOUND, or leaves the caller's value alone and answers
      * "N" when nothing is on file for the name by that date.
      *****************************************************************
       01 MRS-BPM-PUT.
           05 MRS-BPP-NAME                     PIC X(12).
           05 MRS-BPP-AS-OF                    PIC 9(8).
           05 MRS-BPP-VALUE                    PIC 9(5)V99.
           05 MRS-BPP-FOUND                    PIC X.
