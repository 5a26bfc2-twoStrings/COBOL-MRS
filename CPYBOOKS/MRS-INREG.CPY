      *****************************************************************
      * FD INBOUND FILE REGISTRY DATASTORE
      * One record per distinct file an inbound batch has taken in -
      * the vendor catalog, the reservation intake, the GL
      * acknowledgments, the processor settlement file, the vendor
      * invoices. MRS-6545 lays it down the first time a file is
      * processed. The key is the job plus what the file actually
      * holds - its size in bytes, its record count, and a check
      * value worked over every character - so a drop left in place
      * or sent a second time is known whatever it is called, while
      * next week's drop under the same name is not.
      *
      * MRS-IBR-NAME is the path the file was first taken from.
      * MRS-IBR-RUNS counts the times it has been processed; above 1
      * means a supervisor forced it through again, and
      * MRS-IBR-FORCED-BY is the last one who did.
      *
      * The record length is 150 characters.
      *
      * The file is Indexed Sequential
      * The key field is MRS-IBR-KEY
      *****************************************************************
       FD MRS-INREG-FILE
           RECORD CONTAINS 150 CHARACTERS.
       01 MRS-INREG-REC.
           05 MRS-IBR-KEY.
               10 MRS-IBR-SOURCE               PIC X(8).
               10 MRS-IBR-SIZE                 PIC 9(10).
               10 MRS-IBR-COUNT                PIC 9(9).
               10 MRS-IBR-CHECK                PIC 9(9).
           05 MRS-IBR-NAME                     PIC X(50).
           05 MRS-IBR-FIRST-DATE               PIC 9(8).
           05 MRS-IBR-FIRST-TIME               PIC 9(6).
           05 MRS-IBR-LAST-DATE                PIC 9(8).
           05 MRS-IBR-LAST-TIME                PIC 9(6).
           05 MRS-IBR-RUNS                     PIC 9(3).
           05 MRS-IBR-OPERATOR                 PIC X(8).
           05 MRS-IBR-FORCED-BY                PIC X(8).
           05 FILLER                           PIC X(17).
