      *****************************************************************
      * REPORT REQUEST CONTROL
      * Shared (EXTERNAL) between the report request runner
      * (MRS-7070) and the reports it runs. While the runner has a
      * request in hand MRS-RPQ-ACTIVE is "Y" and the parameters the
      * office keyed on MRS-7080 sit in MRS-RPQ-PARM, each one in the
      * shape the report's console ACCEPT takes it (a date as eight
      * digits, a show id as four, a range as keyed); the report
      * takes them from here instead of the console. Any other
      * value of MRS-RPQ-ACTIVE leaves the reports on the console as
      * they always were.
      *
      * MRS-7050 drops the registry id of every run it registers in
      * MRS-RPQ-SPOOL-ID - that is how the runner knows the report
      * got as far as its output.
      *****************************************************************
       01 MRS-RPQ-CONTROL EXTERNAL.
           05 MRS-RPQ-ACTIVE                   PIC X.
           05 MRS-RPQ-PARM OCCURS 4 TIMES      PIC X(8).
           05 MRS-RPQ-SPOOL-ID                 PIC 9(5).
