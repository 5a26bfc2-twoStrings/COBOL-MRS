      *****************************************************************
      * FD FISCAL CALENDAR DATASTORE
      * One record per calendar day, laid down a fiscal year at a
      * time by MRS-5060. Each day carries the film week and the
      * fiscal period, quarter and year it belongs to, with the
      * first and last day of its week and of its period, so a
      * report asked for a film week or a fiscal period can turn it
      * into a date range with one read (MRS-5070).
      *
      * Film weeks run Friday to Thursday, the week the distributors
      * settle on. The fiscal year starts on the Friday nearest
      * January 1 and ends on the Thursday nearest the following
      * December 31 - 52 weeks, or 53 every fifth or sixth year.
      * Periods follow corporate's 4-4-5 pattern: four weeks, four
      * weeks, five weeks in every quarter; a 53rd week goes on the
      * end of period 12.
      *
      * MRS-FC-WEEK: the film week within the fiscal year, 1 - 53.
      * MRS-FC-PERIOD: the fiscal period, 1 - 12.
      * MRS-FC-QUARTER: the fiscal quarter, 1 - 4.
      *
      * The record length is 60 characters.
      *
      * The file is Indexed Sequential
      * The key field is MRS-FC-DATE (YYYYMMDD)
      * The alternate key is MRS-FC-FISCAL-KEY (year, period, week),
      * with duplicates - seven days share each week.
      *****************************************************************
       FD MRS-FISCAL-FILE
           RECORD CONTAINS 60 CHARACTERS.
       01 MRS-FISCAL-REC.
           05 MRS-FC-DATE                      PIC 9(8).
           05 MRS-FC-FISCAL-KEY.
               10 MRS-FC-YEAR                  PIC 9(4).
               10 MRS-FC-PERIOD                PIC 99.
               10 MRS-FC-WEEK                  PIC 99.
           05 MRS-FC-QUARTER                   PIC 9.
           05 MRS-FC-WEEK-START                PIC 9(8).
           05 MRS-FC-WEEK-END                  PIC 9(8).
           05 MRS-FC-PERIOD-START              PIC 9(8).
           05 MRS-FC-PERIOD-END                PIC 9(8).
           05 FILLER                           PIC X(11).
