      *****************************************************************
      * FD GL HISTORY LEDGER DATASTORE
      * The GL feed is handed to the corporate system and started
      * fresh every night, so it never holds more than the one day.
      * Every line that goes down on the feed is also added to the
      * end of this ledger by MRS-5040 - the period lock every feed
      * writer calls on each line - after any move out of a closed
      * month, so the ledger reads exactly as the feed went out, day
      * after day. The site profit and loss statement (MRS-5750)
      * reads it for the month, the year to date and the same
      * figures a year back.
      *
      * MRS-GLH-SITE: the theatre the line belongs to, or "**" for a
      * chain-wide line.
      * MRS-GLH-MOVED: "Y" when MRS-5040 moved the line forward out of
      * a closed month.
      *
      * The record length is 100 characters.
      *
      * The file is Line Sequential.
      *****************************************************************
       FD MRS-GL-HIST-FILE
           RECORD CONTAINS 100 CHARACTERS.
       01 MRS-GLH-REC.
           05  MRS-GLH-POST-ID                 PIC X(7).
           05  MRS-GLH-ACC-NUM                 PIC 999.
           05  MRS-GLH-DATE.
               10 MRS-GLH-MONTH                PIC 99.
               10 MRS-GLH-DAY                  PIC 99.
               10 MRS-GLH-YEAR                 PIC 9999.
           05  MRS-GLH-AMOUNT                  PIC S9(5)V99.
           05  MRS-GLH-JOURNAL                 PIC X(10).
           05  MRS-GLH-DESC                    PIC X(30).
           05  MRS-GLH-SITE                    PIC X(2).
           05  MRS-GLH-PROGRAM                 PIC X(8).
           05  MRS-GLH-SENT-DATE               PIC 9(8).
           05  MRS-GLH-MOVED                   PIC X.
           05  FILLER                          PIC X(16).
