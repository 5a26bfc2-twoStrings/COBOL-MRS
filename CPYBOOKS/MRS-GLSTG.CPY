      *****************************************************************
      * FD GL POSTING STAGING DATASTORE
      * The posting runs lay their lines down here first, in the
      * MRS-GL-POST.CPY feed layout with the site the line belongs
      * to on the end, and hand the file to MRS-5030 at the end of
      * the run. MRS-5030 releases the journals that net to zero to
      * the feed (the site is not part of the corporate feed) and
      * passes the site on to MRS-5040 for the GL history ledger
      * (MRS-GLHIST.CPY), which the site profit and loss statement
      * (MRS-5750) is read from.
      *
      * MRS-GL-SITE: the theatre the line was earned or spent at, or
      * "**" for a chain-wide line - payables, clearing, tax, gift
      * card and pass liabilities, film rent.
      *
      * The record length is 67 characters.
      *
      * The file is Line Sequential.
      *****************************************************************
       FD MRS-GL-POST-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 67 CHARACTERS.
       01 MRS-GL-POST-REC.
           05  MRS-GL-POST-ID.
               10 MRS-PREFIX                   PIC X(4).
               10 MRS-IDENTIFIER               PIC X(3).
           05  MRS-GL-ACC-NUM                  PIC 999.
           05  MRS-GL-DATE-OF-TRANS.
               10 MRS-GL-MONTH-OF-TRANS        PIC 99.
               10 MRS-GL-DAY-OF-TRANS          PIC 99.
               10 MRS-GL-YEAR-OF-TRANS         PIC 9999.
           05  MRS-GL-ADJUST-AMOUNT            PIC S9(5)V99.
           05  MRS-GL-JOURNAL-NUM.
               10  MRS-GL-JOR-DATE             PIC 9(8).
               10  MRS-GL-JOR-NUM              PIC 99.
           05  MRS-GL-DESC                     PIC X(30).
           05  MRS-GL-SITE                     PIC X(2).
