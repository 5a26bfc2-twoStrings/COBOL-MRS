      *****************************************************************
      * GL JOURNAL RELEASE PARAMETER AREA
      * Handed to MRS-5030 by a posting run once it has closed its
      * staging file: the run's program name, the staging file it
      * wrote its lines to (the feed layout with the line's site on
      * the end, MRS-GLSTG.CPY),
      * and how the feed is to be opened - "O" starts tonight's feed
      * over (the rental run has always laid the feed down fresh),
      * "E" adds on behind what is already there.
      *
      * MRS-5030 nets every journal on the staging file. A journal
      * whose lines net to zero goes to the feed; one that does not
      * is held back on the GL held file and printed on the journal
      * release report instead of being sent. It answers with the
      * number of journals released and held, and leaves the staging
      * file empty for the run's next time.
      *****************************************************************
       01 MRS-GLR-PUT.
           05 MRS-GLR-PROGRAM                  PIC X(8).
           05 MRS-GLR-STAGE                    PIC X(50).
           05 MRS-GLR-FEED-MODE                PIC X.
           05 MRS-GLR-RELEASED                 PIC 9(3).
           05 MRS-GLR-HELD                     PIC 9(3).
