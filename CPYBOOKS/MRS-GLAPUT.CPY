      *****************************************************************
      * GL ACCOUNT LOOKUP PARAMETER AREA
      * Handed to MRS-5020 by every GL posting run before it writes
      * a line: the run's program name, the site it posts for ("**"
      * = every site), and up to eight posting sources it needs an
      * account for (MRS-GLACCT.CPY). MRS-5020 answers per source
      * in MRS-GAP-STATUS:
      *   "Y" = MRS-GAP-ACC-NUM is the account to post to
      *   "M" = no account on the chart serves the source
      *   "I" = only a retired account serves it (MRS-GAP-ACC-NUM
      *         names it)
      *   "D" = more than one active account serves it
      * and overall in MRS-GAP-ANSWER: "Y" = post, "N" = refuse the
      * batch - nothing may be written. A refusal has already been
      * printed on the GL account exception report. A call with no
      * sources just makes sure the chart is on disk.
      *****************************************************************
       01 MRS-GLA-PUT.
           05 MRS-GAP-PROGRAM                  PIC X(8).
           05 MRS-GAP-SITE                     PIC X(2).
           05 MRS-GAP-COUNT                    PIC 9.
           05 MRS-GAP-ENTRY OCCURS 8 TIMES.
              10 MRS-GAP-SOURCE                PIC X(8).
              10 MRS-GAP-ACC-NUM               PIC 999.
              10 MRS-GAP-STATUS                PIC X.
           05 MRS-GAP-ANSWER                   PIC X.
