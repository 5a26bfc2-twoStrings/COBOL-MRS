      * screens stay globally numbered; each screen's record names
      * its site, and the scheduling and box-office screens refuse a
      * screen that belongs to the other building.
      *
      * MRS-SIGNON-TRAINING is "Y" for an operator flagged as a
      * trainee: every program the session reaches then works on the
      * training copy of its files under MRS-SIGNON-TRN-ROOT (see
      * MRS-1060), never the live ones, and every screen shows
      * MRS-SIGNON-BANNER ("TRAINING", spaces otherwise) on its
      * title line.
       01 MRS-SIGNON-CONTEXT EXTERNAL.
           05 MRS-SIGNON-OPERATOR              PIC X(8).
           05 MRS-SIGNON-LEVEL                 PIC 9.
           05 MRS-SIGNON-SITE                  PIC X(2).
           05 MRS-SIGNON-TRAINING              PIC X.
           05 MRS-SIGNON-BANNER                PIC X(8).
           05 MRS-SIGNON-TRN-ROOT              PIC X(50).
