      *****************************************************************
      * GL PERIOD LOCK PARAMETER AREA
      * Handed to MRS-5040, together with the feed line about to be
      * written (MRS-GL-POST.CPY layout), by every program that
      * writes the GL feed:
      *
      *     CALL "MRS-5040" USING MRS-GLP-PUT MRS-GL-POST-REC
      *
      * just before the WRITE. When the line's transaction date
      * falls in a closed accounting period (MRS-GLPER.CPY) its date
      * is moved to the first day of the first open period after it,
      * a note naming the program, the line and both dates goes on
      * the GL period note log, and MRS-GPP-MOVED comes back "Y".
      * A line dated in an open period comes back untouched with
      * MRS-GPP-MOVED "N".
      *
      * Every line, moved or not, is then added to the GL history
      * ledger (MRS-GLHIST.CPY) under MRS-GPP-SITE - the theatre the
      * line belongs to, or "**" (or spaces) for a chain-wide line.
      *****************************************************************
       01 MRS-GLP-PUT.
           05 MRS-GPP-PROGRAM                  PIC X(8).
           05 MRS-GPP-MOVED                    PIC X.
           05 MRS-GPP-SITE                     PIC X(2).
