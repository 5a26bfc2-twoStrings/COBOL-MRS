      *****************************************************************
      * FD FILM TERMS DATASTORE
      * One record per title booked on contracted terms, keyed the
      * way a showing names its title - vendor number plus movie
      * number, the same six characters MRS-3100 stamps on the front
      * of MRS-RENTAL-ID. The deal is keyed when the booking is made
      * (the rental add offers the terms screen once the rental is
      * on file) and the monthly settlement works each contracted
      * title's film rent week by week of its run off the ticket
      * trail. A title with no terms record settles at its vendor's
      * flat MRS-VENDOR-REVENUE-SHARE-PCT, exactly as before.
      *
      * MRS-FT-RUN-START is the opening day of the engagement - week
      * one runs seven days from it, week two the seven after, and
      * so on. It defaults to the rental's start date.
      *
      * MRS-FT-TERMS-TYPE:
      *   "S" = sliding scale - the week's gross times the week's
      *         percentage off MRS-FT-WEEK-PCT (weeks past the eighth
      *         stay at the eighth week's figure);
      *   "N" = over the nut - MRS-FT-OVER-PCT (the 90 of a 90/10)
      *         of whatever the week grossed above the house
      *         allowance MRS-FT-HOUSE-ALLOW, never below zero;
      *   "B" = best of the two - the distributor takes whichever of
      *         the sliding figure and the over-the-nut figure is
      *         larger, the usual shape of a 90/10 deal.
      *
      * MRS-FT-MIN-GUARANTEE is a floor under each playweek's film
      * rent - a week that grossed anything pays at least this much
      * whatever the formula says. Zero means no guarantee.
      *
      * The record length is 100 characters.
      *
      * The file is Indexed Sequential
      * The key field is MRS-FT-TITLE-KEY
      *****************************************************************
       FD MRS-FILM-TERMS-FILE
           RECORD CONTAINS 100 CHARACTERS.
       01 MRS-FILM-TERMS-REC.
           05 MRS-FT-TITLE-KEY.
              10 MRS-FT-VENDOR                 PIC X(2).
              10 MRS-FT-MOVIE                  PIC X(4).
           05 MRS-FT-RUN-START                 PIC 9(8).
           05 MRS-FT-TERMS-TYPE                PIC X.
           05 MRS-FT-WEEK-PCTS.
              10 MRS-FT-WEEK-PCT               PIC 9(2)V99
                                               OCCURS 8 TIMES.
           05 MRS-FT-HOUSE-ALLOW               PIC 9(5)V99.
           05 MRS-FT-OVER-PCT                  PIC 9(2)V99.
           05 MRS-FT-MIN-GUARANTEE             PIC 9(5)V99.
           05 MRS-FT-ENTERED-DATE              PIC 9(8).
           05 MRS-FT-OPERATOR                  PIC X(8).
           05 FILLER                           PIC X(19).
