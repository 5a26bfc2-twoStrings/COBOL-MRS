      *****************************************************************
      * FD DIGITAL CINEMA KEY DATASTORE
      * One record per key (KDM) the distributor issues for a
      * digital print - a key unlocks one title in one auditorium,
      * and only between its valid-from and valid-to moments. The
      * title is named the way a showing names it, MRS-RENTAL-ID off
      * the show file (vendor number plus movie number), so a
      * showing finds its keys straight from its own record. A title
      * re-keyed mid-run (a holdover, a replacement key) simply gets
      * a second record with a later valid-from.
      *
      * MRS-KDM-FROM-TIME and MRS-KDM-TO-TIME are HHMM, house time.
      * MRS-KDM-RECEIVED-DATE is the day the key arrived from the
      * distributor, so a late key can be traced back to the booking.
      *
      * Schedule entry, run booking and the week clone warn when a
      * showing falls outside its screen's key window, and the
      * nightly key check (MRS-7150) lists tomorrow's showings with
      * no key or a key that lapses before the show ends. A site
      * with no key file on disk gets no key warnings at all.
      *
      * The record length is 60 characters.
      *
      * The file is Indexed Sequential
      * The key field is MRS-KDM-KEY
      *****************************************************************
       FD MRS-KDM-FILE
           RECORD CONTAINS 60 CHARACTERS.
       01 MRS-KDM-REC.
           05 MRS-KDM-KEY.
              10 MRS-KDM-RENTAL-ID             PIC X(7).
              10 MRS-KDM-SCREEN                PIC 99.
              10 MRS-KDM-FROM-DATE             PIC 9(8).
              10 MRS-KDM-FROM-TIME             PIC 9(4).
           05 MRS-KDM-TO-DATE                  PIC 9(8).
           05 MRS-KDM-TO-TIME                  PIC 9(4).
           05 MRS-KDM-RECEIVED-DATE            PIC 9(8).
           05 MRS-KDM-OPERATOR                 PIC X(8).
           05 FILLER                           PIC X(11).
