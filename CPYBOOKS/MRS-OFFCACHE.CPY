      *****************************************************************
      * FD OFFLINE SALE CACHE DATASTORE
      * A flat copy, kept on each register's own disk, of what the
      * windows need to keep selling when the indexed masters are
      * out of reach (a reorg in progress, a file-status error, the
      * server down): the showings on file for the day the cache
      * was built and the day after, the ticket prices, the tax
      * rulings, and the active concession items. MRS-3580 lays it
      * down fresh every night; the offline register (MRS-3590)
      * sells from it and nothing else.
      *
      * MRS-OFC-KIND says which view the rest of the line is read
      * through:
      *   "H" header - site and when the copy was taken, plus the
      *       one-line admissions tax rate that stands when no
      *       ruling matches
      *   "S" one showing, with the feature's name and rating off
      *       the movie master so the child-ticket gate still works,
      *       and the showing's attribute codes so a 21 and over
      *       showing is still carded
      *   "P" one ticket type's matinee and evening prices
      *   "T" one tax ruling, as on the tax table
      *   "I" one active concession item
      *
      * The seats on an "S" line are what was open when the copy
      * was taken; the offline register takes off whatever its own
      * journal has already sold against the showing.
      *
      * The record length is 80 characters.
      *
      * The file is Line Sequential.
      *****************************************************************
       FD MRS-OFFCACHE-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01 MRS-OFC-REC.
           05 MRS-OFC-KIND                     PIC X.
           05 MRS-OFC-BODY                     PIC X(79).
       01 MRS-OFC-HEAD-REC.
           05 FILLER                           PIC X.
           05 MRS-OFC-H-SITE                   PIC X(2).
           05 MRS-OFC-H-DATE                   PIC 9(8).
           05 MRS-OFC-H-TIME                   PIC 9(6).
           05 MRS-OFC-H-TAX-BASE               PIC 9(2)V99.
           05 FILLER                           PIC X(59).
       01 MRS-OFC-SHOW-REC.
           05 FILLER                           PIC X.
           05 MRS-OFC-S-SHOW-ID                PIC 9(4).
           05 MRS-OFC-S-SCREEN                 PIC 99.
           05 MRS-OFC-S-DATE                   PIC 9(8).
           05 MRS-OFC-S-TIME                   PIC X(7).
           05 MRS-OFC-S-SEATS                  PIC 999.
           05 MRS-OFC-S-STATUS                 PIC X.
           05 MRS-OFC-S-SITE                   PIC X(2).
           05 MRS-OFC-S-MOVIE-NAME             PIC X(20).
           05 MRS-OFC-S-RATING                 PIC X(4).
           05 MRS-OFC-S-ATTRS                  PIC X(4).
           05 FILLER                           PIC X(24).
       01 MRS-OFC-PRICE-REC.
           05 FILLER                           PIC X.
           05 MRS-OFC-P-TYPE                   PIC X.
           05 MRS-OFC-P-MATINEE                PIC 9(2)V99.
           05 MRS-OFC-P-EVENING                PIC 9(2)V99.
           05 FILLER                           PIC X(70).
       01 MRS-OFC-TAX-REC.
           05 FILLER                           PIC X.
           05 MRS-OFC-T-SITE                   PIC X(2).
           05 MRS-OFC-T-APPLIES                PIC X.
           05 MRS-OFC-T-EFFECTIVE              PIC 9(8).
           05 MRS-OFC-T-RATE                   PIC 9(2)V99.
           05 FILLER                           PIC X(64).
       01 MRS-OFC-ITEM-REC.
           05 FILLER                           PIC X.
           05 MRS-OFC-I-ITEM-NO                PIC 9(3).
           05 MRS-OFC-I-NAME                   PIC X(20).
           05 MRS-OFC-I-PRICE                  PIC 9(3)V99.
           05 FILLER                           PIC X(51).
