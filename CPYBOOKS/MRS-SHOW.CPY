      * showing. It contains the date and time along with how many
      * seats are available and which screen it's shown on.
      *
      * The record length is 43 characters.
      *
      * The file is Indexed Sequential
      * The key field is SHOW-ID, with MRS-SHOW-LOOKUP-KEY
      * straight to a showing instead of scanning the whole file -
      * the screen/date/time fields were pulled together at the
      * front of the record to make that key contiguous.
      * MRS-RENTAL-ID (the booked film's vendor + movie number) is a
      * second alternate key with duplicates, so everything tying
      * showings to a film reads them by key. A file laid down
      * before that key existed is rebuilt with MRS-6800 mode K.
      *
      * MRS-SHOW-STATUS: "A" (or space, for rows written before the
      * field existed) = active, "C" = cancelled, "P" = private
      * only. The box office sells each request against the right
      * pool, so the ADA spaces are protected until an accessible
      * sale actually needs them.
      *
      * MRS-SEATS and MRS-SOLD-AT-CANCEL are three digits, for
      * auditoriums over 99 seats; MRS-6860 carries a file laid
      * down at the old 37 characters over once.
      *
      * MRS-SHOW-ATTRS marks the special showings, one fixed place
      * per attribute, a space where it does not apply:
      *   MRS-SHOW-ATR-CAPTION  "C" = open caption
      *   MRS-SHOW-ATR-SENSORY  "S" = sensory-friendly
      *   MRS-SHOW-ATR-ADULT    "A" = 21 and over - the window
      *                         sells no child ticket to it and
      *                         checks ID on every other
      *   MRS-SHOW-ATR-PREMIERE "P" = premiere (opening night)
      * Codes are keyed through MRS-3110, which places them. A file
      * laid down at the old 39 characters is carried over once by
      * MRS-6870.
      *****************************************************************
       FD MRS-SHOW-FILE
           RECORD CONTAINS 43 CHARACTERS.
       01 MRS-SHOW-REC.
           05 MRS-SHOW-ID                      PIC 9(4).
           05 MRS-SHOW-LOOKUP-KEY.
              10 MRS-SHOW-DATE                 PIC 9(8).
              10 MRS-SHOW-TIME                 PIC X(7).
           05 MRS-RENTAL-ID                    PIC X(7).
           05 MRS-SEATS                        PIC 999.
           05 MRS-SHOW-STATUS                  PIC X.
           05 MRS-SOLD-AT-CANCEL               PIC 999.
           05 MRS-ADA-SEATS                    PIC 99.
           05 MRS-SHOW-SITE                    PIC X(2).
           05 MRS-SHOW-ATTRS.
              10 MRS-SHOW-ATR-CAPTION          PIC X.
              10 MRS-SHOW-ATR-SENSORY          PIC X.
              10 MRS-SHOW-ATR-ADULT            PIC X.
              10 MRS-SHOW-ATR-PREMIERE         PIC X.
