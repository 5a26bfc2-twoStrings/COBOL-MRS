      *****************************************************************
      * FD SCREEN EQUIPMENT DATASTORE
      * One record per piece of equipment in an auditorium that wears
      * out by the hour: the projector, its lamp (or xenon bulb), and
      * the sound processor. Each carries what it is, when it went
      * in, the hours the maker rates it for, and the hours it has
      * run so far, so a lamp is replaced on a planned outage
      * instead of when the picture goes dim in the middle of a show.
      *
      * MRS-EQP-TYPE: "P" projector, "L" lamp, "S" sound processor.
      *
      * MRS-EQP-RATED-HOURS zero means the maker gives no hour
      * rating and the service-due report (MRS-8710) leaves the
      * piece alone. MRS-EQP-HOURS-USED is kept to the hundredth of
      * an hour. The night step (MRS-6290) adds the runtimes of the
      * screen's showings to the projector and lamp hours and moves
      * MRS-EQP-THRU-DATE up to the night it counted, so a rerun or
      * a missed night neither counts a showing twice nor drops it.
      * Fitting a replacement on the screen maintenance screen
      * (MRS-4600) starts its hours again at zero from the day it
      * went in.
      *
      * The record length is 80 characters.
      *
      * The file is Indexed Sequential
      * The key field is MRS-EQP-KEY (screen + type)
      *****************************************************************
       FD MRS-EQUIP-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01 MRS-EQUIP-REC.
           05 MRS-EQP-KEY.
              10 MRS-EQP-SCREEN                PIC 99.
              10 MRS-EQP-TYPE                  PIC X.
           05 MRS-EQP-MODEL                    PIC X(20).
           05 MRS-EQP-SERIAL                   PIC X(15).
           05 MRS-EQP-INSTALL-DATE             PIC 9(8).
           05 MRS-EQP-RATED-HOURS              PIC 9(6).
           05 MRS-EQP-HOURS-USED               PIC 9(6)V99.
           05 MRS-EQP-THRU-DATE                PIC 9(8).
           05 FILLER                           PIC X(12).
