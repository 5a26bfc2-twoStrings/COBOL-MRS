      *****************************************************************
      * FD AD PLAY LOG DATASTORE
      * One record per spot per showing - which advertiser's spot
      * ran in the pre-show reel ahead of which showing. The nightly
      * play log step lays down the day's lines off MRS-SHOW-FILE
      * and the active ad contracts; the monthly ad invoicing run
      * bills off them. The key leads with the showing date so the
      * invoicing run reads a month straight through, and a rerun
      * of the nightly step after a failure finds the lines it had
      * already written instead of logging a spot twice.
      *
      * MRS-APL-REEL-POS is the spot's place in that showing's
      * reel (1 = first on screen). MRS-APL-RATE-BASIS and
      * MRS-APL-RATE are carried from the contract as they stood
      * the night the spot played, so a rate change bills forward
      * only.
      *
      * The record length is 50 characters.
      *
      * The file is Indexed Sequential
      * The key field is MRS-APL-KEY
      *****************************************************************
       FD MRS-AD-PLAY-FILE
           RECORD CONTAINS 50 CHARACTERS.
       01 MRS-AD-PLAY-REC.
           05 MRS-APL-KEY.
              10 MRS-APL-DATE                  PIC 9(8).
              10 MRS-APL-SHOW-ID               PIC 9(4).
              10 MRS-APL-CONTRACT              PIC 9(6).
           05 MRS-APL-SITE                     PIC X(2).
           05 MRS-APL-SCREEN                   PIC 99.
           05 MRS-APL-TIME                     PIC X(4).
           05 MRS-APL-RENTAL-ID                PIC X(7).
           05 MRS-APL-REEL-POS                 PIC 99.
           05 MRS-APL-ADV-NO                   PIC 9(6).
           05 MRS-APL-RATE-BASIS               PIC X.
           05 MRS-APL-RATE                     PIC 9(5)V99.
           05 FILLER                           PIC X.
