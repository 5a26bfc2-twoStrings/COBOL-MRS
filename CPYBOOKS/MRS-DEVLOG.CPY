      *****************************************************************
      * FD ASSISTIVE DEVICE LOG DATASTORE
      * Append-only log of every movement of an assistive device
      * (MRS-DEVICE.CPY), written by the device screen (MRS-3560):
      *
      *   "OUT " checked out to a guest for a showing
      *   "IN  " checked back in
      *   "LOST" written off as lost while out
      *
      * An OUT line names the showing and its date, so the end-of-
      * night report (MRS-8730) counts the devices each showing
      * needed and sets the busiest against the devices owned. An
      * IN or LOST line carries the showing of the checkout it
      * closed.
      *
      * The record length is 100 characters.
      *
      * The file is Line Sequential, written with OPEN EXTEND so each
      * run adds on to the existing log.
      *****************************************************************
       FD MRS-DEVLOG-FILE
           RECORD CONTAINS 100 CHARACTERS.
       01 MRS-DVL-REC.
          05 MRS-DVL-DATE                      PIC 9(8).
          05 PIC X(1) VALUE SPACE.
          05 MRS-DVL-TIME                      PIC 9(6).
          05 PIC X(1) VALUE SPACE.
          05 MRS-DVL-SERIAL                    PIC X(12).
          05 PIC X(1) VALUE SPACE.
          05 MRS-DVL-TYPE                      PIC X.
          05 PIC X(1) VALUE SPACE.
          05 MRS-DVL-SITE                      PIC X(2).
          05 PIC X(1) VALUE SPACE.
          05 MRS-DVL-ACTION                    PIC X(4).
          05 PIC X(1) VALUE SPACE.
          05 MRS-DVL-SHOW-ID                   PIC 9(4).
          05 PIC X(1) VALUE SPACE.
          05 MRS-DVL-SHOW-DATE                 PIC 9(8).
          05 PIC X(1) VALUE SPACE.
          05 MRS-DVL-GUEST                     PIC X(24).
          05 PIC X(1) VALUE SPACE.
          05 MRS-DVL-OPERATOR                  PIC X(8).
          05 PIC X(14) VALUE SPACE.
