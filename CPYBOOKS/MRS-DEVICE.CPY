      *****************************************************************
      * FD ASSISTIVE DEVICE DATASTORE
      * One record per assistive device the theatres lend out - the
      * listening headsets and the closed-caption display units -
      * keyed by the serial on its label. The box office checks a
      * device out against a showing and a guest and back in on the
      * device screen (MRS-3560); the record says where each one is
      * right now, and the device log (MRS-DEVLOG.CPY) keeps every
      * checkout for the end-of-night report (MRS-8730).
      *
      * MRS-DEV-TYPE: "L" = assistive listening headset,
      *               "C" = closed-caption display device.
      *
      * MRS-DEV-STATUS: "A" = on the shelf, "O" = out with a guest,
      * "R" = away for repair, "L" = lost, "X" = retired. Only "A"
      * can be checked out; "A" and "O" are the devices in service
      * when the report weighs them against the busiest showings.
      *
      * The MRS-DEV-OUT- fields describe the checkout in progress
      * while the device is out - the showing, when it went out,
      * the guest's name or the ID they left, and the clerk - and
      * are cleared when it comes back.
      *
      * The record length is 120 characters.
      *
      * The file is Indexed Sequential
      * The key field is MRS-DEV-SERIAL
      *****************************************************************
       FD MRS-DEVICE-FILE
           RECORD CONTAINS 120 CHARACTERS.
       01 MRS-DEVICE-REC.
           05 MRS-DEV-SERIAL                   PIC X(12).
           05 MRS-DEV-TYPE                     PIC X.
           05 MRS-DEV-SITE                     PIC X(2).
           05 MRS-DEV-STATUS                   PIC X.
           05 MRS-DEV-DESC                     PIC X(20).
           05 MRS-DEV-OUT-SHOW-ID              PIC 9(4).
           05 MRS-DEV-OUT-SHOW-DATE            PIC 9(8).
           05 MRS-DEV-OUT-DATE                 PIC 9(8).
           05 MRS-DEV-OUT-TIME                 PIC 9(4).
           05 MRS-DEV-OUT-GUEST                PIC X(24).
           05 MRS-DEV-OUT-OPER                 PIC X(8).
           05 MRS-DEV-LAST-IN-DATE             PIC 9(8).
           05 MRS-DEV-ADDED-DATE               PIC 9(8).
           05 FILLER                           PIC X(12).
