      *****************************************************************
      * FD AD CONTRACT DATASTORE
      * One record per pre-show spot an advertiser has bought - the
      * paper contract keyed. Each contract names the spot, where it
      * runs, the dates it runs between, and what it costs:
      *
      * MRS-ADC-SPOT-TYPE: "S" = still slide, "V" = video spot.
      * MRS-ADC-SITE: the theater it runs in ("01"/"02"), or "**"
      *   for both houses.
      * MRS-ADC-SCREEN: the one auditorium it runs in, or zero for
      *   every screen at the site(s) named. Two digits; MRS-6860
      *   carries a file laid down with the one-digit screen over.
      * MRS-ADC-RATE-BASIS: "P" = MRS-ADC-RATE per showing played,
      *   "W" = MRS-ADC-RATE per contract week played - week one
      *   being the seven days from MRS-ADC-FROM-DATE. A week is
      *   billed once, in the month of its first logged play.
      * MRS-ADC-STATUS: "A" = active, "C" = cancelled (drops out of
      *   the pre-show reel from the next night on).
      *
      * The nightly play log step puts every active contract whose
      * date range covers the day in front of each matching showing
      * that day. A contract never runs longer than a year.
      *
      * The record length is 80 characters.
      *
      * The file is Indexed Sequential
      * The key field is MRS-ADC-NO
      *****************************************************************
       FD MRS-AD-CONTRACT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01 MRS-AD-CONTRACT-REC.
           05 MRS-ADC-NO                       PIC 9(6).
           05 MRS-ADC-ADV-NO                   PIC 9(6).
           05 MRS-ADC-SPOT-NAME                PIC X(20).
           05 MRS-ADC-SPOT-TYPE                PIC X.
           05 MRS-ADC-SITE                     PIC X(2).
           05 MRS-ADC-SCREEN                   PIC 99.
           05 MRS-ADC-FROM-DATE                PIC 9(8).
           05 MRS-ADC-TO-DATE                  PIC 9(8).
           05 MRS-ADC-RATE-BASIS               PIC X.
           05 MRS-ADC-RATE                     PIC 9(5)V99.
           05 MRS-ADC-STATUS                   PIC X.
           05 MRS-ADC-ENTERED-DATE             PIC 9(8).
           05 MRS-ADC-OPERATOR                 PIC X(8).
           05 FILLER                           PIC X(2).
