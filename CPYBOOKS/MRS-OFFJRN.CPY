      *****************************************************************
      * FD OFFLINE SALES JOURNAL DATASTORE
      * Every sale the offline register (MRS-3590) rings while the
      * indexed masters are out of reach, kept on the register's own
      * disk until the resync run (MRS-3595) applies it: the seats
      * come off the showing, the line goes onto the ticket or
      * concession trail, and the member, gift card, or pass the
      * clerk keyed is moved then. Nothing keyed offline could be
      * checked against those masters - the resync is where a dead
      * card or an oversold showing comes to light, on its
      * exceptions list.
      *
      * MRS-OFJ-KIND: "T" = tickets (show fields filled), "C" = a
      * concession item (item number filled).
      *
      * MRS-OFJ-DATE/TIME are when the money crossed the counter;
      * MRS-OFJ-AMOUNT is the pre-tax money and MRS-OFJ-TAX the
      * tax on top, as on the trails. MRS-OFJ-TENDER is C, K, or
      * G for money (G with the card number in MRS-OFJ-GC-NO), or
      * S for a season pass admission at zero money (pass number
      * in MRS-OFJ-PASS-NO). MRS-OFJ-MEMBER-NO is zero for a
      * walk-up.
      *
      * The record length is 100 characters.
      *
      * The file is Line Sequential, written with OPEN EXTEND so the
      * register adds on until the resync empties it.
      *****************************************************************
       FD MRS-OFFJRN-FILE
           RECORD CONTAINS 100 CHARACTERS.
       01 MRS-OFJ-REC.
           05 MRS-OFJ-KIND                     PIC X.
           05 MRS-OFJ-DATE                     PIC 9(8).
           05 MRS-OFJ-DATE-R REDEFINES MRS-OFJ-DATE.
              10 MRS-OFJ-YEAR                  PIC 9(4).
              10 MRS-OFJ-MONTH                 PIC 9(2).
              10 MRS-OFJ-DAY                   PIC 9(2).
           05 MRS-OFJ-TIME                     PIC 9(6).
           05 MRS-OFJ-OPERATOR                 PIC X(8).
           05 MRS-OFJ-SITE                     PIC X(2).
           05 MRS-OFJ-SHOW-ID                  PIC 9(4).
           05 MRS-OFJ-SCREEN                   PIC 99.
           05 MRS-OFJ-SHOW-DATE                PIC 9(8).
           05 MRS-OFJ-SHOW-TIME                PIC X(7).
           05 MRS-OFJ-ITEM-NO                  PIC 9(3).
           05 MRS-OFJ-QTY                      PIC 99.
           05 MRS-OFJ-TYPE                     PIC X.
           05 MRS-OFJ-AMOUNT                   PIC 9(5)V99.
           05 MRS-OFJ-TAX                      PIC 9(5)V99.
           05 MRS-OFJ-TENDER                   PIC X.
           05 MRS-OFJ-MEMBER-NO                PIC 9(6).
           05 MRS-OFJ-GC-NO                    PIC 9(8).
           05 MRS-OFJ-PASS-NO                  PIC 9(6).
           05 FILLER                           PIC X(13).
