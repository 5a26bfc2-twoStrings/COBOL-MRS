      *****************************************************************
      * FD ADVERTISER MASTER DATASTORE
      * One record per local business that buys pre-show screen
      * time - the slides and spots that run before the feature.
      * Contracts on MRS-AD-CONTRACT-FILE name the advertiser by
      * number; the monthly ad invoicing run bills each advertiser
      * off the play log and addresses the invoice from here.
      *
      * MRS-ADV-ACTIVE-FLAG: "Y" = current advertiser, "N" = no
      * longer buying (no new contracts can be keyed for it; old
      * ones still invoice for whatever they played).
      *
      * The record length is 140 characters.
      *
      * The file is Indexed Sequential
      * The key field is MRS-ADV-NO
      *****************************************************************
       FD MRS-ADVERTISER-FILE
           RECORD CONTAINS 140 CHARACTERS.
       01 MRS-ADVERTISER-REC.
           05 MRS-ADV-NO                       PIC 9(6).
           05 MRS-ADV-NAME                     PIC X(30).
           05 MRS-ADV-CONTACT                  PIC X(20).
           05 MRS-ADV-PHONE                    PIC X(12).
           05 MRS-ADV-ADDR1                    PIC X(30).
           05 MRS-ADV-ADDR2                    PIC X(30).
           05 MRS-ADV-ACTIVE-FLAG              PIC X.
           05 MRS-ADV-ADDED-DATE               PIC 9(8).
           05 FILLER                           PIC X(3).
