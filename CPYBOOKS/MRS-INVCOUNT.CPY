      *****************************************************************
      * FD PHYSICAL INVENTORY COUNT DATASTORE
      * One record per concession item counted at a theatre. The
      * on-hand figure on the item file is worked out - receiving
      * in, the depletion pass out - and drifts from the shelf with
      * every spill and mis-ring; the count is how it is put right.
      * Each building counts its own stockroom off its count sheet
      * (MRS-8680) and keys what it found on the count screen
      * (MRS-1480). The item file carries one on-hand figure for
      * the chain, so an item's counted quantity is the sum of its
      * lines across every theatre that counted it.
      *
      * MRS-ICT-STATUS: "C" = counted, waiting for approval; "A" =
      * approved by a supervisor on MRS-1480, waiting for the night
      * run; "D" = applied - the night step (MRS-6280) has set the
      * item's on-hand to the count; "X" = the count was rejected.
      * A line keyed again for the next count starts over at "C".
      *
      * The record length is 50 characters.
      *
      * The file is Indexed Sequential
      * The key field is MRS-ICT-KEY (theatre + item)
      *****************************************************************
       FD MRS-INVCOUNT-FILE
           RECORD CONTAINS 50 CHARACTERS.
       01 MRS-INVCOUNT-REC.
           05 MRS-ICT-KEY.
               10 MRS-ICT-SITE                 PIC X(2).
               10 MRS-ICT-ITEM-NO              PIC 9(3).
           05 MRS-ICT-COUNTED                  PIC 9(5).
           05 MRS-ICT-STATUS                   PIC X.
           05 MRS-ICT-COUNT-DATE               PIC 9(8).
           05 MRS-ICT-COUNTED-BY               PIC X(8).
           05 MRS-ICT-APPROVED-BY              PIC X(8).
           05 MRS-ICT-APPLIED-DATE             PIC 9(8).
           05 FILLER                           PIC X(7).
