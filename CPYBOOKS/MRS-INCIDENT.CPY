      *****************************************************************
      * FD GUEST INCIDENT DATASTORE
      * One record per guest complaint or incident - a show too
      * loud, a broken seat, a spill, a rude clerk - logged on the
      * incident screen (MRS-1850) instead of in the notebook behind
      * the counter, so the monthly incident report (MRS-8720) can
      * show the same screen or the same shift turning up again.
      *
      * MRS-INC-SHOW-ID is the showing the guest was at, zero for
      * an incident away from any showing (the lobby, the counter).
      * MRS-INC-SCREEN is the showing's screen, or the auditorium
      * keyed when there was no showing, zero for none.
      * MRS-INC-ON-DUTY is the operator on duty the complaint is
      * about or who took it; MRS-INC-ENTERED-BY is who keyed it.
      *
      * MRS-INC-CATEGORY:
      *   SO = sound          PI = picture       SE = seat
      *   SP = spill or mess  TE = temperature   ST = staff
      *   GU = other guests   OT = anything else
      *
      * MRS-INC-MG-TYPE is the make-good the guest was given:
      *   N (or space) = none, R = ticket refund, C = comp pass,
      *   V = concession voucher.
      * A make-good is rung through the register like any refund
      * or comp and then tied to the trail line it made:
      * MRS-INC-MG-REF is the ticket serial off the stub for R and
      * C, the concession item number for V, and MRS-INC-TRL-DATE,
      * TRL-TIME and TRL-OPER are the date, time and clerk of the
      * ticket or concession trail line found for it, with
      * MRS-INC-MG-AMOUNT the face value given back (one stub's
      * share of the line for a ticket). A trail line makes good
      * one incident only.
      *
      * The record length is 160 characters.
      *
      * The file is Indexed Sequential
      * The key field is MRS-INC-ID, drawn from the INCIDENT series
      * on the number control file (MRS-NUMCTL.CPY).
      *****************************************************************
       FD MRS-INCIDENT-FILE
           RECORD CONTAINS 160 CHARACTERS.
       01 MRS-INCIDENT-REC.
           05 MRS-INC-ID                       PIC 9(6).
           05 MRS-INC-DATE                     PIC 9(8).
           05 MRS-INC-TIME                     PIC 9(4).
           05 MRS-INC-SITE                     PIC X(2).
           05 MRS-INC-SHOW-ID                  PIC 9(4).
           05 MRS-INC-SCREEN                   PIC 99.
           05 MRS-INC-SEAT                     PIC X(4).
           05 MRS-INC-CATEGORY                 PIC X(2).
           05 MRS-INC-DESC                     PIC X(60).
           05 MRS-INC-ON-DUTY                  PIC X(8).
           05 MRS-INC-ENTERED-BY               PIC X(8).
           05 MRS-INC-MG-TYPE                  PIC X.
           05 MRS-INC-MG-REF                   PIC 9(9).
           05 MRS-INC-TRL-DATE                 PIC 9(8).
           05 MRS-INC-TRL-TIME                 PIC 9(6).
           05 MRS-INC-TRL-OPER                 PIC X(8).
           05 MRS-INC-MG-AMOUNT                PIC 9(5)V99.
           05 MRS-INC-MG-BY                    PIC X(8).
           05 FILLER                           PIC X(5).
