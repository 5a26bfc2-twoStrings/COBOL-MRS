      * at a forced change. MRS-OPR-FAIL-COUNT counts wrong guesses
      * since the last good sign-on; three trips the "L" lock.
      *
      * No password is kept here. MRS-OPR-PWD-HASH and the two
      * history slots hold the SHA-256 digest of the operator's own
      * salt (MRS-OPR-PWD-SALT) followed by the password, worked by
      * MRS-1080; a keyed password is checked by working its digest
      * with the same salt and comparing. A slot never used is
      * spaces.
      *
      * MRS-OPR-TRAINING-FLAG: "Y" signs the operator on to a
      * training session - the training copy of the files, never
      * the live ones. Anything else is a live sign-on.
      *
      * MRS-OPR-STAFF-FLAG: "N" keeps the operator off the staff
      * discount; anything else lets the registers ring a staff sale
      * for them (MRS-1570). MRS-OPR-STAFF-ALLOW is the discount the
      * operator may take in a calendar month - face value given
      * away, tickets and concessions together. Zero, or spaces
      * from before the field existed, means the house allowance
      * (business parameter STAFF-ALLOW).
      *
      * The record was 64 characters, password in plain text, before
      * the digest fields replaced it. MRS-1090 converts a file
      * written at the old length.
      *
      * The record length is 256 characters.
      *
      * The file is Indexed Sequential
      * The key field is MRS-OPR-ID
      *****************************************************************
       FD MRS-OPERATOR-FILE
           RECORD CONTAINS 256 CHARACTERS.
       01 MRS-OPERATOR-REC.
           05 MRS-OPR-ID                       PIC X(8).
           05 MRS-OPR-NAME                     PIC X(20).
           05 MRS-OPR-LEVEL                    PIC 9.
           05 MRS-OPR-ACTIVE-FLAG              PIC X.
           05 MRS-OPR-PWD-CHANGED              PIC 9(8).
           05 MRS-OPR-FAIL-COUNT               PIC 9.
           05 MRS-OPR-TRAINING-FLAG            PIC X.
           05 MRS-OPR-PWD-SALT                 PIC X(16).
           05 MRS-OPR-PWD-HASH                 PIC X(64).
           05 MRS-OPR-PWD-HIST-1               PIC X(64).
           05 MRS-OPR-PWD-HIST-2               PIC X(64).
           05 MRS-OPR-STAFF-FLAG               PIC X.
           05 MRS-OPR-STAFF-ALLOW              PIC 9(3)V99.
           05 FILLER                           PIC X(2).
