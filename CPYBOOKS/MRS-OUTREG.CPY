      *****************************************************************
      * FD OUTBOUND FILE REGISTER DATASTORE
      * One line per file sent outside the building - the GL feed,
      * the distributor gross exports, the vendor confirmations, the
      * newspaper listings, the notice extract - written by MRS-6540
      * as the file's trailer goes down. It carries what the file's
      * own header and trailer carry (source, site, run date,
      * sequence, record count, hash total) plus the time and the
      * path it was cut to, so when a receiver says a file never
      * arrived, or arrived short, the register shows what was sent
      * and when.
      *
      * The record length is 130 characters.
      *
      * The file is Line Sequential, written with OPEN EXTEND so
      * each file sent adds on to the register.
      *****************************************************************
       FD MRS-OUTREG-FILE
           RECORD CONTAINS 130 CHARACTERS.
       01 MRS-OUTREG-REC.
           05 MRS-OBR-DATE                     PIC 9(8).
           05 PIC X(1) VALUE SPACE.
           05 MRS-OBR-TIME                     PIC 9(6).
           05 PIC X(1) VALUE SPACE.
           05 MRS-OBR-SOURCE                   PIC X(8).
           05 PIC X(1) VALUE SPACE.
           05 MRS-OBR-FILE-CODE                PIC X(6).
           05 PIC X(1) VALUE SPACE.
           05 MRS-OBR-SITE                     PIC X(2).
           05 PIC X(1) VALUE SPACE.
           05 MRS-OBR-SEQ                      PIC 9(6).
           05 PIC X(1) VALUE SPACE.
           05 MRS-OBR-COUNT                    PIC 9(9).
           05 PIC X(1) VALUE SPACE.
           05 MRS-OBR-HASH                     PIC S9(13)V99.
           05 PIC X(1) VALUE SPACE.
           05 MRS-OBR-OPERATOR                 PIC X(8).
           05 PIC X(1) VALUE SPACE.
           05 MRS-OBR-PATH                     PIC X(50).
           05 PIC X(3) VALUE SPACE.
