      * pays an admission with points (tender "L"). The rates live
      * with the registers; the statement report lists balances.
      *
      * MRS-MEM-ACTIVE-FLAG is Y or N, or M once the number has been
      * merged into another member (MRS-1210). A merged member stays
      * on file with its counts zeroed so old sales still find it;
      * MRS-MEM-MERGED-INTO names the surviving number (as does the
      * MERGE line on the audit trail), and the registers credit a
      * sale keyed to the merged number to the survivor instead.
      *
      * MRS-MEM-EMAIL and MRS-MEM-OPT-IN carry the member's email
      * and marketing consent: "Y" the member has agreed to hear from
      * the theater, "N" (or blank, never asked) they have not.
      * MRS-MEM-OPT-IN-DATE is the day the consent last changed
      * either way. Every marketing extract and list reads the flag
      * off this record as it runs, so a member who withdraws on
      * MRS-1200 is off the next one. MRS-MEM-LAST-VISIT is the
      * day of the member's last box office sale; zero means none
      * since the field was added, and the lapsed list then goes by
      * the joined date. Records laid down at the old 64-character
      * length are carried over once by MRS-6890.
      *
      * The record length is 128 characters.
      *
      * The file is Indexed Sequential
      * The key field is MRS-MEM-NO
      *****************************************************************
       FD MRS-MEMBER-FILE
           RECORD CONTAINS 128 CHARACTERS.
       01 MRS-MEMBER-REC.
           05 MRS-MEM-NO                       PIC 9(6).
           05 MRS-MEM-NAME                     PIC X(20).
           05 MRS-MEM-TICKETS                  PIC 9(5).
           05 MRS-MEM-ACTIVE-FLAG              PIC X.
           05 MRS-MEM-POINTS                   PIC 9(7).
           05 MRS-MEM-EMAIL                    PIC X(40).
           05 MRS-MEM-OPT-IN                   PIC X.
           05 MRS-MEM-OPT-IN-DATE              PIC 9(8).
           05 MRS-MEM-LAST-VISIT               PIC 9(8).
           05 MRS-MEM-MERGED-INTO              PIC X(6).
           05 FILLER                           PIC X(1).
