      * The indexed redesign of the ticket sales trail. The flat
      * MRS-TICKET-SALES-FILE grew for a year and every consumer
      * read it end to end to find one day; this store carries the
      * same 120-character trail line as its payload, keyed by
      * date + time + a per-second sequence, so a reader STARTs at
      * its date and stops when it leaves its range instead of
      * scanning the year.
      * monthly MRS-6520 cutover keeps the flat file short for the
      * readers not yet moved.
      *
      * The trail line grew from 112 to 120 characters when ticket
      * serials went on it; a store laid down at the old 132-byte
      * length is carried over once by MRS-6475.
      *
      * The record length is 140 characters.
      *
      * The file is Indexed Sequential
      * The key field is MRS-TIX-KEY (date + time + sequence)
      *****************************************************************
       FD MRS-TSLIDX-FILE
           RECORD CONTAINS 140 CHARACTERS.
       01 MRS-TSLIDX-REC.
           05 MRS-TIX-KEY.
              10 MRS-TIX-DATE                  PIC 9(8).
              10 MRS-TIX-TIME                  PIC 9(6).
              10 MRS-TIX-SEQ                   PIC 9(3).
           05 MRS-TIX-LINE                     PIC X(120).
           05 FILLER                           PIC X(3).
