      *****************************************************************
      * FD VENDOR SHIPMENT DATASTORE
      * The vendor leg of a rented print's travels, one record per
      * rental per direction - MRS-4560 already follows a print
      * between our own buildings, this follows it to and from the
      * vendor, so a bill for a late return can be answered with a
      * ship date, a carrier, and a tracking number.
      *
      * MRS-SHP-LEG: "I" = inbound  - the vendor shipping the print
      *                      (or drive) to us;
      *              "O" = outbound - our shipping it back.
      *
      * MRS-SHP-SHIP-DATE is the day the leg left the sender (the
      * vendor's ship date off the notice on an inbound leg, our own
      * on an outbound one); MRS-SHP-ARRIVE-DATE is the day an
      * inbound print was signed for at our dock - zero until then,
      * and always zero on an outbound leg. Both YYYYMMDD.
      *
      * MRS-SHP-MOVIE-ID and MRS-SHP-COPY-NO are the rental's movie
      * + copy, carried so the log still reads after the rental has
      * been archived off the live file.
      *
      * Legs are keyed through MRS-4570.
      *
      * The record length is 100 characters.
      *
      * The file is Indexed Sequential
      * The key field is MRS-SHP-KEY (rental id + leg)
      *****************************************************************
       FD MRS-SHIPLOG-FILE
           RECORD CONTAINS 100 CHARACTERS.
       01 MRS-SHIPLOG-REC.
           05 MRS-SHP-KEY.
              10 MRS-SHP-RENT-ID               PIC X(6).
              10 MRS-SHP-LEG                   PIC X.
           05 MRS-SHP-MOVIE-ID                 PIC 9(4).
           05 MRS-SHP-COPY-NO                  PIC 99.
           05 MRS-SHP-SHIP-DATE                PIC 9(8).
           05 MRS-SHP-ARRIVE-DATE              PIC 9(8).
           05 MRS-SHP-CARRIER                  PIC X(15).
           05 MRS-SHP-TRACKING                 PIC X(30).
           05 MRS-SHP-OPERATOR                 PIC X(8).
           05 FILLER                           PIC X(18).
