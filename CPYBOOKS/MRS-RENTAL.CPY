      * the movie is rented along with costs, the journal number, and
      * various flags for programs.
      * 
      * The record length is 89 characters (a file laid down at 63,
      * before the cancellation fields, is carried over by MRS-6880).
      *
      * The file is Indexed Sequential
      * The key field is RENT-ID, with MRS-RENT-COPY-KEY (movie +
      * copy) as an alternate key with duplicates, so a movie's or a
      * copy's rentals can be read by key instead of scanning the
      * whole file: START on MRS-MOVIE-ID alone for every copy of a
      * movie, on the whole key for one copy. A file laid down
      * before the key existed is rebuilt with MRS-6800 mode K.
      *
      * MRS-ORDER-NO ties the rental back to the multi-movie order
      * header on MRS-RENTAL-ORDER-FILE it was negotiated under.
      * vendor confirms, set by the action-queue work screen when
      * the confirmation item is resolved; a sent booking still
      * unconfirmed after the grace period surfaces on the queue.
      *
      * MRS-RENT-STATUS: "C" = the booking was cancelled with the
      * vendor before it started (MRS4200); spaces = a live booking.
      * A cancelled rental stays on file for its history - it is
      * marked returned so its copy is free again, is never
      * scheduled, and the night archive takes it off in due course.
      * MRS-CANCEL-DATE is the day it was cancelled, MRS-CANCEL-FEE
      * the vendor's charge for cancelling, and MRS-CANCEL-JOURNAL
      * the journal the reversal and the fee posted under. The
      * cancellation clears MRS-CONFIRM-SENT-DATE, so the next
      * MRS-5700 export tells the vendor.
      *****************************************************************
       FD MRS-RENTAL-FILE
           RECORD CONTAINS 89 CHARACTERS.
       01 MRS-RENTAL-REC.
           05 MRS-RENT-ID                  PIC X(6).
           05 MRS-RENT-COPY-KEY.
              10 MRS-MOVIE-ID              PIC 9(4).
              10 MRS-COPY-ID               PIC 99.
           05 MRS-START-DATE               PIC X(8).
           05 MRS-END-DATE                 PIC X(8).
           05 MRS-SUBTOTAL                 PIC 9(5)V99.
           05 MRS-GL-CONFIRMED-FLAG        PIC X.
           05 MRS-CONFIRM-SENT-DATE        PIC 9(8).
           05 MRS-VENDOR-CONFIRMED-FLAG    PIC X.
           05 MRS-RENT-STATUS              PIC X.
           05 MRS-CANCEL-DATE              PIC 9(8).
           05 MRS-CANCEL-FEE               PIC 9(5)V99.
           05 MRS-CANCEL-JOURNAL           PIC X(10).

      

