      *****************************************************************
      * INBOUND FILE CONTROL PARAMETER AREA
      * Handed to MRS-6545 by every batch that reads a file dropped
      * on us from outside. MRS-IBP-FUNCTION:
      *   "C" = check - before the first line is read. MRS-6545
      *         reads the whole drop at MRS-IBP-PATH, works out its
      *         size, record count, and check value, and looks it up
      *         on the inbound registry. MRS-IBP-RESULT comes back:
      *           "N" new - registered, go ahead,
      *           "F" seen before but forced by a supervisor - go
      *               ahead,
      *           "D" seen before - refused, do not read it;
      *               MRS-IBP-FIRST-DATE is when it was first taken,
      *           "M" no file there - the caller's own missing-file
      *               handling applies.
      *   "Q" = quarantine - a line the caller rejected goes on the
      *         common quarantine file with MRS-IBP-REASON attached.
      *         MRS-IBP-LINE is the line exactly as read.
      * MRS-IBP-SOURCE is the calling program; the same content
      * dropped for two different jobs is two different files.
      *****************************************************************
       01 MRS-IB-PUT.
           05 MRS-IBP-FUNCTION                 PIC X.
           05 MRS-IBP-SOURCE                   PIC X(8).
           05 MRS-IBP-PATH                     PIC X(50).
           05 MRS-IBP-RESULT                   PIC X.
           05 MRS-IBP-SIZE                     PIC 9(10).
           05 MRS-IBP-COUNT                    PIC 9(9).
           05 MRS-IBP-CHECK                    PIC 9(9).
           05 MRS-IBP-FIRST-DATE               PIC 9(8).
           05 MRS-IBP-REASON                   PIC X(30).
           05 MRS-IBP-LINE                     PIC X(256).
