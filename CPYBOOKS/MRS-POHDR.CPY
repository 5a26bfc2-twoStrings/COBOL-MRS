      *****************************************************************
      * FD CONCESSION PURCHASE ORDER HEADER DATASTORE
      * One record per purchase order to a concession supplier. The
      * lines ordered are on the purchase order line file
      * (MRS-POLINE.CPY) under the same order number.
      *
      * MRS-POH-STATUS:
      *   "D" - draft; built by the night run (MRS-6260) from the
      *         items at or below reorder point, or being edited by
      *         the office on MRS-1470. Nothing has gone out yet.
      *   "R" - released to the supplier on MRS-1470; receiving
      *         (MRS-1450) keys deliveries against its lines.
      *   "C" - closed; every line received in full, or closed
      *         short by the office.
      *   "X" - cancelled before anything was received.
      *
      * MRS-POH-DUE is the release date plus the supplier's lead
      * days. MRS-POH-LINES is the highest line number used, so
      * the next line added is one more.
      *
      * Order numbers are drawn from the number control file under
      * the series "PO-NO".
      *
      * The record length is 60 characters.
      *
      * The file is Indexed Sequential
      * The key field is MRS-POH-PO-NO
      * The alternate key is MRS-POH-SUPPLIER, with duplicates
      *****************************************************************
       FD MRS-POHDR-FILE
           RECORD CONTAINS 60 CHARACTERS.
       01 MRS-POHDR-REC.
           05 MRS-POH-PO-NO                    PIC 9(6).
           05 MRS-POH-SUPPLIER                 PIC X(4).
           05 MRS-POH-STATUS                   PIC X.
           05 MRS-POH-CREATED                  PIC 9(8).
           05 MRS-POH-RELEASED                 PIC 9(8).
           05 MRS-POH-DUE                      PIC 9(8).
           05 MRS-POH-OPERATOR                 PIC X(8).
           05 MRS-POH-LINES                    PIC 99.
           05 FILLER                           PIC X(15).
