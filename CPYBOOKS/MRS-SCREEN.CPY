      * override.
      *
      * MRS-SCR-NAME, MRS-SCR-FORMAT ("S" standard, "3" 3D, "L"
      * large-format, "F" film booth - a 35mm projector beside the
      * digital one), and MRS-SCR-STATUS ("A" active, "I" inactive)
      * came in with the screen maintenance screen, so scheduling
      * can show what kind of room it is booking instead of just a
      * number. Booking measures the feature's prints against the
      * format (MRS-4180): a 35mm print runs only in a film booth, a
      * 3D package only in a 3D room.
      *
      * MRS-SCR-ADA-SEATS / MRS-SCR-COMPANION-SEATS carve the
      * wheelchair spaces and their companion seats out of the
      * code scopes screens to terminals and breaks the reports out
      * per building.
      *
      * The screen number is two digits (01-99) and the capacity
      * three (up to 999 seats), so a house past nine auditoriums or
      * a room past 99 seats fits. Files laid down with the one-digit
      * screen and two-digit capacity are carried over once by
      * MRS-6860.
      *
      * The record length is 33 characters.
      *
      * The file is Indexed Sequential
      * The key field is SCREEN-NUMBER
      *****************************************************************
       FD MRS-SCREEN-FILE
           RECORD CONTAINS 33 CHARACTERS.
       01 MRS-SCREEN-REC.
           05 MRS-SCR-NUMBER                   PIC 99.
           05 MRS-SCR-CAPACITY                 PIC 999.
           05 MRS-SCR-ROWS                     PIC 99.
           05 MRS-SCR-SEATS-PER-ROW            PIC 99.
           05 MRS-SCR-FAMILY-FLAG              PIC X.
