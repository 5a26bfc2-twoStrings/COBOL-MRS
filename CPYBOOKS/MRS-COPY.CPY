      * circulation without touching the movie record.
      *
      * MRS-CPY-FORMAT: "35M" = 35mm print, "DCP" = digital cinema
      * package (2D), "3D " = 3D digital cinema package, "BLU" =
      * blu-ray. Booking checks it against the auditorium's format
      * (MRS-4180), so a 3D package is not booked into a 2D room.
      * MRS-CPY-CONDITION: "G" = good, "F" = fair, "P" = poor -
      * maintained from the inspection log (MRS-4550), not edited by
      * hand in copy maintenance anymore, so the grade always traces
