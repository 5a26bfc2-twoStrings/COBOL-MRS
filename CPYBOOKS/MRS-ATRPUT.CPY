      *****************************************************************
      * SHOWING ATTRIBUTE PARAMETER AREA
      * Handed to MRS-3110 by anything that keys or prints a
      * showing's attribute codes (MRS-SHOW-ATTRS on MRS-SHOW.CPY).
      * MRS-ATP-CODES goes in as the clerk keyed it - the codes in
      * any order, upper or lower case, blanks anywhere:
      *
      *     C = open caption        S = sensory-friendly
      *     A = 21 and over         P = premiere
      *
      * and comes back with each code in its own place (C first, P
      * last, a space where a code is not set), the way the show
      * record keeps them. MRS-ATP-ANSWER comes back "N", with the
      * codes left as keyed, when any character is not one of the
      * four. MRS-ATP-TEXT spells the set out for listings and
      * manifests, spaces when none is set.
      *****************************************************************
       01 MRS-ATTR-PUT.
           05 MRS-ATP-CODES                    PIC X(4).
           05 MRS-ATP-ANSWER                   PIC X.
           05 MRS-ATP-TEXT                     PIC X(60).
