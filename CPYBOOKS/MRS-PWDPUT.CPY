      *****************************************************************
      * PASSWORD DIGEST PARAMETER AREA
      * Handed to MRS-1080, the one place a password is turned into
      * what the operator master keeps. MRS-PWP-FUNCTION "S" draws a
      * fresh salt into MRS-PWP-SALT first (a new operator, or the
      * conversion of an old one); "D" uses the salt given (checking
      * a password keyed at sign-on against the one on file). Either
      * way MRS-PWP-DIGEST comes back as the 64 hex digit SHA-256 of
      * the salt followed by the password. The caller clears
      * MRS-PWP-PASSWORD once the digest is back.
      *****************************************************************
       01 MRS-PWD-PUT.
           05 MRS-PWP-FUNCTION                 PIC X.
           05 MRS-PWP-SALT                     PIC X(16).
           05 MRS-PWP-PASSWORD                 PIC X(8).
           05 MRS-PWP-DIGEST                   PIC X(64).
