      *****************************************************************
      * TRAINING PATH PARAMETER AREA
      * Handed to MRS-1060 with a program's file path block once the
      * program has loaded its paths, when the signed-on operator is
      * in a training session: the length of the block, which is
      * walked one 50 character path at a time. Anything left over
      * past the last whole path is not touched.
      *****************************************************************
       01 MRS-TRN-PUT.
           05 MRS-TRN-AREA-LEN                 PIC 9(5).
