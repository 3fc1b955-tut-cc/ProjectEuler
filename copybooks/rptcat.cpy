      *****************************************************
      * RPTCAT - print-file generation catalog record. One
      * record per archived generation of a nightly print
      * file: the run date and program taken from the
      * report's own header line, the generation number
      * within that date and program (a SWEEP card writes
      * one generation per bound), the time it was filed,
      * its line count, the parameter image from the
      * header (RPT-HDR-PARM), the print file it was taken
      * from and the generation file holding the copy.
      *****************************************************
       01 CAT-RECORD.
           05 CAT-RUN-DATE    PIC 9(08).
           05 CAT-PROGRAM     PIC X(08).
           05 CAT-GEN-NO      PIC 9(03).
           05 CAT-ARCH-TIME   PIC 9(06).
           05 CAT-LINE-COUNT  PIC 9(07).
           05 CAT-PARM        PIC X(20).
           05 CAT-SOURCE-FILE PIC X(12).
           05 CAT-ARCH-FILE   PIC X(40).
