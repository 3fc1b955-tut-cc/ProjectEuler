      * RPTHDR - shared print-file header/detail/footer layout
      * for batch programs that produce a self-identifying
      * archived report instead of a bare DISPLAY value.
      * A report written under a test region carries the
      * region stamp after the parameter image.
      *****************************************************
       01 RPT-HEADER-RECORD.
           05 RPT-HDR-TITLE      PIC X(30)
           05 RPT-HDR-RUN-DATE   PIC 9(08).
           05 FILLER             PIC X(02) VALUE SPACES.
           05 RPT-HDR-PARM       PIC X(20).
           05 FILLER             PIC X(02) VALUE SPACES.
           05 RPT-HDR-REGION     PIC X(15).
       01 RPT-DETAIL-RECORD.
           05 RPT-DTL-TEXT       PIC X(100).
       01 RPT-FOOTER-RECORD.
