      *****************************************************
      * LOCKXFR - returned by LOCKMGR when an enqueue is
      * refused: the program already holding the file, when
      * it took the hold and under what run date, so the
      * refusing program can log who is in the way.
      *****************************************************
       01 XFER-LOCK EXTERNAL.
           05 XFER-LOCK-HOLDER     PIC X(08).
           05 XFER-LOCK-SINCE-DATE PIC 9(08).
           05 XFER-LOCK-SINCE-TIME PIC 9(06).
           05 XFER-LOCK-RUN-DATE   PIC 9(08).
