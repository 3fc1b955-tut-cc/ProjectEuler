      *****************************************************
      * RUNLOCK - run-lock enqueue record layout, one record
      * per shared data file currently held for update: the
      * file, the program holding it, when the hold was
      * taken and the run date it was taken under. Managed
      * only through LOCKMGR.
      *****************************************************
       01 LOCK-RECORD.
           05 LCK-FILE-NAME   PIC X(12).
           05 LCK-PROGRAM     PIC X(08).
           05 LCK-SINCE-DATE  PIC 9(08).
           05 LCK-SINCE-TIME  PIC 9(06).
           05 LCK-RUN-DATE    PIC 9(08).
