      *****************************************************
      * ALERTQ - operator alert queue record layout. One
      * fixed-format record per alert raised by the batch
      * for the paging/monitoring system to pick up: when it
      * was raised, its severity (CRITICAL, MAJOR, WARNING),
      * the program that raised it, the kind of condition,
      * the step and parameter it concerns and a short text.
      * Only the first occurrence of an open condition is
      * queued; repeats are held back until it clears.
      *****************************************************
       01 ALERT-RECORD.
           05 ALRT-DATE       PIC 9(08).
           05 ALRT-TIME       PIC 9(06).
           05 ALRT-SEVERITY   PIC X(08).
           05 ALRT-SOURCE     PIC X(08).
           05 ALRT-TYPE       PIC X(08).
           05 ALRT-STEP       PIC X(08).
           05 ALRT-PARM       PIC X(20).
           05 ALRT-TEXT       PIC X(60).
