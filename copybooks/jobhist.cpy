      * the parameter image were added later; records from
      * before then carry spaces there, so readers test
      * JH-ELAPSED-SECS IS NUMERIC before using them.
      * JH-RECORD-TYPE was added with JOBHIST retention: a
      * detail record is one run (blank on records written
      * before then), a rollup record stands for every run
      * of one job and parameter in one month that JHPURGE
      * archived. A rollup carries the month's last run in
      * JH-RUN-DATE, JH-RUN-TIME and JH-RESULT, zero timing
      * fields, and the month's figures in JH-ROLLUP-DATA;
      * JH-RU-TIMED-RUNS counts the runs whose elapsed time
      * is in JH-RU-TOTAL-SECS. Readers that want runs test
      * JH-DETAIL-RECORD.
      *****************************************************
       01 JOBHIST-RECORD.
           05 JH-JOB-NAME     PIC X(08).
           05 JH-END-TIME     PIC 9(06).
           05 JH-ELAPSED-SECS PIC 9(06).
           05 JH-PARM         PIC X(20).
           05 JH-RECORD-TYPE  PIC X(01).
             88 JH-DETAIL-RECORD  VALUE SPACE "D".
             88 JH-ROLLUP-RECORD  VALUE "R".
           05 JH-ROLLUP-DATA.
               10 JH-RU-MONTH        PIC 9(06).
               10 JH-RU-RUNS         PIC 9(07).
               10 JH-RU-TIMED-RUNS   PIC 9(07).
               10 JH-RU-TOTAL-SECS   PIC 9(11).
               10 JH-RU-MAX-SECS     PIC 9(06).
               10 JH-RU-FIRST-DATE   PIC 9(08).
               10 JH-RU-FIRST-TIME   PIC 9(06).
               10 JH-RU-FIRST-RESULT PIC 9(18).
