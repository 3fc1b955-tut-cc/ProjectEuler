      *****************************************************
      * RGNXFR - the run region, set by RGNPARM from a
      * leading REGION=name token on the parm of the first
      * program of the run and inherited by every program it
      * calls. The production region is blank. Under a test
      * region every file name takes the region name as its
      * qualifier (XFER-REGION-PREFIX, e.g. "TEST1.") and
      * every report header carries XFER-REGION-STAMP, so a
      * test run neither touches nor can be mistaken for the
      * production night.
      *****************************************************
       01 XFER-REGION EXTERNAL.
           05 XFER-REGION-SET-SW  PIC X(01).
             88 XFER-REGION-SET       VALUE "Y".
           05 XFER-REGION-NAME    PIC X(08).
           05 XFER-REGION-PREFIX  PIC X(09).
           05 XFER-REGION-STAMP   PIC X(15).
