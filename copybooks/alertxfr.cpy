      *****************************************************
      * ALERTXFR - transfer area between a program raising
      * an operator alert and ALRTPOST. The raising program
      * names itself as the source, then for each condition
      * fills in the severity, condition type, step, parm,
      * the key that identifies this particular condition
      * (so a repeat is recognised) and the alert text.
      *****************************************************
       01 XFER-ALERT EXTERNAL.
           05 XFER-ALRT-SEVERITY PIC X(08).
           05 XFER-ALRT-SOURCE   PIC X(08).
           05 XFER-ALRT-TYPE     PIC X(08).
           05 XFER-ALRT-STEP     PIC X(08).
           05 XFER-ALRT-PARM     PIC X(20).
           05 XFER-ALRT-KEY      PIC X(40).
           05 XFER-ALRT-TEXT     PIC X(60).
