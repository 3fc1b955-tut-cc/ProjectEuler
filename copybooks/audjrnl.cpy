      * option and submitter tag) together with the final
      * completion status and condition code, so the night's
      * requests can be reconstructed after the card file is
      * rewritten in place. The card's sequence number and
      * any dependency it carried (the earlier card it waited
      * on and the highest code that card could finish with)
      * close the record; older records read blank there.
      *****************************************************
       01 AUDIT-RECORD.
           05 AUD-RUN-DATE    PIC 9(08).
           05 AUD-STATUS      PIC X(08).
           05 AUD-COND        PIC 9(02).
           05 AUD-SUBMITTER   PIC X(08).
           05 AUD-REQ-SEQ     PIC 9(04).
           05 AUD-DEP-SEQ     PIC X(02).
           05 AUD-DEP-MAX-COND PIC X(02).
