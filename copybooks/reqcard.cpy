      * card format closes with the submitter tag carried
      * through to the request audit journal; cards punched
      * before the extension simply read as blank there.
      * A card may also name an earlier card, by its
      * sequence number on the file, that must have
      * finished at or below a given condition code before
      * this one runs; blank means no dependency, and a
      * card number with a blank code means code 4.
      *****************************************************
       01 REQ-RECORD.
           05 REQ-STEP-NAME   PIC X(08).
           05 REQ-STATUS      PIC X(08).
           05 FILLER          PIC X(01).
           05 REQ-SUBMITTER   PIC X(08).
           05 FILLER          PIC X(01).
           05 REQ-DEP-SEQ     PIC X(02).
           05 FILLER          PIC X(01).
           05 REQ-DEP-MAX-COND PIC X(02).
