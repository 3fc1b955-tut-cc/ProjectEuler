      * Sequence zero is the summary record for a target;
      * sequences 1 through P3-FACTOR-COUNT are one detail
      * record per distinct prime factor carrying its
      * multiplicity. A factorization stored by the P5CERT
      * certification of a PROBLEM005 result carries the
      * certified status rather than OK and has no PROBLEM3
      * run behind it.
      *****************************************************
       01 P003-OUTPUT-RECORD.
           05 P3-KEY.
               10 P3-FACTOR-COUNT   PIC 9(04).
               10 P3-STATUS         PIC X(01).
                 88 P3-STATUS-OK        VALUE "O".
                 88 P3-STATUS-CERTIFIED VALUE "C".
           05 P3-DETAIL-DATA REDEFINES P3-SUMMARY-DATA.
               10 P3-PRIME-FACTOR   PIC 9(18).
               10 P3-MULTIPLICITY   PIC 9(04).
