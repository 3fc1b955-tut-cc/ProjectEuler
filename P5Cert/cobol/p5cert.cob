       IDENTIFICATION DIVISION.
       PROGRAM-ID. P5CERT.

      *****************************************************
      * Prime-power certification of the stored PROBLEM005
      * results. The P5AUDIT divisibility check passes any
      * common multiple of 1..N - twice the true answer
      * included - so this run factors each OK record's
      * P5-LCD-RESULT by the same trial division PROBLEM003
      * uses and proves the factorization itself: every
      * prime up to P5-UPPER-BOUND present with exactly the
      * highest power not above the bound, and no prime above
      * the bound present at all. Each record is printed as
      * certified or failed with its factorization and the
      * reason, and each failure is carried on the DISCTRK
      * tracking file as a CERTFAIL finding. Under the STORE
      * option a certified factorization is also written to
      * the P003OUT factor store in its summary/detail form,
      * marked certified, so the two result stores stand
      * behind each other; where PROBLEM003 already holds the
      * same number its factors are compared instead and a
      * disagreement is a CERTFAIL finding against PROBLEM3.
      * The run takes the DISCTRK run lock (and the P003OUT
      * lock under STORE) through LOCKMGR and logs the files'
      * figures on the FILEREG control register before and
      * after, like any other maintenance run.
      *****************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT P005-OUTPUT-FILE ASSIGN TO DYNAMIC WS-P005-OUTPUT-NAME
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY P5-KEY
               ALTERNATE RECORD KEY P5-UPPER-BOUND
                   WITH DUPLICATES
               FILE STATUS WS-P5OUT-STATUS.
           SELECT P003-OUTPUT-FILE ASSIGN TO DYNAMIC WS-P003-OUTPUT-NAME
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY P3-KEY
               FILE STATUS WS-P3OUT-STATUS.
           SELECT TRACKING-FILE ASSIGN TO DYNAMIC WS-TRACKING-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-DISCTRK-STATUS.
           SELECT PRINT-FILE ASSIGN TO DYNAMIC WS-PRINT-NAME
               ORGANIZATION LINE SEQUENTIAL.
           SELECT EXCEPTION-LOG-FILE
               ASSIGN TO DYNAMIC WS-EXCEPTION-LOG-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-EXCP-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD P005-OUTPUT-FILE.
       COPY "p005out.cpy".

       FD P003-OUTPUT-FILE.
       COPY "p003out.cpy".

       FD TRACKING-FILE.
       COPY "disctrk.cpy".

       FD PRINT-FILE.
       COPY "rpthdr.cpy".

       FD EXCEPTION-LOG-FILE.
       COPY "excplog.cpy".

       WORKING-STORAGE SECTION.
       01 WS-P5OUT-STATUS     PIC X(02).
       01 WS-P3OUT-STATUS     PIC X(02).
       01 WS-DISCTRK-STATUS   PIC X(02).
       01 WS-EXCP-STATUS      PIC X(02).
       01 WS-PARM-CARD        PIC X(40).
       01 WS-STORE-TOKEN      PIC X(20).
       01 WS-STORE-SW         PIC 9 VALUE 0.
         88 STORE-MODE            VALUE 1.
       01 WS-VALID-SW         PIC 9 VALUE 1.
         88 VALID-PARM            VALUE 1.
       01 WS-REJECT-REASON    PIC X(40).
       01 WS-EOF-SW           PIC 9 VALUE 0.
         88 P5OUT-EOF             VALUE 1.
       01 WS-P3-OPEN-SW       PIC 9 VALUE 0.
         88 P3OUT-OPENED          VALUE 1.
       01 WS-CURRENT-DT.
           05 WS-CURR-DATE   PIC 9(08).
           05 WS-CURR-TIME   PIC 9(06).
           05 FILLER         PIC X(07).
      * Trial division, as in PROBLEM003.
       01 WS-CERT-N           PIC 9(18).
       01 WS-TRIAL-D          PIC 9(18).
       01 WS-TRIAL-Q          PIC 9(18).
       01 WS-TRIAL-R          PIC 9(18).
       01 WS-TRIAL-DSQ        PIC 9(18).
       01 WS-LARGEST          PIC 9(18).
       01 WS-BOUND            PIC 9(16).
       01 WS-COFACTOR-SW      PIC 9 VALUE 0.
         88 COFACTOR-UNSPLIT      VALUE 1.
       01 WS-FAC-MAX          PIC 9(04) VALUE 20.
       01 WS-FAC-USED         PIC 9(04) VALUE 0.
       01 WS-FAC-SUB          PIC 9(04).
       01 WS-FAC-OVFLW-SW     PIC 9 VALUE 0.
         88 FACTOR-TABLE-FULL     VALUE 1.
       01 WS-FAC-TABLE.
           05 WS-FAC-ENTRY OCCURS 20.
               10 FT-FACTOR      PIC 9(18).
               10 FT-MULT        PIC 9(04).
               10 FT-CHECKED-SW  PIC 9.
      * The expected prime powers for the bound.
       01 WS-PRIME            PIC 9(18).
       01 WS-PRIME-DIV        PIC 9(18).
       01 WS-PRIME-SW         PIC 9 VALUE 0.
         88 IS-PRIME              VALUE 1.
       01 WS-POWER            PIC 9(18).
       01 WS-EXPECT-MULT      PIC 9(04).
       01 WS-SMALL-LIMIT      PIC 9(18).
       01 WS-SCAN-END-SW      PIC 9 VALUE 0.
         88 PRIME-SCAN-ENDED      VALUE 1.
       01 WS-FAIL-SW          PIC 9 VALUE 0.
         88 CERT-FAILED           VALUE 1.
       01 WS-REASON-MAX       PIC 9(04) VALUE 12.
       01 WS-REASON-COUNT     PIC 9(04) VALUE 0.
       01 WS-REASON-SUB       PIC 9(04).
       01 WS-REASON-TEXT      PIC X(60).
       01 WS-REASON-TABLE.
           05 WS-REASON-ENTRY OCCURS 12 PIC X(60).
       01 WS-FACTOR-TEXT      PIC X(60).
       01 WS-FACTOR-PTR       PIC 9(03).
       01 WS-P3-AGREE-SW      PIC 9 VALUE 0.
         88 P3OUT-AGREES          VALUE 1.
       01 WS-P3-SEQ           PIC 9(04).
       01 WS-P3-ON-FILE-DATE  PIC 9(08).
       01 WS-P3-ON-FILE-TIME  PIC 9(06).
       01 WS-P3-ON-FILE-COUNT PIC 9(04).
       01 WS-CNT-EXAMINED     PIC 9(09) VALUE 0.
       01 WS-CNT-CERTIFIED    PIC 9(09) VALUE 0.
       01 WS-CNT-FAILED       PIC 9(09) VALUE 0.
       01 WS-CNT-BYPASSED     PIC 9(09) VALUE 0.
       01 WS-CNT-STORED       PIC 9(09) VALUE 0.
       01 WS-CNT-CORROB       PIC 9(09) VALUE 0.
       01 WS-CNT-P3-DISAGREE  PIC 9(09) VALUE 0.
       01 DISP-COUNT          PIC ZZZZZZZZ9.
       01 DISP-BOUND          PIC ZZZZZZZZZZZZZZZ9.
       01 DISP-RESULT         PIC ZZZZZZZZZZZZZZZ9.
       01 DISP-FACTOR         PIC ZZZZZZZZZZZZZZZZZ9.
       01 DISP-MULT           PIC ZZZ9.
       01 DISP-EXPECT         PIC ZZZ9.
      * DISCTRK items, loaded, added to and rewritten whole as the
      * nightly reconciliation does.
       01 WS-TRK-MAX          PIC 9(04) VALUE 200.
       01 WS-TRK-USED         PIC 9(04) VALUE 0.
       01 WS-TRK-SUB          PIC 9(04).
       01 WS-TRK-EOF-SW       PIC 9 VALUE 0.
         88 TRACKING-EOF          VALUE 1.
       01 WS-TRK-FOUND-SW     PIC 9 VALUE 0.
         88 TRACK-SLOT-FOUND      VALUE 1.
       01 WS-TRK-FULL-SW      PIC 9 VALUE 0.
         88 TRACK-TABLE-FULL      VALUE 1.
       01 WS-TRK-FAIL-SW      PIC 9 VALUE 0.
         88 TRACKING-FILE-FAILED  VALUE 1.
       01 WS-NEXT-ITEM-ID     PIC 9(05) VALUE 1.
       01 WS-TRK-TYPE         PIC X(08).
       01 WS-TRK-JOB          PIC X(08).
       01 WS-TRK-KEY          PIC X(30).
       01 WS-CNT-NEW-ITEMS    PIC 9(05) VALUE 0.
       01 WS-TRK-TABLE.
           05 WS-TRK-ENTRY OCCURS 200.
               10 DT-ITEM-ID    PIC 9(05).
               10 DT-TYPE       PIC X(08).
               10 DT-JOB-NAME   PIC X(08).
               10 DT-KEY        PIC X(30).
               10 DT-FIRST-DATE PIC 9(08).
               10 DT-LAST-DATE  PIC 9(08).
               10 DT-OCCURS     PIC 9(05).
               10 DT-ACK-SW     PIC X(01).
               10 DT-ACK-DATE   PIC 9(08).
               10 DT-NOTE       PIC X(40).
       01 XFER-STATUS-LCK     PIC 9(02) EXTERNAL VALUE 0.
       COPY "lockxfr.cpy".
       01 XFER-STATUS-REG     PIC 9(02) EXTERNAL VALUE 0.
       01 WS-LOCK-NAMES.
           05 FILLER          PIC X(12) VALUE "DISCTRK.DAT".
           05 FILLER          PIC X(12) VALUE "P003OUT.DAT".
       01 WS-LOCK-TABLE REDEFINES WS-LOCK-NAMES.
           05 WS-LOCK-ENTRY OCCURS 2 PIC X(12).
       01 WS-LOCK-WANTED      PIC 9(02) VALUE 1.
       01 WS-LOCK-SUB         PIC 9(02).
       01 WS-LOCK-HELD        PIC 9(02) VALUE 0.
       01 WS-LOCK-COND        PIC 9(02) VALUE 0.
       01 WS-LOCK-PARM        PIC X(40).
       01 WS-P005-OUTPUT-NAME PIC X(40).
       01 WS-P003-OUTPUT-NAME PIC X(40).
       01 WS-TRACKING-NAME    PIC X(40).
       01 WS-PRINT-NAME       PIC X(40).
       01 WS-EXCEPTION-LOG-NAME PIC X(40).
       01 WS-REGION-COND      PIC 9(02) VALUE 0.
       01 XFER-STATUS-RGN     PIC 9(02) EXTERNAL VALUE 0.
       COPY "rgnxfr.cpy".

       PROCEDURE DIVISION.
       MAIN-PARA.
         PERFORM SET-REGION-FILE-NAMES
         IF WS-REGION-COND NOT = 0
           DISPLAY "P5CERT: REJECTED - REGION QUALIFIER NOT VALID"
           MOVE 8 TO RETURN-CODE
           GOBACK
         END-IF
      *    PARM/control-card equivalent: STORE to write each
      *    certified factorization to the P003OUT factor store.
      *    Blank input certifies and tracks failures only.
         ACCEPT WS-PARM-CARD FROM COMMAND-LINE
         UNSTRING WS-PARM-CARD DELIMITED BY ALL SPACE
             INTO WS-STORE-TOKEN
         END-UNSTRING
         IF WS-STORE-TOKEN = "STORE"
           MOVE 1 TO WS-STORE-SW
           MOVE 2 TO WS-LOCK-WANTED
         ELSE
           IF WS-STORE-TOKEN NOT = SPACES
               AND WS-STORE-TOKEN NOT = LOW-VALUES
             MOVE 0 TO WS-VALID-SW
             MOVE "OPTION MUST BE STORE OR BLANK"
                 TO WS-REJECT-REASON
           END-IF
         END-IF

         IF NOT VALID-PARM
           PERFORM WRITE-EXCEPTION-LOG
           DISPLAY "P5CERT: REJECTED - " WS-REJECT-REASON
           MOVE 8 TO RETURN-CODE
           GOBACK
         END-IF

         PERFORM ENQUEUE-CERT-FILES
         IF WS-LOCK-COND NOT = 0
           PERFORM WRITE-EXCEPTION-LOG
           DISPLAY "P5CERT: REJECTED - " WS-REJECT-REASON
           MOVE 8 TO RETURN-CODE
           GOBACK
         END-IF
         MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DT

         OPEN OUTPUT PRINT-FILE
         MOVE SPACES TO RPT-HEADER-RECORD
         MOVE "EULER PROJECT BATCH REPORT" TO RPT-HDR-TITLE
         MOVE "P5CERT" TO RPT-HDR-PROGRAM
         MOVE WS-CURR-DATE TO RPT-HDR-RUN-DATE
         MOVE WS-PARM-CARD TO RPT-HDR-PARM
         MOVE XFER-REGION-STAMP TO RPT-HDR-REGION
         WRITE RPT-HEADER-RECORD
         MOVE SPACES TO RPT-DETAIL-RECORD
         STRING "PRIME-POWER CERTIFICATION OF P005OUT RESULTS"
             DELIMITED BY SIZE INTO RPT-DTL-TEXT
         WRITE RPT-DETAIL-RECORD

         OPEN INPUT P005-OUTPUT-FILE
         IF WS-P5OUT-STATUS = "35"
           MOVE SPACES TO RPT-DETAIL-RECORD
           STRING "P005-OUTPUT-FILE NOT PRESENT - NOTHING TO CERTIFY"
               DELIMITED BY SIZE INTO RPT-DTL-TEXT
           WRITE RPT-DETAIL-RECORD
           PERFORM WRITE-REPORT-FOOTER
           PERFORM DEQUEUE-CERT-FILES
               VARYING WS-LOCK-SUB FROM WS-LOCK-HELD BY -1
               UNTIL WS-LOCK-SUB < 1
           GOBACK
         END-IF
         IF WS-P5OUT-STATUS NOT = "00"
           DISPLAY "P5CERT: P005-OUTPUT-FILE OPEN FAILED, STATUS="
               WS-P5OUT-STATUS
           PERFORM WRITE-REPORT-FOOTER
           PERFORM DEQUEUE-CERT-FILES
               VARYING WS-LOCK-SUB FROM WS-LOCK-HELD BY -1
               UNTIL WS-LOCK-SUB < 1
           GOBACK
         END-IF

         PERFORM LOAD-TRACKING-FILE
         PERFORM OPEN-P003-FILE

         PERFORM UNTIL P5OUT-EOF
           READ P005-OUTPUT-FILE NEXT RECORD
             AT END
               MOVE 1 TO WS-EOF-SW
             NOT AT END
               IF P5-STATUS-OK
                 PERFORM CERTIFY-ONE-RECORD
               ELSE
                 ADD 1 TO WS-CNT-BYPASSED
               END-IF
           END-READ
         END-PERFORM

         CLOSE P005-OUTPUT-FILE
         IF P3OUT-OPENED
           CLOSE P003-OUTPUT-FILE
         END-IF
         PERFORM REWRITE-TRACKING-FILE
         PERFORM WRITE-CERT-SUMMARY
         PERFORM WRITE-REPORT-FOOTER
         PERFORM DEQUEUE-CERT-FILES
             VARYING WS-LOCK-SUB FROM WS-LOCK-HELD BY -1
             UNTIL WS-LOCK-SUB < 1
         GOBACK.

      * The tracking file is always updated, the factor store only
      * under STORE; a refusal on the second file gives back the
      * first. Once every lock is held the figures of the files
      * about to change go on the control register.
       ENQUEUE-CERT-FILES.
         MOVE 0 TO WS-LOCK-COND
         MOVE SPACES TO WS-REJECT-REASON
         PERFORM VARYING WS-LOCK-SUB FROM 1 BY 1
             UNTIL WS-LOCK-SUB > WS-LOCK-WANTED OR WS-LOCK-COND NOT = 0
           MOVE SPACES TO WS-LOCK-PARM
           STRING "ENQ " WS-LOCK-ENTRY(WS-LOCK-SUB) " P5CERT"
               DELIMITED BY SIZE INTO WS-LOCK-PARM
           DISPLAY WS-LOCK-PARM UPON COMMAND-LINE
           CALL "LOCKMGR"
           MOVE XFER-STATUS-LCK TO WS-LOCK-COND
           CANCEL "LOCKMGR"
           IF WS-LOCK-COND = 0
             MOVE WS-LOCK-SUB TO WS-LOCK-HELD
           END-IF
         END-PERFORM
         IF WS-LOCK-COND = 8
           STRING FUNCTION TRIM(WS-LOCK-ENTRY(WS-LOCK-HELD + 1))
               " HELD BY " FUNCTION TRIM(XFER-LOCK-HOLDER) " "
               XFER-LOCK-SINCE-DATE
               DELIMITED BY SIZE INTO WS-REJECT-REASON
         ELSE
           IF WS-LOCK-COND NOT = 0
             MOVE "RUN LOCK CONTROL FILE NOT AVAILABLE"
                 TO WS-REJECT-REASON
           END-IF
         END-IF
         IF WS-LOCK-COND NOT = 0
           PERFORM VARYING WS-LOCK-SUB FROM WS-LOCK-HELD BY -1
               UNTIL WS-LOCK-SUB < 1
             MOVE SPACES TO WS-LOCK-PARM
             STRING "DEQ " WS-LOCK-ENTRY(WS-LOCK-SUB) " P5CERT"
                 DELIMITED BY SIZE INTO WS-LOCK-PARM
             DISPLAY WS-LOCK-PARM UPON COMMAND-LINE
             CALL "LOCKMGR"
             CANCEL "LOCKMGR"
           END-PERFORM
         ELSE
           PERFORM VARYING WS-LOCK-SUB FROM 1 BY 1
               UNTIL WS-LOCK-SUB > WS-LOCK-HELD
             MOVE SPACES TO WS-LOCK-PARM
             STRING "BEFORE " WS-LOCK-ENTRY(WS-LOCK-SUB) " P5CERT"
                 DELIMITED BY SIZE INTO WS-LOCK-PARM
             PERFORM LOG-REGISTER-ENTRY
           END-PERFORM
         END-IF.

       DEQUEUE-CERT-FILES.
         MOVE SPACES TO WS-LOCK-PARM
         STRING "AFTER " WS-LOCK-ENTRY(WS-LOCK-SUB) " P5CERT"
             DELIMITED BY SIZE INTO WS-LOCK-PARM
         PERFORM LOG-REGISTER-ENTRY
         MOVE SPACES TO WS-LOCK-PARM
         STRING "DEQ " WS-LOCK-ENTRY(WS-LOCK-SUB) " P5CERT"
             DELIMITED BY SIZE INTO WS-LOCK-PARM
         DISPLAY WS-LOCK-PARM UPON COMMAND-LINE
         CALL "LOCKMGR"
         CANCEL "LOCKMGR".

      * A register entry that could not be logged does not stop
      * the run; the batch will report the change as unaccounted
      * for, which is the safe side to err on.
       LOG-REGISTER-ENTRY.
         DISPLAY WS-LOCK-PARM UPON COMMAND-LINE
         CALL "FILEREG"
         IF XFER-STATUS-REG NOT = 0
           DISPLAY "P5CERT: WARNING - CONTROL REGISTER ENTRY NOT "
               "LOGGED, COND=" XFER-STATUS-REG
         END-IF
         CANCEL "FILEREG".

      * Under STORE the factor store is opened for update and
      * created if absent; otherwise it is only read, to compare
      * against any factorization PROBLEM003 already holds.
       OPEN-P003-FILE.
         IF STORE-MODE
           OPEN I-O P003-OUTPUT-FILE
           IF WS-P3OUT-STATUS = "35"
             OPEN OUTPUT P003-OUTPUT-FILE
             CLOSE P003-OUTPUT-FILE
             OPEN I-O P003-OUTPUT-FILE
           END-IF
         ELSE
           OPEN INPUT P003-OUTPUT-FILE
         END-IF
         IF WS-P3OUT-STATUS = "00"
           MOVE 1 TO WS-P3-OPEN-SW
         ELSE
           IF WS-P3OUT-STATUS NOT = "35"
             MOVE SPACES TO RPT-DETAIL-RECORD
             STRING "P003-OUTPUT-FILE NOT AVAILABLE, STATUS="
                 WS-P3OUT-STATUS " - NOTHING STORED OR COMPARED"
                 DELIMITED BY SIZE INTO RPT-DTL-TEXT
             WRITE RPT-DETAIL-RECORD
           END-IF
         END-IF.

       CERTIFY-ONE-RECORD.
         ADD 1 TO WS-CNT-EXAMINED
         MOVE 0 TO WS-FAIL-SW WS-REASON-COUNT
         MOVE P5-UPPER-BOUND TO WS-BOUND
         MOVE P5-UPPER-BOUND TO DISP-BOUND
         MOVE P5-LCD-RESULT TO DISP-RESULT
         IF P5-LCD-RESULT = 0
           MOVE 0 TO WS-FAC-USED
           MOVE "RESULT IS ZERO ON AN OK RECORD" TO WS-REASON-TEXT
           PERFORM NOTE-FAILURE
           PERFORM WRITE-RECORD-LINE
         ELSE
           PERFORM FACTOR-RESULT
           PERFORM BUILD-FACTOR-TEXT
           PERFORM CHECK-PRIME-POWERS
           PERFORM WRITE-RECORD-LINE
         END-IF
         IF CERT-FAILED
           ADD 1 TO WS-CNT-FAILED
           MOVE "CERTFAIL" TO WS-TRK-TYPE
           MOVE "PROBLEM5" TO WS-TRK-JOB
           MOVE SPACES TO WS-TRK-KEY
           STRING P5-KEY " BOUND=" FUNCTION TRIM(DISP-BOUND)
               DELIMITED BY SIZE INTO WS-TRK-KEY
           PERFORM TRACK-DISCREPANCY
         ELSE
           ADD 1 TO WS-CNT-CERTIFIED
           IF P3OUT-OPENED AND P5-LCD-RESULT > 1
             PERFORM CORROBORATE-P003
           END-IF
         END-IF.

      * PROBLEM003's trial division: 2 as often as it divides,
      * then odd divisors while the square does not pass what is
      * left. Once the divisor passes the bound whatever is left
      * can only hold primes above it, so the division stops
      * there and the remainder is kept unsplit - the record has
      * failed already and splitting it proves nothing more.
       FACTOR-RESULT.
         MOVE 0 TO WS-FAC-USED WS-FAC-OVFLW-SW WS-COFACTOR-SW
         MOVE P5-LCD-RESULT TO WS-CERT-N
         MOVE 0 TO WS-LARGEST

         MOVE 2 TO WS-TRIAL-D
         DIVIDE WS-CERT-N BY WS-TRIAL-D
             GIVING WS-TRIAL-Q REMAINDER WS-TRIAL-R
         PERFORM UNTIL WS-TRIAL-R NOT = 0
           PERFORM TALLY-FACTOR
           MOVE WS-TRIAL-Q TO WS-CERT-N
           DIVIDE WS-CERT-N BY WS-TRIAL-D
               GIVING WS-TRIAL-Q REMAINDER WS-TRIAL-R
         END-PERFORM

         MOVE 3 TO WS-TRIAL-D
         COMPUTE WS-TRIAL-DSQ = WS-TRIAL-D * WS-TRIAL-D
         PERFORM UNTIL WS-TRIAL-DSQ > WS-CERT-N
             OR WS-TRIAL-D > WS-BOUND
           DIVIDE WS-CERT-N BY WS-TRIAL-D
               GIVING WS-TRIAL-Q REMAINDER WS-TRIAL-R
           IF WS-TRIAL-R = 0
             PERFORM TALLY-FACTOR
             MOVE WS-TRIAL-Q TO WS-CERT-N
           ELSE
             ADD 2 TO WS-TRIAL-D
             COMPUTE WS-TRIAL-DSQ = WS-TRIAL-D * WS-TRIAL-D
           END-IF
         END-PERFORM

         IF WS-CERT-N > 1
           IF WS-TRIAL-DSQ <= WS-CERT-N
             MOVE 1 TO WS-COFACTOR-SW
           END-IF
           MOVE WS-CERT-N TO WS-TRIAL-D
           PERFORM TALLY-FACTOR
         END-IF.

       TALLY-FACTOR.
         MOVE WS-TRIAL-D TO WS-LARGEST
         IF WS-FAC-USED > 0
             AND FT-FACTOR(WS-FAC-USED) = WS-TRIAL-D
           ADD 1 TO FT-MULT(WS-FAC-USED)
         ELSE
           IF WS-FAC-USED < WS-FAC-MAX
             ADD 1 TO WS-FAC-USED
             MOVE WS-TRIAL-D TO FT-FACTOR(WS-FAC-USED)
             MOVE 1 TO FT-MULT(WS-FAC-USED)
             MOVE 0 TO FT-CHECKED-SW(WS-FAC-USED)
           ELSE
             MOVE 1 TO WS-FAC-OVFLW-SW
           END-IF
         END-IF.

       BUILD-FACTOR-TEXT.
         MOVE SPACES TO WS-FACTOR-TEXT
         MOVE 1 TO WS-FACTOR-PTR
         PERFORM VARYING WS-FAC-SUB FROM 1 BY 1
             UNTIL WS-FAC-SUB > WS-FAC-USED
           MOVE FT-FACTOR(WS-FAC-SUB) TO DISP-FACTOR
           STRING FUNCTION TRIM(DISP-FACTOR) DELIMITED BY SIZE
               INTO WS-FACTOR-TEXT WITH POINTER WS-FACTOR-PTR
           IF FT-MULT(WS-FAC-SUB) > 1
             MOVE FT-MULT(WS-FAC-SUB) TO DISP-MULT
             STRING "^" FUNCTION TRIM(DISP-MULT) DELIMITED BY SIZE
                 INTO WS-FACTOR-TEXT WITH POINTER WS-FACTOR-PTR
           END-IF
           STRING " " DELIMITED BY SIZE
               INTO WS-FACTOR-TEXT WITH POINTER WS-FACTOR-PTR
         END-PERFORM.

      * Walk the primes up to the bound. Each must be a factor to
      * exactly the highest power not above the bound. The walk
      * stops at the first missing prime beyond every factor
      * found, since every prime from there to the bound is
      * missing too. Any factor left unchecked is above the bound.
       CHECK-PRIME-POWERS.
         IF FACTOR-TABLE-FULL
           MOVE SPACES TO WS-REASON-TEXT
           STRING "MORE THAN " WS-FAC-MAX " DISTINCT FACTORS"
               DELIMITED BY SIZE INTO WS-REASON-TEXT
           PERFORM NOTE-FAILURE
         END-IF
         MOVE 0 TO WS-SMALL-LIMIT
         PERFORM VARYING WS-FAC-SUB FROM 1 BY 1
             UNTIL WS-FAC-SUB > WS-FAC-USED
           IF FT-FACTOR(WS-FAC-SUB) <= WS-BOUND
             MOVE FT-FACTOR(WS-FAC-SUB) TO WS-SMALL-LIMIT
           END-IF
         END-PERFORM
         MOVE 0 TO WS-SCAN-END-SW
         PERFORM CHECK-ONE-CANDIDATE
             VARYING WS-PRIME FROM 2 BY 1
             UNTIL WS-PRIME > WS-BOUND OR PRIME-SCAN-ENDED
         PERFORM VARYING WS-FAC-SUB FROM 1 BY 1
             UNTIL WS-FAC-SUB > WS-FAC-USED
           IF FT-CHECKED-SW(WS-FAC-SUB) = 0
             MOVE FT-FACTOR(WS-FAC-SUB) TO DISP-FACTOR
             MOVE SPACES TO WS-REASON-TEXT
             IF COFACTOR-UNSPLIT AND WS-FAC-SUB = WS-FAC-USED
               STRING "COFACTOR " FUNCTION TRIM(DISP-FACTOR)
                   " HAS NO PRIME FACTOR UP TO THE BOUND"
                   DELIMITED BY SIZE INTO WS-REASON-TEXT
             ELSE
               STRING "PRIME " FUNCTION TRIM(DISP-FACTOR)
                   " IS ABOVE THE BOUND"
                   DELIMITED BY SIZE INTO WS-REASON-TEXT
             END-IF
             PERFORM NOTE-FAILURE
           END-IF
         END-PERFORM.

       CHECK-ONE-CANDIDATE.
         MOVE 1 TO WS-PRIME-SW
         PERFORM VARYING WS-PRIME-DIV FROM 2 BY 1
             UNTIL WS-PRIME-DIV * WS-PRIME-DIV > WS-PRIME
             OR NOT IS-PRIME
           DIVIDE WS-PRIME BY WS-PRIME-DIV
               GIVING WS-TRIAL-Q REMAINDER WS-TRIAL-R
           IF WS-TRIAL-R = 0
             MOVE 0 TO WS-PRIME-SW
           END-IF
         END-PERFORM
         IF IS-PRIME
           MOVE WS-PRIME TO WS-POWER
           MOVE 1 TO WS-EXPECT-MULT
           PERFORM UNTIL WS-POWER * WS-PRIME > WS-BOUND
             COMPUTE WS-POWER = WS-POWER * WS-PRIME
             ADD 1 TO WS-EXPECT-MULT
           END-PERFORM
           MOVE 1 TO WS-FAC-SUB
           PERFORM UNTIL WS-FAC-SUB > WS-FAC-USED
               OR FT-FACTOR(WS-FAC-SUB) = WS-PRIME
             ADD 1 TO WS-FAC-SUB
           END-PERFORM
           MOVE WS-PRIME TO DISP-FACTOR
           MOVE WS-EXPECT-MULT TO DISP-EXPECT
           MOVE SPACES TO WS-REASON-TEXT
           IF WS-FAC-SUB > WS-FAC-USED
             IF WS-PRIME > WS-SMALL-LIMIT
               MOVE WS-BOUND TO DISP-RESULT
               STRING "PRIMES FROM " FUNCTION TRIM(DISP-FACTOR)
                   " TO " FUNCTION TRIM(DISP-RESULT) " MISSING"
                   DELIMITED BY SIZE INTO WS-REASON-TEXT
               MOVE 1 TO WS-SCAN-END-SW
               MOVE P5-LCD-RESULT TO DISP-RESULT
             ELSE
               STRING "PRIME " FUNCTION TRIM(DISP-FACTOR)
                   " MISSING - EXPECTED POWER "
                   FUNCTION TRIM(DISP-EXPECT)
                   DELIMITED BY SIZE INTO WS-REASON-TEXT
             END-IF
             PERFORM NOTE-FAILURE
           ELSE
             MOVE 1 TO FT-CHECKED-SW(WS-FAC-SUB)
             IF FT-MULT(WS-FAC-SUB) NOT = WS-EXPECT-MULT
               MOVE FT-MULT(WS-FAC-SUB) TO DISP-MULT
               STRING "PRIME " FUNCTION TRIM(DISP-FACTOR)
                   " POWER " FUNCTION TRIM(DISP-MULT)
                   " - EXPECTED " FUNCTION TRIM(DISP-EXPECT)
                   DELIMITED BY SIZE INTO WS-REASON-TEXT
               PERFORM NOTE-FAILURE
             END-IF
           END-IF
         END-IF.

      * Reasons are held until the record's own line is out and
      * then printed beneath it; past the table the last slot
      * says how many more there were.
       NOTE-FAILURE.
         MOVE 1 TO WS-FAIL-SW
         ADD 1 TO WS-REASON-COUNT
         IF WS-REASON-COUNT <= WS-REASON-MAX
           MOVE WS-REASON-TEXT TO WS-REASON-ENTRY(WS-REASON-COUNT)
         ELSE
           MOVE WS-REASON-COUNT TO DISP-MULT
           MOVE SPACES TO WS-REASON-ENTRY(WS-REASON-MAX)
           STRING "... " FUNCTION TRIM(DISP-MULT)
               " REASONS IN ALL"
               DELIMITED BY SIZE INTO WS-REASON-ENTRY(WS-REASON-MAX)
         END-IF.

       WRITE-RECORD-LINE.
         MOVE SPACES TO RPT-DETAIL-RECORD
         IF CERT-FAILED
           STRING "FAILED    " P5-RUN-DATE " " P5-RUN-TIME
               " BOUND=" FUNCTION TRIM(DISP-BOUND)
               " RESULT=" FUNCTION TRIM(DISP-RESULT)
               DELIMITED BY SIZE INTO RPT-DTL-TEXT
           DISPLAY "P5CERT: " FUNCTION TRIM(RPT-DTL-TEXT) " - "
               FUNCTION TRIM(WS-REASON-ENTRY(1))
         ELSE
           STRING "CERTIFIED " P5-RUN-DATE " " P5-RUN-TIME
               " BOUND=" FUNCTION TRIM(DISP-BOUND)
               " RESULT=" FUNCTION TRIM(DISP-RESULT)
               DELIMITED BY SIZE INTO RPT-DTL-TEXT
         END-IF
         WRITE RPT-DETAIL-RECORD
         IF P5-LCD-RESULT NOT = 0
           IF WS-FAC-USED = 0
             MOVE "NONE" TO WS-FACTOR-TEXT
           END-IF
           MOVE SPACES TO RPT-DETAIL-RECORD
           STRING "          FACTORS " WS-FACTOR-TEXT
               DELIMITED BY SIZE INTO RPT-DTL-TEXT
           WRITE RPT-DETAIL-RECORD
         END-IF
         PERFORM VARYING WS-REASON-SUB FROM 1 BY 1
             UNTIL WS-REASON-SUB > WS-REASON-COUNT
             OR WS-REASON-SUB > WS-REASON-MAX
           MOVE SPACES TO RPT-DETAIL-RECORD
           STRING "          " WS-REASON-ENTRY(WS-REASON-SUB)
               DELIMITED BY SIZE INTO RPT-DTL-TEXT
           WRITE RPT-DETAIL-RECORD
         END-PERFORM.

      * A factorization PROBLEM003 computed for the same number
      * must agree with tonight's factor for factor; one this run
      * stored earlier is simply replaced. Under STORE a number
      * not yet on file is added, marked certified.
       CORROBORATE-P003.
         MOVE P5-LCD-RESULT TO P3-TARGET
         MOVE 0 TO P3-FACTOR-SEQ
         READ P003-OUTPUT-FILE
         IF WS-P3OUT-STATUS = "00" AND P3-STATUS-OK
           MOVE P3-RUN-DATE TO WS-P3-ON-FILE-DATE
           MOVE P3-RUN-TIME TO WS-P3-ON-FILE-TIME
           MOVE P3-FACTOR-COUNT TO WS-P3-ON-FILE-COUNT
           MOVE 1 TO WS-P3-AGREE-SW
           IF WS-P3-ON-FILE-COUNT NOT = WS-FAC-USED
               OR P3-LARGEST-FACTOR NOT = WS-LARGEST
             MOVE 0 TO WS-P3-AGREE-SW
           END-IF
           PERFORM COMPARE-ONE-P003-DETAIL
               VARYING WS-P3-SEQ FROM 1 BY 1
               UNTIL WS-P3-SEQ > WS-FAC-USED OR NOT P3OUT-AGREES
           MOVE SPACES TO RPT-DETAIL-RECORD
           IF P3OUT-AGREES
             ADD 1 TO WS-CNT-CORROB
             STRING "          CORROBORATED BY P003OUT "
                 WS-P3-ON-FILE-DATE " " WS-P3-ON-FILE-TIME
                 DELIMITED BY SIZE INTO RPT-DTL-TEXT
             WRITE RPT-DETAIL-RECORD
           ELSE
             ADD 1 TO WS-CNT-P3-DISAGREE
             STRING "          *P003OUT " WS-P3-ON-FILE-DATE " "
                 WS-P3-ON-FILE-TIME " FACTORIZATION DISAGREES*"
                 DELIMITED BY SIZE INTO RPT-DTL-TEXT
             WRITE RPT-DETAIL-RECORD
             DISPLAY "P5CERT: " RPT-DTL-TEXT
             MOVE "CERTFAIL" TO WS-TRK-TYPE
             MOVE "PROBLEM3" TO WS-TRK-JOB
             MOVE SPACES TO WS-TRK-KEY
             MOVE P5-LCD-RESULT TO DISP-RESULT
             STRING "TARGET=" FUNCTION TRIM(DISP-RESULT)
                 DELIMITED BY SIZE INTO WS-TRK-KEY
             PERFORM TRACK-DISCREPANCY
           END-IF
         ELSE
           IF STORE-MODE
             PERFORM STORE-FACTORIZATION
           END-IF
         END-IF.

       COMPARE-ONE-P003-DETAIL.
         MOVE P5-LCD-RESULT TO P3-TARGET
         MOVE WS-P3-SEQ TO P3-FACTOR-SEQ
         READ P003-OUTPUT-FILE
         IF WS-P3OUT-STATUS NOT = "00"
           MOVE 0 TO WS-P3-AGREE-SW
         ELSE
           IF P3-PRIME-FACTOR NOT = FT-FACTOR(WS-P3-SEQ)
               OR P3-MULTIPLICITY NOT = FT-MULT(WS-P3-SEQ)
             MOVE 0 TO WS-P3-AGREE-SW
           END-IF
         END-IF.

      * Same summary/detail form PROBLEM003 writes, with the
      * certified status so the reconciliation does not look for
      * a PROBLEM3 history entry behind it.
       STORE-FACTORIZATION.
         MOVE P5-LCD-RESULT TO P3-TARGET
         MOVE 0 TO P3-FACTOR-SEQ
         MOVE WS-CURR-DATE TO P3-RUN-DATE
         MOVE WS-CURR-TIME TO P3-RUN-TIME
         MOVE WS-LARGEST TO P3-LARGEST-FACTOR
         MOVE WS-FAC-USED TO P3-FACTOR-COUNT
         SET P3-STATUS-CERTIFIED TO TRUE
         PERFORM WRITE-OR-REPLACE-P003
         PERFORM VARYING WS-FAC-SUB FROM 1 BY 1
             UNTIL WS-FAC-SUB > WS-FAC-USED
           MOVE P5-LCD-RESULT TO P3-TARGET
           MOVE WS-FAC-SUB TO P3-FACTOR-SEQ
           MOVE SPACES TO P3-DETAIL-DATA
           MOVE FT-FACTOR(WS-FAC-SUB) TO P3-PRIME-FACTOR
           MOVE FT-MULT(WS-FAC-SUB) TO P3-MULTIPLICITY
           PERFORM WRITE-OR-REPLACE-P003
         END-PERFORM
         ADD 1 TO WS-CNT-STORED
         MOVE SPACES TO RPT-DETAIL-RECORD
         STRING "          STORED IN P003OUT AS CERTIFIED"
             DELIMITED BY SIZE INTO RPT-DTL-TEXT
         WRITE RPT-DETAIL-RECORD.

       WRITE-OR-REPLACE-P003.
         WRITE P003-OUTPUT-RECORD
         IF WS-P3OUT-STATUS = "22"
           REWRITE P003-OUTPUT-RECORD
         END-IF
         IF WS-P3OUT-STATUS NOT = "00"
           DISPLAY "P5CERT: P003-OUTPUT-FILE WRITE FAILED, STATUS="
               WS-P3OUT-STATUS " TARGET " P3-TARGET
         END-IF.

       LOAD-TRACKING-FILE.
         MOVE 0 TO WS-TRK-USED
         OPEN INPUT TRACKING-FILE
         IF WS-DISCTRK-STATUS = "00"
           PERFORM UNTIL TRACKING-EOF
             READ TRACKING-FILE
               AT END
                 MOVE 1 TO WS-TRK-EOF-SW
               NOT AT END
                 PERFORM LOAD-ONE-TRACKING-ITEM
             END-READ
           END-PERFORM
           CLOSE TRACKING-FILE
         ELSE
           IF WS-DISCTRK-STATUS NOT = "35"
             MOVE 1 TO WS-TRK-FAIL-SW
             MOVE SPACES TO RPT-DETAIL-RECORD
             STRING "TRACKING FILE NOT READABLE, STATUS="
                 WS-DISCTRK-STATUS " - FAILURES NOT TRACKED"
                 DELIMITED BY SIZE INTO RPT-DTL-TEXT
             WRITE RPT-DETAIL-RECORD
           END-IF
         END-IF.

       LOAD-ONE-TRACKING-ITEM.
         IF WS-TRK-USED < WS-TRK-MAX
           ADD 1 TO WS-TRK-USED
           MOVE DISC-ITEM-ID TO DT-ITEM-ID(WS-TRK-USED)
           MOVE DISC-TYPE TO DT-TYPE(WS-TRK-USED)
           MOVE DISC-JOB-NAME TO DT-JOB-NAME(WS-TRK-USED)
           MOVE DISC-KEY TO DT-KEY(WS-TRK-USED)
           MOVE DISC-FIRST-DATE TO DT-FIRST-DATE(WS-TRK-USED)
           MOVE DISC-LAST-DATE TO DT-LAST-DATE(WS-TRK-USED)
           MOVE DISC-OCCURS TO DT-OCCURS(WS-TRK-USED)
           MOVE DISC-ACK-SW TO DT-ACK-SW(WS-TRK-USED)
           MOVE DISC-ACK-DATE TO DT-ACK-DATE(WS-TRK-USED)
           MOVE DISC-NOTE TO DT-NOTE(WS-TRK-USED)
           IF DISC-ITEM-ID >= WS-NEXT-ITEM-ID
             COMPUTE WS-NEXT-ITEM-ID = DISC-ITEM-ID + 1
           END-IF
         ELSE
           DISPLAY "P5CERT: MORE THAN " WS-TRK-MAX
               " TRACKING ITEMS - FAILURES NOT TRACKED"
           MOVE 1 TO WS-TRK-EOF-SW
           MOVE 1 TO WS-TRK-FULL-SW
         END-IF.

      * A failure certified before bumps its item's occurrence
      * count instead of duplicating it.
       TRACK-DISCREPANCY.
         MOVE 0 TO WS-TRK-FOUND-SW
         MOVE 1 TO WS-TRK-SUB
         PERFORM UNTIL TRACK-SLOT-FOUND
             OR WS-TRK-SUB > WS-TRK-USED
           IF DT-TYPE(WS-TRK-SUB) = WS-TRK-TYPE
               AND DT-JOB-NAME(WS-TRK-SUB) = WS-TRK-JOB
               AND DT-KEY(WS-TRK-SUB) = WS-TRK-KEY
             MOVE 1 TO WS-TRK-FOUND-SW
           ELSE
             ADD 1 TO WS-TRK-SUB
           END-IF
         END-PERFORM
         IF TRACK-SLOT-FOUND
           ADD 1 TO DT-OCCURS(WS-TRK-SUB)
           MOVE WS-CURR-DATE TO DT-LAST-DATE(WS-TRK-SUB)
         ELSE
           IF WS-TRK-USED < WS-TRK-MAX
             ADD 1 TO WS-TRK-USED
             ADD 1 TO WS-CNT-NEW-ITEMS
             MOVE WS-NEXT-ITEM-ID TO DT-ITEM-ID(WS-TRK-USED)
             ADD 1 TO WS-NEXT-ITEM-ID
             MOVE WS-TRK-TYPE TO DT-TYPE(WS-TRK-USED)
             MOVE WS-TRK-JOB TO DT-JOB-NAME(WS-TRK-USED)
             MOVE WS-TRK-KEY TO DT-KEY(WS-TRK-USED)
             MOVE WS-CURR-DATE TO DT-FIRST-DATE(WS-TRK-USED)
             MOVE WS-CURR-DATE TO DT-LAST-DATE(WS-TRK-USED)
             MOVE 1 TO DT-OCCURS(WS-TRK-USED)
             MOVE "O" TO DT-ACK-SW(WS-TRK-USED)
             MOVE 0 TO DT-ACK-DATE(WS-TRK-USED)
             MOVE SPACES TO DT-NOTE(WS-TRK-USED)
           ELSE
             DISPLAY "P5CERT: TRACKING TABLE FULL - "
                 "FAILURE NOT TRACKED"
           END-IF
         END-IF.

      * If the load overflowed or failed outright, the file is
      * left untouched so no item is lost.
       REWRITE-TRACKING-FILE.
         IF TRACK-TABLE-FULL OR TRACKING-FILE-FAILED
           DISPLAY "P5CERT: TRACKING FILE LEFT UNCHANGED"
         ELSE
           OPEN OUTPUT TRACKING-FILE
           PERFORM WRITE-ONE-TRACKING-ITEM
               VARYING WS-TRK-SUB FROM 1 BY 1
               UNTIL WS-TRK-SUB > WS-TRK-USED
           CLOSE TRACKING-FILE
         END-IF.

       WRITE-ONE-TRACKING-ITEM.
         MOVE DT-ITEM-ID(WS-TRK-SUB) TO DISC-ITEM-ID
         MOVE DT-TYPE(WS-TRK-SUB) TO DISC-TYPE
         MOVE DT-JOB-NAME(WS-TRK-SUB) TO DISC-JOB-NAME
         MOVE DT-KEY(WS-TRK-SUB) TO DISC-KEY
         MOVE DT-FIRST-DATE(WS-TRK-SUB) TO DISC-FIRST-DATE
         MOVE DT-LAST-DATE(WS-TRK-SUB) TO DISC-LAST-DATE
         MOVE DT-OCCURS(WS-TRK-SUB) TO DISC-OCCURS
         MOVE DT-ACK-SW(WS-TRK-SUB) TO DISC-ACK-SW
         MOVE DT-ACK-DATE(WS-TRK-SUB) TO DISC-ACK-DATE
         MOVE DT-NOTE(WS-TRK-SUB) TO DISC-NOTE
         WRITE DISC-RECORD
         IF WS-DISCTRK-STATUS NOT = "00"
           DISPLAY "P5CERT: WARNING - TRACKING WRITE FAILED, "
               "STATUS=" WS-DISCTRK-STATUS
         END-IF.

       WRITE-CERT-SUMMARY.
         MOVE SPACES TO RPT-DETAIL-RECORD
         WRITE RPT-DETAIL-RECORD
         MOVE WS-CNT-EXAMINED TO DISP-COUNT
         MOVE SPACES TO RPT-DETAIL-RECORD
         STRING "OK RECORDS EXAMINED=" DISP-COUNT
             DELIMITED BY SIZE INTO RPT-DTL-TEXT
         WRITE RPT-DETAIL-RECORD
         MOVE WS-CNT-CERTIFIED TO DISP-COUNT
         MOVE SPACES TO RPT-DETAIL-RECORD
         STRING "RECORDS CERTIFIED=" DISP-COUNT
             DELIMITED BY SIZE INTO RPT-DTL-TEXT
         WRITE RPT-DETAIL-RECORD
         MOVE WS-CNT-FAILED TO DISP-COUNT
         MOVE SPACES TO RPT-DETAIL-RECORD
         STRING "RECORDS FAILED=" DISP-COUNT
             DELIMITED BY SIZE INTO RPT-DTL-TEXT
         WRITE RPT-DETAIL-RECORD
         MOVE WS-CNT-CORROB TO DISP-COUNT
         MOVE SPACES TO RPT-DETAIL-RECORD
         STRING "CORROBORATED BY P003OUT=" DISP-COUNT
             DELIMITED BY SIZE INTO RPT-DTL-TEXT
         WRITE RPT-DETAIL-RECORD
         MOVE WS-CNT-P3-DISAGREE TO DISP-COUNT
         MOVE SPACES TO RPT-DETAIL-RECORD
         STRING "P003OUT DISAGREEMENTS=" DISP-COUNT
             DELIMITED BY SIZE INTO RPT-DTL-TEXT
         WRITE RPT-DETAIL-RECORD
         MOVE WS-CNT-STORED TO DISP-COUNT
         MOVE SPACES TO RPT-DETAIL-RECORD
         IF STORE-MODE
           STRING "FACTORIZATIONS STORED IN P003OUT=" DISP-COUNT
               DELIMITED BY SIZE INTO RPT-DTL-TEXT
         ELSE
           STRING "STORE NOT REQUESTED - P003OUT UNCHANGED"
               DELIMITED BY SIZE INTO RPT-DTL-TEXT
         END-IF
         WRITE RPT-DETAIL-RECORD
         MOVE WS-CNT-NEW-ITEMS TO DISP-COUNT
         MOVE SPACES TO RPT-DETAIL-RECORD
         STRING "NEW CERTFAIL TRACKING ITEMS=" DISP-COUNT
             DELIMITED BY SIZE INTO RPT-DTL-TEXT
         WRITE RPT-DETAIL-RECORD
         MOVE WS-CNT-BYPASSED TO DISP-COUNT
         MOVE SPACES TO RPT-DETAIL-RECORD
         STRING "NON-OK RECORDS BYPASSED=" DISP-COUNT
             DELIMITED BY SIZE INTO RPT-DTL-TEXT
         WRITE RPT-DETAIL-RECORD.

       WRITE-REPORT-FOOTER.
         MOVE SPACES TO RPT-FOOTER-RECORD
         MOVE "END OF REPORT" TO RPT-FTR-TITLE
         MOVE "P5CERT" TO RPT-FTR-PROGRAM
         WRITE RPT-FOOTER-RECORD
         CLOSE PRINT-FILE.

       WRITE-EXCEPTION-LOG.
         OPEN EXTEND EXCEPTION-LOG-FILE
         IF WS-EXCP-STATUS = "35"
           OPEN OUTPUT EXCEPTION-LOG-FILE
         END-IF
         MOVE "P5CERT" TO EXCP-JOB-NAME
         MOVE FUNCTION CURRENT-DATE(1:8) TO EXCP-RUN-DATE
         MOVE FUNCTION CURRENT-DATE(9:6) TO EXCP-RUN-TIME
         MOVE WS-PARM-CARD(1:20) TO EXCP-PARM
         MOVE WS-REJECT-REASON TO EXCP-REASON
         WRITE EXCP-RECORD
         CLOSE EXCEPTION-LOG-FILE.

      * The run region qualifies every file this program opens;
      * in production the names stand as they are.
       SET-REGION-FILE-NAMES.
         CALL "RGNPARM"
         MOVE XFER-STATUS-RGN TO WS-REGION-COND
         CANCEL "RGNPARM"
         MOVE SPACES TO WS-P005-OUTPUT-NAME
         STRING XFER-REGION-PREFIX DELIMITED BY SPACE
             "P005OUT.DAT" DELIMITED BY SIZE
             INTO WS-P005-OUTPUT-NAME
         MOVE SPACES TO WS-P003-OUTPUT-NAME
         STRING XFER-REGION-PREFIX DELIMITED BY SPACE
             "P003OUT.DAT" DELIMITED BY SIZE
             INTO WS-P003-OUTPUT-NAME
         MOVE SPACES TO WS-TRACKING-NAME
         STRING XFER-REGION-PREFIX DELIMITED BY SPACE
             "DISCTRK.DAT" DELIMITED BY SIZE
             INTO WS-TRACKING-NAME
         MOVE SPACES TO WS-PRINT-NAME
         STRING XFER-REGION-PREFIX DELIMITED BY SPACE
             "P5CERT.PRT" DELIMITED BY SIZE
             INTO WS-PRINT-NAME
         MOVE SPACES TO WS-EXCEPTION-LOG-NAME
         STRING XFER-REGION-PREFIX DELIMITED BY SPACE
             "EXCPLOG.DAT" DELIMITED BY SIZE
             INTO WS-EXCEPTION-LOG-NAME.
