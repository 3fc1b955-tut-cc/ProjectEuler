       IDENTIFICATION DIVISION.
       PROGRAM-ID. FILEREG.

      *****************************************************
      * File control register over the batch's result
      * files. JOBHIST, P005OUT, P003OUT, DISCTRK and
      * EULERAUD are plain files that can be edited or
      * restored between nights, so each is measured - its
      * record count, a hash total of its key result field
      * and its high key - and the figures kept on the
      * EULERREG register. RECORD is the batch's end-of-job
      * call and starts the register afresh with one entry
      * per file. BEFORE and AFTER are called by a
      * maintenance run holding the file's run lock, just
      * before it changes the file and just after, and
      * append the figures then. VERIFY is the batch's
      * start-of-night call: for each file it walks from the
      * batch's figures through every maintenance run logged
      * since, and any step in that chain the logged runs do
      * not account for - a change before a run started,
      * during a run that never logged its end, or after the
      * last entry - is reported on FILEREG.PRT as an
      * out-of-band change with status 8. VERIFY RESTART is
      * the rerun of a night that failed part way, and only
      * reports the check as waived.
      *****************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REGISTER-FILE ASSIGN TO DYNAMIC WS-REGISTER-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-REG-STATUS.
           SELECT JOBHIST-FILE ASSIGN TO DYNAMIC WS-JOBHIST-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-MEASURE-STATUS.
           SELECT P005-OUTPUT-FILE ASSIGN TO DYNAMIC WS-P005-OUTPUT-NAME
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY P5-KEY
               ALTERNATE RECORD KEY P5-UPPER-BOUND
                   WITH DUPLICATES
               FILE STATUS WS-MEASURE-STATUS.
           SELECT P003-OUTPUT-FILE ASSIGN TO DYNAMIC WS-P003-OUTPUT-NAME
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY P3-KEY
               FILE STATUS WS-MEASURE-STATUS.
           SELECT TRACKING-FILE ASSIGN TO DYNAMIC WS-TRACKING-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-MEASURE-STATUS.
           SELECT AUDIT-FILE ASSIGN TO DYNAMIC WS-AUDIT-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-MEASURE-STATUS.
           SELECT PRINT-FILE ASSIGN TO DYNAMIC WS-PRINT-NAME
               ORGANIZATION LINE SEQUENTIAL.
           SELECT EXCEPTION-LOG-FILE
               ASSIGN TO DYNAMIC WS-EXCEPTION-LOG-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-EXCP-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD REGISTER-FILE.
       COPY "filereg.cpy".

       FD JOBHIST-FILE.
       COPY "jobhist.cpy".

       FD P005-OUTPUT-FILE.
       COPY "p005out.cpy".

       FD P003-OUTPUT-FILE.
       COPY "p003out.cpy".

       FD TRACKING-FILE.
       COPY "disctrk.cpy".

       FD AUDIT-FILE.
       COPY "audjrnl.cpy".

       FD PRINT-FILE.
       COPY "rpthdr.cpy".

       FD EXCEPTION-LOG-FILE.
       COPY "excplog.cpy".

       WORKING-STORAGE SECTION.
       01 WS-REG-STATUS      PIC X(02).
       01 WS-MEASURE-STATUS  PIC X(02).
       01 WS-EXCP-STATUS     PIC X(02).
       01 XFER-STATUS-REG PIC 9(02) EXTERNAL VALUE 0.
       01 WS-CURRENT-DT.
           05 WS-CURR-DATE   PIC 9(08).
           05 WS-CURR-TIME   PIC 9(06).
           05 FILLER         PIC X(07).
       01 WS-PARM-CARD       PIC X(40).
       01 WS-FUNC-TOKEN      PIC X(20).
       01 WS-FILE-TOKEN      PIC X(20).
       01 WS-PROG-TOKEN      PIC X(20).
       01 WS-FUNC-SW         PIC 9 VALUE 0.
         88 VERIFY-FUNCTION      VALUE 1.
         88 RECORD-FUNCTION      VALUE 2.
         88 BEFORE-FUNCTION      VALUE 3.
         88 AFTER-FUNCTION       VALUE 4.
       01 WS-VALID-SW        PIC 9 VALUE 1.
         88 VALID-PARM           VALUE 1.
       01 WS-REJECT-REASON   PIC X(40).
       01 WS-REG-NAMES.
           05 FILLER         PIC X(12) VALUE "JOBHIST.DAT".
           05 FILLER         PIC X(12) VALUE "P005OUT.DAT".
           05 FILLER         PIC X(12) VALUE "P003OUT.DAT".
           05 FILLER         PIC X(12) VALUE "DISCTRK.DAT".
           05 FILLER         PIC X(12) VALUE "EULERAUD.DAT".
       01 WS-REG-NAME-TABLE REDEFINES WS-REG-NAMES.
           05 WS-REG-NAME OCCURS 5 PIC X(12).
       01 WS-RF-MAX          PIC 9(02) VALUE 5.
       01 WS-RF-SUB          PIC 9(02).
       01 WS-RF-PICK         PIC 9(02).
       01 WS-HASH-MODULUS    PIC 9(19) VALUE 1000000000000000000.
       01 WS-THIS-KEY        PIC X(24).
       01 WS-EOF-SW          PIC 9 VALUE 0.
         88 MEASURE-EOF          VALUE 1.
       01 WS-REG-EOF-SW      PIC 9 VALUE 0.
         88 REGISTER-EOF         VALUE 1.
       01 WS-REG-FAIL-SW     PIC 9 VALUE 0.
         88 REGISTER-FAILED      VALUE 1.
       01 WS-REG-ABSENT-SW   PIC 9 VALUE 0.
         88 REGISTER-ABSENT      VALUE 1.
       01 WS-RG-MAX          PIC 9(04) VALUE 500.
       01 WS-RG-USED         PIC 9(04) VALUE 0.
       01 WS-RG-SUB          PIC 9(04).
       01 WS-RG-PICK         PIC 9(04).
       01 WS-RG-TABLE.
           05 WS-RG-ENTRY OCCURS 500.
               10 RG-ENTRY-TYPE  PIC X(01).
               10 RG-FILE-NAME   PIC X(12).
               10 RG-PROGRAM     PIC X(08).
               10 RG-DATE        PIC 9(08).
               10 RG-TIME        PIC 9(06).
               10 RG-STATE.
                   15 RG-PRESENT-SW PIC X(01).
                   15 RG-COUNT      PIC 9(09).
                   15 RG-HASH       PIC 9(18).
                   15 RG-HIGH-KEY   PIC X(24).
      * Figures for the file as it stands, for the last link of
      * the chain so far, and for the link being compared with it.
       01 WS-CUR-STATE.
           05 MS-PRESENT-SW  PIC X(01).
           05 MS-COUNT       PIC 9(09).
           05 MS-HASH        PIC 9(18).
           05 MS-HIGH-KEY    PIC X(24).
       01 WS-PRIOR-STATE.
           05 PS-PRESENT-SW  PIC X(01).
           05 PS-COUNT       PIC 9(09).
           05 PS-HASH        PIC 9(18).
           05 PS-HIGH-KEY    PIC X(24).
       01 WS-CMP-STATE.
           05 CS-PRESENT-SW  PIC X(01).
           05 CS-COUNT       PIC 9(09).
           05 CS-HASH        PIC 9(18).
           05 CS-HIGH-KEY    PIC X(24).
       01 WS-PRIOR-DESC      PIC X(30).
       01 WS-PENDING-PROG    PIC X(08).
       01 WS-DIFF-SW         PIC 9 VALUE 0.
         88 STATES-DIFFER        VALUE 1.
       01 WS-DIFF-TEXT       PIC X(40).
       01 WS-DIFF-PTR        PIC 9(03).
       01 WS-BREAK-SW        PIC 9 VALUE 0.
         88 CHAIN-BROKEN         VALUE 1.
       01 WS-MAINT-RUNS      PIC 9(04) VALUE 0.
       01 WS-OUT-OF-BAND     PIC 9(04) VALUE 0.
       01 WS-UNREGISTERED    PIC 9(04) VALUE 0.
       01 WS-LINE-TAG        PIC X(08).
       01 WS-LINE-PROGRAM    PIC X(08).
       01 WS-LINE-DATE       PIC X(08).
       01 WS-LINE-TIME       PIC X(06).
       01 DISP-COUNT         PIC ZZZZZZZZ9.
       01 DISP-HASH          PIC ZZZZZZZZZZZZZZZZZ9.
       01 DISP-RUNS          PIC ZZZ9.
       01 WS-REGISTER-NAME   PIC X(40).
       01 WS-JOBHIST-NAME    PIC X(40).
       01 WS-P005-OUTPUT-NAME PIC X(40).
       01 WS-P003-OUTPUT-NAME PIC X(40).
       01 WS-TRACKING-NAME   PIC X(40).
       01 WS-AUDIT-NAME      PIC X(40).
       01 WS-PRINT-NAME      PIC X(40).
       01 WS-EXCEPTION-LOG-NAME PIC X(40).
       01 WS-REGION-COND     PIC 9(02) VALUE 0.
       01 XFER-STATUS-RGN    PIC 9(02) EXTERNAL VALUE 0.
       COPY "rgnxfr.cpy".

       PROCEDURE DIVISION.
       MAIN-PARA.
      *    PARM/control-card equivalent: VERIFY or RECORD from the
      *    batch (VERIFY RESTART on a restarted night, RECORD
      *    optionally followed by the program taking
      *    the baseline when it is not the batch); BEFORE or AFTER
      *    followed by the registered file name and the maintenance
      *    program changing it.
         MOVE 0 TO XFER-STATUS-REG
         MOVE 1 TO WS-VALID-SW
         MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DT
         PERFORM SET-REGION-FILE-NAMES
         IF WS-REGION-COND NOT = 0
           DISPLAY "FILEREG: REJECTED - REGION QUALIFIER NOT VALID"
           MOVE 8 TO XFER-STATUS-REG
           MOVE 8 TO RETURN-CODE
           GOBACK
         END-IF
         ACCEPT WS-PARM-CARD FROM COMMAND-LINE
         MOVE SPACES TO WS-FUNC-TOKEN WS-FILE-TOKEN WS-PROG-TOKEN
         UNSTRING WS-PARM-CARD DELIMITED BY ALL SPACE
             INTO WS-FUNC-TOKEN WS-FILE-TOKEN WS-PROG-TOKEN
         END-UNSTRING

         IF WS-FUNC-TOKEN = "VERIFY"
           MOVE 1 TO WS-FUNC-SW
         ELSE
         IF WS-FUNC-TOKEN = "RECORD"
           MOVE 2 TO WS-FUNC-SW
         ELSE
         IF WS-FUNC-TOKEN = "BEFORE" OR WS-FUNC-TOKEN = "AFTER"
           IF WS-FUNC-TOKEN = "BEFORE"
             MOVE 3 TO WS-FUNC-SW
           ELSE
             MOVE 4 TO WS-FUNC-SW
           END-IF
           IF WS-FILE-TOKEN = SPACES OR WS-PROG-TOKEN = SPACES
             MOVE 0 TO WS-VALID-SW
             MOVE "FILE AND PROGRAM NAME REQUIRED"
                 TO WS-REJECT-REASON
           ELSE
             MOVE 0 TO WS-RF-PICK
             PERFORM VARYING WS-RF-SUB FROM 1 BY 1
                 UNTIL WS-RF-SUB > WS-RF-MAX
               IF WS-REG-NAME(WS-RF-SUB) = WS-FILE-TOKEN
                 MOVE WS-RF-SUB TO WS-RF-PICK
               END-IF
             END-PERFORM
             IF WS-RF-PICK = 0
               MOVE 0 TO WS-VALID-SW
               MOVE "FILE IS NOT ON THE CONTROL REGISTER"
                   TO WS-REJECT-REASON
             END-IF
           END-IF
         ELSE
           MOVE 0 TO WS-VALID-SW
           MOVE "FUNCTION MUST BE VERIFY RECORD BEFORE OR AFTER"
               TO WS-REJECT-REASON
         END-IF
         END-IF
         END-IF

         IF NOT VALID-PARM
           PERFORM WRITE-EXCEPTION-LOG
           DISPLAY "FILEREG: REJECTED - " WS-REJECT-REASON
           MOVE 8 TO XFER-STATUS-REG
           MOVE 8 TO RETURN-CODE
           GOBACK
         END-IF

         IF VERIFY-FUNCTION
           PERFORM VERIFY-REGISTER
         ELSE
         IF RECORD-FUNCTION
           PERFORM RECORD-REGISTER
         ELSE
           PERFORM LOG-MAINTENANCE-ENTRY
         END-IF
         END-IF
         MOVE XFER-STATUS-REG TO RETURN-CODE
         GOBACK.

      * The end-of-job register replaces the last one outright:
      * everything the old one covered was verified this night.
       RECORD-REGISTER.
         OPEN OUTPUT REGISTER-FILE
         IF WS-REG-STATUS NOT = "00"
           DISPLAY "FILEREG: CONTROL REGISTER OPEN FAILED, STATUS="
               WS-REG-STATUS
           MOVE 12 TO XFER-STATUS-REG
         ELSE
           PERFORM VARYING WS-RF-SUB FROM 1 BY 1
               UNTIL WS-RF-SUB > WS-RF-MAX
             PERFORM MEASURE-FILE
             MOVE "R" TO REG-ENTRY-TYPE
             IF WS-FILE-TOKEN = SPACES
               MOVE "EULERRUN" TO REG-PROGRAM
             ELSE
               MOVE WS-FILE-TOKEN TO REG-PROGRAM
             END-IF
             PERFORM WRITE-REGISTER-ENTRY
           END-PERFORM
           CLOSE REGISTER-FILE
         END-IF.

       LOG-MAINTENANCE-ENTRY.
         MOVE WS-RF-PICK TO WS-RF-SUB
         PERFORM MEASURE-FILE
         OPEN EXTEND REGISTER-FILE
         IF WS-REG-STATUS = "35"
           OPEN OUTPUT REGISTER-FILE
         END-IF
         IF WS-REG-STATUS NOT = "00"
           DISPLAY "FILEREG: CONTROL REGISTER OPEN FAILED, STATUS="
               WS-REG-STATUS
           MOVE 12 TO XFER-STATUS-REG
         ELSE
           IF BEFORE-FUNCTION
             MOVE "B" TO REG-ENTRY-TYPE
           ELSE
             MOVE "A" TO REG-ENTRY-TYPE
           END-IF
           MOVE WS-PROG-TOKEN TO REG-PROGRAM
           PERFORM WRITE-REGISTER-ENTRY
           CLOSE REGISTER-FILE
         END-IF.

       WRITE-REGISTER-ENTRY.
         MOVE WS-REG-NAME(WS-RF-SUB) TO REG-FILE-NAME
         MOVE WS-CURR-DATE TO REG-DATE
         MOVE WS-CURR-TIME TO REG-TIME
         MOVE MS-PRESENT-SW TO REG-PRESENT-SW
         MOVE MS-COUNT TO REG-COUNT
         MOVE MS-HASH TO REG-HASH
         MOVE MS-HIGH-KEY TO REG-HIGH-KEY
         WRITE REGISTER-RECORD
         IF WS-REG-STATUS NOT = "00"
           DISPLAY "FILEREG: CONTROL REGISTER WRITE FAILED, STATUS="
               WS-REG-STATUS
           MOVE 12 TO XFER-STATUS-REG
         END-IF.

      * Count, hash total and high key of registered file
      * WS-RF-SUB into WS-CUR-STATE.
       MEASURE-FILE.
         MOVE "Y" TO MS-PRESENT-SW
         MOVE 0 TO MS-COUNT MS-HASH
         MOVE SPACES TO MS-HIGH-KEY
         MOVE 0 TO WS-EOF-SW
         IF WS-RF-SUB = 1
           PERFORM MEASURE-JOBHIST
         ELSE
         IF WS-RF-SUB = 2
           PERFORM MEASURE-P005OUT
         ELSE
         IF WS-RF-SUB = 3
           PERFORM MEASURE-P003OUT
         ELSE
         IF WS-RF-SUB = 4
           PERFORM MEASURE-DISCTRK
         ELSE
           PERFORM MEASURE-EULERAUD
         END-IF
         END-IF
         END-IF
         END-IF.

       CHECK-MEASURE-OPEN.
         IF WS-MEASURE-STATUS = "35"
           MOVE "N" TO MS-PRESENT-SW
         ELSE
           IF WS-MEASURE-STATUS NOT = "00"
             DISPLAY "FILEREG: " FUNCTION TRIM(WS-REG-NAME(WS-RF-SUB))
                 " NOT READABLE, STATUS=" WS-MEASURE-STATUS
             MOVE "E" TO MS-PRESENT-SW
           END-IF
         END-IF.

       MEASURE-JOBHIST.
         OPEN INPUT JOBHIST-FILE
         PERFORM CHECK-MEASURE-OPEN
         IF WS-MEASURE-STATUS = "00"
           PERFORM UNTIL MEASURE-EOF
             READ JOBHIST-FILE
               AT END
                 MOVE 1 TO WS-EOF-SW
               NOT AT END
                 ADD 1 TO MS-COUNT
                 COMPUTE MS-HASH =
                     FUNCTION MOD(MS-HASH + JH-RESULT, WS-HASH-MODULUS)
                 MOVE SPACES TO WS-THIS-KEY
                 STRING JH-RUN-DATE JH-RUN-TIME JH-JOB-NAME
                     DELIMITED BY SIZE INTO WS-THIS-KEY
                 IF WS-THIS-KEY > MS-HIGH-KEY
                   MOVE WS-THIS-KEY TO MS-HIGH-KEY
                 END-IF
             END-READ
           END-PERFORM
           CLOSE JOBHIST-FILE
         END-IF.

       MEASURE-P005OUT.
         OPEN INPUT P005-OUTPUT-FILE
         PERFORM CHECK-MEASURE-OPEN
         IF WS-MEASURE-STATUS = "00"
           PERFORM UNTIL MEASURE-EOF
             READ P005-OUTPUT-FILE NEXT RECORD
               AT END
                 MOVE 1 TO WS-EOF-SW
               NOT AT END
                 ADD 1 TO MS-COUNT
                 COMPUTE MS-HASH =
                     FUNCTION MOD(MS-HASH + P5-LCD-RESULT,
                     WS-HASH-MODULUS)
                 MOVE P5-KEY TO WS-THIS-KEY
                 IF WS-THIS-KEY > MS-HIGH-KEY
                   MOVE WS-THIS-KEY TO MS-HIGH-KEY
                 END-IF
             END-READ
           END-PERFORM
           CLOSE P005-OUTPUT-FILE
         END-IF.

      * Only the summary record of a target carries the largest
      * factor; every record, summary or detail, is counted.
       MEASURE-P003OUT.
         OPEN INPUT P003-OUTPUT-FILE
         PERFORM CHECK-MEASURE-OPEN
         IF WS-MEASURE-STATUS = "00"
           PERFORM UNTIL MEASURE-EOF
             READ P003-OUTPUT-FILE NEXT RECORD
               AT END
                 MOVE 1 TO WS-EOF-SW
               NOT AT END
                 ADD 1 TO MS-COUNT
                 IF P3-FACTOR-SEQ = 0
                   COMPUTE MS-HASH =
                       FUNCTION MOD(MS-HASH + P3-LARGEST-FACTOR,
                       WS-HASH-MODULUS)
                 END-IF
                 MOVE P3-KEY TO WS-THIS-KEY
                 IF WS-THIS-KEY > MS-HIGH-KEY
                   MOVE WS-THIS-KEY TO MS-HIGH-KEY
                 END-IF
             END-READ
           END-PERFORM
           CLOSE P003-OUTPUT-FILE
         END-IF.

       MEASURE-DISCTRK.
         OPEN INPUT TRACKING-FILE
         PERFORM CHECK-MEASURE-OPEN
         IF WS-MEASURE-STATUS = "00"
           PERFORM UNTIL MEASURE-EOF
             READ TRACKING-FILE
               AT END
                 MOVE 1 TO WS-EOF-SW
               NOT AT END
                 ADD 1 TO MS-COUNT
                 COMPUTE MS-HASH =
                     FUNCTION MOD(MS-HASH + DISC-OCCURS,
                     WS-HASH-MODULUS)
                 MOVE DISC-ITEM-ID TO WS-THIS-KEY
                 IF WS-THIS-KEY > MS-HIGH-KEY
                   MOVE WS-THIS-KEY TO MS-HIGH-KEY
                 END-IF
             END-READ
           END-PERFORM
           CLOSE TRACKING-FILE
         END-IF.

      * The audit journal carries no result of its own; the
      * condition code each card finished with stands in for one.
       MEASURE-EULERAUD.
         OPEN INPUT AUDIT-FILE
         PERFORM CHECK-MEASURE-OPEN
         IF WS-MEASURE-STATUS = "00"
           PERFORM UNTIL MEASURE-EOF
             READ AUDIT-FILE
               AT END
                 MOVE 1 TO WS-EOF-SW
               NOT AT END
                 ADD 1 TO MS-COUNT
                 COMPUTE MS-HASH =
                     FUNCTION MOD(MS-HASH + AUD-COND, WS-HASH-MODULUS)
                 MOVE SPACES TO WS-THIS-KEY
                 STRING AUD-RUN-DATE AUD-RUN-TIME AUD-REQ-SEQ
                     DELIMITED BY SIZE INTO WS-THIS-KEY
                 IF WS-THIS-KEY > MS-HIGH-KEY
                   MOVE WS-THIS-KEY TO MS-HIGH-KEY
                 END-IF
             END-READ
           END-PERFORM
           CLOSE AUDIT-FILE
         END-IF.

       LOAD-REGISTER-FILE.
         MOVE 0 TO WS-RG-USED
         OPEN INPUT REGISTER-FILE
         IF WS-REG-STATUS = "00"
           PERFORM UNTIL REGISTER-EOF
             READ REGISTER-FILE
               AT END
                 MOVE 1 TO WS-REG-EOF-SW
               NOT AT END
                 IF WS-RG-USED < WS-RG-MAX
                   ADD 1 TO WS-RG-USED
                   MOVE REG-ENTRY-TYPE TO RG-ENTRY-TYPE(WS-RG-USED)
                   MOVE REG-FILE-NAME TO RG-FILE-NAME(WS-RG-USED)
                   MOVE REG-PROGRAM TO RG-PROGRAM(WS-RG-USED)
                   MOVE REG-DATE TO RG-DATE(WS-RG-USED)
                   MOVE REG-TIME TO RG-TIME(WS-RG-USED)
                   MOVE REG-PRESENT-SW TO RG-PRESENT-SW(WS-RG-USED)
                   MOVE REG-COUNT TO RG-COUNT(WS-RG-USED)
                   MOVE REG-HASH TO RG-HASH(WS-RG-USED)
                   MOVE REG-HIGH-KEY TO RG-HIGH-KEY(WS-RG-USED)
                 ELSE
                   DISPLAY "FILEREG: MORE THAN " WS-RG-MAX
                       " REGISTER ENTRIES - NOT VERIFIED"
                   MOVE 1 TO WS-REG-FAIL-SW
                   MOVE 1 TO WS-REG-EOF-SW
                 END-IF
             END-READ
           END-PERFORM
           CLOSE REGISTER-FILE
         ELSE
           IF WS-REG-STATUS = "35"
             MOVE 1 TO WS-REG-ABSENT-SW
           ELSE
             DISPLAY "FILEREG: CONTROL REGISTER NOT READABLE, "
                 "STATUS=" WS-REG-STATUS
             MOVE 1 TO WS-REG-FAIL-SW
           END-IF
         END-IF.

      * With no register on file there is nothing to verify
      * against - the first night, or the register was removed -
      * so the files are listed as they stand and the night is
      * flagged for the operator to confirm which. A restarted
      * night's files already hold the output of the steps that
      * ran before the failure, which no register entry covers,
      * so the check is waived for the rerun and the report says
      * so; the night's end-of-job RECORD starts the chain again.
       VERIFY-REGISTER.
         PERFORM LOAD-REGISTER-FILE
         PERFORM OPEN-PRINT-FILE
         MOVE SPACES TO RPT-DETAIL-RECORD
         STRING "FILE CONTROL REGISTER VERIFICATION"
             DELIMITED BY SIZE INTO RPT-DTL-TEXT
         WRITE RPT-DETAIL-RECORD
         IF WS-FILE-TOKEN = "RESTART"
           MOVE SPACES TO RPT-DETAIL-RECORD
           STRING "RESTARTED NIGHT - CHECK WAIVED, FILES ALREADY "
               "HOLD TONIGHT'S PARTIAL OUTPUT"
               DELIMITED BY SIZE INTO RPT-DTL-TEXT
           WRITE RPT-DETAIL-RECORD
           MOVE SPACES TO RPT-DETAIL-RECORD
           STRING "CHANGES MADE BETWEEN LAST NIGHT'S END OF JOB AND "
               "THE FAILED RUN ARE NOT VERIFIED"
               DELIMITED BY SIZE INTO RPT-DTL-TEXT
           WRITE RPT-DETAIL-RECORD
         ELSE
         IF REGISTER-FAILED
           MOVE SPACES TO RPT-DETAIL-RECORD
           STRING "CONTROL REGISTER NOT READABLE, STATUS="
               WS-REG-STATUS " - FILES NOT VERIFIED"
               DELIMITED BY SIZE INTO RPT-DTL-TEXT
           WRITE RPT-DETAIL-RECORD
           MOVE 8 TO XFER-STATUS-REG
         ELSE
           IF REGISTER-ABSENT
             MOVE SPACES TO RPT-DETAIL-RECORD
             STRING "NO CONTROL REGISTER ON FILE - BASELINE TAKEN AT "
                 "END OF JOB"
                 DELIMITED BY SIZE INTO RPT-DTL-TEXT
             WRITE RPT-DETAIL-RECORD
             MOVE 4 TO XFER-STATUS-REG
           END-IF
           PERFORM WRITE-COLUMN-HEADINGS
           PERFORM VERIFY-ONE-FILE
               VARYING WS-RF-SUB FROM 1 BY 1
               UNTIL WS-RF-SUB > WS-RF-MAX
           PERFORM WRITE-VERIFY-TOTALS
         END-IF
         END-IF
         PERFORM CLOSE-PRINT-FILE.

       WRITE-COLUMN-HEADINGS.
         MOVE SPACES TO RPT-DETAIL-RECORD
         WRITE RPT-DETAIL-RECORD
         MOVE SPACES TO RPT-DETAIL-RECORD
         STRING "ENTRY    PROGRAM  DATE     TIME       COUNT "
             "        HASH TOTAL  HIGH KEY"
             DELIMITED BY SIZE INTO RPT-DTL-TEXT
         WRITE RPT-DETAIL-RECORD.

      * The batch's entry for the file is the start of its chain;
      * each maintenance run's before-figures must match the link
      * ahead of them, its after-figures become the next link, and
      * the file as it stands must match the last link.
       VERIFY-ONE-FILE.
         MOVE SPACES TO RPT-DETAIL-RECORD
         WRITE RPT-DETAIL-RECORD
         MOVE SPACES TO RPT-DETAIL-RECORD
         STRING "FILE " WS-REG-NAME(WS-RF-SUB)
             DELIMITED BY SIZE INTO RPT-DTL-TEXT
         WRITE RPT-DETAIL-RECORD
         PERFORM MEASURE-FILE
         MOVE 0 TO WS-BREAK-SW WS-MAINT-RUNS
         MOVE SPACES TO WS-PENDING-PROG
         MOVE 0 TO WS-RG-PICK
         PERFORM VARYING WS-RG-SUB FROM 1 BY 1
             UNTIL WS-RG-SUB > WS-RG-USED
           IF RG-FILE-NAME(WS-RG-SUB) = WS-REG-NAME(WS-RF-SUB)
               AND RG-ENTRY-TYPE(WS-RG-SUB) = "R"
             MOVE WS-RG-SUB TO WS-RG-PICK
           END-IF
         END-PERFORM
         IF WS-RG-PICK = 0
           IF NOT REGISTER-ABSENT
             MOVE SPACES TO RPT-DETAIL-RECORD
             STRING "  NOT ON CONTROL REGISTER - NO BATCH FIGURES TO "
                 "VERIFY AGAINST"
                 DELIMITED BY SIZE INTO RPT-DTL-TEXT
             WRITE RPT-DETAIL-RECORD
             ADD 1 TO WS-UNREGISTERED
             IF XFER-STATUS-REG < 4
               MOVE 4 TO XFER-STATUS-REG
             END-IF
           END-IF
         ELSE
           MOVE WS-RG-PICK TO WS-RG-SUB
           MOVE "REGISTER" TO WS-LINE-TAG
           PERFORM WRITE-ENTRY-LINE
           MOVE RG-STATE(WS-RG-PICK) TO WS-PRIOR-STATE
           MOVE SPACES TO WS-PRIOR-DESC
           STRING "BATCH " RG-DATE(WS-RG-PICK) " "
               RG-TIME(WS-RG-PICK)
               DELIMITED BY SIZE INTO WS-PRIOR-DESC
           PERFORM CHAIN-ONE-ENTRY
               VARYING WS-RG-SUB FROM WS-RG-PICK BY 1
               UNTIL WS-RG-SUB > WS-RG-USED
         END-IF
         MOVE SPACES TO WS-LINE-PROGRAM
         MOVE WS-CURR-DATE TO WS-LINE-DATE
         MOVE WS-CURR-TIME TO WS-LINE-TIME
         MOVE "CURRENT" TO WS-LINE-TAG
         MOVE WS-CUR-STATE TO WS-CMP-STATE
         PERFORM WRITE-STATE-LINE
         IF WS-RG-PICK > 0
           PERFORM COMPARE-STATES
           IF STATES-DIFFER
             MOVE SPACES TO RPT-DETAIL-RECORD
             IF WS-PENDING-PROG NOT = SPACES
               STRING "  *OUT-OF-BAND CHANGE* DURING UNFINISHED "
                   FUNCTION TRIM(WS-PENDING-PROG) " RUN - "
                   WS-DIFF-TEXT
                   DELIMITED BY SIZE INTO RPT-DTL-TEXT
             ELSE
               STRING "  *OUT-OF-BAND CHANGE* SINCE "
                   FUNCTION TRIM(WS-PRIOR-DESC) " - " WS-DIFF-TEXT
                   DELIMITED BY SIZE INTO RPT-DTL-TEXT
             END-IF
             WRITE RPT-DETAIL-RECORD
             MOVE 1 TO WS-BREAK-SW
           END-IF
           MOVE SPACES TO RPT-DETAIL-RECORD
           IF CHAIN-BROKEN
             ADD 1 TO WS-OUT-OF-BAND
             MOVE 8 TO XFER-STATUS-REG
             DISPLAY "FILEREG: OUT-OF-BAND CHANGE TO "
                 FUNCTION TRIM(WS-REG-NAME(WS-RF-SUB))
             STRING "  " FUNCTION TRIM(WS-REG-NAME(WS-RF-SUB))
                 " CHANGED OUTSIDE THE BATCH AND LOGGED MAINTENANCE"
                 DELIMITED BY SIZE INTO RPT-DTL-TEXT
           ELSE
             MOVE WS-MAINT-RUNS TO DISP-RUNS
             STRING "  AGREES - " FUNCTION TRIM(DISP-RUNS)
                 " MAINTENANCE RUN(S) ACCOUNTED FOR"
                 DELIMITED BY SIZE INTO RPT-DTL-TEXT
           END-IF
           WRITE RPT-DETAIL-RECORD
         END-IF.

       CHAIN-ONE-ENTRY.
         IF RG-FILE-NAME(WS-RG-SUB) = WS-REG-NAME(WS-RF-SUB)
             AND RG-ENTRY-TYPE(WS-RG-SUB) NOT = "R"
           IF RG-ENTRY-TYPE(WS-RG-SUB) = "B"
             MOVE "BEFORE" TO WS-LINE-TAG
             PERFORM WRITE-ENTRY-LINE
             MOVE RG-STATE(WS-RG-SUB) TO WS-CMP-STATE
             PERFORM COMPARE-STATES
             IF STATES-DIFFER
               MOVE SPACES TO RPT-DETAIL-RECORD
               IF WS-PENDING-PROG NOT = SPACES
                 STRING "  *OUT-OF-BAND CHANGE* DURING UNFINISHED "
                     FUNCTION TRIM(WS-PENDING-PROG) " RUN - "
                     WS-DIFF-TEXT
                     DELIMITED BY SIZE INTO RPT-DTL-TEXT
               ELSE
                 STRING "  *OUT-OF-BAND CHANGE* SINCE "
                     FUNCTION TRIM(WS-PRIOR-DESC) " - " WS-DIFF-TEXT
                     DELIMITED BY SIZE INTO RPT-DTL-TEXT
               END-IF
               WRITE RPT-DETAIL-RECORD
               MOVE 1 TO WS-BREAK-SW
             END-IF
             MOVE RG-PROGRAM(WS-RG-SUB) TO WS-PENDING-PROG
           ELSE
             MOVE "AFTER" TO WS-LINE-TAG
             PERFORM WRITE-ENTRY-LINE
             ADD 1 TO WS-MAINT-RUNS
             MOVE SPACES TO WS-PENDING-PROG
           END-IF
           MOVE RG-STATE(WS-RG-SUB) TO WS-PRIOR-STATE
           MOVE SPACES TO WS-PRIOR-DESC
           STRING RG-PROGRAM(WS-RG-SUB) " " RG-DATE(WS-RG-SUB) " "
               RG-TIME(WS-RG-SUB)
               DELIMITED BY SIZE INTO WS-PRIOR-DESC
         END-IF.

      * Which of presence, count, hash total and high key differ
      * between the last link (WS-PRIOR-STATE) and WS-CMP-STATE.
      * A file that could not be read never agrees.
       COMPARE-STATES.
         MOVE 0 TO WS-DIFF-SW
         MOVE SPACES TO WS-DIFF-TEXT
         MOVE 1 TO WS-DIFF-PTR
         IF PS-PRESENT-SW NOT = CS-PRESENT-SW
             OR CS-PRESENT-SW = "E"
           MOVE 1 TO WS-DIFF-SW
           STRING "PRESENCE " DELIMITED BY SIZE
               INTO WS-DIFF-TEXT WITH POINTER WS-DIFF-PTR
         END-IF
         IF PS-COUNT NOT = CS-COUNT
           MOVE 1 TO WS-DIFF-SW
           STRING "COUNT " DELIMITED BY SIZE
               INTO WS-DIFF-TEXT WITH POINTER WS-DIFF-PTR
         END-IF
         IF PS-HASH NOT = CS-HASH
           MOVE 1 TO WS-DIFF-SW
           STRING "HASH " DELIMITED BY SIZE
               INTO WS-DIFF-TEXT WITH POINTER WS-DIFF-PTR
         END-IF
         IF PS-HIGH-KEY NOT = CS-HIGH-KEY
           MOVE 1 TO WS-DIFF-SW
           STRING "HIGH-KEY " DELIMITED BY SIZE
               INTO WS-DIFF-TEXT WITH POINTER WS-DIFF-PTR
         END-IF
         IF STATES-DIFFER
           STRING "DIFFER" DELIMITED BY SIZE
               INTO WS-DIFF-TEXT WITH POINTER WS-DIFF-PTR
         END-IF.

       WRITE-ENTRY-LINE.
         MOVE RG-PROGRAM(WS-RG-SUB) TO WS-LINE-PROGRAM
         MOVE RG-DATE(WS-RG-SUB) TO WS-LINE-DATE
         MOVE RG-TIME(WS-RG-SUB) TO WS-LINE-TIME
         MOVE RG-STATE(WS-RG-SUB) TO WS-CMP-STATE
         PERFORM WRITE-STATE-LINE.

       WRITE-STATE-LINE.
         MOVE CS-COUNT TO DISP-COUNT
         MOVE CS-HASH TO DISP-HASH
         MOVE SPACES TO RPT-DETAIL-RECORD
         IF CS-PRESENT-SW = "N"
           STRING WS-LINE-TAG " " WS-LINE-PROGRAM " " WS-LINE-DATE
               " " WS-LINE-TIME "  FILE NOT PRESENT"
               DELIMITED BY SIZE INTO RPT-DTL-TEXT
         ELSE
         IF CS-PRESENT-SW = "E"
           STRING WS-LINE-TAG " " WS-LINE-PROGRAM " " WS-LINE-DATE
               " " WS-LINE-TIME "  FILE NOT READABLE"
               DELIMITED BY SIZE INTO RPT-DTL-TEXT
         ELSE
           STRING WS-LINE-TAG " " WS-LINE-PROGRAM " " WS-LINE-DATE
               " " WS-LINE-TIME " " DISP-COUNT " " DISP-HASH "  "
               CS-HIGH-KEY
               DELIMITED BY SIZE INTO RPT-DTL-TEXT
         END-IF
         END-IF
         WRITE RPT-DETAIL-RECORD.

       WRITE-VERIFY-TOTALS.
         MOVE SPACES TO RPT-DETAIL-RECORD
         WRITE RPT-DETAIL-RECORD
         MOVE WS-OUT-OF-BAND TO DISP-RUNS
         MOVE SPACES TO RPT-DETAIL-RECORD
         STRING "FILES WITH OUT-OF-BAND CHANGES="
             FUNCTION TRIM(DISP-RUNS)
             DELIMITED BY SIZE INTO RPT-DTL-TEXT
         WRITE RPT-DETAIL-RECORD
         IF WS-UNREGISTERED > 0
           MOVE WS-UNREGISTERED TO DISP-RUNS
           MOVE SPACES TO RPT-DETAIL-RECORD
           STRING "FILES NOT ON REGISTER=" FUNCTION TRIM(DISP-RUNS)
               DELIMITED BY SIZE INTO RPT-DTL-TEXT
           WRITE RPT-DETAIL-RECORD
         END-IF
         IF WS-OUT-OF-BAND > 0
           MOVE SPACES TO RPT-DETAIL-RECORD
           STRING "CONFIRM WHO CHANGED THE FILE BEFORE RELYING ON "
               "TONIGHT'S RESULTS"
               DELIMITED BY SIZE INTO RPT-DTL-TEXT
           WRITE RPT-DETAIL-RECORD
         END-IF.

       OPEN-PRINT-FILE.
         OPEN OUTPUT PRINT-FILE
         MOVE SPACES TO RPT-HEADER-RECORD
         MOVE "EULER PROJECT BATCH REPORT" TO RPT-HDR-TITLE
         MOVE "FILEREG" TO RPT-HDR-PROGRAM
         MOVE WS-CURR-DATE TO RPT-HDR-RUN-DATE
         MOVE WS-PARM-CARD TO RPT-HDR-PARM
         MOVE XFER-REGION-STAMP TO RPT-HDR-REGION
         WRITE RPT-HEADER-RECORD.

       CLOSE-PRINT-FILE.
         MOVE SPACES TO RPT-FOOTER-RECORD
         MOVE "END OF REPORT" TO RPT-FTR-TITLE
         MOVE "FILEREG" TO RPT-FTR-PROGRAM
         WRITE RPT-FOOTER-RECORD
         CLOSE PRINT-FILE.

       WRITE-EXCEPTION-LOG.
         OPEN EXTEND EXCEPTION-LOG-FILE
         IF WS-EXCP-STATUS = "35"
           OPEN OUTPUT EXCEPTION-LOG-FILE
         END-IF
         MOVE "FILEREG" TO EXCP-JOB-NAME
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
         MOVE SPACES TO WS-REGISTER-NAME
         STRING XFER-REGION-PREFIX DELIMITED BY SPACE
             "EULERREG.DAT" DELIMITED BY SIZE
             INTO WS-REGISTER-NAME
         MOVE SPACES TO WS-JOBHIST-NAME
         STRING XFER-REGION-PREFIX DELIMITED BY SPACE
             "JOBHIST.DAT" DELIMITED BY SIZE
             INTO WS-JOBHIST-NAME
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
         MOVE SPACES TO WS-AUDIT-NAME
         STRING XFER-REGION-PREFIX DELIMITED BY SPACE
             "EULERAUD.DAT" DELIMITED BY SIZE
             INTO WS-AUDIT-NAME
         MOVE SPACES TO WS-PRINT-NAME
         STRING XFER-REGION-PREFIX DELIMITED BY SPACE
             "FILEREG.PRT" DELIMITED BY SIZE
             INTO WS-PRINT-NAME
         MOVE SPACES TO WS-EXCEPTION-LOG-NAME
         STRING XFER-REGION-PREFIX DELIMITED BY SPACE
             "EXCPLOG.DAT" DELIMITED BY SIZE
             INTO WS-EXCEPTION-LOG-NAME.
