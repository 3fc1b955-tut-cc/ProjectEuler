      * on the DISCTRK tracking file: a recurrence bumps
      * its occurrence count, and a finding whose item the
      * operator has acknowledged no longer raises the
      * batch condition code. A finding new tonight - not
      * one carried forward from an earlier night - is also
      * raised as a MAJOR alert on the operator alert queue.
      * Under the nightly batch the tracking file is covered
      * by the batch's own run lock and control register
      * entry. Run on its own, to reconcile a given date, the
      * program takes the DISCTRK run lock through LOCKMGR
      * and logs the file's figures on the FILEREG control
      * register before and after it rewrites the file, as
      * the maintenance utilities do.
      *****************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JOBHIST-FILE ASSIGN TO DYNAMIC WS-JOBHIST-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-JOBHIST-STATUS.
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
           SELECT P003-PRINT-FILE ASSIGN TO DYNAMIC WS-P003-PRINT-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-P3PRT-STATUS.
           SELECT P004-PRINT-FILE ASSIGN TO DYNAMIC WS-P004-PRINT-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-P4PRT-STATUS.
           SELECT P005-PRINT-FILE ASSIGN TO DYNAMIC WS-P005-PRINT-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-P5PRT-STATUS.
           SELECT PRINT-FILE ASSIGN TO DYNAMIC WS-PRINT-NAME
               ORGANIZATION LINE SEQUENTIAL.
           SELECT TRACKING-FILE ASSIGN TO DYNAMIC WS-TRACKING-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-DISCTRK-STATUS.
           SELECT EXCEPTION-LOG-FILE
               ASSIGN TO DYNAMIC WS-EXCEPTION-LOG-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-EXCP-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD TRACKING-FILE.
       COPY "disctrk.cpy".

       FD EXCEPTION-LOG-FILE.
       COPY "excplog.cpy".

       WORKING-STORAGE SECTION.
       01 WS-JOBHIST-STATUS   PIC X(02).
       01 WS-P5OUT-STATUS     PIC X(02).
       01 WS-P4PRT-STATUS     PIC X(02).
       01 WS-P5PRT-STATUS     PIC X(02).
       01 XFER-STATUS-RCN     PIC 9(02) EXTERNAL VALUE 0.
       01 XFER-CALLER-RCN     PIC X(08) EXTERNAL VALUE SPACES.
         88 RECONCILE-UNDER-BATCH VALUE "EULERRUN".
       01 XFER-STATUS-LCK     PIC 9(02) EXTERNAL VALUE 0.
       COPY "lockxfr.cpy".
       01 XFER-STATUS-REG     PIC 9(02) EXTERNAL VALUE 0.
       01 WS-LOCK-COND        PIC 9(02) VALUE 0.
       01 WS-REJECT-REASON    PIC X(40).
       01 WS-EXCP-STATUS      PIC X(02).
       01 XFER-STATUS-ALR     PIC 9(02) EXTERNAL VALUE 0.
       COPY "alertxfr.cpy".
       01 WS-ALERT-FUNC       PIC X(08).
       01 WS-PARM-CARD        PIC X(40).
       01 WS-DATE-TOKEN       PIC X(20).
       01 WS-SELECT-DATE      PIC 9(08).
               10 DT-ACK-SW     PIC X(01).
               10 DT-ACK-DATE   PIC 9(08).
               10 DT-NOTE       PIC X(40).
       01 WS-JOBHIST-NAME     PIC X(40).
       01 WS-P005-OUTPUT-NAME PIC X(40).
       01 WS-P003-OUTPUT-NAME PIC X(40).
       01 WS-P003-PRINT-NAME  PIC X(40).
       01 WS-P004-PRINT-NAME  PIC X(40).
       01 WS-P005-PRINT-NAME  PIC X(40).
       01 WS-PRINT-NAME       PIC X(40).
       01 WS-TRACKING-NAME    PIC X(40).
       01 WS-EXCEPTION-LOG-NAME PIC X(40).
       01 WS-REGION-COND      PIC 9(02) VALUE 0.
       01 XFER-STATUS-RGN     PIC 9(02) EXTERNAL VALUE 0.
       COPY "rgnxfr.cpy".

       PROCEDURE DIVISION.
       MAIN-PARA.
         PERFORM SET-REGION-FILE-NAMES
         IF WS-REGION-COND NOT = 0
           DISPLAY "RECONCLE: REJECTED - REGION QUALIFIER NOT VALID"
           MOVE 8 TO XFER-STATUS-RCN
           MOVE 8 TO RETURN-CODE
           GOBACK
         END-IF
      *    PARM/control-card equivalent: the run date to reconcile
      *    in YYYYMMDD form. Blank input takes today, which is how
      *    the driver runs it as the last step of the batch.
         ELSE
           MOVE FUNCTION NUMVAL(WS-DATE-TOKEN) TO WS-SELECT-DATE
         END-IF
      *    Run on its own, the reconciliation takes the tracking
      *    file's run lock before loading it, so an acknowledgement
      *    or certification filing items meanwhile is not lost
      *    under the rewrite. Under the batch the file is already
      *    held for the night by the driver.
         IF NOT RECONCILE-UNDER-BATCH
           PERFORM ENQUEUE-DISCTRK-FILE
           IF WS-LOCK-COND NOT = 0
             PERFORM WRITE-EXCEPTION-LOG
             DISPLAY "RECONCLE: REJECTED - " WS-REJECT-REASON
             MOVE 8 TO XFER-STATUS-RCN
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF
         END-IF
         MOVE "BEGIN" TO WS-ALERT-FUNC
         PERFORM POST-ALERT

         OPEN OUTPUT PRINT-FILE
         MOVE SPACES TO RPT-HEADER-RECORD
         MOVE "RECONCLE" TO RPT-HDR-PROGRAM
         MOVE FUNCTION CURRENT-DATE(1:8) TO RPT-HDR-RUN-DATE
         MOVE WS-PARM-CARD TO RPT-HDR-PARM
         MOVE XFER-REGION-STAMP TO RPT-HDR-REGION
         WRITE RPT-HEADER-RECORD
         MOVE SPACES TO RPT-DETAIL-RECORD
         STRING "RECONCILIATION FOR RUN DATE " WS-SELECT-DATE
         CLOSE PRINT-FILE

         PERFORM REWRITE-TRACKING-FILE
         IF NOT RECONCILE-UNDER-BATCH
           PERFORM DEQUEUE-DISCTRK-FILE
         END-IF
         MOVE "END" TO WS-ALERT-FUNC
         PERFORM POST-ALERT

      *    Findings whose tracking item was already acknowledged
      *    do not raise the batch condition; only new or still-open
         END-IF
         GOBACK.

      * A refusal names the holder and when it took the file, so
      * the exception log shows what the reconciliation met.
       ENQUEUE-DISCTRK-FILE.
         DISPLAY "ENQ DISCTRK.DAT RECONCLE" UPON COMMAND-LINE
         CALL "LOCKMGR"
         MOVE XFER-STATUS-LCK TO WS-LOCK-COND
         CANCEL "LOCKMGR"
         MOVE SPACES TO WS-REJECT-REASON
         IF WS-LOCK-COND = 8
           STRING "DISCTRK.DAT HELD BY "
               FUNCTION TRIM(XFER-LOCK-HOLDER) " "
               XFER-LOCK-SINCE-DATE
               DELIMITED BY SIZE INTO WS-REJECT-REASON
         ELSE
           IF WS-LOCK-COND NOT = 0
             MOVE "RUN LOCK CONTROL FILE NOT AVAILABLE"
                 TO WS-REJECT-REASON
           END-IF
         END-IF
         IF WS-LOCK-COND = 0
           DISPLAY "BEFORE DISCTRK.DAT RECONCLE" UPON COMMAND-LINE
           PERFORM LOG-REGISTER-ENTRY
         END-IF.

      * The after-figures are logged whether or not the file was
      * rewritten, closing the entry the before-figures opened.
       DEQUEUE-DISCTRK-FILE.
         DISPLAY "AFTER DISCTRK.DAT RECONCLE" UPON COMMAND-LINE
         PERFORM LOG-REGISTER-ENTRY
         DISPLAY "DEQ DISCTRK.DAT RECONCLE" UPON COMMAND-LINE
         CALL "LOCKMGR"
         CANCEL "LOCKMGR".

      * A register entry that could not be logged does not stop
      * the reconciliation; the batch will report the change as
      * unaccounted for, which is the safe side to err on.
       LOG-REGISTER-ENTRY.
         CALL "FILEREG"
         IF XFER-STATUS-REG NOT = 0
           DISPLAY "RECONCLE: WARNING - CONTROL REGISTER ENTRY NOT "
               "LOGGED, COND=" XFER-STATUS-REG
         END-IF
         CANCEL "FILEREG".

       WRITE-EXCEPTION-LOG.
         OPEN EXTEND EXCEPTION-LOG-FILE
         IF WS-EXCP-STATUS = "35"
           OPEN OUTPUT EXCEPTION-LOG-FILE
         END-IF
         MOVE "RECONCLE" TO EXCP-JOB-NAME
         MOVE FUNCTION CURRENT-DATE(1:8) TO EXCP-RUN-DATE
         MOVE FUNCTION CURRENT-DATE(9:6) TO EXCP-RUN-TIME
         MOVE WS-PARM-CARD(1:20) TO EXCP-PARM
         MOVE WS-REJECT-REASON TO EXCP-REASON
         WRITE EXCP-RECORD
         CLOSE EXCEPTION-LOG-FILE.

       LOAD-P005-OUTPUT.
         OPEN INPUT P005-OUTPUT-FILE
         IF WS-P5OUT-STATUS = "35"
             DELIMITED BY SIZE INTO RPT-DTL-TEXT
         WRITE RPT-DETAIL-RECORD.

      * Only run records are reconciled; a retention rollup stands
      * for runs whose result records were checked long before.
       CHECK-JOBHIST.
         OPEN INPUT JOBHIST-FILE
         IF WS-JOBHIST-STATUS NOT = "00"
                 MOVE 1 TO WS-EOF-SW
               NOT AT END
                 IF JH-RUN-DATE = WS-SELECT-DATE
                     AND JH-DETAIL-RECORD
                   PERFORM CHECK-ONE-JOBHIST
                 END-IF
             END-READ
               AT END
                 MOVE 1 TO WS-EOF-SW
               NOT AT END
                 IF P3-FACTOR-SEQ = 0 AND NOT P3-STATUS-CERTIFIED
                   PERFORM LOAD-ONE-P003-RECORD
                 END-IF
             END-READ
         END-IF.

      * Only summary records count: the per-factor detail records
      * carry no run stamp of their own, and a certified record
      * stored by P5CERT has no PROBLEM3 run to pair with. As
      * with PROBLEM5, the record named by tonight's cache marker
      * is noted as it goes past, since it legitimately predates
      * the select date.
       LOAD-ONE-P003-RECORD.
         IF P3-CACHE-MARK-PRESENT
             AND P3-RUN-DATE = WS-P3MARK-DATE
             DISPLAY "RECONCLE: TRACKING TABLE FULL - "
                 "FINDING NOT CARRIED FORWARD"
           END-IF
           PERFORM RAISE-DISCNEW-ALERT
         END-IF.

      * With the tracking file unread or only partly loaded every
      * carried finding would look new, so nothing is alerted
      * rather than paging the whole backlog.
       RAISE-DISCNEW-ALERT.
         IF NOT TRACKING-FILE-FAILED AND NOT TRACK-TABLE-FULL
           MOVE "MAJOR" TO XFER-ALRT-SEVERITY
           MOVE "DISCNEW" TO XFER-ALRT-TYPE
           MOVE WS-TRK-JOB TO XFER-ALRT-STEP
           MOVE SPACES TO XFER-ALRT-PARM
           MOVE WS-SELECT-DATE TO XFER-ALRT-PARM
           MOVE SPACES TO XFER-ALRT-KEY
           STRING WS-TRK-TYPE WS-TRK-JOB WS-TRK-KEY(1:24)
               DELIMITED BY SIZE INTO XFER-ALRT-KEY
           MOVE SPACES TO XFER-ALRT-TEXT
           STRING "NEW " FUNCTION TRIM(WS-TRK-TYPE) " FINDING "
               FUNCTION TRIM(WS-TRK-KEY)
               DELIMITED BY SIZE INTO XFER-ALRT-TEXT
           MOVE "RAISE" TO WS-ALERT-FUNC
           PERFORM POST-ALERT
         END-IF.

      * An alert that could not be queued is reported but does not
      * change the reconciliation verdict.
       POST-ALERT.
         MOVE "RECONCLE" TO XFER-ALRT-SOURCE
         DISPLAY WS-ALERT-FUNC UPON COMMAND-LINE
         CALL "ALRTPOST"
         CANCEL "ALRTPOST"
         IF XFER-STATUS-ALR > 0
           DISPLAY "RECONCLE: WARNING - ALERT "
               FUNCTION TRIM(WS-ALERT-FUNC)
               " ENDED COND=" XFER-STATUS-ALR
         END-IF.

       TRACK-RPTERR.
         STRING "RESULTS SERVED FROM CACHE=" DISP-COUNT
             DELIMITED BY SIZE INTO RPT-DTL-TEXT
         WRITE RPT-DETAIL-RECORD.

      * The run region qualifies every file this program opens;
      * in production the names stand as they are.
       SET-REGION-FILE-NAMES.
         CALL "RGNPARM"
         MOVE XFER-STATUS-RGN TO WS-REGION-COND
         CANCEL "RGNPARM"
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
         MOVE SPACES TO WS-P003-PRINT-NAME
         STRING XFER-REGION-PREFIX DELIMITED BY SPACE
             "P003RPT.PRT" DELIMITED BY SIZE
             INTO WS-P003-PRINT-NAME
         MOVE SPACES TO WS-P004-PRINT-NAME
         STRING XFER-REGION-PREFIX DELIMITED BY SPACE
             "P004RPT.PRT" DELIMITED BY SIZE
             INTO WS-P004-PRINT-NAME
         MOVE SPACES TO WS-P005-PRINT-NAME
         STRING XFER-REGION-PREFIX DELIMITED BY SPACE
             "P005RPT.PRT" DELIMITED BY SIZE
             INTO WS-P005-PRINT-NAME
         MOVE SPACES TO WS-PRINT-NAME
         STRING XFER-REGION-PREFIX DELIMITED BY SPACE
             "RECONRPT.PRT" DELIMITED BY SIZE
             INTO WS-PRINT-NAME
         MOVE SPACES TO WS-TRACKING-NAME
         STRING XFER-REGION-PREFIX DELIMITED BY SPACE
             "DISCTRK.DAT" DELIMITED BY SIZE
             INTO WS-TRACKING-NAME
         MOVE SPACES TO WS-EXCEPTION-LOG-NAME
         STRING XFER-REGION-PREFIX DELIMITED BY SPACE
             "EXCPLOG.DAT" DELIMITED BY SIZE
             INTO WS-EXCEPTION-LOG-NAME.
