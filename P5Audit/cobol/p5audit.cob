      * suspect and, under the MARK option, rewritten with
      * the SUSPECT status so the PROBLEM005 cache refuses
      * to serve it until a VERIFY recompute replaces it.
      * Each record newly marked SUSPECT is also raised as a
      * MAJOR alert on the operator alert queue. MARK takes
      * the P005OUT run lock through LOCKMGR first and is
      * refused while the batch or another run holds it.
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
           SELECT PRINT-FILE ASSIGN TO DYNAMIC WS-PRINT-NAME
               ORGANIZATION LINE SEQUENTIAL.
           SELECT EXCEPTION-LOG-FILE
               ASSIGN TO DYNAMIC WS-EXCEPTION-LOG-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-EXCP-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD PRINT-FILE.
       COPY "rpthdr.cpy".

       FD EXCEPTION-LOG-FILE.
       COPY "excplog.cpy".

       WORKING-STORAGE SECTION.
       01 WS-P5OUT-STATUS     PIC X(02).
       01 WS-EXCP-STATUS      PIC X(02).
       01 WS-PARM-CARD        PIC X(40).
       01 WS-MARK-TOKEN       PIC X(20).
       01 WS-MARK-SW          PIC 9 VALUE 0.
       01 DISP-BOUND          PIC ZZZZZZZZZZZZZZZ9.
       01 DISP-RESULT         PIC ZZZZZZZZZZZZZZZ9.
       01 DISP-DIVISOR        PIC ZZZZZZZZZZZZZZZ9.
       01 XFER-STATUS-ALR     PIC 9(02) EXTERNAL VALUE 0.
       COPY "alertxfr.cpy".
       01 WS-ALERT-FUNC       PIC X(08).
       01 WS-REJECT-REASON    PIC X(40).
       01 XFER-STATUS-LCK     PIC 9(02) EXTERNAL VALUE 0.
       COPY "lockxfr.cpy".
       01 WS-LOCK-COND        PIC 9(02) VALUE 0.
       01 WS-P005-OUTPUT-NAME PIC X(40).
       01 WS-PRINT-NAME       PIC X(40).
       01 WS-EXCEPTION-LOG-NAME PIC X(40).
       01 WS-REGION-COND      PIC 9(02) VALUE 0.
       01 XFER-STATUS-RGN     PIC 9(02) EXTERNAL VALUE 0.
       COPY "rgnxfr.cpy".

       PROCEDURE DIVISION.
       MAIN-PARA.
         PERFORM SET-REGION-FILE-NAMES
         IF WS-REGION-COND NOT = 0
           DISPLAY "P5AUDIT: REJECTED - REGION QUALIFIER NOT VALID"
           MOVE 8 TO RETURN-CODE
           GOBACK
         END-IF
      *    PARM/control-card equivalent: MARK to rewrite records
      *    that fail the audit with the SUSPECT status. Blank input
      *    reports the failures without touching the file.
         END-UNSTRING
         IF WS-MARK-TOKEN = "MARK"
           MOVE 1 TO WS-MARK-SW
           PERFORM ENQUEUE-P005-FILE
           IF WS-LOCK-COND NOT = 0
             PERFORM WRITE-EXCEPTION-LOG
             DISPLAY "P5AUDIT: REJECTED - " WS-REJECT-REASON
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF
         END-IF
         MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DT

         MOVE "P5AUDIT" TO RPT-HDR-PROGRAM
         MOVE WS-CURR-DATE TO RPT-HDR-RUN-DATE
         MOVE WS-PARM-CARD TO RPT-HDR-PARM
         MOVE XFER-REGION-STAMP TO RPT-HDR-REGION
         WRITE RPT-HEADER-RECORD

         OPEN I-O P005-OUTPUT-FILE
               DELIMITED BY SIZE INTO RPT-DTL-TEXT
           WRITE RPT-DETAIL-RECORD
           PERFORM WRITE-REPORT-FOOTER
           PERFORM DEQUEUE-P005-FILE
           GOBACK
         END-IF
         IF WS-P5OUT-STATUS NOT = "00"
           DISPLAY "P5AUDIT: P005-OUTPUT-FILE OPEN FAILED, STATUS="
               WS-P5OUT-STATUS
           PERFORM WRITE-REPORT-FOOTER
           PERFORM DEQUEUE-P005-FILE
           GOBACK
         END-IF

         MOVE "BEGIN" TO WS-ALERT-FUNC
         PERFORM POST-ALERT
         PERFORM UNTIL P5OUT-EOF
           READ P005-OUTPUT-FILE NEXT RECORD
             AT END
         END-PERFORM

         CLOSE P005-OUTPUT-FILE
         MOVE "END" TO WS-ALERT-FUNC
         PERFORM POST-ALERT
         PERFORM WRITE-AUDIT-SUMMARY
         PERFORM WRITE-REPORT-FOOTER
         PERFORM DEQUEUE-P005-FILE
         GOBACK.

      * The check is independent of how PROBLEM005 computes: the
                   WS-P5OUT-STATUS " KEY " P5-KEY
             ELSE
               ADD 1 TO WS-MARKED-COUNT
               PERFORM RAISE-SUSPECT-ALERT
             END-IF
           END-IF
         ELSE
         WRITE RPT-DETAIL-RECORD
         DISPLAY "P5AUDIT: " RPT-DTL-TEXT.

       RAISE-SUSPECT-ALERT.
         MOVE P5-UPPER-BOUND TO DISP-BOUND
         MOVE "MAJOR" TO XFER-ALRT-SEVERITY
         MOVE "SUSPECT" TO XFER-ALRT-TYPE
         MOVE "PROBLEM5" TO XFER-ALRT-STEP
         MOVE SPACES TO XFER-ALRT-PARM
         MOVE FUNCTION TRIM(DISP-BOUND) TO XFER-ALRT-PARM
         MOVE SPACES TO XFER-ALRT-KEY
         STRING P5-KEY " " FUNCTION TRIM(DISP-BOUND)
             DELIMITED BY SIZE INTO XFER-ALRT-KEY
         MOVE SPACES TO XFER-ALRT-TEXT
         STRING "P005OUT " P5-RUN-DATE " " P5-RUN-TIME
             " BOUND=" FUNCTION TRIM(DISP-BOUND)
             " MARKED SUSPECT"
             DELIMITED BY SIZE INTO XFER-ALRT-TEXT
         MOVE "RAISE" TO WS-ALERT-FUNC
         PERFORM POST-ALERT.

      * An alert that could not be queued is reported but does not
      * stop the audit.
       POST-ALERT.
         MOVE "P5AUDIT" TO XFER-ALRT-SOURCE
         DISPLAY WS-ALERT-FUNC UPON COMMAND-LINE
         CALL "ALRTPOST"
         CANCEL "ALRTPOST"
         IF XFER-STATUS-ALR > 0
           DISPLAY "P5AUDIT: WARNING - ALERT "
               FUNCTION TRIM(WS-ALERT-FUNC)
               " ENDED COND=" XFER-STATUS-ALR
         END-IF.

      * Only MARK updates the file, so only MARK takes the lock;
      * a report-only audit reads alongside whoever holds it.
       ENQUEUE-P005-FILE.
         DISPLAY "ENQ P005OUT.DAT P5AUDIT" UPON COMMAND-LINE
         CALL "LOCKMGR"
         MOVE XFER-STATUS-LCK TO WS-LOCK-COND
         CANCEL "LOCKMGR"
         MOVE SPACES TO WS-REJECT-REASON
         IF WS-LOCK-COND = 8
           STRING "P005OUT.DAT HELD BY "
               FUNCTION TRIM(XFER-LOCK-HOLDER) " "
               XFER-LOCK-SINCE-DATE
               DELIMITED BY SIZE INTO WS-REJECT-REASON
         ELSE
           IF WS-LOCK-COND NOT = 0
             MOVE "RUN LOCK CONTROL FILE NOT AVAILABLE"
                 TO WS-REJECT-REASON
           END-IF
         END-IF.

       DEQUEUE-P005-FILE.
         IF MARK-MODE
           DISPLAY "DEQ P005OUT.DAT P5AUDIT" UPON COMMAND-LINE
           CALL "LOCKMGR"
           CANCEL "LOCKMGR"
         END-IF.

       WRITE-EXCEPTION-LOG.
         OPEN EXTEND EXCEPTION-LOG-FILE
         IF WS-EXCP-STATUS = "35"
           OPEN OUTPUT EXCEPTION-LOG-FILE
         END-IF
         MOVE "P5AUDIT" TO EXCP-JOB-NAME
         MOVE FUNCTION CURRENT-DATE(1:8) TO EXCP-RUN-DATE
         MOVE FUNCTION CURRENT-DATE(9:6) TO EXCP-RUN-TIME
         MOVE WS-PARM-CARD(1:20) TO EXCP-PARM
         MOVE WS-REJECT-REASON TO EXCP-REASON
         WRITE EXCP-RECORD
         CLOSE EXCEPTION-LOG-FILE.

       WRITE-AUDIT-SUMMARY.
         MOVE WS-AUDIT-COUNT TO DISP-COUNT
         MOVE SPACES TO RPT-DETAIL-RECORD
         MOVE "P5AUDIT" TO RPT-FTR-PROGRAM
         WRITE RPT-FOOTER-RECORD
         CLOSE PRINT-FILE.

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
         MOVE SPACES TO WS-PRINT-NAME
         STRING XFER-REGION-PREFIX DELIMITED BY SPACE
             "P5AUDIT.PRT" DELIMITED BY SIZE
             INTO WS-PRINT-NAME
         MOVE SPACES TO WS-EXCEPTION-LOG-NAME
         STRING XFER-REGION-PREFIX DELIMITED BY SPACE
             "EXCPLOG.DAT" DELIMITED BY SIZE
             INTO WS-EXCEPTION-LOG-NAME.
