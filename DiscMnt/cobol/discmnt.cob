      * Thursday; the ACK function marks one item
      * acknowledged with a disposition note, after which
      * the nightly reconciliation stops raising the batch
      * condition for it. An ACK rewrites the tracking file,
      * so it first takes the DISCTRK run lock through
      * LOCKMGR and is refused, with the refusal logged,
      * while the batch or another run holds the file. The
      * file's figures are logged on the FILEREG control
      * register before and after, so the batch can account
      * for the rewrite.
      *****************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRACKING-FILE ASSIGN TO DYNAMIC WS-TRACKING-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-DISCTRK-STATUS.
           SELECT HOLD-FILE ASSIGN TO DYNAMIC WS-HOLD-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-HOLD-STATUS.
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
       01 WS-DISCTRK-STATUS   PIC X(02).
       01 WS-HOLD-STATUS      PIC X(02).
       01 WS-EXCP-STATUS      PIC X(02).
       01 WS-PARM-CARD        PIC X(40).
       01 WS-FUNC-TOKEN       PIC X(20).
       01 WS-ITEM-TOKEN       PIC X(20).
       01 DISP-DAYS           PIC ZZZZ9.
       01 DISP-OCCURS         PIC ZZZZ9.
       01 DISP-COUNT          PIC ZZZZ9.
       01 WS-REJECT-REASON    PIC X(40).
       01 XFER-STATUS-LCK     PIC 9(02) EXTERNAL VALUE 0.
       COPY "lockxfr.cpy".
       01 WS-LOCK-COND        PIC 9(02) VALUE 0.
       01 XFER-STATUS-REG     PIC 9(02) EXTERNAL VALUE 0.
       01 WS-TRACKING-NAME    PIC X(40).
       01 WS-HOLD-NAME        PIC X(40).
       01 WS-PRINT-NAME       PIC X(40).
       01 WS-EXCEPTION-LOG-NAME PIC X(40).
       01 WS-REGION-COND      PIC 9(02) VALUE 0.
       01 XFER-STATUS-RGN     PIC 9(02) EXTERNAL VALUE 0.
       COPY "rgnxfr.cpy".

       PROCEDURE DIVISION.
       MAIN-PARA.
         PERFORM SET-REGION-FILE-NAMES
         IF WS-REGION-COND NOT = 0
           DISPLAY "DISCMNT: REJECTED - REGION QUALIFIER NOT VALID"
           MOVE 8 TO RETURN-CODE
           GOBACK
         END-IF
      *    PARM/control-card equivalent: AGING (or blank) to list
      *    open items by days outstanding, or ACK with an item
      *    number and the disposition note to record against it.
         IF WS-FUNC-TOKEN = "ACK"
           MOVE 1 TO WS-ACK-SW
           MOVE FUNCTION NUMVAL(WS-ITEM-TOKEN) TO WS-ACK-ITEM-ID
           PERFORM ENQUEUE-DISCTRK-FILE
           IF WS-LOCK-COND NOT = 0
             PERFORM WRITE-EXCEPTION-LOG
             DISPLAY "DISCMNT: REJECTED - " WS-REJECT-REASON
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF
         END-IF

         OPEN OUTPUT PRINT-FILE
         MOVE "DISCMNT" TO RPT-HDR-PROGRAM
         MOVE WS-CURR-DATE TO RPT-HDR-RUN-DATE
         MOVE WS-PARM-CARD TO RPT-HDR-PARM
         MOVE XFER-REGION-STAMP TO RPT-HDR-REGION
         WRITE RPT-HEADER-RECORD

         IF ACK-FUNCTION
           PERFORM ACKNOWLEDGE-ITEM
           PERFORM DEQUEUE-DISCTRK-FILE
         ELSE
           PERFORM WRITE-AGING-REPORT
         END-IF
         CLOSE PRINT-FILE
         GOBACK.

      * A refusal names the holder and when it took the file, so
      * the exception log shows what the acknowledgement met.
       ENQUEUE-DISCTRK-FILE.
         DISPLAY "ENQ DISCTRK.DAT DISCMNT" UPON COMMAND-LINE
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
           DISPLAY "BEFORE DISCTRK.DAT DISCMNT" UPON COMMAND-LINE
           PERFORM LOG-REGISTER-ENTRY
         END-IF.

       DEQUEUE-DISCTRK-FILE.
         DISPLAY "AFTER DISCTRK.DAT DISCMNT" UPON COMMAND-LINE
         PERFORM LOG-REGISTER-ENTRY
         DISPLAY "DEQ DISCTRK.DAT DISCMNT" UPON COMMAND-LINE
         CALL "LOCKMGR"
         CANCEL "LOCKMGR".

      * A register entry that could not be logged does not stop
      * the acknowledgement; the batch will report the change as
      * unaccounted for, which is the safe side to err on.
       LOG-REGISTER-ENTRY.
         CALL "FILEREG"
         IF XFER-STATUS-REG NOT = 0
           DISPLAY "DISCMNT: WARNING - CONTROL REGISTER ENTRY NOT "
               "LOGGED, COND=" XFER-STATUS-REG
         END-IF
         CANCEL "FILEREG".

       WRITE-AGING-REPORT.
         OPEN INPUT TRACKING-FILE
         IF WS-DISCTRK-STATUS NOT = "00"
         END-PERFORM
         CLOSE HOLD-FILE
         CLOSE TRACKING-FILE.

       WRITE-EXCEPTION-LOG.
         OPEN EXTEND EXCEPTION-LOG-FILE
         IF WS-EXCP-STATUS = "35"
           OPEN OUTPUT EXCEPTION-LOG-FILE
         END-IF
         MOVE "DISCMNT" TO EXCP-JOB-NAME
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
         MOVE SPACES TO WS-TRACKING-NAME
         STRING XFER-REGION-PREFIX DELIMITED BY SPACE
             "DISCTRK.DAT" DELIMITED BY SIZE
             INTO WS-TRACKING-NAME
         MOVE SPACES TO WS-HOLD-NAME
         STRING XFER-REGION-PREFIX DELIMITED BY SPACE
             "DISCHOLD.DAT" DELIMITED BY SIZE
             INTO WS-HOLD-NAME
         MOVE SPACES TO WS-PRINT-NAME
         STRING XFER-REGION-PREFIX DELIMITED BY SPACE
             "DISCMNT.PRT" DELIMITED BY SIZE
             INTO WS-PRINT-NAME
         MOVE SPACES TO WS-EXCEPTION-LOG-NAME
         STRING XFER-REGION-PREFIX DELIMITED BY SPACE
             "EXCPLOG.DAT" DELIMITED BY SIZE
             INTO WS-EXCEPTION-LOG-NAME.
