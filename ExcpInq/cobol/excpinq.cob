      * several nights. An optional TRIM mode archives
      * entries older than the retention window to a dated
      * flat file and rewrites the live log without them,
      * since the log otherwise grows forever. A TRIM first
      * takes the EXCPLOG run lock through LOCKMGR and is
      * refused while the batch or another run holds the
      * log, so no entry appended mid-trim can be lost.
      *****************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EXCEPTION-LOG-FILE
               ASSIGN TO DYNAMIC WS-EXCEPTION-LOG-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-EXCP-STATUS.
           SELECT HOLD-FILE ASSIGN TO DYNAMIC WS-HOLD-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-HOLD-STATUS.
           SELECT ARCHIVE-FILE ASSIGN TO DYNAMIC WS-ARCHIVE-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-ARCH-STATUS.
           SELECT PRINT-FILE ASSIGN TO DYNAMIC WS-PRINT-NAME
               ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       01 WS-DAYS-SIGNED      PIC S9(05).
       01 WS-CUTOFF-DATE      PIC 9(08).
       01 WS-DATE-INTEGER     PIC 9(08).
       01 WS-ARCHIVE-NAME     PIC X(40).
       01 WS-CURRENT-DT.
           05 WS-CURR-DATE   PIC 9(08).
           05 WS-CURR-TIME   PIC 9(06).
         88 TRIM-FAILED           VALUE 1.
       01 DISP-COUNT          PIC ZZZZZZ9.
       01 DISP-NIGHTS         PIC ZZZZ9.
       01 WS-REJECT-REASON    PIC X(40).
       01 XFER-STATUS-LCK     PIC 9(02) EXTERNAL VALUE 0.
       COPY "lockxfr.cpy".
       01 WS-LOCK-COND        PIC 9(02) VALUE 0.
       01 WS-EXCEPTION-LOG-NAME PIC X(40).
       01 WS-HOLD-NAME        PIC X(40).
       01 WS-PRINT-NAME       PIC X(40).
       01 WS-REGION-COND      PIC 9(02) VALUE 0.
       01 XFER-STATUS-RGN     PIC 9(02) EXTERNAL VALUE 0.
       COPY "rgnxfr.cpy".

       PROCEDURE DIVISION.
       MAIN-PARA.
         PERFORM SET-REGION-FILE-NAMES
         IF WS-REGION-COND NOT = 0
           DISPLAY "EXCPINQ: REJECTED - REGION QUALIFIER NOT VALID"
           MOVE 8 TO RETURN-CODE
           GOBACK
         END-IF
      *    PARM/control-card equivalent: job name (or ALL), then an
      *    optional from-date and to-date in YYYYMMDD form, then an
      *    optional TRIM keyword with the retention days to keep on
         COMPUTE WS-CUTOFF-DATE =
             FUNCTION DATE-OF-INTEGER(WS-DATE-INTEGER)

         IF TRIM-MODE
           PERFORM ENQUEUE-EXCPLOG-FILE
           IF WS-LOCK-COND NOT = 0
             PERFORM WRITE-EXCEPTION-LOG
             DISPLAY "EXCPINQ: REJECTED - " WS-REJECT-REASON
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF
         END-IF

         OPEN OUTPUT PRINT-FILE
         MOVE SPACES TO RPT-HEADER-RECORD
         MOVE "EULER PROJECT BATCH REPORT" TO RPT-HDR-TITLE
         MOVE "EXCPINQ" TO RPT-HDR-PROGRAM
         MOVE WS-CURR-DATE TO RPT-HDR-RUN-DATE
         MOVE WS-PARM-CARD TO RPT-HDR-PARM
         MOVE XFER-REGION-STAMP TO RPT-HDR-REGION
         WRITE RPT-HEADER-RECORD

         OPEN INPUT EXCEPTION-LOG-FILE
               DELIMITED BY SIZE INTO RPT-DTL-TEXT
           WRITE RPT-DETAIL-RECORD
           PERFORM WRITE-REPORT-FOOTER
           IF TRIM-MODE
             PERFORM DEQUEUE-EXCPLOG-FILE
           END-IF
           GOBACK
         END-IF
         IF WS-EXCP-STATUS NOT = "00"
           DISPLAY "EXCPINQ: EXCEPTION LOG OPEN FAILED, STATUS="
               WS-EXCP-STATUS
           PERFORM WRITE-REPORT-FOOTER
           IF TRIM-MODE
             PERFORM DEQUEUE-EXCPLOG-FILE
           END-IF
           GOBACK
         END-IF

             PERFORM REWRITE-EXCEPTION-LOG
           END-IF
           PERFORM PRINT-TRIM-SUMMARY
           PERFORM DEQUEUE-EXCPLOG-FILE
         END-IF

         PERFORM WRITE-REPORT-FOOTER
         GOBACK.

      * A refusal names the holder and when it took the log; the
      * refusal itself is only an append, which the holder's own
      * appends can live alongside.
       ENQUEUE-EXCPLOG-FILE.
         DISPLAY "ENQ EXCPLOG.DAT EXCPINQ" UPON COMMAND-LINE
         CALL "LOCKMGR"
         MOVE XFER-STATUS-LCK TO WS-LOCK-COND
         CANCEL "LOCKMGR"
         MOVE SPACES TO WS-REJECT-REASON
         IF WS-LOCK-COND = 8
           STRING "EXCPLOG.DAT HELD BY "
               FUNCTION TRIM(XFER-LOCK-HOLDER) " "
               XFER-LOCK-SINCE-DATE
               DELIMITED BY SIZE INTO WS-REJECT-REASON
         ELSE
           IF WS-LOCK-COND NOT = 0
             MOVE "RUN LOCK CONTROL FILE NOT AVAILABLE"
                 TO WS-REJECT-REASON
           END-IF
         END-IF.

       DEQUEUE-EXCPLOG-FILE.
         DISPLAY "DEQ EXCPLOG.DAT EXCPINQ" UPON COMMAND-LINE
         CALL "LOCKMGR"
         CANCEL "LOCKMGR".

       PRINT-EXCEPTION-LINE.
         MOVE SPACES TO RPT-DETAIL-RECORD
         STRING EXCP-JOB-NAME " " EXCP-RUN-DATE "   " EXCP-RUN-TIME
       ARCHIVE-TRIMMED-RECORD.
         IF NOT ARCHIVE-OPENED
           MOVE SPACES TO WS-ARCHIVE-NAME
           STRING XFER-REGION-PREFIX DELIMITED BY SPACE
               "EXARCH" WS-CURR-DATE ".DAT"
               DELIMITED BY SIZE INTO WS-ARCHIVE-NAME
           OPEN OUTPUT ARCHIVE-FILE
           IF WS-ARCH-STATUS NOT = "00"
         MOVE "EXCPINQ" TO RPT-FTR-PROGRAM
         WRITE RPT-FOOTER-RECORD
         CLOSE PRINT-FILE.

       WRITE-EXCEPTION-LOG.
         OPEN EXTEND EXCEPTION-LOG-FILE
         IF WS-EXCP-STATUS = "35"
           OPEN OUTPUT EXCEPTION-LOG-FILE
         END-IF
         MOVE "EXCPINQ" TO EXCP-JOB-NAME
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
         MOVE SPACES TO WS-EXCEPTION-LOG-NAME
         STRING XFER-REGION-PREFIX DELIMITED BY SPACE
             "EXCPLOG.DAT" DELIMITED BY SIZE
             INTO WS-EXCEPTION-LOG-NAME
         MOVE SPACES TO WS-HOLD-NAME
         STRING XFER-REGION-PREFIX DELIMITED BY SPACE
             "EXCPHOLD.DAT" DELIMITED BY SIZE
             INTO WS-HOLD-NAME
         MOVE SPACES TO WS-PRINT-NAME
         STRING XFER-REGION-PREFIX DELIMITED BY SPACE
             "EXCPINQ.PRT" DELIMITED BY SIZE
             INTO WS-PRINT-NAME.
