      * dated sequential archive file in readable flat-file
      * form, deletes them from the indexed file, and prints
      * a purge report with counts and the key ranges
      * archived versus retained. The purge deletes in place,
      * so it first takes the P005OUT run lock through
      * LOCKMGR and refuses to start while the batch or
      * another maintenance run holds the file. The file's
      * figures are logged on the FILEREG control register
      * once the lock is taken and again before it is given
      * back, so the batch can account for the purge.
      *****************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT P005-OUTPUT-FILE ASSIGN TO DYNAMIC WS-P005-OUTPUT-NAME
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY P5-KEY
           SELECT ARCHIVE-FILE ASSIGN TO DYNAMIC WS-ARCHIVE-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-ARCH-STATUS.
           SELECT PRINT-FILE ASSIGN TO DYNAMIC WS-PRINT-NAME
               ORGANIZATION LINE SEQUENTIAL.
           SELECT EXCEPTION-LOG-FILE
               ASSIGN TO DYNAMIC WS-EXCEPTION-LOG-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-EXCP-STATUS.

       01 WS-REJECT-REASON    PIC X(40).
       01 WS-CUTOFF-DATE      PIC 9(08).
       01 WS-DATE-INTEGER     PIC 9(08).
       01 WS-ARCHIVE-NAME     PIC X(40).
       01 WS-EOF-SW           PIC 9 VALUE 0.
         88 P5OUT-EOF             VALUE 1.
       01 WS-ARCH-OPEN-SW     PIC 9 VALUE 0.
           05 WS-CURR-TIME   PIC 9(06).
           05 FILLER         PIC X(07).
       01 DISP-COUNT          PIC ZZZZZZZZ9.
       01 XFER-STATUS-LCK     PIC 9(02) EXTERNAL VALUE 0.
       COPY "lockxfr.cpy".
       01 WS-LOCK-COND        PIC 9(02) VALUE 0.
       01 XFER-STATUS-REG     PIC 9(02) EXTERNAL VALUE 0.
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
           DISPLAY "P5PURGE: REJECTED - REGION QUALIFIER NOT VALID"
           MOVE 8 TO RETURN-CODE
           GOBACK
         END-IF
      *    PARM/control-card equivalent: number of days of history
      *    to retain on the indexed file. Blank input keeps the
      *    standing 90-day retention window.
           GOBACK
         END-IF

         PERFORM ENQUEUE-P005-FILE
         IF WS-LOCK-COND NOT = 0
           PERFORM WRITE-EXCEPTION-LOG
           DISPLAY "P5PURGE: REJECTED - " WS-REJECT-REASON
           MOVE 8 TO RETURN-CODE
           GOBACK
         END-IF

         MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DT
         COMPUTE WS-DATE-INTEGER =
             FUNCTION INTEGER-OF-DATE(WS-CURR-DATE)
             FUNCTION DATE-OF-INTEGER(WS-DATE-INTEGER)

         MOVE SPACES TO WS-ARCHIVE-NAME
         STRING XFER-REGION-PREFIX DELIMITED BY SPACE
             "P5ARCH" WS-CURR-DATE ".DAT"
             DELIMITED BY SIZE INTO WS-ARCHIVE-NAME

         OPEN I-O P005-OUTPUT-FILE
           DISPLAY "P5PURGE: P005-OUTPUT-FILE NOT PRESENT - "
               "NOTHING TO PURGE"
           PERFORM WRITE-PURGE-REPORT
           PERFORM DEQUEUE-P005-FILE
           GOBACK
         END-IF
         IF WS-P5OUT-STATUS NOT = "00"
           DISPLAY "P5PURGE: P005-OUTPUT-FILE OPEN FAILED, STATUS="
               WS-P5OUT-STATUS
           PERFORM DEQUEUE-P005-FILE
           GOBACK
         END-IF

           CLOSE ARCHIVE-FILE
         END-IF
         PERFORM WRITE-PURGE-REPORT
         PERFORM DEQUEUE-P005-FILE
         GOBACK.

      * A refusal names the holder and when it took the file, so
      * the exception log shows what the purge collided with.
       ENQUEUE-P005-FILE.
         DISPLAY "ENQ P005OUT.DAT P5PURGE" UPON COMMAND-LINE
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
         END-IF
         IF WS-LOCK-COND = 0
           DISPLAY "BEFORE P005OUT.DAT P5PURGE" UPON COMMAND-LINE
           PERFORM LOG-REGISTER-ENTRY
         END-IF.

      * The after-figures are logged whether or not anything was
      * purged, closing the entry the before-figures opened.
       DEQUEUE-P005-FILE.
         DISPLAY "AFTER P005OUT.DAT P5PURGE" UPON COMMAND-LINE
         PERFORM LOG-REGISTER-ENTRY
         DISPLAY "DEQ P005OUT.DAT P5PURGE" UPON COMMAND-LINE
         CALL "LOCKMGR"
         CANCEL "LOCKMGR".

      * A register entry that could not be logged does not stop
      * the purge; the batch will report the change as unaccounted
      * for, which is the safe side to err on.
       LOG-REGISTER-ENTRY.
         CALL "FILEREG"
         IF XFER-STATUS-REG NOT = 0
           DISPLAY "P5PURGE: WARNING - CONTROL REGISTER ENTRY NOT "
               "LOGGED, COND=" XFER-STATUS-REG
         END-IF
         CANCEL "FILEREG".

       PROCESS-ONE-RECORD.
         MOVE P5-KEY TO WS-THIS-KEY
         IF P5-RUN-DATE < WS-CUTOFF-DATE
         MOVE "P5PURGE" TO RPT-HDR-PROGRAM
         MOVE WS-CURR-DATE TO RPT-HDR-RUN-DATE
         MOVE WS-PARM-CARD TO RPT-HDR-PARM
         MOVE XFER-REGION-STAMP TO RPT-HDR-REGION
         WRITE RPT-HEADER-RECORD

         MOVE SPACES TO RPT-DETAIL-RECORD
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
         MOVE SPACES TO WS-PRINT-NAME
         STRING XFER-REGION-PREFIX DELIMITED BY SPACE
             "P5PURGE.PRT" DELIMITED BY SIZE
             INTO WS-PRINT-NAME
         MOVE SPACES TO WS-EXCEPTION-LOG-NAME
         STRING XFER-REGION-PREFIX DELIMITED BY SPACE
             "EXCPLOG.DAT" DELIMITED BY SIZE
             INTO WS-EXCEPTION-LOG-NAME.
