      * total of P5-LCD-RESULT. RELOAD rebuilds the indexed
      * file (and its P5-UPPER-BOUND alternate index) from
      * such a backup and proves the reloaded count and
      * hash match the unload trailer. A RELOAD replaces the
      * file outright, so it first takes the P005OUT run lock
      * through LOCKMGR and refuses to start while the batch
      * or another maintenance run holds the file, and logs
      * the file's figures on the FILEREG control register
      * before and after the rebuild so the batch can account
      * for it.
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
           SELECT BACKUP-FILE ASSIGN TO DYNAMIC WS-BACKUP-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-BACKUP-STATUS.
           SELECT PRINT-FILE ASSIGN TO DYNAMIC WS-PRINT-NAME
               ORGANIZATION LINE SEQUENTIAL.
           SELECT EXCEPTION-LOG-FILE
               ASSIGN TO DYNAMIC WS-EXCEPTION-LOG-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-EXCP-STATUS.

       01 DISP-COUNT          PIC ZZZZZZZZ9.
       01 DISP-HASH           PIC ZZZZZZZZZZZZZZZZZ9.
       01 DISP-ERRS           PIC ZZZZ9.
       01 XFER-STATUS-LCK     PIC 9(02) EXTERNAL VALUE 0.
       COPY "lockxfr.cpy".
       01 WS-LOCK-COND        PIC 9(02) VALUE 0.
       01 XFER-STATUS-REG     PIC 9(02) EXTERNAL VALUE 0.
       01 WS-P005-OUTPUT-NAME PIC X(40).
       01 WS-BACKUP-NAME      PIC X(40).
       01 WS-PRINT-NAME       PIC X(40).
       01 WS-EXCEPTION-LOG-NAME PIC X(40).
       01 WS-REGION-COND      PIC 9(02) VALUE 0.
       01 XFER-STATUS-RGN     PIC 9(02) EXTERNAL VALUE 0.
       COPY "rgnxfr.cpy".

       PROCEDURE DIVISION.
       MAIN-PARA.
         PERFORM SET-REGION-FILE-NAMES
         IF WS-REGION-COND NOT = 0
           DISPLAY "P5MAINT: REJECTED - REGION QUALIFIER NOT VALID"
           MOVE 8 TO RETURN-CODE
           GOBACK
         END-IF
      *    PARM/control-card equivalent: the function, UNLOAD to
      *    copy and verify the indexed file out to the flat backup,
      *    RELOAD to rebuild the indexed file from that backup and
           GOBACK
         END-IF

         IF RELOAD-FUNCTION
           PERFORM ENQUEUE-P005-FILE
           IF WS-LOCK-COND NOT = 0
             PERFORM WRITE-EXCEPTION-LOG
             DISPLAY "P5MAINT: REJECTED - " WS-REJECT-REASON
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF
         END-IF

         PERFORM OPEN-PRINT-FILE
         IF UNLOAD-FUNCTION
           PERFORM UNLOAD-P005-FILE
         ELSE
           PERFORM RELOAD-P005-FILE
           PERFORM DEQUEUE-P005-FILE
         END-IF
         PERFORM CLOSE-PRINT-FILE
         GOBACK.

      * A refusal names the holder and when it took the file, so
      * the exception log shows what the reload collided with.
       ENQUEUE-P005-FILE.
         DISPLAY "ENQ P005OUT.DAT P5MAINT" UPON COMMAND-LINE
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
           DISPLAY "BEFORE P005OUT.DAT P5MAINT" UPON COMMAND-LINE
           PERFORM LOG-REGISTER-ENTRY
         END-IF.

       DEQUEUE-P005-FILE.
         DISPLAY "AFTER P005OUT.DAT P5MAINT" UPON COMMAND-LINE
         PERFORM LOG-REGISTER-ENTRY
         DISPLAY "DEQ P005OUT.DAT P5MAINT" UPON COMMAND-LINE
         CALL "LOCKMGR"
         CANCEL "LOCKMGR".

      * A register entry that could not be logged does not stop
      * the reload; the batch will report the change as unaccounted
      * for, which is the safe side to err on.
       LOG-REGISTER-ENTRY.
         CALL "FILEREG"
         IF XFER-STATUS-REG NOT = 0
           DISPLAY "P5MAINT: WARNING - CONTROL REGISTER ENTRY NOT "
               "LOGGED, COND=" XFER-STATUS-REG
         END-IF
         CANCEL "FILEREG".

       UNLOAD-P005-FILE.
         OPEN INPUT P005-OUTPUT-FILE
         IF WS-P5OUT-STATUS NOT = "00"
         MOVE "P5MAINT" TO RPT-HDR-PROGRAM
         MOVE WS-CURR-DATE TO RPT-HDR-RUN-DATE
         MOVE WS-PARM-CARD TO RPT-HDR-PARM
         MOVE XFER-REGION-STAMP TO RPT-HDR-REGION
         WRITE RPT-HEADER-RECORD.

       CLOSE-PRINT-FILE.
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
         MOVE SPACES TO WS-BACKUP-NAME
         STRING XFER-REGION-PREFIX DELIMITED BY SPACE
             "P5UNLOAD.DAT" DELIMITED BY SIZE
             INTO WS-BACKUP-NAME
         MOVE SPACES TO WS-PRINT-NAME
         STRING XFER-REGION-PREFIX DELIMITED BY SPACE
             "P5MAINT.PRT" DELIMITED BY SIZE
             INTO WS-PRINT-NAME
         MOVE SPACES TO WS-EXCEPTION-LOG-NAME
         STRING XFER-REGION-PREFIX DELIMITED BY SPACE
             "EXCPLOG.DAT" DELIMITED BY SIZE
             INTO WS-EXCEPTION-LOG-NAME.
