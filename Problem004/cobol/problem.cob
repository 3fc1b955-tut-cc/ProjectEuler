       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHECKPOINT-FILE ASSIGN TO DYNAMIC WS-CHECKPOINT-NAME
               ORGANIZATION RELATIVE
               ACCESS MODE DYNAMIC
               RELATIVE KEY WS-CKPT-KEY
               FILE STATUS WS-CKPT-STATUS.
           SELECT PRINT-FILE ASSIGN TO DYNAMIC WS-PRINT-NAME
               ORGANIZATION LINE SEQUENTIAL.
           SELECT EXCEPTION-LOG-FILE
               ASSIGN TO DYNAMIC WS-EXCEPTION-LOG-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-EXCP-STATUS.

       01 WS-VALID-SW       PIC 9 VALUE 1.
         88 VALID-PARM          VALUE 1.
       01 WS-REJECT-REASON  PIC X(40).
       01 WS-CHECKPOINT-NAME PIC X(40).
       01 WS-PRINT-NAME   PIC X(40).
       01 WS-EXCEPTION-LOG-NAME PIC X(40).
       01 WS-REGION-COND  PIC 9(02) VALUE 0.
       01 XFER-STATUS-RGN PIC 9(02) EXTERNAL VALUE 0.
       COPY "rgnxfr.cpy".

       PROCEDURE DIVISION.
       MAIN-PARA.
      *    instead of collapsing to the single maximum. Blank input
      *    keeps the historical 999 bound with no threshold report.
         MOVE 0 TO XFER-STATUS-004
         PERFORM SET-REGION-FILE-NAMES
         IF WS-REGION-COND NOT = 0
           DISPLAY "PROBLEM4: REJECTED - REGION QUALIFIER NOT VALID"
           MOVE 8 TO XFER-STATUS-004
           MOVE 8 TO RETURN-CODE
           GOBACK
         END-IF
         ACCEPT WS-PARM-CARD FROM COMMAND-LINE
         UNSTRING WS-PARM-CARD DELIMITED BY ALL SPACE
             INTO WS-BOUND-TOKEN WS-THRESH-TOKEN
         MOVE "PROBLEM4" TO RPT-HDR-PROGRAM
         MOVE FUNCTION CURRENT-DATE(1:8) TO RPT-HDR-RUN-DATE
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
         MOVE SPACES TO WS-CHECKPOINT-NAME
         STRING XFER-REGION-PREFIX DELIMITED BY SPACE
             "CHKPT004.DAT" DELIMITED BY SIZE
             INTO WS-CHECKPOINT-NAME
         MOVE SPACES TO WS-PRINT-NAME
         STRING XFER-REGION-PREFIX DELIMITED BY SPACE
             "P004RPT.PRT" DELIMITED BY SIZE
             INTO WS-PRINT-NAME
         MOVE SPACES TO WS-EXCEPTION-LOG-NAME
         STRING XFER-REGION-PREFIX DELIMITED BY SPACE
             "EXCPLOG.DAT" DELIMITED BY SIZE
             INTO WS-EXCEPTION-LOG-NAME.
