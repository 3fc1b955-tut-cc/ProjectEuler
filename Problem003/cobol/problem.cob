       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT P003-OUTPUT-FILE ASSIGN TO DYNAMIC WS-P003-OUTPUT-NAME
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY P3-KEY
               FILE STATUS WS-P3OUT-STATUS.
           SELECT PRINT-FILE ASSIGN TO DYNAMIC WS-PRINT-NAME
               ORGANIZATION LINE SEQUENTIAL.
           SELECT EXCEPTION-LOG-FILE
               ASSIGN TO DYNAMIC WS-EXCEPTION-LOG-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-EXCP-STATUS.

       01 WS-VALID-SW      PIC 9 VALUE 1.
         88 VALID-PARM         VALUE 1.
       01 WS-REJECT-REASON PIC X(40).
       01 WS-P003-OUTPUT-NAME PIC X(40).
       01 WS-PRINT-NAME   PIC X(40).
       01 WS-EXCEPTION-LOG-NAME PIC X(40).
       01 WS-REGION-COND  PIC 9(02) VALUE 0.
       01 XFER-STATUS-RGN PIC 9(02) EXTERNAL VALUE 0.
       COPY "rgnxfr.cpy".

       PROCEDURE DIVISION.
       MAIN-PARA.
      *    600851475143.
         MOVE 0 TO XFER-STATUS-003
         MOVE 1 TO WS-VALID-SW
         PERFORM SET-REGION-FILE-NAMES
         IF WS-REGION-COND NOT = 0
           DISPLAY "PROBLEM3: REJECTED - REGION QUALIFIER NOT VALID"
           MOVE 8 TO XFER-STATUS-003
           MOVE 8 TO RETURN-CODE
           GOBACK
         END-IF
         ACCEPT WS-PARM-CARD FROM COMMAND-LINE
         UNSTRING WS-PARM-CARD DELIMITED BY ALL SPACE
             INTO WS-TARGET-TOKEN WS-MODE-TOKEN
         MOVE "PROBLEM3" TO RPT-HDR-PROGRAM
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
         MOVE SPACES TO WS-P003-OUTPUT-NAME
         STRING XFER-REGION-PREFIX DELIMITED BY SPACE
             "P003OUT.DAT" DELIMITED BY SIZE
             INTO WS-P003-OUTPUT-NAME
         MOVE SPACES TO WS-PRINT-NAME
         STRING XFER-REGION-PREFIX DELIMITED BY SPACE
             "P003RPT.PRT" DELIMITED BY SIZE
             INTO WS-PRINT-NAME
         MOVE SPACES TO WS-EXCEPTION-LOG-NAME
         STRING XFER-REGION-PREFIX DELIMITED BY SPACE
             "EXCPLOG.DAT" DELIMITED BY SIZE
             INTO WS-EXCEPTION-LOG-NAME.
