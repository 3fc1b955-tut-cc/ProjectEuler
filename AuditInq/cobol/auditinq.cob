      * counts and the worst condition code seen. This is
      * how a wild bound found in the exception log gets
      * traced back to the card and submitter it came from.
      * A card that waited on an earlier card prints a second
      * line naming that card and the code it had to finish
      * at or below.
      *****************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDIT-FILE ASSIGN TO DYNAMIC WS-AUDIT-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
           SELECT PRINT-FILE ASSIGN TO DYNAMIC WS-PRINT-NAME
               ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
               10 ST-COUNT       PIC 9(07).
               10 ST-WORST-COND  PIC 9(02).
       01 DISP-COUNT      PIC ZZZZZZ9.
       01 WS-AUDIT-NAME   PIC X(40).
       01 WS-PRINT-NAME   PIC X(40).
       01 WS-REGION-COND  PIC 9(02) VALUE 0.
       01 XFER-STATUS-RGN PIC 9(02) EXTERNAL VALUE 0.
       COPY "rgnxfr.cpy".

       PROCEDURE DIVISION.
       MAIN-PARA.
         PERFORM SET-REGION-FILE-NAMES
         IF WS-REGION-COND NOT = 0
           DISPLAY "AUDITINQ: REJECTED - REGION QUALIFIER NOT VALID"
           MOVE 8 TO RETURN-CODE
           GOBACK
         END-IF
      *    PARM/control-card equivalent: step name (or ALL), then an
      *    optional from-date and to-date in YYYYMMDD form, then an
      *    optional completion status (OK, WARNING, REJECTED,
      *    NORESULT, BADSTEP, NOTDUE, SKIPPED, DEPFAIL) to select
      *    on. Blank input reports every journaled card.
         ACCEPT WS-PARM-CARD FROM COMMAND-LINE
         UNSTRING WS-PARM-CARD DELIMITED BY ALL SPACE
             INTO WS-STEP-TOKEN WS-FROM-TOKEN WS-TO-TOKEN
         MOVE "AUDITINQ" TO RPT-HDR-PROGRAM
         MOVE FUNCTION CURRENT-DATE(1:8) TO RPT-HDR-RUN-DATE
         MOVE WS-PARM-CARD TO RPT-HDR-PARM
         MOVE XFER-REGION-STAMP TO RPT-HDR-REGION
         WRITE RPT-HEADER-RECORD

         OPEN INPUT AUDIT-FILE
             " BY " AUD-SUBMITTER
             DELIMITED BY SIZE INTO RPT-DTL-TEXT
         WRITE RPT-DETAIL-RECORD
         IF AUD-DEP-SEQ NOT = SPACES
           MOVE SPACES TO RPT-DETAIL-RECORD
           STRING "                  CARD " AUD-REQ-SEQ
               " AFTER CARD " AUD-DEP-SEQ
               " AT OR BELOW COND " AUD-DEP-MAX-COND
               DELIMITED BY SIZE INTO RPT-DTL-TEXT
           WRITE RPT-DETAIL-RECORD
         END-IF
         ADD 1 TO WS-PRINT-COUNT.

       TALLY-STEP.
         MOVE "AUDITINQ" TO RPT-FTR-PROGRAM
         WRITE RPT-FOOTER-RECORD
         CLOSE PRINT-FILE.

      * The run region qualifies every file this program opens;
      * in production the names stand as they are.
       SET-REGION-FILE-NAMES.
         CALL "RGNPARM"
         MOVE XFER-STATUS-RGN TO WS-REGION-COND
         CANCEL "RGNPARM"
         MOVE SPACES TO WS-AUDIT-NAME
         STRING XFER-REGION-PREFIX DELIMITED BY SPACE
             "EULERAUD.DAT" DELIMITED BY SIZE
             INTO WS-AUDIT-NAME
         MOVE SPACES TO WS-PRINT-NAME
         STRING XFER-REGION-PREFIX DELIMITED BY SPACE
             "AUDITINQ.PRT" DELIMITED BY SIZE
             INTO WS-PRINT-NAME.
