      * name, run date and a page number; pages break at a
      * set line depth, each section closes with its detail
      * count, and the report ends with a grand-total
      * trailer for the whole batch. Under a test region every
      * page heading carries the region stamp.
      *****************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT MERGE-IN-FILE ASSIGN TO DYNAMIC WS-MERGE-IN-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-MERGE-IN-STATUS.
           SELECT OPERATOR-RPT-FILE
               ASSIGN TO DYNAMIC WS-OPERATOR-RPT-NAME
               ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.

       WORKING-STORAGE SECTION.
       01 WS-MERGE-IN-STATUS  PIC X(02).
       01 WS-MERGE-IN-NAME    PIC X(40).
       01 XFER-STATUS-MRG     PIC 9(02) EXTERNAL VALUE 0.
       01 WS-INPUT-NAMES.
           05 FILLER          PIC X(12) VALUE "FILEREG.PRT".
           05 FILLER          PIC X(12) VALUE "P003RPT.PRT".
           05 FILLER          PIC X(12) VALUE "P004RPT.PRT".
           05 FILLER          PIC X(12) VALUE "P005RPT.PRT".
           05 FILLER          PIC X(12) VALUE "RECONRPT.PRT".
           05 FILLER          PIC X(12) VALUE "EULERRUN.PRT".
       01 WS-INPUT-TABLE REDEFINES WS-INPUT-NAMES.
           05 WS-INPUT-NAME OCCURS 6 PIC X(12).
       01 WS-FILE-SUB         PIC 9(04).
       01 WS-EOF-SW           PIC 9 VALUE 0.
         88 MERGE-IN-EOF          VALUE 1.
       01 WS-PRINT-LINE       PIC X(100).
       01 DISP-PAGE           PIC ZZZ9.
       01 DISP-COUNT          PIC ZZZZZZZ9.
       01 WS-OPERATOR-RPT-NAME PIC X(40).
       01 WS-REGION-COND      PIC 9(02) VALUE 0.
       01 XFER-STATUS-RGN     PIC 9(02) EXTERNAL VALUE 0.
       COPY "rgnxfr.cpy".

       PROCEDURE DIVISION.
       MAIN-PARA.
         MOVE 0 TO XFER-STATUS-MRG
         PERFORM SET-REGION-FILE-NAMES
         IF WS-REGION-COND NOT = 0
           DISPLAY "RPTMERGE: REJECTED - REGION QUALIFIER NOT VALID"
           MOVE 8 TO XFER-STATUS-MRG
           MOVE 8 TO RETURN-CODE
           GOBACK
         END-IF
         MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
         OPEN OUTPUT OPERATOR-RPT-FILE
         MOVE "OPERATOR" TO WS-SECT-PROGRAM

         PERFORM MERGE-ONE-FILE
             VARYING WS-FILE-SUB FROM 1 BY 1
             UNTIL WS-FILE-SUB > 6

         PERFORM WRITE-GRAND-TRAILER
         CLOSE OPERATOR-RPT-FILE
         GOBACK.

       MERGE-ONE-FILE.
         MOVE SPACES TO WS-MERGE-IN-NAME
         STRING XFER-REGION-PREFIX DELIMITED BY SPACE
             WS-INPUT-NAME(WS-FILE-SUB) DELIMITED BY SPACE
             INTO WS-MERGE-IN-NAME
         OPEN INPUT MERGE-IN-FILE
         IF WS-MERGE-IN-STATUS NOT = "00"
           ADD 1 TO WS-SKIP-TOTAL
         MOVE SPACES TO OPR-LINE
         STRING "EULER PROJECT OPERATOR REPORT   "
             WS-SECT-PROGRAM "  " WS-SECT-DATE
             "  PAGE " DISP-PAGE "  " XFER-REGION-STAMP
             DELIMITED BY SIZE INTO OPR-LINE
         WRITE OPR-LINE
         MOVE SPACES TO OPR-LINE
         STRING "** END OF OPERATOR REPORT"
             DELIMITED BY SIZE INTO WS-PRINT-LINE
         PERFORM WRITE-REPORT-LINE.

      * The run region qualifies every file this program opens;
      * in production the names stand as they are.
       SET-REGION-FILE-NAMES.
         CALL "RGNPARM"
         MOVE XFER-STATUS-RGN TO WS-REGION-COND
         CANCEL "RGNPARM"
         MOVE SPACES TO WS-OPERATOR-RPT-NAME
         STRING XFER-REGION-PREFIX DELIMITED BY SPACE
             "OPERRPT.PRT" DELIMITED BY SIZE
             INTO WS-OPERATOR-RPT-NAME.
