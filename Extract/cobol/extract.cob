      * header row naming the fields, the selected data
      * rows, and a control-totals trailer (record count
      * and hash total of results) so the receiving side
      * can balance the transmission. The JOBHIST extract
      * is one row per run, so retention rollup records are
      * not extracted.
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
           SELECT JH-EXTRACT-FILE ASSIGN TO DYNAMIC WS-JH-EXTRACT-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-JHEXTR-STATUS.
           SELECT P5-EXTRACT-FILE ASSIGN TO DYNAMIC WS-P5-EXTRACT-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-P5EXTR-STATUS.

       01 DISP-BOUND          PIC ZZZZZZZZZZZZZZZ9.
       01 DISP-COUNT          PIC ZZZZZZZZ9.
       01 DISP-HASH           PIC ZZZZZZZZZZZZZZZZZ9.
       01 WS-JOBHIST-NAME     PIC X(40).
       01 WS-P005-OUTPUT-NAME PIC X(40).
       01 WS-JH-EXTRACT-NAME  PIC X(40).
       01 WS-P5-EXTRACT-NAME  PIC X(40).
       01 WS-REGION-COND      PIC 9(02) VALUE 0.
       01 XFER-STATUS-RGN     PIC 9(02) EXTERNAL VALUE 0.
       COPY "rgnxfr.cpy".

       PROCEDURE DIVISION.
       MAIN-PARA.
         PERFORM SET-REGION-FILE-NAMES
         IF WS-REGION-COND NOT = 0
           DISPLAY "EXTRACT: REJECTED - REGION QUALIFIER NOT VALID"
           MOVE 8 TO RETURN-CODE
           GOBACK
         END-IF
      *    PARM/control-card equivalent: job name (or ALL), then an
      *    optional from-date and to-date in YYYYMMDD form. The job
      *    name selects JOBHIST rows; the date range applies to
                     OR JH-JOB-NAME = WS-SELECT-JOB)
                     AND JH-RUN-DATE >= WS-FROM-DATE
                     AND JH-RUN-DATE <= WS-TO-DATE
                     AND JH-DETAIL-RECORD
                   PERFORM WRITE-JH-EXTRACT-ROW
                 END-IF
             END-READ
         COMPUTE WS-P5-HASH =
             FUNCTION MOD(WS-P5-HASH + P5-LCD-RESULT,
             WS-HASH-MODULUS).

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
         MOVE SPACES TO WS-JH-EXTRACT-NAME
         STRING XFER-REGION-PREFIX DELIMITED BY SPACE
             "JHEXTR.CSV" DELIMITED BY SIZE
             INTO WS-JH-EXTRACT-NAME
         MOVE SPACES TO WS-P5-EXTRACT-NAME
         STRING XFER-REGION-PREFIX DELIMITED BY SPACE
             "P5EXTR.CSV" DELIMITED BY SIZE
             INTO WS-P5-EXTRACT-NAME.
