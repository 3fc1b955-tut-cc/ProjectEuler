      * per logged run, flags any run whose result differs
      * from the previous run of the same job, and closes
      * with per-job run counts and first/last run dates.
      * A month the retention purge rolled up prints as one
      * line carrying its last result and a second with the
      * run count, first result and elapsed seconds; its
      * runs count in the job summary like any others, and
      * it is flagged when its first result differs from
      * the run before it or its results changed within the
      * month.
      *****************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JOBHIST-FILE ASSIGN TO DYNAMIC WS-JOBHIST-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-JOBHIST-STATUS.
           SELECT PRINT-FILE ASSIGN TO DYNAMIC WS-PRINT-NAME
               ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       01 WS-PRINT-COUNT  PIC 9(09) VALUE 0.
       01 WS-CHANGE-COUNT PIC 9(09) VALUE 0.
       01 WS-CHANGE-FLAG  PIC X(09).
       01 WS-ROLLUP-COUNT PIC 9(09) VALUE 0.
       01 WS-ROLLUP-RUNS  PIC 9(09) VALUE 0.
       01 WS-JOB-MAX      PIC 9(04) VALUE 20.
       01 WS-JOB-USED     PIC 9(04) VALUE 0.
       01 WS-JOB-SUB      PIC 9(04).
               10 JT-LAST-TIME   PIC 9(06).
               10 JT-LAST-RESULT PIC 9(18).
       01 DISP-RESULT     PIC ZZZZZZZZZZZZZZZZZ9.
       01 DISP-FIRST-RESULT PIC ZZZZZZZZZZZZZZZZZ9.
       01 DISP-SECS       PIC ZZZZZZZZZZ9.
       01 DISP-MAX-SECS   PIC ZZZZZ9.
       01 DISP-COUNT      PIC ZZZZZZ9.
       01 WS-JOBHIST-NAME   PIC X(40).
       01 WS-PRINT-NAME     PIC X(40).
       01 WS-REGION-COND    PIC 9(02) VALUE 0.
       01 XFER-STATUS-RGN   PIC 9(02) EXTERNAL VALUE 0.
       COPY "rgnxfr.cpy".

       PROCEDURE DIVISION.
       MAIN-PARA.
         PERFORM SET-REGION-FILE-NAMES
         IF WS-REGION-COND NOT = 0
           DISPLAY "JOBHINQ: REJECTED - REGION QUALIFIER NOT VALID"
           MOVE 8 TO RETURN-CODE
           GOBACK
         END-IF
      *    PARM/control-card equivalent: job name (or ALL), then an
      *    optional from-date and to-date in YYYYMMDD form. Blank
      *    input reports every job over the whole history file.
         MOVE "JOBHINQ" TO RPT-HDR-PROGRAM
         MOVE FUNCTION CURRENT-DATE(1:8) TO RPT-HDR-RUN-DATE
         MOVE WS-PARM-CARD TO RPT-HDR-PARM
         MOVE XFER-REGION-STAMP TO RPT-HDR-REGION
         WRITE RPT-HEADER-RECORD

         MOVE SPACES TO RPT-DETAIL-RECORD
               MOVE 1 TO WS-EOF-SW
             NOT AT END
               ADD 1 TO WS-READ-COUNT
               IF JH-ROLLUP-RECORD
                 IF (WS-SELECT-JOB = SPACES
                     OR JH-JOB-NAME = WS-SELECT-JOB)
                     AND JH-RUN-DATE >= WS-FROM-DATE
                     AND JH-RU-FIRST-DATE <= WS-TO-DATE
                   PERFORM PRINT-ROLLUP-LINES
                 END-IF
               ELSE
               IF (WS-SELECT-JOB = SPACES
                   OR JH-JOB-NAME = WS-SELECT-JOB)
                   AND JH-RUN-DATE >= WS-FROM-DATE
                   AND JH-RUN-DATE <= WS-TO-DATE
                 PERFORM PRINT-HISTORY-LINE
               END-IF
               END-IF
           END-READ
         END-PERFORM

         WRITE RPT-DETAIL-RECORD
         ADD 1 TO WS-PRINT-COUNT.

      * A rolled-up month is selected whole when any part of it
      * falls in the date range; its runs cannot be split.
       PRINT-ROLLUP-LINES.
         PERFORM FIND-JOB-SLOT
         MOVE SPACES TO WS-CHANGE-FLAG
         IF WS-JOB-SUB > WS-JOB-MAX
           DISPLAY "JOBHINQ: MORE THAN " WS-JOB-MAX
               " DISTINCT JOBS - LINE NOT TRACKED FOR CHANGES"
         ELSE
           IF JT-COUNT(WS-JOB-SUB) > 0
               AND JH-RU-FIRST-RESULT NOT = JT-LAST-RESULT(WS-JOB-SUB)
             MOVE "*CHANGED*" TO WS-CHANGE-FLAG
           END-IF
           IF JH-RESULT NOT = JH-RU-FIRST-RESULT
             MOVE "*CHANGED*" TO WS-CHANGE-FLAG
           END-IF
           IF WS-CHANGE-FLAG NOT = SPACES
             ADD 1 TO WS-CHANGE-COUNT
           END-IF
           IF JT-COUNT(WS-JOB-SUB) = 0
             MOVE JH-RU-FIRST-DATE TO JT-FIRST-DATE(WS-JOB-SUB)
             MOVE JH-RU-FIRST-TIME TO JT-FIRST-TIME(WS-JOB-SUB)
           END-IF
           ADD JH-RU-RUNS TO JT-COUNT(WS-JOB-SUB)
           MOVE JH-RUN-DATE TO JT-LAST-DATE(WS-JOB-SUB)
           MOVE JH-RUN-TIME TO JT-LAST-TIME(WS-JOB-SUB)
           MOVE JH-RESULT TO JT-LAST-RESULT(WS-JOB-SUB)
         END-IF

         MOVE JH-RESULT TO DISP-RESULT
         MOVE SPACES TO RPT-DETAIL-RECORD
         STRING JH-JOB-NAME " " JH-RU-MONTH "     ROLLUP "
             DISP-RESULT " " WS-CHANGE-FLAG
             DELIMITED BY SIZE INTO RPT-DTL-TEXT
         WRITE RPT-DETAIL-RECORD
         MOVE JH-RU-RUNS TO DISP-COUNT
         MOVE JH-RU-FIRST-RESULT TO DISP-FIRST-RESULT
         MOVE JH-RU-TOTAL-SECS TO DISP-SECS
         MOVE JH-RU-MAX-SECS TO DISP-MAX-SECS
         MOVE SPACES TO RPT-DETAIL-RECORD
         STRING "         RUNS=" DISP-COUNT
             " FIRST=" FUNCTION TRIM(DISP-FIRST-RESULT)
             " TOTAL SECS=" FUNCTION TRIM(DISP-SECS)
             " MAX SECS=" FUNCTION TRIM(DISP-MAX-SECS)
             " PARM=" FUNCTION TRIM(JH-PARM)
             DELIMITED BY SIZE INTO RPT-DTL-TEXT
         WRITE RPT-DETAIL-RECORD
         ADD 1 TO WS-ROLLUP-COUNT
         ADD JH-RU-RUNS TO WS-ROLLUP-RUNS.

       FIND-JOB-SLOT.
         MOVE 0 TO WS-JOB-FOUND-SW
         MOVE 1 TO WS-JOB-SUB
         STRING "RUNS PRINTED=" DISP-COUNT
             DELIMITED BY SIZE INTO RPT-DTL-TEXT
         WRITE RPT-DETAIL-RECORD
         IF WS-ROLLUP-COUNT > 0
           MOVE WS-ROLLUP-COUNT TO DISP-COUNT
           MOVE SPACES TO RPT-DETAIL-RECORD
           STRING "ROLLED-UP MONTHS PRINTED=" DISP-COUNT
               DELIMITED BY SIZE INTO RPT-DTL-TEXT
           WRITE RPT-DETAIL-RECORD
           MOVE WS-ROLLUP-RUNS TO DISP-RESULT
           MOVE SPACES TO RPT-DETAIL-RECORD
           STRING "RUNS IN ROLLED-UP MONTHS="
               FUNCTION TRIM(DISP-RESULT)
               DELIMITED BY SIZE INTO RPT-DTL-TEXT
           WRITE RPT-DETAIL-RECORD
         END-IF
         MOVE WS-CHANGE-COUNT TO DISP-COUNT
         MOVE SPACES TO RPT-DETAIL-RECORD
         STRING "RESULT CHANGES FLAGGED=" DISP-COUNT
             DELIMITED BY SIZE INTO RPT-DTL-TEXT
         WRITE RPT-DETAIL-RECORD.

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
         MOVE SPACES TO WS-PRINT-NAME
         STRING XFER-REGION-PREFIX DELIMITED BY SPACE
             "JOBHINQ.PRT" DELIMITED BY SIZE
             INTO WS-PRINT-NAME.
