       IDENTIFICATION DIVISION.
       PROGRAM-ID. RPTARCH.

      *****************************************************
      * Print-file generation archive. The steps, RECONCLE
      * and RPTMERGE open their print files for OUTPUT on
      * every call, so each night (and each bound of a
      * SWEEP) overwrites the last. ARCHIVE copies one print
      * file, as it stands right after the program that
      * wrote it, into its own dated generation file and
      * records it on the RPTCAT catalog with its run date,
      * program, generation number, line count and the
      * parameter image from its header line. EULERRUN
      * archives each step report as the step completes,
      * then RECONRPT and OPERRPT at end of job. ROLLOFF
      * enforces the retention limit: generations older
      * than the limit in days are deleted and dropped from
      * the catalog, which is rewritten through a hold copy
      * so a failure part way leaves it intact. RPTPRINT
      * brings any catalogued generation back.
      *****************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SOURCE-FILE ASSIGN TO DYNAMIC WS-SOURCE-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-SOURCE-STATUS.
           SELECT GENERATION-FILE ASSIGN TO DYNAMIC WS-GEN-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-GEN-STATUS.
           SELECT CATALOG-FILE ASSIGN TO DYNAMIC WS-CATALOG-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CATALOG-STATUS.
           SELECT HOLD-FILE ASSIGN TO DYNAMIC WS-HOLD-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-HOLD-STATUS.
           SELECT ROLLED-FILE ASSIGN TO DYNAMIC WS-ROLLED-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-ROLLED-STATUS.
           SELECT PRINT-FILE ASSIGN TO DYNAMIC WS-PRINT-NAME
               ORGANIZATION LINE SEQUENTIAL.
           SELECT EXCEPTION-LOG-FILE
               ASSIGN TO DYNAMIC WS-EXCEPTION-LOG-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-EXCP-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD SOURCE-FILE.
       01 SOURCE-LINE         PIC X(100).

       FD GENERATION-FILE.
       01 GENERATION-LINE     PIC X(100).

       FD CATALOG-FILE.
       COPY "rptcat.cpy".

       FD HOLD-FILE.
       01 HOLD-RECORD         PIC X(104).

       FD ROLLED-FILE.
       01 ROLLED-RECORD       PIC X(104).

       FD PRINT-FILE.
       COPY "rpthdr.cpy".

       FD EXCEPTION-LOG-FILE.
       COPY "excplog.cpy".

       WORKING-STORAGE SECTION.
       01 WS-SOURCE-STATUS   PIC X(02).
       01 WS-GEN-STATUS      PIC X(02).
       01 WS-CATALOG-STATUS  PIC X(02).
       01 WS-HOLD-STATUS     PIC X(02).
       01 WS-ROLLED-STATUS   PIC X(02).
       01 WS-EXCP-STATUS     PIC X(02).
       01 XFER-STATUS-ARC PIC 9(02) EXTERNAL VALUE 0.
       01 WS-CURRENT-DT.
           05 WS-CURR-DATE   PIC 9(08).
           05 WS-CURR-TIME   PIC 9(06).
           05 FILLER         PIC X(07).
       01 WS-PARM-CARD       PIC X(40).
       01 WS-FUNC-TOKEN      PIC X(20).
       01 WS-FILE-TOKEN      PIC X(20).
       01 WS-PROG-TOKEN      PIC X(20).
       01 WS-SOURCE-NAME     PIC X(40).
       01 WS-GEN-NAME        PIC X(40).
       01 WS-VALID-SW        PIC 9 VALUE 1.
         88 VALID-PARM           VALUE 1.
       01 WS-REJECT-REASON   PIC X(40).
       01 WS-ROLLOFF-SW      PIC 9 VALUE 0.
         88 ROLLOFF-FUNCTION     VALUE 1.
       01 WS-EOF-SW          PIC 9 VALUE 0.
         88 SOURCE-EOF           VALUE 1.
       01 WS-CAT-EOF-SW      PIC 9 VALUE 0.
         88 CATALOG-EOF          VALUE 1.
       01 WS-HOLD-EOF-SW     PIC 9 VALUE 0.
         88 HOLD-EOF             VALUE 1.
       01 WS-ROLLED-EOF-SW   PIC 9 VALUE 0.
         88 ROLLED-EOF           VALUE 1.
       01 WS-COPY-FAIL-SW    PIC 9 VALUE 0.
         88 COPY-FAILED          VALUE 1.
       01 WS-HOLD-FAIL-SW    PIC 9 VALUE 0.
         88 HOLD-COPY-FAILED     VALUE 1.
       01 WS-ARC-PROGRAM     PIC X(08).
       01 WS-ARC-RUN-DATE    PIC 9(08).
       01 WS-ARC-PARM        PIC X(20).
       01 WS-ARC-GEN-NO      PIC 9(03).
       01 WS-LINE-COUNT      PIC 9(07).
       01 WS-RETAIN-DAYS     PIC 9(04) VALUE 60.
       01 WS-DAYS-SIGNED     PIC S9(06).
       01 WS-CUTOFF-DATE     PIC 9(08).
       01 WS-ROLLED-COUNT    PIC 9(07) VALUE 0.
       01 WS-KEPT-COUNT      PIC 9(07) VALUE 0.
       01 WS-DELETE-FAIL-CNT PIC 9(07) VALUE 0.
       01 WS-DELETE-NAME     PIC X(41).
       01 WS-DELETE-RC       PIC S9(09) BINARY.
       01 DISP-GEN           PIC ZZ9.
       01 DISP-LINES         PIC ZZZZZZ9.
       01 DISP-COUNT         PIC ZZZZZZ9.
       01 DISP-DAYS          PIC ZZZ9.
       01 WS-CATALOG-NAME    PIC X(40).
       01 WS-HOLD-NAME       PIC X(40).
       01 WS-ROLLED-NAME     PIC X(40).
       01 WS-PRINT-NAME      PIC X(40).
       01 WS-EXCEPTION-LOG-NAME PIC X(40).
       01 WS-REGION-COND     PIC 9(02) VALUE 0.
       01 XFER-STATUS-RGN    PIC 9(02) EXTERNAL VALUE 0.
       COPY "rgnxfr.cpy".

       PROCEDURE DIVISION.
       MAIN-PARA.
      *    PARM/control-card equivalent: ARCHIVE with the print file
      *    name, optionally followed by the program name to file it
      *    under when the file does not open with the house report
      *    header (OPERRPT.PRT is filed as OPERRPT); or ROLLOFF with
      *    an optional retention limit in days, 60 when blank.
         MOVE 0 TO XFER-STATUS-ARC
         MOVE 1 TO WS-VALID-SW
         MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DT
         PERFORM SET-REGION-FILE-NAMES
         IF WS-REGION-COND NOT = 0
           DISPLAY "RPTARCH: REJECTED - REGION QUALIFIER NOT VALID"
           MOVE 8 TO XFER-STATUS-ARC
           MOVE 8 TO RETURN-CODE
           GOBACK
         END-IF
         ACCEPT WS-PARM-CARD FROM COMMAND-LINE
         MOVE SPACES TO WS-FUNC-TOKEN WS-FILE-TOKEN WS-PROG-TOKEN
         UNSTRING WS-PARM-CARD DELIMITED BY ALL SPACE
             INTO WS-FUNC-TOKEN WS-FILE-TOKEN WS-PROG-TOKEN
         END-UNSTRING

         IF WS-FUNC-TOKEN = "ROLLOFF"
           MOVE 1 TO WS-ROLLOFF-SW
           IF WS-FILE-TOKEN NOT = SPACES
             COMPUTE WS-DAYS-SIGNED = FUNCTION NUMVAL(WS-FILE-TOKEN)
               ON SIZE ERROR
                 MOVE 0 TO WS-DAYS-SIGNED
             END-COMPUTE
             IF WS-DAYS-SIGNED < 1 OR WS-DAYS-SIGNED > 9999
               MOVE 0 TO WS-VALID-SW
               MOVE "RETENTION DAYS MUST BE 1-9999"
                   TO WS-REJECT-REASON
             ELSE
               MOVE WS-DAYS-SIGNED TO WS-RETAIN-DAYS
             END-IF
           END-IF
         ELSE
         IF WS-FUNC-TOKEN = "ARCHIVE"
           IF WS-FILE-TOKEN = SPACES
             MOVE 0 TO WS-VALID-SW
             MOVE "PRINT FILE NAME REQUIRED" TO WS-REJECT-REASON
           END-IF
         ELSE
           MOVE 0 TO WS-VALID-SW
           MOVE "FUNCTION MUST BE ARCHIVE OR ROLLOFF"
               TO WS-REJECT-REASON
         END-IF
         END-IF

         IF NOT VALID-PARM
           PERFORM WRITE-EXCEPTION-LOG
           DISPLAY "RPTARCH: REJECTED - " WS-REJECT-REASON
           MOVE 8 TO XFER-STATUS-ARC
           MOVE 8 TO RETURN-CODE
           GOBACK
         END-IF

         IF ROLLOFF-FUNCTION
           PERFORM ROLL-OFF-GENERATIONS
         ELSE
           PERFORM ARCHIVE-PRINT-FILE
         END-IF
         MOVE XFER-STATUS-ARC TO RETURN-CODE
         GOBACK.

      * A print file that is simply not there is routine - not
      * every program runs every night - and archives nothing.
       ARCHIVE-PRINT-FILE.
         MOVE SPACES TO WS-SOURCE-NAME
         STRING XFER-REGION-PREFIX DELIMITED BY SPACE
             WS-FILE-TOKEN DELIMITED BY SPACE
             INTO WS-SOURCE-NAME
         OPEN INPUT SOURCE-FILE
         IF WS-SOURCE-STATUS = "35"
           DISPLAY "RPTARCH: " FUNCTION TRIM(WS-SOURCE-NAME)
               " NOT PRESENT - NOTHING ARCHIVED"
         ELSE
         IF WS-SOURCE-STATUS NOT = "00"
           DISPLAY "RPTARCH: " FUNCTION TRIM(WS-SOURCE-NAME)
               " OPEN FAILED, STATUS=" WS-SOURCE-STATUS
           MOVE 8 TO XFER-STATUS-ARC
         ELSE
           MOVE 0 TO WS-EOF-SW
           READ SOURCE-FILE
             AT END
               MOVE 1 TO WS-EOF-SW
           END-READ
           IF SOURCE-EOF
             DISPLAY "RPTARCH: " FUNCTION TRIM(WS-SOURCE-NAME)
                 " IS EMPTY - NOTHING ARCHIVED"
             CLOSE SOURCE-FILE
           ELSE
             PERFORM IDENTIFY-REPORT
             PERFORM FIND-NEXT-GENERATION
             PERFORM COPY-GENERATION
             CLOSE SOURCE-FILE
             IF COPY-FAILED
               MOVE 8 TO XFER-STATUS-ARC
             ELSE
               PERFORM CATALOG-GENERATION
             END-IF
           END-IF
         END-IF
         END-IF.

      * A house report opens with the rpthdr header, which gives
      * the program, run date and parameter image; any other file
      * is filed under the program name supplied with ARCHIVE. The
      * run date stays the report's own, so a step that finished
      * just before midnight files under the night it ran.
       IDENTIFY-REPORT.
         MOVE WS-CURR-DATE TO WS-ARC-RUN-DATE
         MOVE SPACES TO WS-ARC-PARM
         IF SOURCE-LINE(1:26) = "EULER PROJECT BATCH REPORT"
           MOVE SOURCE-LINE(33:8) TO WS-ARC-PROGRAM
           MOVE SOURCE-LINE(53:20) TO WS-ARC-PARM
         ELSE
           MOVE WS-PROG-TOKEN TO WS-ARC-PROGRAM
         END-IF
         IF WS-PROG-TOKEN NOT = SPACES
           MOVE WS-PROG-TOKEN TO WS-ARC-PROGRAM
         END-IF
         IF WS-ARC-PROGRAM = SPACES
           MOVE WS-FILE-TOKEN TO WS-ARC-PROGRAM
         END-IF
         IF SOURCE-LINE(43:8) IS NUMERIC
           MOVE SOURCE-LINE(43:8) TO WS-ARC-RUN-DATE
         END-IF.

       FIND-NEXT-GENERATION.
         MOVE 0 TO WS-ARC-GEN-NO
         OPEN INPUT CATALOG-FILE
         IF WS-CATALOG-STATUS = "00"
           MOVE 0 TO WS-CAT-EOF-SW
           PERFORM UNTIL CATALOG-EOF
             READ CATALOG-FILE
               AT END
                 MOVE 1 TO WS-CAT-EOF-SW
               NOT AT END
                 IF CAT-RUN-DATE = WS-ARC-RUN-DATE
                     AND CAT-PROGRAM = WS-ARC-PROGRAM
                     AND CAT-GEN-NO > WS-ARC-GEN-NO
                   MOVE CAT-GEN-NO TO WS-ARC-GEN-NO
                 END-IF
             END-READ
           END-PERFORM
           CLOSE CATALOG-FILE
         END-IF
         ADD 1 TO WS-ARC-GEN-NO
         MOVE SPACES TO WS-GEN-NAME
         STRING XFER-REGION-PREFIX DELIMITED BY SPACE
             FUNCTION TRIM(WS-ARC-PROGRAM) "." WS-ARC-RUN-DATE
             ".G" WS-ARC-GEN-NO ".PRT"
             DELIMITED BY SIZE INTO WS-GEN-NAME.

      * The header line already read is the generation's first
      * line; every write is verified so a short copy is never
      * catalogued as the night's report.
       COPY-GENERATION.
         MOVE 0 TO WS-COPY-FAIL-SW
         MOVE 0 TO WS-LINE-COUNT
         OPEN OUTPUT GENERATION-FILE
         IF WS-GEN-STATUS NOT = "00"
           MOVE 1 TO WS-COPY-FAIL-SW
           DISPLAY "RPTARCH: GENERATION " FUNCTION TRIM(WS-GEN-NAME)
               " OPEN FAILED, STATUS=" WS-GEN-STATUS
         ELSE
           PERFORM UNTIL SOURCE-EOF OR COPY-FAILED
             WRITE GENERATION-LINE FROM SOURCE-LINE
             IF WS-GEN-STATUS NOT = "00"
               MOVE 1 TO WS-COPY-FAIL-SW
               DISPLAY "RPTARCH: GENERATION "
                   FUNCTION TRIM(WS-GEN-NAME)
                   " WRITE FAILED, STATUS=" WS-GEN-STATUS
             ELSE
               ADD 1 TO WS-LINE-COUNT
               READ SOURCE-FILE
                 AT END
                   MOVE 1 TO WS-EOF-SW
               END-READ
             END-IF
           END-PERFORM
           CLOSE GENERATION-FILE
         END-IF.

       CATALOG-GENERATION.
         OPEN EXTEND CATALOG-FILE
         IF WS-CATALOG-STATUS = "35"
           OPEN OUTPUT CATALOG-FILE
         END-IF
         IF WS-CATALOG-STATUS NOT = "00"
           DISPLAY "RPTARCH: CATALOG OPEN FAILED, STATUS="
               WS-CATALOG-STATUS
           MOVE 8 TO XFER-STATUS-ARC
         ELSE
           MOVE SPACES TO CAT-RECORD
           MOVE WS-ARC-RUN-DATE TO CAT-RUN-DATE
           MOVE WS-ARC-PROGRAM TO CAT-PROGRAM
           MOVE WS-ARC-GEN-NO TO CAT-GEN-NO
           MOVE WS-CURR-TIME TO CAT-ARCH-TIME
           MOVE WS-LINE-COUNT TO CAT-LINE-COUNT
           MOVE WS-ARC-PARM TO CAT-PARM
           MOVE WS-FILE-TOKEN TO CAT-SOURCE-FILE
           MOVE WS-GEN-NAME TO CAT-ARCH-FILE
           WRITE CAT-RECORD
           IF WS-CATALOG-STATUS NOT = "00"
             DISPLAY "RPTARCH: CATALOG WRITE FAILED, STATUS="
                 WS-CATALOG-STATUS
             MOVE 8 TO XFER-STATUS-ARC
           ELSE
             MOVE WS-ARC-GEN-NO TO DISP-GEN
             MOVE WS-LINE-COUNT TO DISP-LINES
             DISPLAY "RPTARCH: " FUNCTION TRIM(WS-SOURCE-NAME)
                 " FILED AS " WS-ARC-PROGRAM " " WS-ARC-RUN-DATE
                 " GEN " FUNCTION TRIM(DISP-GEN)
                 " LINES=" FUNCTION TRIM(DISP-LINES)
           END-IF
           CLOSE CATALOG-FILE
         END-IF.

      * Catalog records dated before the cutoff lose their
      * generation file and drop off the catalog; everything else
      * is kept in catalog order. The catalog itself is replaced
      * only from a hold copy that was written clean, and the
      * rolled-off generation files are deleted only after that,
      * so the catalog never names a file that is gone.
       ROLL-OFF-GENERATIONS.
         COMPUTE WS-CUTOFF-DATE = FUNCTION DATE-OF-INTEGER(
             FUNCTION INTEGER-OF-DATE(WS-CURR-DATE) - WS-RETAIN-DAYS)
         OPEN OUTPUT PRINT-FILE
         MOVE SPACES TO RPT-HEADER-RECORD
         MOVE "EULER PROJECT BATCH REPORT" TO RPT-HDR-TITLE
         MOVE "RPTARCH" TO RPT-HDR-PROGRAM
         MOVE WS-CURR-DATE TO RPT-HDR-RUN-DATE
         MOVE WS-PARM-CARD TO RPT-HDR-PARM
         MOVE XFER-REGION-STAMP TO RPT-HDR-REGION
         WRITE RPT-HEADER-RECORD
         MOVE WS-RETAIN-DAYS TO DISP-DAYS
         MOVE SPACES TO RPT-DETAIL-RECORD
         STRING "GENERATION ROLL-OFF - RETENTION "
             FUNCTION TRIM(DISP-DAYS) " DAYS, CUTOFF DATE "
             WS-CUTOFF-DATE
             DELIMITED BY SIZE INTO RPT-DTL-TEXT
         WRITE RPT-DETAIL-RECORD

         OPEN INPUT CATALOG-FILE
         IF WS-CATALOG-STATUS = "35"
           MOVE SPACES TO RPT-DETAIL-RECORD
           STRING "CATALOG NOT PRESENT - NOTHING TO ROLL OFF"
               DELIMITED BY SIZE INTO RPT-DTL-TEXT
           WRITE RPT-DETAIL-RECORD
         ELSE
         IF WS-CATALOG-STATUS NOT = "00"
           MOVE 8 TO XFER-STATUS-ARC
           MOVE SPACES TO RPT-DETAIL-RECORD
           STRING "CATALOG OPEN FAILED, STATUS=" WS-CATALOG-STATUS
               DELIMITED BY SIZE INTO RPT-DTL-TEXT
           WRITE RPT-DETAIL-RECORD
         ELSE
           MOVE 0 TO WS-HOLD-FAIL-SW
           OPEN OUTPUT HOLD-FILE
           IF WS-HOLD-STATUS NOT = "00"
             MOVE 1 TO WS-HOLD-FAIL-SW
           END-IF
           OPEN OUTPUT ROLLED-FILE
           IF WS-ROLLED-STATUS NOT = "00"
             MOVE 1 TO WS-HOLD-FAIL-SW
             MOVE WS-ROLLED-STATUS TO WS-HOLD-STATUS
           END-IF
           MOVE 0 TO WS-CAT-EOF-SW
           PERFORM UNTIL CATALOG-EOF OR HOLD-COPY-FAILED
             READ CATALOG-FILE
               AT END
                 MOVE 1 TO WS-CAT-EOF-SW
               NOT AT END
                 IF CAT-RUN-DATE < WS-CUTOFF-DATE
                   PERFORM LIST-ROLLED-GENERATION
                 ELSE
                   MOVE CAT-RECORD TO HOLD-RECORD
                   WRITE HOLD-RECORD
                   IF WS-HOLD-STATUS NOT = "00"
                     MOVE 1 TO WS-HOLD-FAIL-SW
                   ELSE
                     ADD 1 TO WS-KEPT-COUNT
                   END-IF
                 END-IF
             END-READ
           END-PERFORM
           CLOSE CATALOG-FILE
           CLOSE HOLD-FILE
           CLOSE ROLLED-FILE
           IF HOLD-COPY-FAILED
             MOVE 8 TO XFER-STATUS-ARC
             MOVE SPACES TO RPT-DETAIL-RECORD
             STRING "HOLD FILE FAILURE, STATUS=" WS-HOLD-STATUS
                 " - CATALOG LEFT UNCHANGED, NOTHING DELETED"
                 DELIMITED BY SIZE INTO RPT-DTL-TEXT
             WRITE RPT-DETAIL-RECORD
           ELSE
             PERFORM COPY-HOLD-TO-CATALOG
             IF XFER-STATUS-ARC < 8
               PERFORM DELETE-ROLLED-GENERATIONS
             END-IF
           END-IF
         END-IF
         END-IF

         MOVE WS-ROLLED-COUNT TO DISP-COUNT
         MOVE SPACES TO RPT-DETAIL-RECORD
         STRING "GENERATIONS ROLLED OFF=" FUNCTION TRIM(DISP-COUNT)
             DELIMITED BY SIZE INTO RPT-DTL-TEXT
         WRITE RPT-DETAIL-RECORD
         DISPLAY "RPTARCH: " FUNCTION TRIM(RPT-DTL-TEXT)
         MOVE WS-KEPT-COUNT TO DISP-COUNT
         MOVE SPACES TO RPT-DETAIL-RECORD
         STRING "GENERATIONS RETAINED=" FUNCTION TRIM(DISP-COUNT)
             DELIMITED BY SIZE INTO RPT-DTL-TEXT
         WRITE RPT-DETAIL-RECORD
         DISPLAY "RPTARCH: " FUNCTION TRIM(RPT-DTL-TEXT)
         IF WS-DELETE-FAIL-CNT > 0
           MOVE WS-DELETE-FAIL-CNT TO DISP-COUNT
           MOVE SPACES TO RPT-DETAIL-RECORD
           STRING "GENERATION FILES NOT DELETED="
               FUNCTION TRIM(DISP-COUNT)
               DELIMITED BY SIZE INTO RPT-DTL-TEXT
           WRITE RPT-DETAIL-RECORD
           DISPLAY "RPTARCH: " FUNCTION TRIM(RPT-DTL-TEXT)
         END-IF
         MOVE SPACES TO RPT-FOOTER-RECORD
         MOVE "END OF REPORT" TO RPT-FTR-TITLE
         MOVE "RPTARCH" TO RPT-FTR-PROGRAM
         WRITE RPT-FOOTER-RECORD
         CLOSE PRINT-FILE.

       LIST-ROLLED-GENERATION.
         MOVE CAT-RECORD TO ROLLED-RECORD
         WRITE ROLLED-RECORD
         IF WS-ROLLED-STATUS NOT = "00"
           MOVE 1 TO WS-HOLD-FAIL-SW
           MOVE WS-ROLLED-STATUS TO WS-HOLD-STATUS
         END-IF
         ADD 1 TO WS-ROLLED-COUNT
         MOVE CAT-GEN-NO TO DISP-GEN
         MOVE CAT-LINE-COUNT TO DISP-LINES
         MOVE SPACES TO RPT-DETAIL-RECORD
         STRING "ROLLED OFF " CAT-RUN-DATE " " CAT-PROGRAM
             " GEN " DISP-GEN " LINES=" DISP-LINES
             " " FUNCTION TRIM(CAT-ARCH-FILE)
             DELIMITED BY SIZE INTO RPT-DTL-TEXT
         WRITE RPT-DETAIL-RECORD.

       COPY-HOLD-TO-CATALOG.
         OPEN INPUT HOLD-FILE
         OPEN OUTPUT CATALOG-FILE
         MOVE 0 TO WS-HOLD-EOF-SW
         PERFORM UNTIL HOLD-EOF
           READ HOLD-FILE
             AT END
               MOVE 1 TO WS-HOLD-EOF-SW
             NOT AT END
               MOVE HOLD-RECORD TO CAT-RECORD
               WRITE CAT-RECORD
               IF WS-CATALOG-STATUS NOT = "00"
                 DISPLAY "RPTARCH: WARNING - CATALOG REWRITE "
                     "FAILED, STATUS=" WS-CATALOG-STATUS
                 MOVE 8 TO XFER-STATUS-ARC
               END-IF
           END-READ
         END-PERFORM
         CLOSE HOLD-FILE
         CLOSE CATALOG-FILE.

      * A generation file already gone (removed by hand) is only
      * counted; it no longer matters once the catalog is clean.
       DELETE-ROLLED-GENERATIONS.
         OPEN INPUT ROLLED-FILE
         MOVE 0 TO WS-ROLLED-EOF-SW
         PERFORM UNTIL ROLLED-EOF
           READ ROLLED-FILE
             AT END
               MOVE 1 TO WS-ROLLED-EOF-SW
             NOT AT END
               MOVE ROLLED-RECORD TO CAT-RECORD
               MOVE SPACES TO WS-DELETE-NAME
               STRING FUNCTION TRIM(CAT-ARCH-FILE) X"00"
                   DELIMITED BY SIZE INTO WS-DELETE-NAME
               CALL "CBL_DELETE_FILE" USING WS-DELETE-NAME
                   RETURNING WS-DELETE-RC
               END-CALL
               IF WS-DELETE-RC NOT = 0
                 ADD 1 TO WS-DELETE-FAIL-CNT
               END-IF
           END-READ
         END-PERFORM
         CLOSE ROLLED-FILE.

       WRITE-EXCEPTION-LOG.
         OPEN EXTEND EXCEPTION-LOG-FILE
         IF WS-EXCP-STATUS = "35"
           OPEN OUTPUT EXCEPTION-LOG-FILE
         END-IF
         MOVE "RPTARCH" TO EXCP-JOB-NAME
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
         MOVE SPACES TO WS-CATALOG-NAME
         STRING XFER-REGION-PREFIX DELIMITED BY SPACE
             "RPTCAT.DAT" DELIMITED BY SIZE
             INTO WS-CATALOG-NAME
         MOVE SPACES TO WS-HOLD-NAME
         STRING XFER-REGION-PREFIX DELIMITED BY SPACE
             "RPTCATHD.DAT" DELIMITED BY SIZE
             INTO WS-HOLD-NAME
         MOVE SPACES TO WS-ROLLED-NAME
         STRING XFER-REGION-PREFIX DELIMITED BY SPACE
             "RPTCATRO.DAT" DELIMITED BY SIZE
             INTO WS-ROLLED-NAME
         MOVE SPACES TO WS-PRINT-NAME
         STRING XFER-REGION-PREFIX DELIMITED BY SPACE
             "RPTARCH.PRT" DELIMITED BY SIZE
             INTO WS-PRINT-NAME
         MOVE SPACES TO WS-EXCEPTION-LOG-NAME
         STRING XFER-REGION-PREFIX DELIMITED BY SPACE
             "EXCPLOG.DAT" DELIMITED BY SIZE
             INTO WS-EXCEPTION-LOG-NAME.
