       IDENTIFICATION DIVISION.
       PROGRAM-ID. RGNSEED.

      *****************************************************
      * Test-region seed: copies the production data files
      * into a test region so trial cards, bounds and sweeps
      * can be run against real history without touching
      * it. Run as REGION=name; the control cards, calendar,
      * restart journal, JOBHIST, EULERAUD, EXCPLOG and
      * DISCTRK are copied record for record, P005OUT and
      * P003OUT key for key and the PROBLEM004 checkpoint
      * slot for slot, every count balanced against what was
      * read. A file production does not have is removed from
      * the region too, so the region starts as an exact
      * image. Alerts, run locks, the report catalog and
      * print files are not copied - the region keeps its
      * own. Production files are only read. The region's
      * run locks are taken for the copy, so a region cannot
      * be reseeded under a test night or test maintenance
      * still running in it, and once every copy balances the
      * region's control register is recorded afresh so its
      * first test night verifies clean.
      *****************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SEED-IN-FILE ASSIGN TO DYNAMIC WS-SEED-IN-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-SEED-IN-STATUS.
           SELECT SEED-OUT-FILE ASSIGN TO DYNAMIC WS-SEED-OUT-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-SEED-OUT-STATUS.
           SELECT P005-OUTPUT-FILE ASSIGN TO DYNAMIC WS-SEED-IN-NAME
               ORGANIZATION INDEXED
               ACCESS MODE SEQUENTIAL
               RECORD KEY P5-KEY
               ALTERNATE RECORD KEY P5-UPPER-BOUND
                   WITH DUPLICATES
               FILE STATUS WS-SEED-IN-STATUS.
           SELECT SEED-P5-FILE ASSIGN TO DYNAMIC WS-SEED-OUT-NAME
               ORGANIZATION INDEXED
               ACCESS MODE SEQUENTIAL
               RECORD KEY SEED-P5-KEY
               ALTERNATE RECORD KEY SEED-P5-BOUND
                   WITH DUPLICATES
               FILE STATUS WS-SEED-OUT-STATUS.
           SELECT P003-OUTPUT-FILE ASSIGN TO DYNAMIC WS-SEED-IN-NAME
               ORGANIZATION INDEXED
               ACCESS MODE SEQUENTIAL
               RECORD KEY P3-KEY
               FILE STATUS WS-SEED-IN-STATUS.
           SELECT SEED-P3-FILE ASSIGN TO DYNAMIC WS-SEED-OUT-NAME
               ORGANIZATION INDEXED
               ACCESS MODE SEQUENTIAL
               RECORD KEY SEED-P3-KEY
               FILE STATUS WS-SEED-OUT-STATUS.
           SELECT CHECKPOINT-FILE ASSIGN TO DYNAMIC WS-SEED-IN-NAME
               ORGANIZATION RELATIVE
               ACCESS MODE SEQUENTIAL
               RELATIVE KEY WS-CKPT-KEY
               FILE STATUS WS-SEED-IN-STATUS.
           SELECT SEED-CKPT-FILE ASSIGN TO DYNAMIC WS-SEED-OUT-NAME
               ORGANIZATION RELATIVE
               ACCESS MODE RANDOM
               RELATIVE KEY WS-SEED-CKPT-KEY
               FILE STATUS WS-SEED-OUT-STATUS.
           SELECT PRINT-FILE ASSIGN TO DYNAMIC WS-PRINT-NAME
               ORGANIZATION LINE SEQUENTIAL.
           SELECT EXCEPTION-LOG-FILE
               ASSIGN TO DYNAMIC WS-EXCEPTION-LOG-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-EXCP-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD SEED-IN-FILE.
       01 SEED-IN-RECORD      PIC X(200).

       FD SEED-OUT-FILE.
       01 SEED-OUT-RECORD     PIC X(200).

       FD P005-OUTPUT-FILE.
       COPY "p005out.cpy".

       FD SEED-P5-FILE.
       01 SEED-P5-RECORD.
           05 SEED-P5-KEY     PIC X(14).
           05 SEED-P5-BOUND   PIC 9(16).
           05 FILLER          PIC X(17).

       FD P003-OUTPUT-FILE.
       COPY "p003out.cpy".

       FD SEED-P3-FILE.
       01 SEED-P3-RECORD.
           05 SEED-P3-KEY     PIC X(22).
           05 FILLER          PIC X(37).

       FD CHECKPOINT-FILE.
       01 CHECKPOINT-RECORD   PIC X(82).

       FD SEED-CKPT-FILE.
       01 SEED-CKPT-RECORD    PIC X(82).

       FD PRINT-FILE.
       COPY "rpthdr.cpy".

       FD EXCEPTION-LOG-FILE.
       COPY "excplog.cpy".

       WORKING-STORAGE SECTION.
       01 WS-SEED-IN-STATUS   PIC X(02).
       01 WS-SEED-OUT-STATUS  PIC X(02).
       01 WS-EXCP-STATUS      PIC X(02).
       01 WS-SEED-IN-NAME     PIC X(40).
       01 WS-SEED-OUT-NAME    PIC X(40).
       01 WS-PRINT-NAME       PIC X(40).
       01 WS-EXCEPTION-LOG-NAME PIC X(40).
       01 WS-DELETE-NAME      PIC X(41).
       01 WS-DELETE-RC        PIC S9(09) COMP-5.
       01 WS-CKPT-KEY         PIC 9(04).
       01 WS-SEED-CKPT-KEY    PIC 9(04).
       01 WS-PARM-CARD        PIC X(40).
       01 WS-VALID-SW         PIC 9 VALUE 1.
         88 VALID-PARM            VALUE 1.
       01 WS-REJECT-REASON    PIC X(40).
       01 WS-CURRENT-DT.
           05 WS-CURR-DATE   PIC 9(08).
           05 WS-CURR-TIME   PIC 9(06).
           05 FILLER         PIC X(07).
       01 WS-EOF-SW           PIC 9 VALUE 0.
         88 SEED-IN-EOF           VALUE 1.
       01 WS-COPY-FAIL-SW     PIC 9 VALUE 0.
         88 COPY-FAILED           VALUE 1.
       01 WS-ABSENT-SW        PIC 9 VALUE 0.
         88 NOT-IN-PRODUCTION     VALUE 1.
       01 WS-FAIL-TEXT        PIC X(30).
       01 WS-BASE-NAME        PIC X(12).
       01 WS-FILE-TYPE        PIC X(01).
         88 SEQUENTIAL-COPY       VALUE "S".
         88 P005-COPY             VALUE "5".
         88 P003-COPY             VALUE "3".
         88 CHECKPOINT-COPY       VALUE "C".
      * Every production file the seed copies, with how it is
      * copied: S record for record, 5 and 3 by key, C by slot.
       01 WS-SEED-NAMES.
           05 FILLER          PIC X(13) VALUE "EULERREQ.DATS".
           05 FILLER          PIC X(13) VALUE "EULERCAL.DATS".
           05 FILLER          PIC X(13) VALUE "EULERJRN.DATS".
           05 FILLER          PIC X(13) VALUE "JOBHIST.DAT S".
           05 FILLER          PIC X(13) VALUE "EULERAUD.DATS".
           05 FILLER          PIC X(13) VALUE "EXCPLOG.DAT S".
           05 FILLER          PIC X(13) VALUE "DISCTRK.DAT S".
           05 FILLER          PIC X(13) VALUE "P005OUT.DAT 5".
           05 FILLER          PIC X(13) VALUE "P003OUT.DAT 3".
           05 FILLER          PIC X(13) VALUE "CHKPT004.DATC".
       01 WS-SEED-TABLE REDEFINES WS-SEED-NAMES.
           05 WS-SEED-ENTRY OCCURS 10.
               10 SD-FILE-NAME   PIC X(12).
               10 SD-FILE-TYPE   PIC X(01).
       01 WS-SEED-MAX         PIC 9(02) VALUE 10.
       01 WS-SEED-SUB         PIC 9(02).
       01 WS-IN-COUNT         PIC 9(09).
       01 WS-OUT-COUNT        PIC 9(09).
       01 WS-CNT-COPIED       PIC 9(04) VALUE 0.
       01 WS-CNT-ABSENT       PIC 9(04) VALUE 0.
       01 WS-CNT-FAILED       PIC 9(04) VALUE 0.
       01 WS-CNT-RECORDS      PIC 9(09) VALUE 0.
       01 DISP-COUNT          PIC ZZZZZZZZ9.
       01 DISP-COUNT-2        PIC ZZZZZZZZ9.
       01 XFER-STATUS-LCK     PIC 9(02) EXTERNAL VALUE 0.
       COPY "lockxfr.cpy".
       01 XFER-STATUS-REG     PIC 9(02) EXTERNAL VALUE 0.
       01 WS-REGISTER-COND    PIC 9(02) VALUE 0.
       01 WS-LOCK-NAMES.
           05 FILLER          PIC X(12) VALUE "P005OUT.DAT".
           05 FILLER          PIC X(12) VALUE "P003OUT.DAT".
           05 FILLER          PIC X(12) VALUE "JOBHIST.DAT".
           05 FILLER          PIC X(12) VALUE "EXCPLOG.DAT".
           05 FILLER          PIC X(12) VALUE "DISCTRK.DAT".
           05 FILLER          PIC X(12) VALUE "EULERREQ.DAT".
       01 WS-LOCK-TABLE REDEFINES WS-LOCK-NAMES.
           05 WS-LOCK-ENTRY OCCURS 6 PIC X(12).
       01 WS-LOCK-MAX         PIC 9(02) VALUE 6.
       01 WS-LOCK-SUB         PIC 9(02).
       01 WS-LOCK-HELD        PIC 9(02) VALUE 0.
       01 WS-LOCK-COND        PIC 9(02) VALUE 0.
       01 WS-LOCK-PARM        PIC X(40).
       01 WS-REGION-COND      PIC 9(02) VALUE 0.
       01 XFER-STATUS-RGN     PIC 9(02) EXTERNAL VALUE 0.
       COPY "rgnxfr.cpy".

       PROCEDURE DIVISION.
       MAIN-PARA.
      *    PARM/control-card equivalent: REGION=name, the test
      *    region to seed, and nothing after it. The production
      *    region cannot be seeded.
         PERFORM SET-REGION-FILE-NAMES
         IF WS-REGION-COND NOT = 0
           DISPLAY "RGNSEED: REJECTED - REGION QUALIFIER NOT VALID"
           MOVE 8 TO RETURN-CODE
           GOBACK
         END-IF
         ACCEPT WS-PARM-CARD FROM COMMAND-LINE
         IF XFER-REGION-NAME = SPACES
           MOVE 0 TO WS-VALID-SW
           MOVE "A TEST REGION IS REQUIRED - REGION=NAME"
               TO WS-REJECT-REASON
         ELSE
           IF WS-PARM-CARD NOT = SPACES
               AND WS-PARM-CARD NOT = LOW-VALUES
             MOVE 0 TO WS-VALID-SW
             MOVE "NOTHING MAY FOLLOW THE REGION"
                 TO WS-REJECT-REASON
           END-IF
         END-IF

         IF NOT VALID-PARM
           PERFORM WRITE-EXCEPTION-LOG
           DISPLAY "RGNSEED: REJECTED - " WS-REJECT-REASON
           MOVE 8 TO RETURN-CODE
           GOBACK
         END-IF

         PERFORM ENQUEUE-REGION-FILES
         IF WS-LOCK-COND NOT = 0
           PERFORM WRITE-EXCEPTION-LOG
           DISPLAY "RGNSEED: REJECTED - " WS-REJECT-REASON
           MOVE 8 TO RETURN-CODE
           GOBACK
         END-IF
         MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DT

         OPEN OUTPUT PRINT-FILE
         MOVE SPACES TO RPT-HEADER-RECORD
         MOVE "EULER PROJECT BATCH REPORT" TO RPT-HDR-TITLE
         MOVE "RGNSEED" TO RPT-HDR-PROGRAM
         MOVE WS-CURR-DATE TO RPT-HDR-RUN-DATE
         MOVE WS-PARM-CARD TO RPT-HDR-PARM
         MOVE XFER-REGION-STAMP TO RPT-HDR-REGION
         WRITE RPT-HEADER-RECORD
         MOVE SPACES TO RPT-DETAIL-RECORD
         STRING "SEED OF TEST REGION " XFER-REGION-NAME
             " FROM PRODUCTION"
             DELIMITED BY SIZE INTO RPT-DTL-TEXT
         WRITE RPT-DETAIL-RECORD
         MOVE SPACES TO RPT-DETAIL-RECORD
         STRING "FILE          RESULT          READ      WRITTEN"
             DELIMITED BY SIZE INTO RPT-DTL-TEXT
         WRITE RPT-DETAIL-RECORD

         PERFORM SEED-ONE-FILE
             VARYING WS-SEED-SUB FROM 1 BY 1
             UNTIL WS-SEED-SUB > WS-SEED-MAX

      *    A region whose copy did not balance is left without a
      *    fresh register, so its next night reports the files as
      *    unaccounted for rather than verifying a partial image.
         IF WS-CNT-FAILED = 0
           DISPLAY "RECORD RGNSEED" UPON COMMAND-LINE
           CALL "FILEREG"
           MOVE XFER-STATUS-REG TO WS-REGISTER-COND
           CANCEL "FILEREG"
         END-IF

         PERFORM WRITE-SEED-SUMMARY
         MOVE SPACES TO RPT-FOOTER-RECORD
         MOVE "END OF REPORT" TO RPT-FTR-TITLE
         MOVE "RGNSEED" TO RPT-FTR-PROGRAM
         WRITE RPT-FOOTER-RECORD
         CLOSE PRINT-FILE
         PERFORM DEQUEUE-REGION-FILES
             VARYING WS-LOCK-SUB FROM WS-LOCK-HELD BY -1
             UNTIL WS-LOCK-SUB < 1
         IF WS-CNT-FAILED > 0
           MOVE 8 TO RETURN-CODE
         ELSE
           IF WS-REGISTER-COND > 0
             MOVE 4 TO RETURN-CODE
           END-IF
         END-IF
         GOBACK.

      * The locks are the region's own - LOCKMGR works in the run
      * region like every other program - and a refusal gives
      * back whatever was already taken.
       ENQUEUE-REGION-FILES.
         MOVE 0 TO WS-LOCK-COND
         MOVE SPACES TO WS-REJECT-REASON
         PERFORM VARYING WS-LOCK-SUB FROM 1 BY 1
             UNTIL WS-LOCK-SUB > WS-LOCK-MAX OR WS-LOCK-COND NOT = 0
           MOVE SPACES TO WS-LOCK-PARM
           STRING "ENQ " WS-LOCK-ENTRY(WS-LOCK-SUB) " RGNSEED"
               DELIMITED BY SIZE INTO WS-LOCK-PARM
           DISPLAY WS-LOCK-PARM UPON COMMAND-LINE
           CALL "LOCKMGR"
           MOVE XFER-STATUS-LCK TO WS-LOCK-COND
           CANCEL "LOCKMGR"
           IF WS-LOCK-COND = 0
             MOVE WS-LOCK-SUB TO WS-LOCK-HELD
           END-IF
         END-PERFORM
         IF WS-LOCK-COND = 8
           STRING FUNCTION TRIM(WS-LOCK-ENTRY(WS-LOCK-HELD + 1))
               " HELD BY " FUNCTION TRIM(XFER-LOCK-HOLDER) " "
               XFER-LOCK-SINCE-DATE
               DELIMITED BY SIZE INTO WS-REJECT-REASON
         ELSE
           IF WS-LOCK-COND NOT = 0
             MOVE "RUN LOCK CONTROL FILE NOT AVAILABLE"
                 TO WS-REJECT-REASON
           END-IF
         END-IF
         IF WS-LOCK-COND NOT = 0
           PERFORM DEQUEUE-REGION-FILES
               VARYING WS-LOCK-SUB FROM WS-LOCK-HELD BY -1
               UNTIL WS-LOCK-SUB < 1
         END-IF.

       DEQUEUE-REGION-FILES.
         MOVE SPACES TO WS-LOCK-PARM
         STRING "DEQ " WS-LOCK-ENTRY(WS-LOCK-SUB) " RGNSEED"
             DELIMITED BY SIZE INTO WS-LOCK-PARM
         DISPLAY WS-LOCK-PARM UPON COMMAND-LINE
         CALL "LOCKMGR"
         CANCEL "LOCKMGR".

      * The production name is read as it stands; the region's
      * copy takes the region qualifier.
       SEED-ONE-FILE.
         MOVE SD-FILE-NAME(WS-SEED-SUB) TO WS-BASE-NAME
         MOVE SD-FILE-TYPE(WS-SEED-SUB) TO WS-FILE-TYPE
         MOVE WS-BASE-NAME TO WS-SEED-IN-NAME
         MOVE SPACES TO WS-SEED-OUT-NAME
         STRING XFER-REGION-PREFIX DELIMITED BY SPACE
             WS-BASE-NAME DELIMITED BY SPACE
             INTO WS-SEED-OUT-NAME
         MOVE 0 TO WS-IN-COUNT WS-OUT-COUNT WS-COPY-FAIL-SW
             WS-ABSENT-SW WS-EOF-SW
         MOVE SPACES TO WS-FAIL-TEXT
         IF SEQUENTIAL-COPY
           PERFORM COPY-SEQUENTIAL-FILE
         ELSE
         IF P005-COPY
           PERFORM COPY-P005-FILE
         ELSE
         IF P003-COPY
           PERFORM COPY-P003-FILE
         ELSE
           PERFORM COPY-CHECKPOINT-FILE
         END-IF
         END-IF
         END-IF
         IF NOT-IN-PRODUCTION
           PERFORM REMOVE-REGION-COPY
         END-IF
         IF NOT COPY-FAILED AND NOT NOT-IN-PRODUCTION
             AND WS-IN-COUNT NOT = WS-OUT-COUNT
           MOVE 1 TO WS-COPY-FAIL-SW
           MOVE "COUNTS DO NOT BALANCE" TO WS-FAIL-TEXT
         END-IF
         PERFORM WRITE-FILE-LINE.

       COPY-SEQUENTIAL-FILE.
         OPEN INPUT SEED-IN-FILE
         IF WS-SEED-IN-STATUS = "35"
           MOVE 1 TO WS-ABSENT-SW
         ELSE
         IF WS-SEED-IN-STATUS NOT = "00"
           PERFORM NOTE-INPUT-OPEN-FAILURE
         ELSE
           OPEN OUTPUT SEED-OUT-FILE
           IF WS-SEED-OUT-STATUS NOT = "00"
             PERFORM NOTE-OUTPUT-OPEN-FAILURE
           ELSE
             PERFORM UNTIL SEED-IN-EOF OR COPY-FAILED
               READ SEED-IN-FILE
                 AT END
                   MOVE 1 TO WS-EOF-SW
                 NOT AT END
                   ADD 1 TO WS-IN-COUNT
                   WRITE SEED-OUT-RECORD FROM SEED-IN-RECORD
                   PERFORM CHECK-SEED-WRITE
               END-READ
             END-PERFORM
             CLOSE SEED-OUT-FILE
           END-IF
           CLOSE SEED-IN-FILE
         END-IF
         END-IF.

       COPY-P005-FILE.
         OPEN INPUT P005-OUTPUT-FILE
         IF WS-SEED-IN-STATUS = "35"
           MOVE 1 TO WS-ABSENT-SW
         ELSE
         IF WS-SEED-IN-STATUS NOT = "00"
           PERFORM NOTE-INPUT-OPEN-FAILURE
         ELSE
           OPEN OUTPUT SEED-P5-FILE
           IF WS-SEED-OUT-STATUS NOT = "00"
             PERFORM NOTE-OUTPUT-OPEN-FAILURE
           ELSE
             PERFORM UNTIL SEED-IN-EOF OR COPY-FAILED
               READ P005-OUTPUT-FILE NEXT RECORD
                 AT END
                   MOVE 1 TO WS-EOF-SW
                 NOT AT END
                   ADD 1 TO WS-IN-COUNT
                   WRITE SEED-P5-RECORD FROM P005-OUTPUT-RECORD
                   PERFORM CHECK-SEED-WRITE
               END-READ
             END-PERFORM
             CLOSE SEED-P5-FILE
           END-IF
           CLOSE P005-OUTPUT-FILE
         END-IF
         END-IF.

       COPY-P003-FILE.
         OPEN INPUT P003-OUTPUT-FILE
         IF WS-SEED-IN-STATUS = "35"
           MOVE 1 TO WS-ABSENT-SW
         ELSE
         IF WS-SEED-IN-STATUS NOT = "00"
           PERFORM NOTE-INPUT-OPEN-FAILURE
         ELSE
           OPEN OUTPUT SEED-P3-FILE
           IF WS-SEED-OUT-STATUS NOT = "00"
             PERFORM NOTE-OUTPUT-OPEN-FAILURE
           ELSE
             PERFORM UNTIL SEED-IN-EOF OR COPY-FAILED
               READ P003-OUTPUT-FILE NEXT RECORD
                 AT END
                   MOVE 1 TO WS-EOF-SW
                 NOT AT END
                   ADD 1 TO WS-IN-COUNT
                   WRITE SEED-P3-RECORD FROM P003-OUTPUT-RECORD
                   PERFORM CHECK-SEED-WRITE
               END-READ
             END-PERFORM
             CLOSE SEED-P3-FILE
           END-IF
           CLOSE P003-OUTPUT-FILE
         END-IF
         END-IF.

      * Each checkpoint slot goes to the same slot number in the
      * region's copy, so a restart there resumes exactly where
      * production would.
       COPY-CHECKPOINT-FILE.
         OPEN INPUT CHECKPOINT-FILE
         IF WS-SEED-IN-STATUS = "35"
           MOVE 1 TO WS-ABSENT-SW
         ELSE
         IF WS-SEED-IN-STATUS NOT = "00"
           PERFORM NOTE-INPUT-OPEN-FAILURE
         ELSE
           OPEN OUTPUT SEED-CKPT-FILE
           IF WS-SEED-OUT-STATUS NOT = "00"
             PERFORM NOTE-OUTPUT-OPEN-FAILURE
           ELSE
             PERFORM UNTIL SEED-IN-EOF OR COPY-FAILED
               READ CHECKPOINT-FILE NEXT RECORD
                 AT END
                   MOVE 1 TO WS-EOF-SW
                 NOT AT END
                   ADD 1 TO WS-IN-COUNT
                   MOVE WS-CKPT-KEY TO WS-SEED-CKPT-KEY
                   WRITE SEED-CKPT-RECORD FROM CHECKPOINT-RECORD
                   PERFORM CHECK-SEED-WRITE
               END-READ
             END-PERFORM
             CLOSE SEED-CKPT-FILE
           END-IF
           CLOSE CHECKPOINT-FILE
         END-IF
         END-IF.

       CHECK-SEED-WRITE.
         IF WS-SEED-OUT-STATUS = "00"
           ADD 1 TO WS-OUT-COUNT
         ELSE
           MOVE 1 TO WS-COPY-FAIL-SW
           STRING "WRITE FAILED, STATUS=" WS-SEED-OUT-STATUS
               DELIMITED BY SIZE INTO WS-FAIL-TEXT
         END-IF.

       NOTE-INPUT-OPEN-FAILURE.
         MOVE 1 TO WS-COPY-FAIL-SW
         STRING "READ FAILED, STATUS=" WS-SEED-IN-STATUS
             DELIMITED BY SIZE INTO WS-FAIL-TEXT.

       NOTE-OUTPUT-OPEN-FAILURE.
         MOVE 1 TO WS-COPY-FAIL-SW
         STRING "OPEN FAILED, STATUS=" WS-SEED-OUT-STATUS
             DELIMITED BY SIZE INTO WS-FAIL-TEXT.

      * A region copy already gone is what was wanted, so the
      * delete's own outcome is not checked.
       REMOVE-REGION-COPY.
         MOVE SPACES TO WS-DELETE-NAME
         STRING FUNCTION TRIM(WS-SEED-OUT-NAME) X"00"
             DELIMITED BY SIZE INTO WS-DELETE-NAME
         CALL "CBL_DELETE_FILE" USING WS-DELETE-NAME
             RETURNING WS-DELETE-RC
         END-CALL.

       WRITE-FILE-LINE.
         MOVE WS-IN-COUNT TO DISP-COUNT
         MOVE WS-OUT-COUNT TO DISP-COUNT-2
         MOVE SPACES TO RPT-DETAIL-RECORD
         IF COPY-FAILED
           ADD 1 TO WS-CNT-FAILED
           STRING WS-BASE-NAME "  *COPY FAILED* " DISP-COUNT " "
               DISP-COUNT-2 "  " WS-FAIL-TEXT
               DELIMITED BY SIZE INTO RPT-DTL-TEXT
           DISPLAY "RGNSEED: " FUNCTION TRIM(WS-SEED-OUT-NAME)
               " COPY FAILED - " WS-FAIL-TEXT
         ELSE
         IF NOT-IN-PRODUCTION
           ADD 1 TO WS-CNT-ABSENT
           STRING WS-BASE-NAME "  NOT IN PRODUCTION - "
               "REGION COPY REMOVED"
               DELIMITED BY SIZE INTO RPT-DTL-TEXT
         ELSE
           ADD 1 TO WS-CNT-COPIED
           ADD WS-OUT-COUNT TO WS-CNT-RECORDS
           STRING WS-BASE-NAME "  COPIED        " DISP-COUNT " "
               DISP-COUNT-2
               DELIMITED BY SIZE INTO RPT-DTL-TEXT
         END-IF
         END-IF
         WRITE RPT-DETAIL-RECORD.

       WRITE-SEED-SUMMARY.
         MOVE SPACES TO RPT-DETAIL-RECORD
         WRITE RPT-DETAIL-RECORD
         MOVE WS-CNT-COPIED TO DISP-COUNT
         MOVE SPACES TO RPT-DETAIL-RECORD
         STRING "FILES COPIED=" DISP-COUNT
             DELIMITED BY SIZE INTO RPT-DTL-TEXT
         WRITE RPT-DETAIL-RECORD
         MOVE WS-CNT-RECORDS TO DISP-COUNT
         MOVE SPACES TO RPT-DETAIL-RECORD
         STRING "RECORDS COPIED=" DISP-COUNT
             DELIMITED BY SIZE INTO RPT-DTL-TEXT
         WRITE RPT-DETAIL-RECORD
         MOVE WS-CNT-ABSENT TO DISP-COUNT
         MOVE SPACES TO RPT-DETAIL-RECORD
         STRING "FILES NOT IN PRODUCTION=" DISP-COUNT
             DELIMITED BY SIZE INTO RPT-DTL-TEXT
         WRITE RPT-DETAIL-RECORD
         MOVE WS-CNT-FAILED TO DISP-COUNT
         MOVE SPACES TO RPT-DETAIL-RECORD
         STRING "FILES FAILED=" DISP-COUNT
             DELIMITED BY SIZE INTO RPT-DTL-TEXT
         WRITE RPT-DETAIL-RECORD
         MOVE SPACES TO RPT-DETAIL-RECORD
         IF WS-CNT-FAILED > 0
           STRING "*SEED INCOMPLETE* - CONTROL REGISTER NOT RECORDED"
               DELIMITED BY SIZE INTO RPT-DTL-TEXT
           DISPLAY "RGNSEED: " RPT-DTL-TEXT
         ELSE
         IF WS-REGISTER-COND > 0
           STRING "WARNING - CONTROL REGISTER NOT RECORDED, COND="
               WS-REGISTER-COND
               DELIMITED BY SIZE INTO RPT-DTL-TEXT
           DISPLAY "RGNSEED: " RPT-DTL-TEXT
         ELSE
           STRING "REGION " FUNCTION TRIM(XFER-REGION-NAME)
               " SEEDED - CONTROL REGISTER RECORDED"
               DELIMITED BY SIZE INTO RPT-DTL-TEXT
         END-IF
         END-IF
         WRITE RPT-DETAIL-RECORD.

       WRITE-EXCEPTION-LOG.
         OPEN EXTEND EXCEPTION-LOG-FILE
         IF WS-EXCP-STATUS = "35"
           OPEN OUTPUT EXCEPTION-LOG-FILE
         END-IF
         MOVE "RGNSEED" TO EXCP-JOB-NAME
         MOVE FUNCTION CURRENT-DATE(1:8) TO EXCP-RUN-DATE
         MOVE FUNCTION CURRENT-DATE(9:6) TO EXCP-RUN-TIME
         MOVE WS-PARM-CARD(1:20) TO EXCP-PARM
         MOVE WS-REJECT-REASON TO EXCP-REASON
         WRITE EXCP-RECORD
         CLOSE EXCEPTION-LOG-FILE.

      * The run region qualifies every file this program writes;
      * the production files it copies are named as they stand.
       SET-REGION-FILE-NAMES.
         CALL "RGNPARM"
         MOVE XFER-STATUS-RGN TO WS-REGION-COND
         CANCEL "RGNPARM"
         MOVE SPACES TO WS-PRINT-NAME
         STRING XFER-REGION-PREFIX DELIMITED BY SPACE
             "RGNSEED.PRT" DELIMITED BY SIZE
             INTO WS-PRINT-NAME
         MOVE SPACES TO WS-EXCEPTION-LOG-NAME
         STRING XFER-REGION-PREFIX DELIMITED BY SPACE
             "EXCPLOG.DAT" DELIMITED BY SIZE
             INTO WS-EXCEPTION-LOG-NAME.
