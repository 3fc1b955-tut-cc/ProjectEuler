       IDENTIFICATION DIVISION.
       PROGRAM-ID. JHPURGE.

      *****************************************************
      * Retention maintenance for the JOBHIST-FILE, which
      * the driver only ever extends. Run records of whole
      * months older than the retention window are copied
      * to a dated flat archive file, and each job,
      * parameter and month archived is replaced in the
      * live file by one rollup record carrying its run
      * count, timed runs, total and maximum elapsed
      * seconds and first and last result, so the timing
      * forecast and the history inquiry keep the month.
      * The cutoff is taken back to the first of its month
      * so a month is never split between detail and
      * rollup. The archive is read back and its totals
      * proved against the rollups before the live file is
      * rewritten; a purge that does not balance leaves the
      * live file as it was. The purge report shows records
      * archived versus retained and the control totals on
      * both sides. JOBHIST is rewritten, so the purge first
      * takes the JOBHIST run lock through LOCKMGR and logs
      * the file's figures on the FILEREG control register
      * under it, as the other retention utilities do.
      *****************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JOBHIST-FILE ASSIGN TO DYNAMIC WS-JOBHIST-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-JOBHIST-STATUS.
           SELECT HOLD-FILE ASSIGN TO DYNAMIC WS-HOLD-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-HOLD-STATUS.
           SELECT ARCHIVE-FILE ASSIGN TO DYNAMIC WS-ARCHIVE-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-ARCH-STATUS.
           SELECT PRINT-FILE ASSIGN TO DYNAMIC WS-PRINT-NAME
               ORGANIZATION LINE SEQUENTIAL.
           SELECT EXCEPTION-LOG-FILE
               ASSIGN TO DYNAMIC WS-EXCEPTION-LOG-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-EXCP-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD JOBHIST-FILE.
       COPY "jobhist.cpy".

       FD HOLD-FILE.
       01 HOLD-RECORD         PIC X(148).

       FD ARCHIVE-FILE.
       01 ARCH-RECORD         PIC X(148).

       FD PRINT-FILE.
       COPY "rpthdr.cpy".

       FD EXCEPTION-LOG-FILE.
       COPY "excplog.cpy".

       WORKING-STORAGE SECTION.
       01 WS-JOBHIST-STATUS   PIC X(02).
       01 WS-HOLD-STATUS      PIC X(02).
       01 WS-ARCH-STATUS      PIC X(02).
       01 WS-EXCP-STATUS      PIC X(02).
       01 WS-PARM-CARD        PIC X(40).
       01 WS-DAYS-TOKEN       PIC X(20).
       01 WS-RETAIN-DAYS      PIC 9(05) VALUE 90.
       01 WS-DAYS-SIGNED      PIC S9(05).
       01 WS-MAX-DAYS         PIC 9(05) VALUE 36500.
       01 WS-VALID-SW         PIC 9 VALUE 1.
         88 VALID-PARM            VALUE 1.
       01 WS-REJECT-REASON    PIC X(40).
       01 WS-CUTOFF-DATE      PIC 9(08).
       01 WS-CUTOFF-MONTH     PIC 9(06).
       01 WS-DATE-INTEGER     PIC 9(08).
       01 WS-RUN-MONTH        PIC 9(06).
       01 WS-CURRENT-DT.
           05 WS-CURR-DATE   PIC 9(08).
           05 WS-CURR-TIME   PIC 9(06).
           05 FILLER         PIC X(07).
       01 WS-EOF-SW           PIC 9 VALUE 0.
         88 INPUT-EOF             VALUE 1.
       01 WS-ARCH-OPEN-SW     PIC 9 VALUE 0.
         88 ARCHIVE-OPENED        VALUE 1.
       01 WS-PURGE-FAIL-SW    PIC 9 VALUE 0.
         88 PURGE-FAILED          VALUE 1.
       01 WS-BALANCE-SW       PIC 9 VALUE 0.
         88 TOTALS-BALANCE        VALUE 1.
       01 WS-ROLLUPS-OUT-SW   PIC 9 VALUE 0.
         88 NEW-ROLLUPS-WRITTEN   VALUE 1.
       01 WS-PURGE-COND       PIC 9(02) VALUE 0.
      * Live file counts: read in, archived, kept, written back.
       01 WS-READ-COUNT       PIC 9(09) VALUE 0.
       01 WS-READ-ROLLUPS     PIC 9(09) VALUE 0.
       01 WS-ARCHIVE-COUNT    PIC 9(09) VALUE 0.
       01 WS-RETAIN-COUNT     PIC 9(09) VALUE 0.
       01 WS-EXPECT-COUNT     PIC 9(09) VALUE 0.
       01 WS-WRITTEN-COUNT    PIC 9(09) VALUE 0.
      * Control totals of the detail removed, taken from the
      * archive as read back, and of the rollups replacing it.
       01 WS-DETAIL-TOTALS.
           05 DTL-RUNS        PIC 9(09) VALUE 0.
           05 DTL-TIMED-RUNS  PIC 9(09) VALUE 0.
           05 DTL-SECS        PIC 9(11) VALUE 0.
           05 DTL-MAX-SECS    PIC 9(06) VALUE 0.
       01 WS-ROLLUP-TOTALS.
           05 RUT-RUNS        PIC 9(09) VALUE 0.
           05 RUT-TIMED-RUNS  PIC 9(09) VALUE 0.
           05 RUT-SECS        PIC 9(11) VALUE 0.
           05 RUT-MAX-SECS    PIC 9(06) VALUE 0.
       01 WS-RU-MAX           PIC 9(04) VALUE 500.
       01 WS-RU-USED          PIC 9(04) VALUE 0.
       01 WS-RU-SUB           PIC 9(04).
       01 WS-RU-FOUND-SW      PIC 9 VALUE 0.
         88 ROLLUP-SLOT-FOUND     VALUE 1.
       01 WS-RU-TABLE.
           05 WS-RU-ENTRY OCCURS 500.
               10 RU-JOB-NAME     PIC X(08).
               10 RU-PARM         PIC X(20).
               10 RU-MONTH        PIC 9(06).
               10 RU-RUNS         PIC 9(07).
               10 RU-TIMED-RUNS   PIC 9(07).
               10 RU-SECS         PIC 9(11).
               10 RU-MAX-SECS     PIC 9(06).
               10 RU-FIRST-DATE   PIC 9(08).
               10 RU-FIRST-TIME   PIC 9(06).
               10 RU-FIRST-RESULT PIC 9(18).
               10 RU-LAST-DATE    PIC 9(08).
               10 RU-LAST-TIME    PIC 9(06).
               10 RU-LAST-RESULT  PIC 9(18).
       01 DISP-COUNT          PIC ZZZZZZZZ9.
       01 DISP-COUNT-2        PIC ZZZZZZZZ9.
       01 DISP-SECS           PIC ZZZZZZZZZZ9.
       01 DISP-MAX-SECS       PIC ZZZZZ9.
       01 XFER-STATUS-LCK     PIC 9(02) EXTERNAL VALUE 0.
       COPY "lockxfr.cpy".
       01 WS-LOCK-COND        PIC 9(02) VALUE 0.
       01 XFER-STATUS-REG     PIC 9(02) EXTERNAL VALUE 0.
       01 WS-JOBHIST-NAME     PIC X(40).
       01 WS-HOLD-NAME        PIC X(40).
       01 WS-ARCHIVE-NAME     PIC X(40).
       01 WS-PRINT-NAME       PIC X(40).
       01 WS-EXCEPTION-LOG-NAME PIC X(40).
       01 WS-REGION-COND      PIC 9(02) VALUE 0.
       01 XFER-STATUS-RGN     PIC 9(02) EXTERNAL VALUE 0.
       COPY "rgnxfr.cpy".

       PROCEDURE DIVISION.
       MAIN-PARA.
         PERFORM SET-REGION-FILE-NAMES
         IF WS-REGION-COND NOT = 0
           DISPLAY "JHPURGE: REJECTED - REGION QUALIFIER NOT VALID"
           MOVE 8 TO RETURN-CODE
           GOBACK
         END-IF
      *    PARM/control-card equivalent: number of days of run
      *    detail to retain on JOBHIST. Blank input keeps the
      *    standing 90-day retention window. Whole months before
      *    the month the window reaches back into are rolled up.
         ACCEPT WS-PARM-CARD FROM COMMAND-LINE
         UNSTRING WS-PARM-CARD DELIMITED BY ALL SPACE
             INTO WS-DAYS-TOKEN
         END-UNSTRING

         IF WS-DAYS-TOKEN = SPACES OR WS-DAYS-TOKEN = LOW-VALUES
           MOVE 90 TO WS-RETAIN-DAYS
         ELSE
           COMPUTE WS-DAYS-SIGNED = FUNCTION NUMVAL(WS-DAYS-TOKEN)
             ON SIZE ERROR
               MOVE 0 TO WS-VALID-SW
               MOVE "RETENTION EXCEEDS MAXIMUM ALLOWED"
                   TO WS-REJECT-REASON
           END-COMPUTE
           IF VALID-PARM
             IF WS-DAYS-SIGNED <= 0
               MOVE 0 TO WS-VALID-SW
               MOVE "RETENTION IS ZERO OR NEGATIVE"
                   TO WS-REJECT-REASON
             ELSE
               IF WS-DAYS-SIGNED > WS-MAX-DAYS
                 MOVE 0 TO WS-VALID-SW
                 MOVE "RETENTION EXCEEDS MAXIMUM ALLOWED"
                     TO WS-REJECT-REASON
               ELSE
                 MOVE WS-DAYS-SIGNED TO WS-RETAIN-DAYS
               END-IF
             END-IF
           END-IF
         END-IF

         IF NOT VALID-PARM
           PERFORM WRITE-EXCEPTION-LOG
           DISPLAY "JHPURGE: REJECTED - " WS-REJECT-REASON
           MOVE 8 TO RETURN-CODE
           GOBACK
         END-IF

         PERFORM ENQUEUE-JOBHIST-FILE
         IF WS-LOCK-COND NOT = 0
           PERFORM WRITE-EXCEPTION-LOG
           DISPLAY "JHPURGE: REJECTED - " WS-REJECT-REASON
           MOVE 8 TO RETURN-CODE
           GOBACK
         END-IF

         MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DT
         COMPUTE WS-DATE-INTEGER =
             FUNCTION INTEGER-OF-DATE(WS-CURR-DATE)
             - WS-RETAIN-DAYS
         COMPUTE WS-CUTOFF-DATE =
             FUNCTION DATE-OF-INTEGER(WS-DATE-INTEGER)
         DIVIDE WS-CUTOFF-DATE BY 100 GIVING WS-CUTOFF-MONTH
         COMPUTE WS-CUTOFF-DATE = WS-CUTOFF-MONTH * 100 + 1

         MOVE SPACES TO WS-ARCHIVE-NAME
         STRING XFER-REGION-PREFIX DELIMITED BY SPACE
             "JHARCH" WS-CURR-DATE ".DAT"
             DELIMITED BY SIZE INTO WS-ARCHIVE-NAME

         OPEN INPUT JOBHIST-FILE
         IF WS-JOBHIST-STATUS = "35"
           DISPLAY "JHPURGE: JOBHIST-FILE NOT PRESENT - "
               "NOTHING TO PURGE"
           PERFORM WRITE-PURGE-REPORT
           PERFORM DEQUEUE-JOBHIST-FILE
           GOBACK
         END-IF
         IF WS-JOBHIST-STATUS NOT = "00"
           DISPLAY "JHPURGE: JOBHIST-FILE OPEN FAILED, STATUS="
               WS-JOBHIST-STATUS
           PERFORM DEQUEUE-JOBHIST-FILE
           MOVE 8 TO RETURN-CODE
           GOBACK
         END-IF

         OPEN OUTPUT HOLD-FILE
         IF WS-HOLD-STATUS NOT = "00"
           DISPLAY "JHPURGE: HOLD FILE OPEN FAILED, STATUS="
               WS-HOLD-STATUS " - JOBHIST NOT PURGED"
           MOVE 1 TO WS-PURGE-FAIL-SW
         END-IF

         PERFORM UNTIL INPUT-EOF OR PURGE-FAILED
           READ JOBHIST-FILE
             AT END
               MOVE 1 TO WS-EOF-SW
             NOT AT END
               ADD 1 TO WS-READ-COUNT
               PERFORM SPLIT-FOR-PURGE
           END-READ
         END-PERFORM
         CLOSE JOBHIST-FILE
         IF NOT PURGE-FAILED
           CLOSE HOLD-FILE
         END-IF
         IF ARCHIVE-OPENED
           CLOSE ARCHIVE-FILE
         END-IF

      *    Nothing is written back unless the archive, read back,
      *    agrees with the rollups that are to replace it: a hold
      *    or archive that is short leaves JOBHIST as it was, the
      *    way an incomplete trim leaves the exception log.
         IF NOT PURGE-FAILED
           PERFORM TOTAL-ROLLUP-TABLE
               VARYING WS-RU-SUB FROM 1 BY 1
               UNTIL WS-RU-SUB > WS-RU-USED
           IF ARCHIVE-OPENED
             PERFORM READ-BACK-ARCHIVE
           END-IF
           PERFORM PROVE-CONTROL-TOTALS
           IF TOTALS-BALANCE
             IF WS-ARCHIVE-COUNT > 0
               PERFORM REWRITE-JOBHIST
             END-IF
           ELSE
             MOVE 1 TO WS-PURGE-FAIL-SW
           END-IF
         END-IF
         IF PURGE-FAILED
           DISPLAY "JHPURGE: JOBHIST-FILE LEFT UNCHANGED"
           MOVE 8 TO WS-PURGE-COND
         END-IF

         PERFORM WRITE-PURGE-REPORT
         PERFORM DEQUEUE-JOBHIST-FILE
         MOVE WS-PURGE-COND TO RETURN-CODE
         GOBACK.

      * A refusal names the holder and when it took the file, so
      * the exception log shows what the purge collided with.
       ENQUEUE-JOBHIST-FILE.
         DISPLAY "ENQ JOBHIST.DAT JHPURGE" UPON COMMAND-LINE
         CALL "LOCKMGR"
         MOVE XFER-STATUS-LCK TO WS-LOCK-COND
         CANCEL "LOCKMGR"
         MOVE SPACES TO WS-REJECT-REASON
         IF WS-LOCK-COND = 8
           STRING "JOBHIST.DAT HELD BY "
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
           DISPLAY "BEFORE JOBHIST.DAT JHPURGE" UPON COMMAND-LINE
           PERFORM LOG-REGISTER-ENTRY
         END-IF.

      * The after-figures are logged whether or not anything was
      * purged, closing the entry the before-figures opened.
       DEQUEUE-JOBHIST-FILE.
         DISPLAY "AFTER JOBHIST.DAT JHPURGE" UPON COMMAND-LINE
         PERFORM LOG-REGISTER-ENTRY
         DISPLAY "DEQ JOBHIST.DAT JHPURGE" UPON COMMAND-LINE
         CALL "LOCKMGR"
         CANCEL "LOCKMGR".

      * A register entry that could not be logged does not stop
      * the purge; the batch will report the change as unaccounted
      * for, which is the safe side to err on.
       LOG-REGISTER-ENTRY.
         CALL "FILEREG"
         IF XFER-STATUS-REG NOT = 0
           DISPLAY "JHPURGE: WARNING - CONTROL REGISTER ENTRY NOT "
               "LOGGED, COND=" XFER-STATUS-REG
         END-IF
         CANCEL "FILEREG".

      * Rollups already on file and run records inside the window
      * are held for the new live file; run records before the
      * cutoff go to the archive and into their month's rollup.
       SPLIT-FOR-PURGE.
         IF JH-ROLLUP-RECORD
           ADD 1 TO WS-READ-ROLLUPS
           PERFORM HOLD-CURRENT-RECORD
         ELSE
           IF JH-RUN-DATE < WS-CUTOFF-DATE
             PERFORM ARCHIVE-RUN-RECORD
           ELSE
             PERFORM HOLD-CURRENT-RECORD
             IF NOT PURGE-FAILED
               ADD 1 TO WS-RETAIN-COUNT
             END-IF
           END-IF
         END-IF.

      * Every hold write is verified: the hold file becomes the
      * new live file, so a record it silently lost would be run
      * history silently dropped.
       HOLD-CURRENT-RECORD.
         MOVE JOBHIST-RECORD TO HOLD-RECORD
         WRITE HOLD-RECORD
         IF WS-HOLD-STATUS NOT = "00"
           DISPLAY "JHPURGE: HOLD FILE WRITE FAILED, STATUS="
               WS-HOLD-STATUS " - JOBHIST NOT PURGED"
           MOVE 1 TO WS-PURGE-FAIL-SW
           CLOSE HOLD-FILE
         END-IF.

      * A run with no room left in the rollup table, or that the
      * archive would not take, stays on the live file as detail.
       ARCHIVE-RUN-RECORD.
         PERFORM FIND-ROLLUP-SLOT
         IF WS-RU-SUB > WS-RU-MAX
           DISPLAY "JHPURGE: MORE THAN " WS-RU-MAX
               " JOB/PARM/MONTH ROLLUPS - RUN RETAINED"
         ELSE
           IF NOT ARCHIVE-OPENED
             OPEN OUTPUT ARCHIVE-FILE
             IF WS-ARCH-STATUS NOT = "00"
               DISPLAY "JHPURGE: ARCHIVE OPEN FAILED, STATUS="
                   WS-ARCH-STATUS " - RUN RETAINED"
             ELSE
               MOVE 1 TO WS-ARCH-OPEN-SW
             END-IF
           END-IF
         END-IF
         IF ARCHIVE-OPENED AND WS-RU-SUB NOT > WS-RU-MAX
           MOVE JOBHIST-RECORD TO ARCH-RECORD
           WRITE ARCH-RECORD
           IF WS-ARCH-STATUS NOT = "00"
             DISPLAY "JHPURGE: ARCHIVE WRITE FAILED, STATUS="
                 WS-ARCH-STATUS " - RUN RETAINED"
             PERFORM RETAIN-RUN-RECORD
           ELSE
             ADD 1 TO WS-ARCHIVE-COUNT
             PERFORM ADD-RUN-TO-ROLLUP
           END-IF
         ELSE
           PERFORM RETAIN-RUN-RECORD
         END-IF.

       RETAIN-RUN-RECORD.
         PERFORM HOLD-CURRENT-RECORD
         IF NOT PURGE-FAILED
           ADD 1 TO WS-RETAIN-COUNT
         END-IF.

      * One slot per job, parameter and month, opened in the order
      * first met; JOBHIST is in run order, so each job's rollups
      * come out oldest month first.
       FIND-ROLLUP-SLOT.
         DIVIDE JH-RUN-DATE BY 100 GIVING WS-RUN-MONTH
         MOVE 0 TO WS-RU-FOUND-SW
         MOVE 1 TO WS-RU-SUB
         PERFORM UNTIL ROLLUP-SLOT-FOUND OR WS-RU-SUB > WS-RU-USED
           IF RU-JOB-NAME(WS-RU-SUB) = JH-JOB-NAME
               AND RU-PARM(WS-RU-SUB) = JH-PARM
               AND RU-MONTH(WS-RU-SUB) = WS-RUN-MONTH
             MOVE 1 TO WS-RU-FOUND-SW
           ELSE
             ADD 1 TO WS-RU-SUB
           END-IF
         END-PERFORM
         IF NOT ROLLUP-SLOT-FOUND AND WS-RU-SUB <= WS-RU-MAX
           MOVE WS-RU-SUB TO WS-RU-USED
           MOVE JH-JOB-NAME TO RU-JOB-NAME(WS-RU-SUB)
           MOVE JH-PARM TO RU-PARM(WS-RU-SUB)
           MOVE WS-RUN-MONTH TO RU-MONTH(WS-RU-SUB)
           MOVE 0 TO RU-RUNS(WS-RU-SUB) RU-TIMED-RUNS(WS-RU-SUB)
               RU-SECS(WS-RU-SUB) RU-MAX-SECS(WS-RU-SUB)
           MOVE JH-RUN-DATE TO RU-FIRST-DATE(WS-RU-SUB)
           MOVE JH-RUN-TIME TO RU-FIRST-TIME(WS-RU-SUB)
           MOVE JH-RESULT TO RU-FIRST-RESULT(WS-RU-SUB)
         END-IF.

      * Runs logged before timing was captured count as runs but
      * not as timed runs, exactly as the forecast treats them.
       ADD-RUN-TO-ROLLUP.
         ADD 1 TO RU-RUNS(WS-RU-SUB)
         IF JH-ELAPSED-SECS IS NUMERIC
           ADD 1 TO RU-TIMED-RUNS(WS-RU-SUB)
           ADD JH-ELAPSED-SECS TO RU-SECS(WS-RU-SUB)
           IF JH-ELAPSED-SECS > RU-MAX-SECS(WS-RU-SUB)
             MOVE JH-ELAPSED-SECS TO RU-MAX-SECS(WS-RU-SUB)
           END-IF
         END-IF
         MOVE JH-RUN-DATE TO RU-LAST-DATE(WS-RU-SUB)
         MOVE JH-RUN-TIME TO RU-LAST-TIME(WS-RU-SUB)
         MOVE JH-RESULT TO RU-LAST-RESULT(WS-RU-SUB).

       TOTAL-ROLLUP-TABLE.
         ADD RU-RUNS(WS-RU-SUB) TO RUT-RUNS
         ADD RU-TIMED-RUNS(WS-RU-SUB) TO RUT-TIMED-RUNS
         ADD RU-SECS(WS-RU-SUB) TO RUT-SECS
         IF RU-MAX-SECS(WS-RU-SUB) > RUT-MAX-SECS
           MOVE RU-MAX-SECS(WS-RU-SUB) TO RUT-MAX-SECS
         END-IF.

      * The detail side of the proof is taken from the archive as
      * it now stands on disk, not from the counts kept while it
      * was written.
       READ-BACK-ARCHIVE.
         OPEN INPUT ARCHIVE-FILE
         IF WS-ARCH-STATUS NOT = "00"
           DISPLAY "JHPURGE: ARCHIVE NOT READABLE, STATUS="
               WS-ARCH-STATUS
         ELSE
           MOVE 0 TO WS-EOF-SW
           PERFORM UNTIL INPUT-EOF
             READ ARCHIVE-FILE
               AT END
                 MOVE 1 TO WS-EOF-SW
               NOT AT END
                 MOVE ARCH-RECORD TO JOBHIST-RECORD
                 ADD 1 TO DTL-RUNS
                 IF JH-ELAPSED-SECS IS NUMERIC
                   ADD 1 TO DTL-TIMED-RUNS
                   ADD JH-ELAPSED-SECS TO DTL-SECS
                   IF JH-ELAPSED-SECS > DTL-MAX-SECS
                     MOVE JH-ELAPSED-SECS TO DTL-MAX-SECS
                   END-IF
                 END-IF
             END-READ
           END-PERFORM
           CLOSE ARCHIVE-FILE
         END-IF.

       PROVE-CONTROL-TOTALS.
         IF DTL-RUNS = RUT-RUNS
             AND DTL-RUNS = WS-ARCHIVE-COUNT
             AND DTL-TIMED-RUNS = RUT-TIMED-RUNS
             AND DTL-SECS = RUT-SECS
             AND DTL-MAX-SECS = RUT-MAX-SECS
           MOVE 1 TO WS-BALANCE-SW
         ELSE
           MOVE 0 TO WS-BALANCE-SW
           DISPLAY "JHPURGE: ROLLUP TOTALS DO NOT AGREE WITH THE "
               "DETAIL ARCHIVED"
         END-IF.

      * Rollups already on file lead the live file; the new ones
      * follow them, ahead of the first run record retained, so
      * the file still reads oldest first.
       REWRITE-JOBHIST.
         COMPUTE WS-EXPECT-COUNT = WS-READ-ROLLUPS + WS-RU-USED
             + WS-RETAIN-COUNT
         OPEN INPUT HOLD-FILE
         OPEN OUTPUT JOBHIST-FILE
         MOVE 0 TO WS-EOF-SW
         PERFORM UNTIL INPUT-EOF
           READ HOLD-FILE
             AT END
               MOVE 1 TO WS-EOF-SW
             NOT AT END
               MOVE HOLD-RECORD TO JOBHIST-RECORD
               IF NOT JH-ROLLUP-RECORD AND NOT NEW-ROLLUPS-WRITTEN
                 PERFORM WRITE-NEW-ROLLUPS
                 MOVE HOLD-RECORD TO JOBHIST-RECORD
               END-IF
               PERFORM WRITE-LIVE-RECORD
           END-READ
         END-PERFORM
         IF NOT NEW-ROLLUPS-WRITTEN
           PERFORM WRITE-NEW-ROLLUPS
         END-IF
         CLOSE HOLD-FILE
         CLOSE JOBHIST-FILE
         IF WS-WRITTEN-COUNT NOT = WS-EXPECT-COUNT
           DISPLAY "JHPURGE: WARNING - JOBHIST REWRITE INCOMPLETE, "
               "RETAINED RECORDS ARE ON "
               FUNCTION TRIM(WS-HOLD-NAME)
           MOVE 8 TO WS-PURGE-COND
         END-IF.

       WRITE-NEW-ROLLUPS.
         MOVE 1 TO WS-ROLLUPS-OUT-SW
         PERFORM WRITE-ONE-ROLLUP
             VARYING WS-RU-SUB FROM 1 BY 1
             UNTIL WS-RU-SUB > WS-RU-USED.

      * The rollup reads as the month's last run, with no timing of
      * its own; its month's figures are in the rollup fields.
       WRITE-ONE-ROLLUP.
         MOVE SPACES TO JOBHIST-RECORD
         MOVE RU-JOB-NAME(WS-RU-SUB) TO JH-JOB-NAME
         MOVE RU-LAST-DATE(WS-RU-SUB) TO JH-RUN-DATE
         MOVE RU-LAST-TIME(WS-RU-SUB) TO JH-RUN-TIME
         MOVE RU-LAST-RESULT(WS-RU-SUB) TO JH-RESULT
         MOVE 0 TO JH-START-TIME JH-END-TIME JH-ELAPSED-SECS
         MOVE RU-PARM(WS-RU-SUB) TO JH-PARM
         MOVE "R" TO JH-RECORD-TYPE
         MOVE RU-MONTH(WS-RU-SUB) TO JH-RU-MONTH
         MOVE RU-RUNS(WS-RU-SUB) TO JH-RU-RUNS
         MOVE RU-TIMED-RUNS(WS-RU-SUB) TO JH-RU-TIMED-RUNS
         MOVE RU-SECS(WS-RU-SUB) TO JH-RU-TOTAL-SECS
         MOVE RU-MAX-SECS(WS-RU-SUB) TO JH-RU-MAX-SECS
         MOVE RU-FIRST-DATE(WS-RU-SUB) TO JH-RU-FIRST-DATE
         MOVE RU-FIRST-TIME(WS-RU-SUB) TO JH-RU-FIRST-TIME
         MOVE RU-FIRST-RESULT(WS-RU-SUB) TO JH-RU-FIRST-RESULT
         PERFORM WRITE-LIVE-RECORD.

       WRITE-LIVE-RECORD.
         WRITE JOBHIST-RECORD
         IF WS-JOBHIST-STATUS NOT = "00"
           DISPLAY "JHPURGE: WARNING - JOBHIST REWRITE FAILED, "
               "STATUS=" WS-JOBHIST-STATUS
         ELSE
           ADD 1 TO WS-WRITTEN-COUNT
         END-IF.

       WRITE-PURGE-REPORT.
         OPEN OUTPUT PRINT-FILE
         MOVE SPACES TO RPT-HEADER-RECORD
         MOVE "EULER PROJECT BATCH REPORT" TO RPT-HDR-TITLE
         MOVE "JHPURGE" TO RPT-HDR-PROGRAM
         MOVE WS-CURR-DATE TO RPT-HDR-RUN-DATE
         MOVE WS-PARM-CARD TO RPT-HDR-PARM
         MOVE XFER-REGION-STAMP TO RPT-HDR-REGION
         WRITE RPT-HEADER-RECORD

         MOVE SPACES TO RPT-DETAIL-RECORD
         STRING "RETENTION DAYS=" WS-RETAIN-DAYS
             " CUTOFF DATE=" WS-CUTOFF-DATE
             " - RUNS OF EARLIER MONTHS ROLLED UP"
             DELIMITED BY SIZE INTO RPT-DTL-TEXT
         WRITE RPT-DETAIL-RECORD
         IF PURGE-FAILED
           MOVE SPACES TO RPT-DETAIL-RECORD
           STRING "*PURGE NOT APPLIED* - JOBHIST LEFT UNCHANGED"
               DELIMITED BY SIZE INTO RPT-DTL-TEXT
           WRITE RPT-DETAIL-RECORD
         END-IF

         MOVE WS-READ-COUNT TO DISP-COUNT
         MOVE WS-READ-ROLLUPS TO DISP-COUNT-2
         MOVE SPACES TO RPT-DETAIL-RECORD
         STRING "RECORDS READ=" DISP-COUNT
             " OF WHICH ROLLUPS=" DISP-COUNT-2
             DELIMITED BY SIZE INTO RPT-DTL-TEXT
         WRITE RPT-DETAIL-RECORD

         MOVE WS-ARCHIVE-COUNT TO DISP-COUNT
         MOVE SPACES TO RPT-DETAIL-RECORD
         IF ARCHIVE-OPENED
           STRING "RUN RECORDS ARCHIVED=" DISP-COUNT
               " TO " FUNCTION TRIM(WS-ARCHIVE-NAME)
               DELIMITED BY SIZE INTO RPT-DTL-TEXT
         ELSE
           STRING "RUN RECORDS ARCHIVED=" DISP-COUNT
               DELIMITED BY SIZE INTO RPT-DTL-TEXT
         END-IF
         WRITE RPT-DETAIL-RECORD
         MOVE WS-RETAIN-COUNT TO DISP-COUNT
         MOVE SPACES TO RPT-DETAIL-RECORD
         STRING "RUN RECORDS RETAINED=" DISP-COUNT
             DELIMITED BY SIZE INTO RPT-DTL-TEXT
         WRITE RPT-DETAIL-RECORD
         MOVE WS-READ-ROLLUPS TO DISP-COUNT
         MOVE SPACES TO RPT-DETAIL-RECORD
         STRING "ROLLUPS CARRIED FORWARD=" DISP-COUNT
             DELIMITED BY SIZE INTO RPT-DTL-TEXT
         WRITE RPT-DETAIL-RECORD
         MOVE WS-RU-USED TO DISP-COUNT
         MOVE SPACES TO RPT-DETAIL-RECORD
         STRING "ROLLUPS ADDED=" DISP-COUNT
             DELIMITED BY SIZE INTO RPT-DTL-TEXT
         WRITE RPT-DETAIL-RECORD
         IF WS-WRITTEN-COUNT > 0
           MOVE WS-WRITTEN-COUNT TO DISP-COUNT
           MOVE WS-EXPECT-COUNT TO DISP-COUNT-2
           MOVE SPACES TO RPT-DETAIL-RECORD
           STRING "LIVE RECORDS WRITTEN=" DISP-COUNT
               " EXPECTED=" DISP-COUNT-2
               DELIMITED BY SIZE INTO RPT-DTL-TEXT
           WRITE RPT-DETAIL-RECORD
         END-IF

         PERFORM PRINT-ROLLUP-LINE
             VARYING WS-RU-SUB FROM 1 BY 1
             UNTIL WS-RU-SUB > WS-RU-USED

         MOVE SPACES TO RPT-DETAIL-RECORD
         WRITE RPT-DETAIL-RECORD
         MOVE SPACES TO RPT-DETAIL-RECORD
         STRING "CONTROL TOTALS          RUNS TIMED RUNS"
             "      SECONDS MAX SECS"
             DELIMITED BY SIZE INTO RPT-DTL-TEXT
         WRITE RPT-DETAIL-RECORD
         MOVE DTL-RUNS TO DISP-COUNT
         MOVE DTL-TIMED-RUNS TO DISP-COUNT-2
         MOVE DTL-SECS TO DISP-SECS
         MOVE DTL-MAX-SECS TO DISP-MAX-SECS
         MOVE SPACES TO RPT-DETAIL-RECORD
         STRING "DETAIL ARCHIVED   " DISP-COUNT "  " DISP-COUNT-2
             "  " DISP-SECS "   " DISP-MAX-SECS
             DELIMITED BY SIZE INTO RPT-DTL-TEXT
         WRITE RPT-DETAIL-RECORD
         MOVE RUT-RUNS TO DISP-COUNT
         MOVE RUT-TIMED-RUNS TO DISP-COUNT-2
         MOVE RUT-SECS TO DISP-SECS
         MOVE RUT-MAX-SECS TO DISP-MAX-SECS
         MOVE SPACES TO RPT-DETAIL-RECORD
         STRING "ROLLUPS ADDED     " DISP-COUNT "  " DISP-COUNT-2
             "  " DISP-SECS "   " DISP-MAX-SECS
             DELIMITED BY SIZE INTO RPT-DTL-TEXT
         WRITE RPT-DETAIL-RECORD
         MOVE SPACES TO RPT-DETAIL-RECORD
         IF TOTALS-BALANCE
           STRING "ROLLUP TOTALS AGREE WITH THE DETAIL ARCHIVED"
               DELIMITED BY SIZE INTO RPT-DTL-TEXT
         ELSE
           STRING "*OUT OF BALANCE* - ROLLUP TOTALS DO NOT AGREE "
               "WITH THE DETAIL ARCHIVED"
               DELIMITED BY SIZE INTO RPT-DTL-TEXT
         END-IF
         WRITE RPT-DETAIL-RECORD

         MOVE SPACES TO RPT-FOOTER-RECORD
         MOVE "END OF REPORT" TO RPT-FTR-TITLE
         MOVE "JHPURGE" TO RPT-FTR-PROGRAM
         WRITE RPT-FOOTER-RECORD
         CLOSE PRINT-FILE.

       PRINT-ROLLUP-LINE.
         IF WS-RU-SUB = 1
           MOVE SPACES TO RPT-DETAIL-RECORD
           WRITE RPT-DETAIL-RECORD
           MOVE SPACES TO RPT-DETAIL-RECORD
           STRING "JOB NAME MONTH     RUNS TIMED    SECONDS MAX SECS"
               " PARM"
               DELIMITED BY SIZE INTO RPT-DTL-TEXT
           WRITE RPT-DETAIL-RECORD
         END-IF
         MOVE RU-RUNS(WS-RU-SUB) TO DISP-COUNT
         MOVE RU-TIMED-RUNS(WS-RU-SUB) TO DISP-COUNT-2
         MOVE RU-SECS(WS-RU-SUB) TO DISP-SECS
         MOVE RU-MAX-SECS(WS-RU-SUB) TO DISP-MAX-SECS
         MOVE SPACES TO RPT-DETAIL-RECORD
         STRING RU-JOB-NAME(WS-RU-SUB) " " RU-MONTH(WS-RU-SUB)
             DISP-COUNT(3:) DISP-COUNT-2(4:) DISP-SECS
             "   " DISP-MAX-SECS " "
             FUNCTION TRIM(RU-PARM(WS-RU-SUB))
             DELIMITED BY SIZE INTO RPT-DTL-TEXT
         WRITE RPT-DETAIL-RECORD.

       WRITE-EXCEPTION-LOG.
         OPEN EXTEND EXCEPTION-LOG-FILE
         IF WS-EXCP-STATUS = "35"
           OPEN OUTPUT EXCEPTION-LOG-FILE
         END-IF
         MOVE "JHPURGE" TO EXCP-JOB-NAME
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
         MOVE SPACES TO WS-JOBHIST-NAME
         STRING XFER-REGION-PREFIX DELIMITED BY SPACE
             "JOBHIST.DAT" DELIMITED BY SIZE
             INTO WS-JOBHIST-NAME
         MOVE SPACES TO WS-HOLD-NAME
         STRING XFER-REGION-PREFIX DELIMITED BY SPACE
             "JHHOLD.DAT" DELIMITED BY SIZE
             INTO WS-HOLD-NAME
         MOVE SPACES TO WS-PRINT-NAME
         STRING XFER-REGION-PREFIX DELIMITED BY SPACE
             "JHPURGE.PRT" DELIMITED BY SIZE
             INTO WS-PRINT-NAME
         MOVE SPACES TO WS-EXCEPTION-LOG-NAME
         STRING XFER-REGION-PREFIX DELIMITED BY SPACE
             "EXCPLOG.DAT" DELIMITED BY SIZE
             INTO WS-EXCEPTION-LOG-NAME.
