      * with a to-bound and increment expands into one run
      * per bound from the card's bound upward, logged to
      * history individually with one rolled-up completion
      * status on the card. A card may depend on an earlier
      * card finishing at or below a given condition code;
      * when that card failed beyond the code, was not due,
      * was skipped or was itself bypassed, the dependent
      * card is bypassed with a DEPFAIL status. The job
      * summary shows each dependency chain, and a restarted
      * night applies the same gating to the cards it runs.
      * Each step's print file is handed to RPTARCH as soon
      * as the step returns, so every bound of a SWEEP keeps
      * its own dated generation, and RECONRPT and OPERRPT
      * are archived the same way at end of job, after which
      * generations past the retention limit roll off.
      * Conditions the on-call operator must hear about -
      * a step ending at code 8 or higher, an aborted
      * schedule, a forecast over the batch window - are
      * raised on the ALERTQ operator alert queue through
      * ALRTPOST, once per condition until it clears.
      * Before anything is opened the batch takes the run
      * locks on the shared data files its steps update, and
      * on the control cards it rewrites, so a purge, reload,
      * trim, acknowledgement or card edit cannot run
      * underneath it; if a maintenance utility already holds
      * one the night is refused with nothing run, and the
      * locks are given back once end-of-job is complete.
      * With the locks held the files are checked against the
      * FILEREG control register written at the end of the
      * last night, and a change that no logged maintenance
      * run accounts for raises the night to code 8; at end
      * of job the register is written afresh for tomorrow.
      * The rerun of a night that failed part way finds its
      * own partial output on the files, so it waives the
      * check and FILEREG.PRT records that it did.
      * A night run under a test region reads and writes only
      * that region's copies of every file, so trial cards,
      * bounds and sweeps leave production history, caches
      * and reconciliation untouched; its reports carry the
      * region stamp.
      *****************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JOBHIST-FILE ASSIGN TO DYNAMIC WS-JOBHIST-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-JOBHIST-STATUS.
           SELECT REQUEST-FILE ASSIGN TO DYNAMIC WS-REQUEST-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-REQUEST-STATUS.
           SELECT CALENDAR-FILE ASSIGN TO DYNAMIC WS-CALENDAR-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CALNDR-STATUS.
           SELECT JOURNAL-FILE ASSIGN TO DYNAMIC WS-JOURNAL-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNL-STATUS.
           SELECT AUDIT-FILE ASSIGN TO DYNAMIC WS-AUDIT-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
           SELECT PRINT-FILE ASSIGN TO DYNAMIC WS-PRINT-NAME
               ORGANIZATION LINE SEQUENTIAL.
           SELECT EXCEPTION-LOG-FILE
               ASSIGN TO DYNAMIC WS-EXCEPTION-LOG-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-EXCP-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05 JRN-BOUND       PIC X(16).
           05 JRN-STATUS      PIC X(08).
           05 JRN-COND        PIC 9(02).
           05 JRN-DEP-SEQ     PIC X(02).
           05 JRN-DEP-MAX-COND PIC X(02).

       FD AUDIT-FILE.
       COPY "audjrnl.cpy".
       FD PRINT-FILE.
       COPY "rpthdr.cpy".

       FD EXCEPTION-LOG-FILE.
       COPY "excplog.cpy".

       WORKING-STORAGE SECTION.
       01 WS-JOBHIST-STATUS  PIC X(02).
       01 WS-REQUEST-STATUS  PIC X(02).
       01 WS-EXCP-STATUS     PIC X(02).
       01 XFER-RESULT-003 PIC 9(18) EXTERNAL VALUE 0.
       01 XFER-RESULT-004 PIC 9(18) EXTERNAL VALUE 0.
       01 XFER-RESULT-005 PIC 9(16) EXTERNAL VALUE 0.
       01 XFER-STATUS-004 PIC 9(02) EXTERNAL VALUE 0.
       01 XFER-STATUS-005 PIC 9(02) EXTERNAL VALUE 0.
       01 XFER-STATUS-RCN PIC 9(02) EXTERNAL VALUE 0.
       01 XFER-CALLER-RCN PIC X(08) EXTERNAL VALUE SPACES.
       01 XFER-STATUS-MRG PIC 9(02) EXTERNAL VALUE 0.
       01 XFER-STATUS-ARC PIC 9(02) EXTERNAL VALUE 0.
       01 XFER-STATUS-ALR PIC 9(02) EXTERNAL VALUE 0.
       COPY "alertxfr.cpy".
       01 XFER-STATUS-LCK PIC 9(02) EXTERNAL VALUE 0.
       COPY "lockxfr.cpy".
       01 XFER-STATUS-REG PIC 9(02) EXTERNAL VALUE 0.
       01 WS-CURRENT-DT.
           05 WS-CURR-DATE   PIC 9(08).
           05 WS-CURR-TIME   PIC 9(06).
               10 RT-SWEEP-SW    PIC 9.
               10 RT-SWEEP-RUNS  PIC 9(05).
               10 RT-SWEEP-FFAIL PIC 9(16).
               10 RT-DEP-SEQ     PIC X(02).
               10 RT-DEP-MAX-COND PIC X(02).
               10 RT-DEP-SW      PIC 9.
               10 RT-DEP-NUM     PIC 9(02).
               10 RT-DEP-LIMIT   PIC 9(02).
       01 WS-STEP-PARM       PIC X(40).
       01 WS-JOB-NAME        PIC X(08).
       01 WS-JOB-RESULT      PIC 9(18).
       01 WS-STEP-COND       PIC 9(02).
       01 WS-RECON-COND      PIC 9(02) VALUE 0.
       01 WS-MERGE-COND      PIC 9(02) VALUE 0.
       01 WS-REGISTER-COND   PIC 9(02) VALUE 0.
       01 WS-ARCHIVE-PARM    PIC X(40).
       01 WS-ARCHIVE-COND    PIC 9(02) VALUE 0.
       01 WS-ALERT-FUNC      PIC X(08).
       01 WS-ALERT-COND      PIC 9(02) VALUE 0.
       01 WS-ABORT-SEQ       PIC 9(04) VALUE 0.
       01 WS-LOCK-PARM       PIC X(40).
       01 WS-LOCK-COND       PIC 9(02) VALUE 0.
       01 WS-LOCK-NAMES.
           05 FILLER         PIC X(12) VALUE "P005OUT.DAT".
           05 FILLER         PIC X(12) VALUE "P003OUT.DAT".
           05 FILLER         PIC X(12) VALUE "JOBHIST.DAT".
           05 FILLER         PIC X(12) VALUE "EXCPLOG.DAT".
           05 FILLER         PIC X(12) VALUE "DISCTRK.DAT".
           05 FILLER         PIC X(12) VALUE "EULERREQ.DAT".
       01 WS-LOCK-TABLE REDEFINES WS-LOCK-NAMES.
           05 WS-LOCK-ENTRY OCCURS 6 PIC X(12).
       01 WS-LOCK-MAX        PIC 9(02) VALUE 6.
       01 WS-LOCK-SUB        PIC 9(02).
       01 WS-LOCK-HELD       PIC 9(02) VALUE 0.
       01 WS-REJECT-REASON   PIC X(40).
       01 WS-MAX-COND        PIC 9(02) VALUE 0.
       01 WS-RUN-DATE        PIC 9(08).
       01 WS-WINDOW-TOKEN    PIC X(20).
       01 WS-SWEEP-FIRST-FAIL PIC 9(16).
       01 DISP-SWEEP-BOUND   PIC Z(15)9.
       01 DISP-SWEEP-RUNS    PIC ZZZZ9.
       01 WS-DEP-TEXT        PIC X(02).
       01 WS-DEP-FAIL-SW     PIC 9 VALUE 0.
         88 DEPENDENCY-FAILED    VALUE 1.
       01 WS-DEP-SUB         PIC 9(04).
       01 WS-DEPFAIL-COUNT   PIC 9(04) VALUE 0.
       01 WS-CHAIN-SUB       PIC 9(04).
       01 WS-CHAIN-TEXT      PIC X(54).
       01 WS-CHAIN-PTR       PIC 9(03).
       01 DISP-DEP-SEQ       PIC 9(02).
       01 WS-JOBHIST-NAME    PIC X(40).
       01 WS-REQUEST-NAME    PIC X(40).
       01 WS-CALENDAR-NAME   PIC X(40).
       01 WS-JOURNAL-NAME    PIC X(40).
       01 WS-AUDIT-NAME      PIC X(40).
       01 WS-PRINT-NAME      PIC X(40).
       01 WS-EXCEPTION-LOG-NAME PIC X(40).
       01 WS-REGION-COND     PIC 9(02) VALUE 0.
       01 XFER-STATUS-RGN    PIC 9(02) EXTERNAL VALUE 0.
       COPY "rgnxfr.cpy".

       PROCEDURE DIVISION.
       MAIN-PARA.
      *    (or blank) to run every request regardless, optionally
      *    followed by the batch window in minutes for the timing
      *    forecast. Blank input keeps the standing 240 minutes.
      *    A leading REGION=name token runs the whole night - every
      *    step and utility it calls - against that test region's
      *    files instead of production.
         PERFORM SET-REGION-FILE-NAMES
         IF WS-REGION-COND NOT = 0
           DISPLAY "EULERRUN: REJECTED - REGION QUALIFIER NOT VALID"
           MOVE 8 TO RETURN-CODE
           STOP RUN
         END-IF
         ACCEPT WS-PARM-CARD FROM COMMAND-LINE
         UNSTRING WS-PARM-CARD DELIMITED BY ALL SPACE
             INTO WS-POLICY-TOKEN WS-WINDOW-TOKEN
                 "DEFAULT WINDOW KEPT"
           END-IF
         END-IF
         MOVE "BEGIN" TO WS-ALERT-FUNC
         PERFORM POST-ALERT
         MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
         COMPUTE WS-DOW-NUM = FUNCTION MOD(
             FUNCTION INTEGER-OF-DATE(WS-RUN-DATE), 7)
           MOVE WS-DOW-ENTRY(WS-DOW-NUM) TO WS-DOW-TODAY
         END-IF
         COMPUTE WS-DOM-TODAY = FUNCTION MOD(WS-RUN-DATE, 100)
         PERFORM ENQUEUE-BATCH-FILES
         IF WS-LOCK-COND NOT = 0
           PERFORM REFUSE-LOCKED-NIGHT
           MOVE 8 TO RETURN-CODE
           STOP RUN
         END-IF
         PERFORM LOAD-CALENDAR-FILE

         PERFORM LOAD-REQUEST-FILE
      *    A card file that exists but cannot be read is a failed

         PERFORM READ-RESTART-JOURNAL

      *    Nothing can change the files from here to end of job but
      *    the batch itself, so this is the point to check that
      *    they are as last night left them. A restarted night's
      *    files already carry the failed run's own output, so the
      *    check is waived and FILEREG.PRT says so.
         IF WS-RESTART-COUNT > 0
           DISPLAY "VERIFY RESTART" UPON COMMAND-LINE
         ELSE
           DISPLAY "VERIFY" UPON COMMAND-LINE
         END-IF
         CALL "FILEREG"
         MOVE XFER-STATUS-REG TO WS-REGISTER-COND
         CANCEL "FILEREG"
         IF WS-REGISTER-COND > 0
           DISPLAY "EULERRUN: FILE CONTROL REGISTER CHECK ENDED COND="
               WS-REGISTER-COND " - SEE FILEREG.PRT"
         END-IF
         IF WS-REGISTER-COND > WS-MAX-COND
           MOVE WS-REGISTER-COND TO WS-MAX-COND
         END-IF
         MOVE "ARCHIVE FILEREG.PRT" TO WS-ARCHIVE-PARM
         PERFORM ARCHIVE-PRINT-FILE

         OPEN EXTEND JOBHIST-FILE
         IF WS-JOBHIST-STATUS = "35"
           OPEN OUTPUT JOBHIST-FILE
         END-IF

         PERFORM RUN-ONE-REQUEST
             VARYING WS-REQ-SUB FROM 1 BY 1
             UNTIL WS-REQ-SUB > WS-REQ-USED

         CLOSE JOBHIST-FILE

         PERFORM RAISE-SCHEDULE-ALERTS

      *    Last step of the batch: cross-check tonight's history
      *    against the result and print files. The history file is
      *    closed first so the reconciliation reads it complete.
      *    The tracking file is under the batch's own lock, so the
      *    reconciliation is told it runs as part of the night.
         DISPLAY " " UPON COMMAND-LINE
         MOVE "EULERRUN" TO XFER-CALLER-RCN
         CALL "RECONCLE"
         MOVE XFER-STATUS-RCN TO WS-RECON-COND
         CANCEL "RECONCLE"
         MOVE SPACES TO XFER-CALLER-RCN
         IF WS-RECON-COND > WS-MAX-COND
           MOVE WS-RECON-COND TO WS-MAX-COND
         END-IF

         MOVE "ARCHIVE RECONRPT.PRT" TO WS-ARCHIVE-PARM
         PERFORM ARCHIVE-PRINT-FILE

      *    Every file the night updates is now complete, the
      *    reconciliation's tracking file included, so their figures
      *    go on the control register for tomorrow night's check.
         DISPLAY "RECORD" UPON COMMAND-LINE
         CALL "FILEREG"
         MOVE XFER-STATUS-REG TO WS-REGISTER-COND
         CANCEL "FILEREG"
         IF WS-REGISTER-COND > 0
           DISPLAY "EULERRUN: WARNING - FILE CONTROL REGISTER NOT "
               "WRITTEN, COND=" WS-REGISTER-COND
           IF WS-MAX-COND < 4
             MOVE 4 TO WS-MAX-COND
           END-IF
         END-IF

         PERFORM WRITE-JOB-SUMMARY

      *    Every alert condition has now been checked, so anything
      *    raised on an earlier night and not raised again tonight
      *    has cleared.
         MOVE "END" TO WS-ALERT-FUNC
         PERFORM POST-ALERT

      *    Fold the night's print files into the single paginated
      *    operator report once the job summary is on file.
         CALL "RPTMERGE"
           MOVE WS-MERGE-COND TO WS-MAX-COND
         END-IF

      *    The operator report carries its own page headings rather
      *    than the batch report header, so it is filed by name.
         MOVE "ARCHIVE OPERRPT.PRT OPERRPT" TO WS-ARCHIVE-PARM
         PERFORM ARCHIVE-PRINT-FILE
         MOVE "ROLLOFF" TO WS-ARCHIVE-PARM
         PERFORM ARCHIVE-PRINT-FILE

         PERFORM DEQUEUE-BATCH-FILES
             VARYING WS-LOCK-SUB FROM WS-LOCK-HELD BY -1
             UNTIL WS-LOCK-SUB < 1

         MOVE WS-MAX-COND TO RETURN-CODE
         STOP RUN.

                   MOVE 0 TO RT-SWEEP-SW(WS-REQ-USED)
                   MOVE 0 TO RT-SWEEP-RUNS(WS-REQ-USED)
                   MOVE 0 TO RT-SWEEP-FFAIL(WS-REQ-USED)
                   MOVE REQ-DEP-SEQ TO RT-DEP-SEQ(WS-REQ-USED)
                   MOVE REQ-DEP-MAX-COND
                       TO RT-DEP-MAX-COND(WS-REQ-USED)
                   PERFORM RESOLVE-DEPENDENCY
                   PERFORM CHECK-CALENDAR-RULE
                   IF NOT REQUEST-DUE
                     MOVE "NOTDUE" TO RT-STATUS(WS-REQ-USED)
         END-IF
         END-IF.

      * A dependency names the card it waits on by sequence
      * number and may give the highest condition code that card
      * can finish with; a blank code means 4, a clean run or a
      * warning. Only an earlier card can be waited on, since the
      * schedule runs in card order: a dependency on the card
      * itself, a later card or an unreadable number or code can
      * never be met and is marked so here.
       RESOLVE-DEPENDENCY.
         MOVE 0 TO RT-DEP-SW(WS-REQ-USED)
         MOVE 0 TO RT-DEP-NUM(WS-REQ-USED)
         MOVE 4 TO RT-DEP-LIMIT(WS-REQ-USED)
         IF RT-DEP-SEQ(WS-REQ-USED) NOT = SPACES
           MOVE 2 TO RT-DEP-SW(WS-REQ-USED)
           MOVE RT-DEP-SEQ(WS-REQ-USED) TO WS-DEP-TEXT
           PERFORM NORMALIZE-DEP-TEXT
           IF WS-DEP-TEXT IS NUMERIC
             MOVE WS-DEP-TEXT TO RT-DEP-NUM(WS-REQ-USED)
             IF RT-DEP-NUM(WS-REQ-USED) > 0
                 AND RT-DEP-NUM(WS-REQ-USED) < WS-REQ-USED
               MOVE 1 TO RT-DEP-SW(WS-REQ-USED)
             END-IF
           END-IF
           IF RT-DEP-MAX-COND(WS-REQ-USED) NOT = SPACES
             MOVE RT-DEP-MAX-COND(WS-REQ-USED) TO WS-DEP-TEXT
             PERFORM NORMALIZE-DEP-TEXT
             IF WS-DEP-TEXT IS NUMERIC
               MOVE WS-DEP-TEXT TO RT-DEP-LIMIT(WS-REQ-USED)
             ELSE
               MOVE 2 TO RT-DEP-SW(WS-REQ-USED)
             END-IF
           END-IF
         END-IF.

      * Right-justifies a one-digit number punched either way in
      * a two-column field, so " 5" and "5 " both read as 05.
       NORMALIZE-DEP-TEXT.
         IF WS-DEP-TEXT(2:1) = SPACE
           MOVE WS-DEP-TEXT(1:1) TO WS-DEP-TEXT(2:1)
           MOVE "0" TO WS-DEP-TEXT(1:1)
         END-IF
         IF WS-DEP-TEXT(1:1) = SPACE
           MOVE "0" TO WS-DEP-TEXT(1:1)
         END-IF.

      * Historical behavior when no control-card file is
      * supplied: both problems run once with blank parms.
       BUILD-DEFAULT-SCHEDULE.
         MOVE SPACES TO RT-SUBMITTER(1)
         MOVE 0 TO RT-SWEEP-SW(1) RT-SWEEP-RUNS(1)
             RT-SWEEP-FFAIL(1)
         MOVE SPACES TO RT-DEP-SEQ(1) RT-DEP-MAX-COND(1)
         MOVE 0 TO RT-DEP-SW(1) RT-DEP-NUM(1) RT-DEP-LIMIT(1)
         MOVE "PROBLEM5" TO RT-STEP-NAME(2)
         MOVE SPACES TO RT-BOUND(2) RT-OPTION(2) RT-STATUS(2)
         MOVE 0 TO RT-COND(2)
         MOVE 0 TO RT-DONE-SW(2)
         MOVE SPACES TO RT-SUBMITTER(2)
         MOVE 0 TO RT-SWEEP-SW(2) RT-SWEEP-RUNS(2)
             RT-SWEEP-FFAIL(2)
         MOVE SPACES TO RT-DEP-SEQ(2) RT-DEP-MAX-COND(2)
         MOVE 0 TO RT-DEP-SW(2) RT-DEP-NUM(2) RT-DEP-LIMIT(2).

       RUN-ONE-REQUEST.
      *    A request the restart journal shows already completed
      *    tonight keeps its recorded status and is not run again;
      *    a card the calendar says is not due is bypassed before
      *    any policy handling: NOTDUE is "not scheduled", never
      *    "failed" or "skipped by abort". A card whose dependency
      *    was not met is bypassed as DEPFAIL and journaled like
      *    any completion, so a restart keeps the same verdict.
         IF RT-DONE-SW(WS-REQ-SUB) = 1
           CONTINUE
         ELSE
         IF JOB-ABORTED
           MOVE "SKIPPED" TO RT-STATUS(WS-REQ-SUB)
         ELSE
           PERFORM CHECK-DEPENDENCY
           IF DEPENDENCY-FAILED
             MOVE 4 TO WS-STEP-COND
             MOVE 4 TO RT-COND(WS-REQ-SUB)
             MOVE "DEPFAIL" TO RT-STATUS(WS-REQ-SUB)
             PERFORM APPLY-FAILURE-POLICY
             PERFORM JOURNAL-REQUEST-COMPLETION
           ELSE
           IF RT-STEP-NAME(WS-REQ-SUB) NOT = "PROBLEM3"
               AND RT-STEP-NAME(WS-REQ-SUB) NOT = "PROBLEM4"
               AND RT-STEP-NAME(WS-REQ-SUB) NOT = "PROBLEM5"
               PERFORM GRADE-REQUEST
             END-IF
           END-IF
           END-IF
         END-IF
         END-IF
         END-IF.

      * The card waited on has already reached its final status
      * tonight (or on the interrupted run, via the journal),
      * because cards run in order and only an earlier card can
      * be named. NOTDUE, SKIPPED and DEPFAIL mean it never ran,
      * which fails the dependency whatever its code reads.
       CHECK-DEPENDENCY.
         MOVE 0 TO WS-DEP-FAIL-SW
         IF RT-DEP-SW(WS-REQ-SUB) = 2
           MOVE 1 TO WS-DEP-FAIL-SW
           DISPLAY "EULERRUN: CARD " WS-REQ-SUB " DEPENDENCY "
               RT-DEP-SEQ(WS-REQ-SUB) " COND "
               RT-DEP-MAX-COND(WS-REQ-SUB)
               " CANNOT BE MET - REQUEST BYPASSED"
         ELSE
         IF RT-DEP-SW(WS-REQ-SUB) = 1
           MOVE RT-DEP-NUM(WS-REQ-SUB) TO WS-DEP-SUB
           IF RT-STATUS(WS-DEP-SUB) = "NOTDUE"
               OR RT-STATUS(WS-DEP-SUB) = "SKIPPED"
               OR RT-STATUS(WS-DEP-SUB) = "DEPFAIL"
               OR RT-COND(WS-DEP-SUB) > RT-DEP-LIMIT(WS-REQ-SUB)
             MOVE 1 TO WS-DEP-FAIL-SW
             DISPLAY "EULERRUN: CARD " WS-REQ-SUB " BYPASSED - CARD "
                 WS-DEP-SUB " ENDED " RT-STATUS(WS-DEP-SUB)
                 " COND=" RT-COND(WS-DEP-SUB)
           END-IF
         END-IF
         END-IF.

      * One CALL of the requested step with WS-STEP-PARM already
      * built; the step's result and condition come back through
      * its EXTERNAL transfer fields and the run is logged to
           CANCEL "PROBLEM005"
         END-IF
         END-IF
         PERFORM LOG-JOBHIST
      *    A rejected parameter card leaves last run's print file in
      *    place, so only a step that wrote its report is archived.
         IF WS-STEP-COND NOT = 8
           MOVE SPACES TO WS-ARCHIVE-PARM
           STRING "ARCHIVE P00" WS-JOB-NAME(8:1) "RPT.PRT"
               DELIMITED BY SIZE INTO WS-ARCHIVE-PARM
           PERFORM ARCHIVE-PRINT-FILE
         END-IF.

      * The locks are taken in a fixed order and the first refusal
      * stops the round; the holds already taken are given back
      * so a refused night leaves no locks of its own behind.
       ENQUEUE-BATCH-FILES.
         MOVE 0 TO WS-LOCK-COND
         PERFORM VARYING WS-LOCK-SUB FROM 1 BY 1
             UNTIL WS-LOCK-SUB > WS-LOCK-MAX OR WS-LOCK-COND NOT = 0
           MOVE SPACES TO WS-LOCK-PARM
           STRING "ENQ " WS-LOCK-ENTRY(WS-LOCK-SUB) " EULERRUN "
               WS-RUN-DATE
               DELIMITED BY SIZE INTO WS-LOCK-PARM
           DISPLAY WS-LOCK-PARM UPON COMMAND-LINE
           CALL "LOCKMGR"
           MOVE XFER-STATUS-LCK TO WS-LOCK-COND
           CANCEL "LOCKMGR"
           IF WS-LOCK-COND = 0
             MOVE WS-LOCK-SUB TO WS-LOCK-HELD
           END-IF
         END-PERFORM
         IF WS-LOCK-COND NOT = 0
           PERFORM DEQUEUE-BATCH-FILES
               VARYING WS-LOCK-SUB FROM WS-LOCK-HELD BY -1
               UNTIL WS-LOCK-SUB < 1
         END-IF.

       DEQUEUE-BATCH-FILES.
         MOVE SPACES TO WS-LOCK-PARM
         STRING "DEQ " WS-LOCK-ENTRY(WS-LOCK-SUB) " EULERRUN"
             DELIMITED BY SIZE INTO WS-LOCK-PARM
         DISPLAY WS-LOCK-PARM UPON COMMAND-LINE
         CALL "LOCKMGR"
         CANCEL "LOCKMGR".

      * A refusal while a trim holds the exception log is shown
      * on the console only: an entry appended now would be lost
      * when the trim rewrites the log underneath it.
       REFUSE-LOCKED-NIGHT.
         MOVE SPACES TO WS-REJECT-REASON
         IF WS-LOCK-COND = 8
           STRING FUNCTION TRIM(WS-LOCK-ENTRY(WS-LOCK-HELD + 1))
               " HELD BY " FUNCTION TRIM(XFER-LOCK-HOLDER) " "
               XFER-LOCK-SINCE-DATE
               DELIMITED BY SIZE INTO WS-REJECT-REASON
         ELSE
           MOVE "RUN LOCK CONTROL FILE NOT AVAILABLE"
               TO WS-REJECT-REASON
         END-IF
         IF WS-LOCK-ENTRY(WS-LOCK-HELD + 1) NOT = "EXCPLOG.DAT"
           PERFORM WRITE-EXCEPTION-LOG
         END-IF
         DISPLAY "EULERRUN: REJECTED - " WS-REJECT-REASON
         DISPLAY "EULERRUN: NO STEPS RUN - RERUN WHEN THE FILE IS "
             "FREE"
         MOVE "CRITICAL" TO XFER-ALRT-SEVERITY
         MOVE "ABORTED" TO XFER-ALRT-TYPE
         MOVE SPACES TO XFER-ALRT-STEP XFER-ALRT-PARM
         MOVE "SCHEDULE ABORTED" TO XFER-ALRT-KEY
         MOVE SPACES TO XFER-ALRT-TEXT
         STRING "BATCH REFUSED - " WS-REJECT-REASON
             DELIMITED BY SIZE INTO XFER-ALRT-TEXT
         MOVE "RAISE" TO WS-ALERT-FUNC
         PERFORM POST-ALERT.

       WRITE-EXCEPTION-LOG.
         OPEN EXTEND EXCEPTION-LOG-FILE
         IF WS-EXCP-STATUS = "35"
           OPEN OUTPUT EXCEPTION-LOG-FILE
         END-IF
         MOVE "EULERRUN" TO EXCP-JOB-NAME
         MOVE FUNCTION CURRENT-DATE(1:8) TO EXCP-RUN-DATE
         MOVE FUNCTION CURRENT-DATE(9:6) TO EXCP-RUN-TIME
         MOVE WS-PARM-CARD(1:20) TO EXCP-PARM
         MOVE WS-REJECT-REASON TO EXCP-REASON
         WRITE EXCP-RECORD
         CLOSE EXCEPTION-LOG-FILE.

      * A print file that could not be archived or a retention
      * pass that failed is a warning on the night, not a failure:
      * the live print file is still there for tonight's reader.
       ARCHIVE-PRINT-FILE.
         DISPLAY WS-ARCHIVE-PARM UPON COMMAND-LINE
         CALL "RPTARCH"
         MOVE XFER-STATUS-ARC TO WS-ARCHIVE-COND
         CANCEL "RPTARCH"
         IF WS-ARCHIVE-COND > 0
           DISPLAY "EULERRUN: WARNING - " FUNCTION TRIM(WS-ARCHIVE-PARM)
               " ENDED COND=" WS-ARCHIVE-COND
           IF WS-MAX-COND < 4
             MOVE 4 TO WS-MAX-COND
           END-IF
         END-IF.

      * A SWEEP card carries the from-bound in the bound field and
      * SWEEP with the to-bound and increment in the option field;
         END-IF
         IF ABORT-POLICY AND WS-STEP-COND >= 8
           MOVE 1 TO WS-ABORTED-SW
           IF WS-ABORT-SEQ = 0
             MOVE WS-REQ-SUB TO WS-ABORT-SEQ
           END-IF
           DISPLAY "EULERRUN: STEP FAILED WITH CODE " WS-STEP-COND
               " - REMAINING REQUESTS SKIPPED"
         END-IF.

      * Raised once the schedule is over so a restarted night
      * re-raises the failures it carried over from the first
      * attempt, which keeps them open rather than clearing them.
       RAISE-SCHEDULE-ALERTS.
         IF REQUEST-FILE-FAILED
           MOVE "CRITICAL" TO XFER-ALRT-SEVERITY
           MOVE "ABORTED" TO XFER-ALRT-TYPE
           MOVE SPACES TO XFER-ALRT-STEP XFER-ALRT-PARM
           MOVE "SCHEDULE ABORTED" TO XFER-ALRT-KEY
           MOVE "REQUEST FILE NOT READABLE - NO STEPS RUN"
               TO XFER-ALRT-TEXT
           MOVE "RAISE" TO WS-ALERT-FUNC
           PERFORM POST-ALERT
         END-IF
         PERFORM RAISE-STEP-ALERT
             VARYING WS-REQ-SUB FROM 1 BY 1
             UNTIL WS-REQ-SUB > WS-REQ-USED
         IF JOB-ABORTED AND WS-ABORT-SEQ > 0
           MOVE "CRITICAL" TO XFER-ALRT-SEVERITY
           MOVE "ABORTED" TO XFER-ALRT-TYPE
           MOVE RT-STEP-NAME(WS-ABORT-SEQ) TO XFER-ALRT-STEP
           MOVE RT-BOUND(WS-ABORT-SEQ) TO XFER-ALRT-PARM
           MOVE "SCHEDULE ABORTED" TO XFER-ALRT-KEY
           MOVE WS-ABORT-SEQ TO DISP-DEP-SEQ
           MOVE SPACES TO XFER-ALRT-TEXT
           STRING "SCHEDULE ABORTED AT CARD " DISP-DEP-SEQ " "
               FUNCTION TRIM(RT-STEP-NAME(WS-ABORT-SEQ))
               " - REST SKIPPED"
               DELIMITED BY SIZE INTO XFER-ALRT-TEXT
           MOVE "RAISE" TO WS-ALERT-FUNC
           PERFORM POST-ALERT
         END-IF.

       RAISE-STEP-ALERT.
         IF RT-COND(WS-REQ-SUB) >= 8
           IF RT-COND(WS-REQ-SUB) >= 12
             MOVE "CRITICAL" TO XFER-ALRT-SEVERITY
           ELSE
             MOVE "MAJOR" TO XFER-ALRT-SEVERITY
           END-IF
           MOVE "STEPFAIL" TO XFER-ALRT-TYPE
           MOVE RT-STEP-NAME(WS-REQ-SUB) TO XFER-ALRT-STEP
           MOVE SPACES TO XFER-ALRT-PARM
           STRING FUNCTION TRIM(RT-BOUND(WS-REQ-SUB)) " "
               FUNCTION TRIM(RT-OPTION(WS-REQ-SUB))
               DELIMITED BY SIZE INTO XFER-ALRT-PARM
           MOVE SPACES TO XFER-ALRT-KEY
           STRING RT-STEP-NAME(WS-REQ-SUB) " "
               FUNCTION TRIM(RT-BOUND(WS-REQ-SUB)) " "
               FUNCTION TRIM(RT-OPTION(WS-REQ-SUB))
               DELIMITED BY SIZE INTO XFER-ALRT-KEY
           MOVE SPACES TO XFER-ALRT-TEXT
           STRING FUNCTION TRIM(RT-STEP-NAME(WS-REQ-SUB)) " "
               FUNCTION TRIM(RT-BOUND(WS-REQ-SUB))
               " ENDED COND=" RT-COND(WS-REQ-SUB)
               " STATUS=" FUNCTION TRIM(RT-STATUS(WS-REQ-SUB))
               DELIMITED BY SIZE INTO XFER-ALRT-TEXT
           MOVE "RAISE" TO WS-ALERT-FUNC
           PERFORM POST-ALERT
         END-IF.

      * An alert that could not be queued is a warning on the
      * night; the condition itself is still on the job summary.
       POST-ALERT.
         MOVE "EULERRUN" TO XFER-ALRT-SOURCE
         DISPLAY WS-ALERT-FUNC UPON COMMAND-LINE
         CALL "ALRTPOST"
         MOVE XFER-STATUS-ALR TO WS-ALERT-COND
         CANCEL "ALRTPOST"
         IF WS-ALERT-COND > 0
           DISPLAY "EULERRUN: WARNING - ALERT "
               FUNCTION TRIM(WS-ALERT-FUNC)
               " ENDED COND=" WS-ALERT-COND
           IF WS-MAX-COND < 4
             MOVE 4 TO WS-MAX-COND
           END-IF
         END-IF.

       LOG-JOBHIST.
         MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DT
         MOVE WS-CURR-TIME TO WS-STEP-END-TIME
         MOVE WS-STEP-END-TIME TO JH-END-TIME
         MOVE WS-STEP-ELAPSED TO JH-ELAPSED-SECS
         MOVE WS-STEP-PARM(1:20) TO JH-PARM
         MOVE "D" TO JH-RECORD-TYPE
         MOVE SPACES TO JH-ROLLUP-DATA
         PERFORM RECORD-STEP-TIMING
         WRITE JOBHIST-RECORD
         IF WS-JOBHIST-STATUS NOT = "00"
           MOVE JRN-REQ-SEQ TO WS-REQ-SUB
           IF RT-STEP-NAME(WS-REQ-SUB) = JRN-STEP-NAME
               AND RT-BOUND(WS-REQ-SUB) = JRN-BOUND
               AND RT-DEP-SEQ(WS-REQ-SUB) = JRN-DEP-SEQ
               AND RT-DEP-MAX-COND(WS-REQ-SUB) = JRN-DEP-MAX-COND
             MOVE JRN-STATUS TO RT-STATUS(WS-REQ-SUB)
             MOVE JRN-COND TO RT-COND(WS-REQ-SUB)
             MOVE 1 TO RT-DONE-SW(WS-REQ-SUB)
           MOVE RT-BOUND(WS-REQ-SUB) TO JRN-BOUND
           MOVE RT-STATUS(WS-REQ-SUB) TO JRN-STATUS
           MOVE RT-COND(WS-REQ-SUB) TO JRN-COND
           MOVE RT-DEP-SEQ(WS-REQ-SUB) TO JRN-DEP-SEQ
           MOVE RT-DEP-MAX-COND(WS-REQ-SUB) TO JRN-DEP-MAX-COND
           WRITE JOURNAL-RECORD
           CLOSE JOURNAL-FILE
         END-IF.
         MOVE RT-STATUS(WS-REQ-SUB) TO AUD-STATUS
         MOVE RT-COND(WS-REQ-SUB) TO AUD-COND
         MOVE RT-SUBMITTER(WS-REQ-SUB) TO AUD-SUBMITTER
         MOVE WS-REQ-SUB TO AUD-REQ-SEQ
         MOVE RT-DEP-SEQ(WS-REQ-SUB) TO AUD-DEP-SEQ
         MOVE RT-DEP-MAX-COND(WS-REQ-SUB) TO AUD-DEP-MAX-COND
         WRITE AUDIT-RECORD
         IF WS-AUDIT-STATUS NOT = "00"
           DISPLAY "EULERRUN: WARNING - AUDIT JOURNAL WRITE "

      * Prior nights' elapsed times for the same step and parameters
      * feed the per-step averages; records written before timing
      * was captured carry spaces there and are passed over. A
      * month the retention purge rolled up still counts in full,
      * through the timed runs and total seconds on its rollup.
       LOAD-TIMING-HISTORY.
         OPEN INPUT JOBHIST-FILE
         IF WS-JOBHIST-STATUS = "00"
               AT END
                 MOVE 1 TO WS-HIST-EOF-SW
               NOT AT END
                 IF JH-ROLLUP-RECORD
                   IF JH-RU-TIMED-RUNS IS NUMERIC
                       AND JH-RU-TOTAL-SECS IS NUMERIC
                     PERFORM TALLY-TIMING-ROLLUP
                   END-IF
                 ELSE
                 IF JH-RUN-DATE < WS-RUN-DATE
                     AND JH-ELAPSED-SECS IS NUMERIC
                   PERFORM TALLY-TIMING-HISTORY
                 END-IF
                 END-IF
             END-READ
           END-PERFORM
           CLOSE JOBHIST-FILE
           END-IF
         END-PERFORM.

       TALLY-TIMING-ROLLUP.
         PERFORM VARYING WS-TIM-SUB FROM 1 BY 1
             UNTIL WS-TIM-SUB > WS-TIM-USED
           IF TM-JOB-NAME(WS-TIM-SUB) = JH-JOB-NAME
               AND TM-PARM(WS-TIM-SUB) = JH-PARM
             ADD JH-RU-TOTAL-SECS TO TM-HIST-TOTAL(WS-TIM-SUB)
             ADD JH-RU-TIMED-RUNS TO TM-HIST-COUNT(WS-TIM-SUB)
           END-IF
         END-PERFORM.

       AVERAGE-TIMING-HISTORY.
         IF TM-HIST-COUNT(WS-TIM-SUB) > 0
           COMPUTE TM-HIST-AVG(WS-TIM-SUB) =
               DELIMITED BY SIZE INTO RPT-DTL-TEXT
           WRITE RPT-DETAIL-RECORD
           DISPLAY "EULERRUN: " RPT-DTL-TEXT
           MOVE WS-TOTAL-ELAPSED TO DISP-SECS
           MOVE "WARNING" TO XFER-ALRT-SEVERITY
           MOVE "WINDOW" TO XFER-ALRT-TYPE
           MOVE SPACES TO XFER-ALRT-STEP XFER-ALRT-PARM
           MOVE WS-BATCH-WINDOW TO DISP-SECS-2
           MOVE FUNCTION TRIM(DISP-SECS-2) TO XFER-ALRT-PARM
           MOVE "BATCH WINDOW" TO XFER-ALRT-KEY
           MOVE WS-TOTAL-FORECAST TO DISP-SECS-2
           MOVE SPACES TO XFER-ALRT-TEXT
           STRING "ELAPSED " FUNCTION TRIM(DISP-SECS)
               " FORECAST " FUNCTION TRIM(DISP-SECS-2)
               " SECS OVER WINDOW " FUNCTION TRIM(XFER-ALRT-PARM)
               DELIMITED BY SIZE INTO XFER-ALRT-TEXT
           MOVE "RAISE" TO WS-ALERT-FUNC
           PERFORM POST-ALERT
         END-IF.

      * The forecast charges each run at its historical average
         MOVE RT-OPTION(WS-REQ-SUB) TO REQ-OPTION
         MOVE RT-STATUS(WS-REQ-SUB) TO REQ-STATUS
         MOVE RT-SUBMITTER(WS-REQ-SUB) TO REQ-SUBMITTER
         MOVE RT-DEP-SEQ(WS-REQ-SUB) TO REQ-DEP-SEQ
         MOVE RT-DEP-MAX-COND(WS-REQ-SUB) TO REQ-DEP-MAX-COND
         WRITE REQ-RECORD
         IF WS-REQUEST-STATUS NOT = "00"
           DISPLAY "EULERRUN: WARNING - REQUEST-FILE WRITE FAILED, "
         MOVE "EULERRUN" TO RPT-HDR-PROGRAM
         MOVE FUNCTION CURRENT-DATE(1:8) TO RPT-HDR-RUN-DATE
         MOVE WS-PARM-CARD TO RPT-HDR-PARM
         MOVE XFER-REGION-STAMP TO RPT-HDR-REGION
         WRITE RPT-HEADER-RECORD

         PERFORM WRITE-SUMMARY-LINE
         WRITE RPT-DETAIL-RECORD
         DISPLAY "EULERRUN: " RPT-DTL-TEXT

         MOVE SPACES TO RPT-DETAIL-RECORD
         STRING "REQUESTS BYPASSED BY DEPENDENCY=" WS-DEPFAIL-COUNT
             DELIMITED BY SIZE INTO RPT-DTL-TEXT
         WRITE RPT-DETAIL-RECORD
         DISPLAY "EULERRUN: " RPT-DTL-TEXT

         IF WS-RESTART-COUNT > 0
           MOVE SPACES TO RPT-DETAIL-RECORD
           STRING "RESTARTED NIGHT - REQUESTS ALREADY COMPLETE="
             DELIMITED BY SIZE INTO RPT-DTL-TEXT
         WRITE RPT-DETAIL-RECORD
         DISPLAY "EULERRUN: " RPT-DTL-TEXT
         IF RT-STATUS(WS-REQ-SUB) = "DEPFAIL"
           ADD 1 TO WS-DEPFAIL-COUNT
         END-IF
         IF RT-DEP-SW(WS-REQ-SUB) NOT = 0
           PERFORM WRITE-DEPENDENCY-LINE
         END-IF
         IF RT-SWEEP-SW(WS-REQ-SUB) = 1
           MOVE RT-SWEEP-RUNS(WS-REQ-SUB) TO DISP-SWEEP-RUNS
           MOVE SPACES TO RPT-DETAIL-RECORD
           WRITE RPT-DETAIL-RECORD
           DISPLAY "EULERRUN: " RPT-DTL-TEXT
         END-IF.

      * The chain runs from this card back through each card it
      * waits on, newest first, e.g. CHAIN 05<02<01.
       WRITE-DEPENDENCY-LINE.
         MOVE SPACES TO RPT-DETAIL-RECORD
         IF RT-DEP-SW(WS-REQ-SUB) = 1
           MOVE SPACES TO WS-CHAIN-TEXT
           MOVE 1 TO WS-CHAIN-PTR
           MOVE WS-REQ-SUB TO DISP-DEP-SEQ
           STRING "CHAIN " DISP-DEP-SEQ DELIMITED BY SIZE
               INTO WS-CHAIN-TEXT WITH POINTER WS-CHAIN-PTR
           MOVE WS-REQ-SUB TO WS-CHAIN-SUB
           PERFORM UNTIL RT-DEP-SW(WS-CHAIN-SUB) NOT = 1
               OR WS-CHAIN-PTR > 52
             MOVE RT-DEP-NUM(WS-CHAIN-SUB) TO WS-CHAIN-SUB
             MOVE WS-CHAIN-SUB TO DISP-DEP-SEQ
             STRING "<" DISP-DEP-SEQ DELIMITED BY SIZE
                 INTO WS-CHAIN-TEXT WITH POINTER WS-CHAIN-PTR
           END-PERFORM
           MOVE RT-DEP-NUM(WS-REQ-SUB) TO WS-DEP-SUB
           MOVE WS-DEP-SUB TO DISP-DEP-SEQ
           STRING "  AFTER CARD " DISP-DEP-SEQ " "
               RT-STEP-NAME(WS-DEP-SUB)
               " AT OR BELOW COND " RT-DEP-LIMIT(WS-REQ-SUB)
               " " WS-CHAIN-TEXT
               DELIMITED BY SIZE INTO RPT-DTL-TEXT
         ELSE
           MOVE WS-REQ-SUB TO DISP-DEP-SEQ
           STRING "  AFTER CARD " RT-DEP-SEQ(WS-REQ-SUB)
               " COND " RT-DEP-MAX-COND(WS-REQ-SUB)
               " - CARD " DISP-DEP-SEQ
               " CANNOT WAIT ON THAT CARD OR CODE"
               DELIMITED BY SIZE INTO RPT-DTL-TEXT
         END-IF
         WRITE RPT-DETAIL-RECORD
         DISPLAY "EULERRUN: " RPT-DTL-TEXT.

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
         MOVE SPACES TO WS-REQUEST-NAME
         STRING XFER-REGION-PREFIX DELIMITED BY SPACE
             "EULERREQ.DAT" DELIMITED BY SIZE
             INTO WS-REQUEST-NAME
         MOVE SPACES TO WS-CALENDAR-NAME
         STRING XFER-REGION-PREFIX DELIMITED BY SPACE
             "EULERCAL.DAT" DELIMITED BY SIZE
             INTO WS-CALENDAR-NAME
         MOVE SPACES TO WS-JOURNAL-NAME
         STRING XFER-REGION-PREFIX DELIMITED BY SPACE
             "EULERJRN.DAT" DELIMITED BY SIZE
             INTO WS-JOURNAL-NAME
         MOVE SPACES TO WS-AUDIT-NAME
         STRING XFER-REGION-PREFIX DELIMITED BY SPACE
             "EULERAUD.DAT" DELIMITED BY SIZE
             INTO WS-AUDIT-NAME
         MOVE SPACES TO WS-PRINT-NAME
         STRING XFER-REGION-PREFIX DELIMITED BY SPACE
             "EULERRUN.PRT" DELIMITED BY SIZE
             INTO WS-PRINT-NAME
         MOVE SPACES TO WS-EXCEPTION-LOG-NAME
         STRING XFER-REGION-PREFIX DELIMITED BY SPACE
             "EXCPLOG.DAT" DELIMITED BY SIZE
             INTO WS-EXCEPTION-LOG-NAME.
