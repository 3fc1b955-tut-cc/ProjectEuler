       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHGBACK.

      *****************************************************
      * Monthly submitter usage and chargeback report. Each
      * control card the driver journaled to EULERAUD during
      * the month is matched to the JOBHIST runs it produced
      * by run date, step and parameter - the card's own
      * parameter, or for a SWEEP card every bound of its
      * range - and to the step exceptions EXCPLOG holds for
      * the same runs. Cards, runs, elapsed seconds of batch
      * window, rejected and no-result cards and exceptions
      * are totalled per submitter and step, per submitter
      * with its share of the month's batch window, and per
      * step. Runs no card accounts for are charged to
      * NOCARD so the totals still balance to JOBHIST. The
      * same figures go to CHGBACK.CSV with a header row,
      * one row per submitter and step, and a control-totals
      * trailer in the dashboard extract format for finance.
      *****************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDIT-FILE ASSIGN TO DYNAMIC WS-AUDIT-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
           SELECT JOBHIST-FILE ASSIGN TO DYNAMIC WS-JOBHIST-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-JOBHIST-STATUS.
           SELECT EXCEPTION-LOG-FILE
               ASSIGN TO DYNAMIC WS-EXCEPTION-LOG-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-EXCP-STATUS.
           SELECT CB-EXTRACT-FILE ASSIGN TO DYNAMIC WS-CB-EXTRACT-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CBEXTR-STATUS.
           SELECT PRINT-FILE ASSIGN TO DYNAMIC WS-PRINT-NAME
               ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD AUDIT-FILE.
       COPY "audjrnl.cpy".

       FD JOBHIST-FILE.
       COPY "jobhist.cpy".

       FD EXCEPTION-LOG-FILE.
       COPY "excplog.cpy".

       FD CB-EXTRACT-FILE.
       01 CBEXTR-LINE         PIC X(120).

       FD PRINT-FILE.
       COPY "rpthdr.cpy".

       WORKING-STORAGE SECTION.
       01 WS-AUDIT-STATUS     PIC X(02).
       01 WS-JOBHIST-STATUS   PIC X(02).
       01 WS-EXCP-STATUS      PIC X(02).
       01 WS-CBEXTR-STATUS    PIC X(02).
       01 WS-CURRENT-DT.
           05 WS-CURR-DATE    PIC 9(08).
           05 WS-CURR-TIME    PIC 9(06).
           05 FILLER          PIC X(07).
       01 WS-PARM-CARD        PIC X(40).
       01 WS-MONTH-TOKEN      PIC X(20).
       01 WS-WINDOW-TOKEN     PIC X(20).
       01 WS-WINDOW-SIGNED    PIC S9(06).
       01 WS-BATCH-WINDOW     PIC 9(09) VALUE 14400.
       01 WS-VALID-SW         PIC 9 VALUE 1.
         88 VALID-PARM            VALUE 1.
       01 WS-REJECT-REASON    PIC X(40).
       01 WS-MAX-COND         PIC 9(02) VALUE 0.
       01 WS-CB-MONTH         PIC 9(06).
       01 WS-CB-MONTH-PARTS REDEFINES WS-CB-MONTH.
           05 WS-CB-YEAR      PIC 9(04).
           05 WS-CB-MM        PIC 9(02).
       01 WS-NEXT-MONTH-DAY1  PIC 9(08).
       01 WS-ROW-MONTH        PIC 9(06).
       01 WS-EOF-SW           PIC 9 VALUE 0.
         88 INPUT-EOF             VALUE 1.
       01 WS-LAST-NIGHT       PIC 9(08) VALUE 0.
       01 WS-NIGHT-COUNT      PIC 9(04) VALUE 0.
       01 WS-AT-MAX           PIC 9(04) VALUE 2000.
       01 WS-AT-USED          PIC 9(04) VALUE 0.
       01 WS-AT-SUB           PIC 9(04).
       01 WS-AT-FOUND         PIC 9(04).
       01 WS-AT-TABLE.
           05 WS-AT-ENTRY OCCURS 2000.
               10 AT-RUN-DATE    PIC 9(08).
               10 AT-RUN-TIME    PIC 9(06).
               10 AT-STEP-NAME   PIC X(08).
               10 AT-PARM        PIC X(20).
               10 AT-SWEEP-SW    PIC 9.
               10 AT-SWEEP-FROM  PIC 9(16).
               10 AT-SWEEP-TO    PIC 9(16).
               10 AT-SWEEP-INCR  PIC 9(16).
               10 AT-CB-SUB      PIC 9(04).
       01 WS-CB-MAX           PIC 9(04) VALUE 200.
       01 WS-CB-USED          PIC 9(04) VALUE 0.
       01 WS-CB-SUB           PIC 9(04).
       01 WS-CB-SUB-2         PIC 9(04).
       01 WS-CB-FOUND-SW      PIC 9 VALUE 0.
         88 CB-SLOT-FOUND         VALUE 1.
       01 WS-CB-TABLE.
           05 WS-CB-ENTRY OCCURS 200.
               10 CB-SUBMITTER   PIC X(08).
               10 CB-STEP-NAME   PIC X(08).
               10 CB-CARDS       PIC 9(07).
               10 CB-RUNS        PIC 9(07).
               10 CB-SECONDS     PIC 9(09).
               10 CB-REJECTED    PIC 9(07).
               10 CB-NORESULT    PIC 9(07).
               10 CB-EXCEPTIONS  PIC 9(07).
       01 WS-CB-SWAP          PIC X(60).
       01 WS-KEY-SUBMITTER    PIC X(08).
       01 WS-KEY-STEP         PIC X(08).
       01 WS-OPT-TOKEN-1      PIC X(20).
       01 WS-OPT-TOKEN-2      PIC X(20).
       01 WS-OPT-TOKEN-3      PIC X(20).
       01 WS-NUM-SIGNED       PIC S9(16).
       01 WS-MATCH-DATE       PIC 9(08).
       01 WS-MATCH-TIME       PIC 9(06).
       01 WS-MATCH-STEP       PIC X(08).
       01 WS-MATCH-PARM       PIC X(20).
       01 WS-MATCH-BOUND      PIC 9(16).
       01 WS-MATCH-LEN        PIC 9(04).
       01 WS-MATCH-NUM-SW     PIC 9 VALUE 0.
         88 MATCH-PARM-NUMERIC    VALUE 1.
       01 WS-PRIOR-NIGHT      PIC 9(08).
       01 WS-SEARCH-DATE      PIC 9(08).
       01 WS-REMAINDER        PIC 9(16).
       01 WS-ROW-SECONDS      PIC 9(06).
       01 WS-TOT-CARDS        PIC 9(07).
       01 WS-TOT-RUNS         PIC 9(07).
       01 WS-TOT-SECONDS      PIC 9(09).
       01 WS-TOT-REJECTED     PIC 9(07).
       01 WS-TOT-NORESULT     PIC 9(07).
       01 WS-TOT-EXCEPTIONS   PIC 9(07).
       01 WS-SHARE-SECONDS    PIC 9(09).
       01 WS-GRAND-SECONDS    PIC 9(09) VALUE 0.
       01 WS-GRAND-RUNS       PIC 9(07) VALUE 0.
       01 WS-WINDOW-SECONDS   PIC 9(11) VALUE 0.
       01 WS-NOCARD-RUNS      PIC 9(07) VALUE 0.
       01 WS-NOCARD-EXCPS     PIC 9(07) VALUE 0.
       01 WS-UTILITY-EXCPS    PIC 9(07) VALUE 0.
       01 WS-LATER-RUNS       PIC 9(07) VALUE 0.
       01 WS-ROLLUP-RUNS      PIC 9(07) VALUE 0.
       01 WS-PCT-USED         PIC 9(03)V99.
       01 WS-PCT-WINDOW       PIC 9(05)V99.
       01 WS-STEP-MAX         PIC 9(04) VALUE 20.
       01 WS-STEP-USED        PIC 9(04) VALUE 0.
       01 WS-STEP-SUB         PIC 9(04).
       01 WS-STEP-TABLE.
           05 WS-STEP-ENTRY OCCURS 20.
               10 ST-NAME        PIC X(08).
       01 WS-CB-COUNT         PIC 9(09) VALUE 0.
       01 WS-CB-HASH          PIC 9(18) VALUE 0.
       01 WS-HASH-MODULUS     PIC 9(19) VALUE 1000000000000000000.
       01 DISP-COUNT          PIC ZZZZZZ9.
       01 DISP-CARDS          PIC ZZZZZ9.
       01 DISP-RUNS           PIC ZZZZZ9.
       01 DISP-SECS           PIC ZZZZZZZZ9.
       01 DISP-REJ            PIC ZZZZ9.
       01 DISP-NORES          PIC ZZZZ9.
       01 DISP-EXCP           PIC ZZZZ9.
       01 DISP-PCT-USED       PIC ZZ9.99.
       01 DISP-PCT-WINDOW     PIC ZZZZ9.99.
       01 DISP-HASH           PIC ZZZZZZZZZZZZZZZZZ9.
       01 DISP-NIGHTS         PIC ZZZ9.
       01 DISP-WINDOW         PIC ZZZZZZZZZZ9.
       01 WS-AUDIT-NAME       PIC X(40).
       01 WS-JOBHIST-NAME     PIC X(40).
       01 WS-EXCEPTION-LOG-NAME PIC X(40).
       01 WS-CB-EXTRACT-NAME  PIC X(40).
       01 WS-PRINT-NAME       PIC X(40).
       01 WS-REGION-COND      PIC 9(02) VALUE 0.
       01 XFER-STATUS-RGN     PIC 9(02) EXTERNAL VALUE 0.
       COPY "rgnxfr.cpy".

       PROCEDURE DIVISION.
       MAIN-PARA.
      *    PARM/control-card equivalent: the month to charge in YYYYMM
      *    form, the previous calendar month when blank, optionally
      *    followed by the nightly batch window in minutes (the
      *    driver's standing 240 when blank) used for each
      *    submitter's share of the window.
         MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DT
         PERFORM SET-REGION-FILE-NAMES
         IF WS-REGION-COND NOT = 0
           DISPLAY "CHGBACK: REJECTED - REGION QUALIFIER NOT VALID"
           MOVE 8 TO RETURN-CODE
           GOBACK
         END-IF
         ACCEPT WS-PARM-CARD FROM COMMAND-LINE
         MOVE SPACES TO WS-MONTH-TOKEN WS-WINDOW-TOKEN
         UNSTRING WS-PARM-CARD DELIMITED BY ALL SPACE
             INTO WS-MONTH-TOKEN WS-WINDOW-TOKEN
         END-UNSTRING

         IF WS-MONTH-TOKEN = SPACES OR WS-MONTH-TOKEN = LOW-VALUES
           COMPUTE WS-CB-MONTH = WS-CURR-DATE / 100
           IF WS-CB-MM = 1
             SUBTRACT 1 FROM WS-CB-YEAR
             MOVE 12 TO WS-CB-MM
           ELSE
             SUBTRACT 1 FROM WS-CB-MM
           END-IF
         ELSE
         IF WS-MONTH-TOKEN(1:6) IS NOT NUMERIC
             OR WS-MONTH-TOKEN(7:) NOT = SPACES
           MOVE 0 TO WS-VALID-SW
           MOVE "MONTH MUST BE YYYYMM" TO WS-REJECT-REASON
         ELSE
           MOVE WS-MONTH-TOKEN(1:6) TO WS-CB-MONTH
           IF WS-CB-MM < 1 OR WS-CB-MM > 12 OR WS-CB-YEAR < 1601
             MOVE 0 TO WS-VALID-SW
             MOVE "MONTH MUST BE YYYYMM" TO WS-REJECT-REASON
           END-IF
         END-IF
         END-IF

         IF VALID-PARM
             AND WS-WINDOW-TOKEN NOT = SPACES
             AND WS-WINDOW-TOKEN NOT = LOW-VALUES
           COMPUTE WS-WINDOW-SIGNED =
               FUNCTION NUMVAL(WS-WINDOW-TOKEN)
             ON SIZE ERROR
               MOVE 0 TO WS-WINDOW-SIGNED
           END-COMPUTE
           IF WS-WINDOW-SIGNED > 0
             COMPUTE WS-BATCH-WINDOW = WS-WINDOW-SIGNED * 60
           ELSE
             MOVE 0 TO WS-VALID-SW
             MOVE "BATCH WINDOW MINUTES MUST BE POSITIVE"
                 TO WS-REJECT-REASON
           END-IF
         END-IF

         IF NOT VALID-PARM
           PERFORM WRITE-EXCEPTION-LOG
           DISPLAY "CHGBACK: REJECTED - " WS-REJECT-REASON
           MOVE 8 TO RETURN-CODE
           GOBACK
         END-IF

      *    A night's last runs can finish after midnight, so history
      *    dated the first day of the following month is read too
      *    for the month's last night; whatever of it that night's
      *    cards do not account for belongs to the next month.
         IF WS-CB-MM = 12
           COMPUTE WS-NEXT-MONTH-DAY1 = (WS-CB-YEAR + 1) * 10000
               + 101
         ELSE
           COMPUTE WS-NEXT-MONTH-DAY1 = WS-CB-MONTH * 100 + 101
         END-IF

         OPEN OUTPUT PRINT-FILE
         MOVE SPACES TO RPT-HEADER-RECORD
         MOVE "EULER PROJECT BATCH REPORT" TO RPT-HDR-TITLE
         MOVE "CHGBACK" TO RPT-HDR-PROGRAM
         MOVE WS-CURR-DATE TO RPT-HDR-RUN-DATE
         MOVE WS-PARM-CARD TO RPT-HDR-PARM
         MOVE XFER-REGION-STAMP TO RPT-HDR-REGION
         WRITE RPT-HEADER-RECORD

         PERFORM LOAD-AUDIT-CARDS
         IF WS-AUDIT-STATUS NOT = "00" AND WS-AUDIT-STATUS NOT = "10"
           MOVE SPACES TO RPT-DETAIL-RECORD
           STRING "AUDIT JOURNAL NOT AVAILABLE, STATUS="
               WS-AUDIT-STATUS " - NO CARDS TO CHARGE"
               DELIMITED BY SIZE INTO RPT-DTL-TEXT
           WRITE RPT-DETAIL-RECORD
         END-IF
         PERFORM CHARGE-JOBHIST-RUNS
         PERFORM CHARGE-EXCEPTIONS
         PERFORM SORT-CHARGE-TABLE
         COMPUTE WS-WINDOW-SECONDS = WS-NIGHT-COUNT * WS-BATCH-WINDOW
         PERFORM PRINT-CHARGEBACK
         PERFORM WRITE-CHARGEBACK-EXTRACT

         MOVE SPACES TO RPT-FOOTER-RECORD
         MOVE "END OF REPORT" TO RPT-FTR-TITLE
         MOVE "CHGBACK" TO RPT-FTR-PROGRAM
         WRITE RPT-FOOTER-RECORD
         CLOSE PRINT-FILE
         MOVE WS-MAX-COND TO RETURN-CODE
         GOBACK.

      * Every card journaled for a night in the month, whatever
      * its status: a card that never ran still counts as a card
      * for its submitter, and its rejection or no-result status
      * is charged from the card itself.
       LOAD-AUDIT-CARDS.
         OPEN INPUT AUDIT-FILE
         IF WS-AUDIT-STATUS = "00"
           MOVE 0 TO WS-EOF-SW
           PERFORM UNTIL INPUT-EOF
             READ AUDIT-FILE
               AT END
                 MOVE 1 TO WS-EOF-SW
               NOT AT END
                 DIVIDE AUD-RUN-DATE BY 100 GIVING WS-ROW-MONTH
                 IF WS-ROW-MONTH = WS-CB-MONTH
                   PERFORM LOAD-ONE-AUDIT-CARD
                 END-IF
             END-READ
           END-PERFORM
           CLOSE AUDIT-FILE
           MOVE "00" TO WS-AUDIT-STATUS
         END-IF.

       LOAD-ONE-AUDIT-CARD.
         IF AUD-RUN-DATE NOT = WS-LAST-NIGHT
           ADD 1 TO WS-NIGHT-COUNT
           MOVE AUD-RUN-DATE TO WS-LAST-NIGHT
         END-IF
         IF AUD-SUBMITTER = SPACES
           MOVE "UNTAGGED" TO WS-KEY-SUBMITTER
         ELSE
           MOVE AUD-SUBMITTER TO WS-KEY-SUBMITTER
         END-IF
         MOVE AUD-STEP-NAME TO WS-KEY-STEP
         PERFORM FIND-CHARGE-SLOT
         IF WS-CB-SUB > WS-CB-MAX
           CONTINUE
         ELSE
           ADD 1 TO CB-CARDS(WS-CB-SUB)
           IF AUD-STATUS = "REJECTED" OR AUD-STATUS = "BADSTEP"
             ADD 1 TO CB-REJECTED(WS-CB-SUB)
           END-IF
           IF AUD-STATUS = "NORESULT"
             ADD 1 TO CB-NORESULT(WS-CB-SUB)
           END-IF
           IF WS-AT-USED < WS-AT-MAX
             ADD 1 TO WS-AT-USED
             PERFORM BUILD-CARD-MATCH-KEY
           ELSE
             IF WS-AT-USED = WS-AT-MAX
               DISPLAY "CHGBACK: MORE THAN " WS-AT-MAX
                   " CARDS IN THE MONTH - LATER RUNS CHARGED TO NOCARD"
               IF WS-MAX-COND < 4
                 MOVE 4 TO WS-MAX-COND
               END-IF
             END-IF
           END-IF
         END-IF.

      * The parameter a card hands its step is the trimmed bound
      * and option, exactly as the driver builds it; a SWEEP card
      * instead runs each bound of its range on its own.
       BUILD-CARD-MATCH-KEY.
         MOVE AUD-RUN-DATE TO AT-RUN-DATE(WS-AT-USED)
         MOVE AUD-RUN-TIME TO AT-RUN-TIME(WS-AT-USED)
         MOVE AUD-STEP-NAME TO AT-STEP-NAME(WS-AT-USED)
         MOVE WS-CB-SUB TO AT-CB-SUB(WS-AT-USED)
         MOVE 0 TO AT-SWEEP-SW(WS-AT-USED)
         MOVE 0 TO AT-SWEEP-FROM(WS-AT-USED)
         MOVE 0 TO AT-SWEEP-TO(WS-AT-USED)
         MOVE 0 TO AT-SWEEP-INCR(WS-AT-USED)
         MOVE SPACES TO AT-PARM(WS-AT-USED)
         STRING FUNCTION TRIM(AUD-BOUND) " "
             FUNCTION TRIM(AUD-OPTION)
             DELIMITED BY SIZE INTO AT-PARM(WS-AT-USED)
         MOVE SPACES TO WS-OPT-TOKEN-1 WS-OPT-TOKEN-2 WS-OPT-TOKEN-3
         UNSTRING AUD-OPTION DELIMITED BY ALL SPACE
             INTO WS-OPT-TOKEN-1 WS-OPT-TOKEN-2 WS-OPT-TOKEN-3
         END-UNSTRING
         IF WS-OPT-TOKEN-1 = "SWEEP"
           MOVE 1 TO AT-SWEEP-SW(WS-AT-USED)
           COMPUTE WS-NUM-SIGNED = FUNCTION NUMVAL(AUD-BOUND)
             ON SIZE ERROR
               MOVE 0 TO WS-NUM-SIGNED
           END-COMPUTE
           MOVE WS-NUM-SIGNED TO AT-SWEEP-FROM(WS-AT-USED)
           COMPUTE WS-NUM-SIGNED = FUNCTION NUMVAL(WS-OPT-TOKEN-2)
             ON SIZE ERROR
               MOVE 0 TO WS-NUM-SIGNED
           END-COMPUTE
           MOVE WS-NUM-SIGNED TO AT-SWEEP-TO(WS-AT-USED)
           COMPUTE WS-NUM-SIGNED = FUNCTION NUMVAL(WS-OPT-TOKEN-3)
             ON SIZE ERROR
               MOVE 0 TO WS-NUM-SIGNED
           END-COMPUTE
           MOVE WS-NUM-SIGNED TO AT-SWEEP-INCR(WS-AT-USED)
         END-IF.

       FIND-CHARGE-SLOT.
         MOVE 0 TO WS-CB-FOUND-SW
         MOVE 1 TO WS-CB-SUB
         PERFORM UNTIL CB-SLOT-FOUND OR WS-CB-SUB > WS-CB-USED
           IF CB-SUBMITTER(WS-CB-SUB) = WS-KEY-SUBMITTER
               AND CB-STEP-NAME(WS-CB-SUB) = WS-KEY-STEP
             MOVE 1 TO WS-CB-FOUND-SW
           ELSE
             ADD 1 TO WS-CB-SUB
           END-IF
         END-PERFORM
         IF NOT CB-SLOT-FOUND
           IF WS-CB-SUB > WS-CB-MAX
             DISPLAY "CHGBACK: MORE THAN " WS-CB-MAX
                 " SUBMITTER/STEP PAIRS - " WS-KEY-SUBMITTER " "
                 WS-KEY-STEP " NOT CHARGED"
             IF WS-MAX-COND < 4
               MOVE 4 TO WS-MAX-COND
             END-IF
           ELSE
             MOVE WS-CB-SUB TO WS-CB-USED
             MOVE WS-KEY-SUBMITTER TO CB-SUBMITTER(WS-CB-SUB)
             MOVE WS-KEY-STEP TO CB-STEP-NAME(WS-CB-SUB)
             MOVE 0 TO CB-CARDS(WS-CB-SUB) CB-RUNS(WS-CB-SUB)
                 CB-SECONDS(WS-CB-SUB) CB-REJECTED(WS-CB-SUB)
                 CB-NORESULT(WS-CB-SUB) CB-EXCEPTIONS(WS-CB-SUB)
           END-IF
         END-IF.

      * History written before the timing fields existed carries
      * spaces there; such a run is counted with no seconds. Runs
      * of the month the retention purge has already rolled up
      * can no longer be matched to their cards, so they are
      * counted on the report but not charged.
       CHARGE-JOBHIST-RUNS.
         OPEN INPUT JOBHIST-FILE
         IF WS-JOBHIST-STATUS NOT = "00"
           MOVE SPACES TO RPT-DETAIL-RECORD
           STRING "JOBHIST NOT AVAILABLE, STATUS=" WS-JOBHIST-STATUS
               " - NO RUNS CHARGED"
               DELIMITED BY SIZE INTO RPT-DTL-TEXT
           WRITE RPT-DETAIL-RECORD
         ELSE
           MOVE 0 TO WS-EOF-SW
           PERFORM UNTIL INPUT-EOF
             READ JOBHIST-FILE
               AT END
                 MOVE 1 TO WS-EOF-SW
               NOT AT END
                 IF JH-ROLLUP-RECORD
                   IF JH-RU-MONTH = WS-CB-MONTH
                     ADD JH-RU-RUNS TO WS-ROLLUP-RUNS
                   END-IF
                 ELSE
                 DIVIDE JH-RUN-DATE BY 100 GIVING WS-ROW-MONTH
                 IF WS-ROW-MONTH = WS-CB-MONTH
                     OR JH-RUN-DATE = WS-NEXT-MONTH-DAY1
                   PERFORM CHARGE-ONE-RUN
                 END-IF
                 END-IF
             END-READ
           END-PERFORM
           CLOSE JOBHIST-FILE
         END-IF.

       CHARGE-ONE-RUN.
         MOVE JH-RUN-DATE TO WS-MATCH-DATE
         MOVE JH-RUN-TIME TO WS-MATCH-TIME
         MOVE JH-JOB-NAME TO WS-MATCH-STEP
         MOVE JH-PARM TO WS-MATCH-PARM
         PERFORM MATCH-TO-CARD
         IF JH-ELAPSED-SECS IS NUMERIC
           MOVE JH-ELAPSED-SECS TO WS-ROW-SECONDS
         ELSE
           MOVE 0 TO WS-ROW-SECONDS
         END-IF
         IF WS-AT-FOUND = 0
           IF JH-RUN-DATE = WS-NEXT-MONTH-DAY1
             ADD 1 TO WS-LATER-RUNS
           ELSE
             ADD 1 TO WS-NOCARD-RUNS
             MOVE "NOCARD" TO WS-KEY-SUBMITTER
             MOVE JH-JOB-NAME TO WS-KEY-STEP
             PERFORM FIND-CHARGE-SLOT
             IF WS-CB-SUB NOT > WS-CB-MAX
               ADD 1 TO CB-RUNS(WS-CB-SUB)
               ADD WS-ROW-SECONDS TO CB-SECONDS(WS-CB-SUB)
             END-IF
           END-IF
         ELSE
           MOVE AT-CB-SUB(WS-AT-FOUND) TO WS-CB-SUB
           ADD 1 TO CB-RUNS(WS-CB-SUB)
           ADD WS-ROW-SECONDS TO CB-SECONDS(WS-CB-SUB)
         END-IF.

      * Only the step programs' own rejections belong to a card;
      * the maintenance utilities' exceptions are nobody's batch
      * usage and are only counted.
       CHARGE-EXCEPTIONS.
         OPEN INPUT EXCEPTION-LOG-FILE
         IF WS-EXCP-STATUS = "00"
           MOVE 0 TO WS-EOF-SW
           PERFORM UNTIL INPUT-EOF
             READ EXCEPTION-LOG-FILE
               AT END
                 MOVE 1 TO WS-EOF-SW
               NOT AT END
                 DIVIDE EXCP-RUN-DATE BY 100 GIVING WS-ROW-MONTH
                 IF WS-ROW-MONTH = WS-CB-MONTH
                     OR EXCP-RUN-DATE = WS-NEXT-MONTH-DAY1
                   PERFORM CHARGE-ONE-EXCEPTION
                 END-IF
             END-READ
           END-PERFORM
           CLOSE EXCEPTION-LOG-FILE
         END-IF.

       CHARGE-ONE-EXCEPTION.
         IF EXCP-JOB-NAME NOT = "PROBLEM3"
             AND EXCP-JOB-NAME NOT = "PROBLEM4"
             AND EXCP-JOB-NAME NOT = "PROBLEM5"
           IF EXCP-RUN-DATE NOT = WS-NEXT-MONTH-DAY1
             ADD 1 TO WS-UTILITY-EXCPS
           END-IF
         ELSE
           MOVE EXCP-RUN-DATE TO WS-MATCH-DATE
           MOVE EXCP-RUN-TIME TO WS-MATCH-TIME
           MOVE EXCP-JOB-NAME TO WS-MATCH-STEP
           MOVE EXCP-PARM TO WS-MATCH-PARM
           PERFORM MATCH-TO-CARD
           IF WS-AT-FOUND = 0
             IF EXCP-RUN-DATE NOT = WS-NEXT-MONTH-DAY1
               ADD 1 TO WS-NOCARD-EXCPS
               MOVE "NOCARD" TO WS-KEY-SUBMITTER
               MOVE EXCP-JOB-NAME TO WS-KEY-STEP
               PERFORM FIND-CHARGE-SLOT
               IF WS-CB-SUB NOT > WS-CB-MAX
                 ADD 1 TO CB-EXCEPTIONS(WS-CB-SUB)
               END-IF
             END-IF
           ELSE
             MOVE AT-CB-SUB(WS-AT-FOUND) TO WS-CB-SUB
             ADD 1 TO CB-EXCEPTIONS(WS-CB-SUB)
           END-IF
         END-IF.

      * A run belongs to the card of the same night, step and
      * parameter. The night is the run's own date, or the night
      * before when that night's journal was only written after
      * midnight (a morning audit stamp) and after this run.
       MATCH-TO-CARD.
         MOVE 0 TO WS-AT-FOUND
         MOVE 0 TO WS-MATCH-NUM-SW
         MOVE 0 TO WS-MATCH-BOUND
         MOVE 0 TO WS-MATCH-LEN
         INSPECT WS-MATCH-PARM TALLYING WS-MATCH-LEN
             FOR CHARACTERS BEFORE INITIAL SPACE
         IF WS-MATCH-LEN > 0 AND WS-MATCH-LEN < 17
           IF WS-MATCH-PARM(1:WS-MATCH-LEN) IS NUMERIC
               AND WS-MATCH-PARM(WS-MATCH-LEN + 1:) = SPACES
             MOVE 1 TO WS-MATCH-NUM-SW
             MOVE WS-MATCH-PARM(1:WS-MATCH-LEN) TO WS-MATCH-BOUND
           END-IF
         END-IF
         MOVE WS-MATCH-DATE TO WS-SEARCH-DATE
         PERFORM SEARCH-NIGHT-CARDS
         IF WS-AT-FOUND = 0
           COMPUTE WS-PRIOR-NIGHT = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-MATCH-DATE) - 1)
           MOVE WS-PRIOR-NIGHT TO WS-SEARCH-DATE
           PERFORM SEARCH-NIGHT-CARDS
         END-IF.

       SEARCH-NIGHT-CARDS.
         MOVE 1 TO WS-AT-SUB
         PERFORM UNTIL WS-AT-FOUND > 0 OR WS-AT-SUB > WS-AT-USED
           IF AT-RUN-DATE(WS-AT-SUB) = WS-SEARCH-DATE
               AND AT-STEP-NAME(WS-AT-SUB) = WS-MATCH-STEP
             IF WS-SEARCH-DATE = WS-MATCH-DATE
                 OR (AT-RUN-TIME(WS-AT-SUB) < 120000
                 AND WS-MATCH-TIME <= AT-RUN-TIME(WS-AT-SUB))
               PERFORM CHECK-CARD-PARM
             END-IF
           END-IF
           IF WS-AT-FOUND = 0
             ADD 1 TO WS-AT-SUB
           END-IF
         END-PERFORM.

       CHECK-CARD-PARM.
         IF AT-SWEEP-SW(WS-AT-SUB) = 0
           IF AT-PARM(WS-AT-SUB) = WS-MATCH-PARM
             MOVE WS-AT-SUB TO WS-AT-FOUND
           END-IF
         ELSE
           IF MATCH-PARM-NUMERIC
               AND AT-SWEEP-INCR(WS-AT-SUB) > 0
               AND WS-MATCH-BOUND >= AT-SWEEP-FROM(WS-AT-SUB)
               AND WS-MATCH-BOUND <= AT-SWEEP-TO(WS-AT-SUB)
             COMPUTE WS-REMAINDER = FUNCTION MOD(
                 WS-MATCH-BOUND - AT-SWEEP-FROM(WS-AT-SUB),
                 AT-SWEEP-INCR(WS-AT-SUB))
             IF WS-REMAINDER = 0
               MOVE WS-AT-SUB TO WS-AT-FOUND
             END-IF
           END-IF
         END-IF.

      * Submitter then step order for the report and extract.
       SORT-CHARGE-TABLE.
         MOVE 2 TO WS-CB-SUB
         PERFORM UNTIL WS-CB-SUB > WS-CB-USED
           MOVE WS-CB-ENTRY(WS-CB-SUB) TO WS-CB-SWAP
           MOVE WS-CB-SUB TO WS-CB-SUB-2
           PERFORM UNTIL WS-CB-SUB-2 < 2
               OR WS-CB-ENTRY(WS-CB-SUB-2 - 1)(1:16)
                   <= WS-CB-SWAP(1:16)
             MOVE WS-CB-ENTRY(WS-CB-SUB-2 - 1)
                 TO WS-CB-ENTRY(WS-CB-SUB-2)
             SUBTRACT 1 FROM WS-CB-SUB-2
           END-PERFORM
           MOVE WS-CB-SWAP TO WS-CB-ENTRY(WS-CB-SUB-2)
           ADD 1 TO WS-CB-SUB
         END-PERFORM
         MOVE 0 TO WS-GRAND-SECONDS
         MOVE 0 TO WS-GRAND-RUNS
         MOVE 1 TO WS-CB-SUB
         PERFORM UNTIL WS-CB-SUB > WS-CB-USED
           ADD CB-SECONDS(WS-CB-SUB) TO WS-GRAND-SECONDS
           ADD CB-RUNS(WS-CB-SUB) TO WS-GRAND-RUNS
           ADD 1 TO WS-CB-SUB
         END-PERFORM.

       PRINT-CHARGEBACK.
         MOVE WS-NIGHT-COUNT TO DISP-NIGHTS
         MOVE WS-WINDOW-SECONDS TO DISP-WINDOW
         MOVE SPACES TO RPT-DETAIL-RECORD
         STRING "CHARGEBACK MONTH " WS-CB-MONTH " - "
             FUNCTION TRIM(DISP-NIGHTS) " BATCH NIGHTS, WINDOW "
             FUNCTION TRIM(DISP-WINDOW) " SECONDS"
             DELIMITED BY SIZE INTO RPT-DTL-TEXT
         WRITE RPT-DETAIL-RECORD
         MOVE SPACES TO RPT-DETAIL-RECORD
         WRITE RPT-DETAIL-RECORD
         MOVE SPACES TO RPT-DETAIL-RECORD
         STRING "BY SUBMITTER AND STEP"
             DELIMITED BY SIZE INTO RPT-DTL-TEXT
         WRITE RPT-DETAIL-RECORD
         PERFORM PRINT-COLUMN-HEADING

         MOVE 1 TO WS-CB-SUB
         PERFORM UNTIL WS-CB-SUB > WS-CB-USED
           MOVE CB-SUBMITTER(WS-CB-SUB) TO WS-KEY-SUBMITTER
           PERFORM CLEAR-TOTALS
           PERFORM UNTIL WS-CB-SUB > WS-CB-USED
               OR CB-SUBMITTER(WS-CB-SUB) NOT = WS-KEY-SUBMITTER
             PERFORM ADD-ENTRY-TO-TOTALS
             MOVE CB-STEP-NAME(WS-CB-SUB) TO WS-KEY-STEP
             PERFORM PRINT-CHARGE-LINE
             ADD 1 TO WS-CB-SUB
           END-PERFORM
           MOVE "  TOTAL" TO WS-KEY-STEP
           PERFORM PRINT-TOTAL-LINE
         END-PERFORM

         MOVE SPACES TO RPT-DETAIL-RECORD
         WRITE RPT-DETAIL-RECORD
         MOVE SPACES TO RPT-DETAIL-RECORD
         STRING "BY STEP" DELIMITED BY SIZE INTO RPT-DTL-TEXT
         WRITE RPT-DETAIL-RECORD
         PERFORM PRINT-COLUMN-HEADING
         PERFORM COLLECT-STEP-NAMES
         MOVE 1 TO WS-STEP-SUB
         PERFORM UNTIL WS-STEP-SUB > WS-STEP-USED
           PERFORM CLEAR-TOTALS
           MOVE 1 TO WS-CB-SUB
           PERFORM UNTIL WS-CB-SUB > WS-CB-USED
             IF CB-STEP-NAME(WS-CB-SUB) = ST-NAME(WS-STEP-SUB)
               PERFORM ADD-ENTRY-TO-TOTALS
             END-IF
             ADD 1 TO WS-CB-SUB
           END-PERFORM
           MOVE "ALL" TO WS-KEY-SUBMITTER
           MOVE ST-NAME(WS-STEP-SUB) TO WS-KEY-STEP
           PERFORM PRINT-TOTAL-LINE
           ADD 1 TO WS-STEP-SUB
         END-PERFORM

         PERFORM CLEAR-TOTALS
         MOVE 1 TO WS-CB-SUB
         PERFORM UNTIL WS-CB-SUB > WS-CB-USED
           PERFORM ADD-ENTRY-TO-TOTALS
           ADD 1 TO WS-CB-SUB
         END-PERFORM
         MOVE SPACES TO RPT-DETAIL-RECORD
         WRITE RPT-DETAIL-RECORD
         MOVE "ALL" TO WS-KEY-SUBMITTER
         MOVE "ALL" TO WS-KEY-STEP
         PERFORM PRINT-TOTAL-LINE

         MOVE SPACES TO RPT-DETAIL-RECORD
         WRITE RPT-DETAIL-RECORD
         MOVE WS-NOCARD-RUNS TO DISP-COUNT
         MOVE SPACES TO RPT-DETAIL-RECORD
         STRING "RUNS NO CARD ACCOUNTS FOR (NOCARD)="
             FUNCTION TRIM(DISP-COUNT)
             DELIMITED BY SIZE INTO RPT-DTL-TEXT
         WRITE RPT-DETAIL-RECORD
         MOVE WS-NOCARD-EXCPS TO DISP-COUNT
         MOVE SPACES TO RPT-DETAIL-RECORD
         STRING "STEP EXCEPTIONS NO CARD ACCOUNTS FOR (NOCARD)="
             FUNCTION TRIM(DISP-COUNT)
             DELIMITED BY SIZE INTO RPT-DTL-TEXT
         WRITE RPT-DETAIL-RECORD
         MOVE WS-UTILITY-EXCPS TO DISP-COUNT
         MOVE SPACES TO RPT-DETAIL-RECORD
         STRING "UTILITY EXCEPTIONS NOT CHARGED="
             FUNCTION TRIM(DISP-COUNT)
             DELIMITED BY SIZE INTO RPT-DTL-TEXT
         WRITE RPT-DETAIL-RECORD
         MOVE WS-LATER-RUNS TO DISP-COUNT
         MOVE SPACES TO RPT-DETAIL-RECORD
         STRING "RUNS DATED " WS-NEXT-MONTH-DAY1
             " LEFT TO THE NEXT MONTH=" FUNCTION TRIM(DISP-COUNT)
             DELIMITED BY SIZE INTO RPT-DTL-TEXT
         WRITE RPT-DETAIL-RECORD
         IF WS-ROLLUP-RUNS > 0
           MOVE WS-ROLLUP-RUNS TO DISP-COUNT
           MOVE SPACES TO RPT-DETAIL-RECORD
           STRING "RUNS ALREADY ROLLED UP BY RETENTION, NOT CHARGED="
               FUNCTION TRIM(DISP-COUNT)
               DELIMITED BY SIZE INTO RPT-DTL-TEXT
           WRITE RPT-DETAIL-RECORD
         END-IF.

       PRINT-COLUMN-HEADING.
         MOVE SPACES TO RPT-DETAIL-RECORD
         STRING "SUBMITR  STEP      CARDS   RUNS   SECONDS "
             "  REJ NORES  EXCP %USED %WINDOW"
             DELIMITED BY SIZE INTO RPT-DTL-TEXT
         WRITE RPT-DETAIL-RECORD.

       CLEAR-TOTALS.
         MOVE 0 TO WS-TOT-CARDS WS-TOT-RUNS WS-TOT-SECONDS
             WS-TOT-REJECTED WS-TOT-NORESULT WS-TOT-EXCEPTIONS.

       ADD-ENTRY-TO-TOTALS.
         ADD CB-CARDS(WS-CB-SUB) TO WS-TOT-CARDS
         ADD CB-RUNS(WS-CB-SUB) TO WS-TOT-RUNS
         ADD CB-SECONDS(WS-CB-SUB) TO WS-TOT-SECONDS
         ADD CB-REJECTED(WS-CB-SUB) TO WS-TOT-REJECTED
         ADD CB-NORESULT(WS-CB-SUB) TO WS-TOT-NORESULT
         ADD CB-EXCEPTIONS(WS-CB-SUB) TO WS-TOT-EXCEPTIONS.

       PRINT-CHARGE-LINE.
         MOVE CB-CARDS(WS-CB-SUB) TO DISP-CARDS
         MOVE CB-RUNS(WS-CB-SUB) TO DISP-RUNS
         MOVE CB-SECONDS(WS-CB-SUB) TO DISP-SECS
         MOVE CB-REJECTED(WS-CB-SUB) TO DISP-REJ
         MOVE CB-NORESULT(WS-CB-SUB) TO DISP-NORES
         MOVE CB-EXCEPTIONS(WS-CB-SUB) TO DISP-EXCP
         MOVE CB-SECONDS(WS-CB-SUB) TO WS-SHARE-SECONDS
         PERFORM COMPUTE-SHARES
         MOVE SPACES TO RPT-DETAIL-RECORD
         STRING WS-KEY-SUBMITTER " " WS-KEY-STEP " " DISP-CARDS " "
             DISP-RUNS " " DISP-SECS " " DISP-REJ " " DISP-NORES
             " " DISP-EXCP " " DISP-PCT-USED " " DISP-PCT-WINDOW
             DELIMITED BY SIZE INTO RPT-DTL-TEXT
         WRITE RPT-DETAIL-RECORD.

       PRINT-TOTAL-LINE.
         MOVE WS-TOT-CARDS TO DISP-CARDS
         MOVE WS-TOT-RUNS TO DISP-RUNS
         MOVE WS-TOT-SECONDS TO DISP-SECS
         MOVE WS-TOT-REJECTED TO DISP-REJ
         MOVE WS-TOT-NORESULT TO DISP-NORES
         MOVE WS-TOT-EXCEPTIONS TO DISP-EXCP
         MOVE WS-TOT-SECONDS TO WS-SHARE-SECONDS
         PERFORM COMPUTE-SHARES
         MOVE SPACES TO RPT-DETAIL-RECORD
         STRING WS-KEY-SUBMITTER " " WS-KEY-STEP " " DISP-CARDS " "
             DISP-RUNS " " DISP-SECS " " DISP-REJ " " DISP-NORES
             " " DISP-EXCP " " DISP-PCT-USED " " DISP-PCT-WINDOW
             DELIMITED BY SIZE INTO RPT-DTL-TEXT
         WRITE RPT-DETAIL-RECORD.

      * Share of the seconds actually used, and share of the
      * window the month's nights made available.
       COMPUTE-SHARES.
         IF WS-GRAND-SECONDS = 0
           MOVE 0 TO WS-PCT-USED
         ELSE
           COMPUTE WS-PCT-USED ROUNDED =
               WS-SHARE-SECONDS * 100 / WS-GRAND-SECONDS
         END-IF
         IF WS-WINDOW-SECONDS = 0
           MOVE 0 TO WS-PCT-WINDOW
         ELSE
           COMPUTE WS-PCT-WINDOW ROUNDED =
               WS-SHARE-SECONDS * 100 / WS-WINDOW-SECONDS
             ON SIZE ERROR
               MOVE 99999.99 TO WS-PCT-WINDOW
           END-COMPUTE
         END-IF
         MOVE WS-PCT-USED TO DISP-PCT-USED
         MOVE WS-PCT-WINDOW TO DISP-PCT-WINDOW.

       COLLECT-STEP-NAMES.
         MOVE 0 TO WS-STEP-USED
         MOVE 1 TO WS-CB-SUB
         PERFORM UNTIL WS-CB-SUB > WS-CB-USED
           MOVE 1 TO WS-STEP-SUB
           PERFORM UNTIL WS-STEP-SUB > WS-STEP-USED
               OR ST-NAME(WS-STEP-SUB) = CB-STEP-NAME(WS-CB-SUB)
             ADD 1 TO WS-STEP-SUB
           END-PERFORM
           IF WS-STEP-SUB > WS-STEP-USED
               AND WS-STEP-USED < WS-STEP-MAX
             ADD 1 TO WS-STEP-USED
             MOVE CB-STEP-NAME(WS-CB-SUB) TO ST-NAME(WS-STEP-USED)
           END-IF
           ADD 1 TO WS-CB-SUB
         END-PERFORM.

      * Same layout rules as the dashboard extracts: a header row
      * naming the fields, the data rows, then a T trailer with
      * the row count and a hash total (here of the seconds) so
      * the receiving side can balance the transmission.
       WRITE-CHARGEBACK-EXTRACT.
         OPEN OUTPUT CB-EXTRACT-FILE
         MOVE "CB-MONTH,CB-SUBMITTER,CB-STEP,CB-CARDS,CB-RUNS,"
             & "CB-SECONDS,CB-REJECTED,CB-NORESULT,CB-EXCEPTIONS,"
             & "CB-WINDOW-PCT"
             TO CBEXTR-LINE
         WRITE CBEXTR-LINE
         MOVE 1 TO WS-CB-SUB
         PERFORM UNTIL WS-CB-SUB > WS-CB-USED
           PERFORM WRITE-CB-EXTRACT-ROW
           ADD 1 TO WS-CB-SUB
         END-PERFORM
         MOVE SPACES TO CBEXTR-LINE
         MOVE WS-CB-COUNT TO DISP-COUNT
         MOVE WS-CB-HASH TO DISP-HASH
         STRING "T," FUNCTION TRIM(DISP-COUNT)
             "," FUNCTION TRIM(DISP-HASH)
             DELIMITED BY SIZE INTO CBEXTR-LINE
         WRITE CBEXTR-LINE
         CLOSE CB-EXTRACT-FILE.

       WRITE-CB-EXTRACT-ROW.
         MOVE CB-SECONDS(WS-CB-SUB) TO WS-SHARE-SECONDS
         PERFORM COMPUTE-SHARES
         MOVE CB-CARDS(WS-CB-SUB) TO DISP-CARDS
         MOVE CB-RUNS(WS-CB-SUB) TO DISP-RUNS
         MOVE CB-SECONDS(WS-CB-SUB) TO DISP-SECS
         MOVE CB-REJECTED(WS-CB-SUB) TO DISP-REJ
         MOVE CB-NORESULT(WS-CB-SUB) TO DISP-NORES
         MOVE CB-EXCEPTIONS(WS-CB-SUB) TO DISP-EXCP
         MOVE SPACES TO CBEXTR-LINE
         STRING WS-CB-MONTH
             "," FUNCTION TRIM(CB-SUBMITTER(WS-CB-SUB))
             "," FUNCTION TRIM(CB-STEP-NAME(WS-CB-SUB))
             "," FUNCTION TRIM(DISP-CARDS)
             "," FUNCTION TRIM(DISP-RUNS)
             "," FUNCTION TRIM(DISP-SECS)
             "," FUNCTION TRIM(DISP-REJ)
             "," FUNCTION TRIM(DISP-NORES)
             "," FUNCTION TRIM(DISP-EXCP)
             "," FUNCTION TRIM(DISP-PCT-WINDOW)
             DELIMITED BY SIZE INTO CBEXTR-LINE
         WRITE CBEXTR-LINE
         ADD 1 TO WS-CB-COUNT
         COMPUTE WS-CB-HASH =
             FUNCTION MOD(WS-CB-HASH + CB-SECONDS(WS-CB-SUB),
             WS-HASH-MODULUS).

       WRITE-EXCEPTION-LOG.
         OPEN EXTEND EXCEPTION-LOG-FILE
         IF WS-EXCP-STATUS = "35"
           OPEN OUTPUT EXCEPTION-LOG-FILE
         END-IF
         MOVE "CHGBACK" TO EXCP-JOB-NAME
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
         MOVE SPACES TO WS-AUDIT-NAME
         STRING XFER-REGION-PREFIX DELIMITED BY SPACE
             "EULERAUD.DAT" DELIMITED BY SIZE
             INTO WS-AUDIT-NAME
         MOVE SPACES TO WS-JOBHIST-NAME
         STRING XFER-REGION-PREFIX DELIMITED BY SPACE
             "JOBHIST.DAT" DELIMITED BY SIZE
             INTO WS-JOBHIST-NAME
         MOVE SPACES TO WS-EXCEPTION-LOG-NAME
         STRING XFER-REGION-PREFIX DELIMITED BY SPACE
             "EXCPLOG.DAT" DELIMITED BY SIZE
             INTO WS-EXCEPTION-LOG-NAME
         MOVE SPACES TO WS-CB-EXTRACT-NAME
         STRING XFER-REGION-PREFIX DELIMITED BY SPACE
             "CHGBACK.CSV" DELIMITED BY SIZE
             INTO WS-CB-EXTRACT-NAME
         MOVE SPACES TO WS-PRINT-NAME
         STRING XFER-REGION-PREFIX DELIMITED BY SPACE
             "CHGBACK.PRT" DELIMITED BY SIZE
             INTO WS-PRINT-NAME.
