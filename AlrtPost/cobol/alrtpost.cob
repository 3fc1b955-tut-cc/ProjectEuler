       IDENTIFICATION DIVISION.
       PROGRAM-ID. ALRTPOST.

      *****************************************************
      * Operator alert poster, called by EULERRUN, RECONCLE
      * and P5AUDIT. Alerts go to the ALERTQ queue file for
      * the paging/monitoring system; ALERTST keeps the
      * conditions already alerted and still open so that
      * the on-call person is paged once per condition, not
      * once per night. A raising program brackets each of
      * its checking passes: BEGIN marks all of its open
      * conditions unseen, RAISE queues an alert for a
      * condition not already open (a repeat is only noted
      * as seen), and END clears every one of its conditions
      * not raised again during the pass, so a condition
      * that comes back after clearing pages again. A pass
      * that dies before END clears nothing. The state file
      * is rewritten after every call so an interrupted run
      * never forgets what it has already paged.
      *****************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ALERT-QUEUE-FILE ASSIGN TO DYNAMIC WS-ALERT-QUEUE-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-ALERTQ-STATUS.
           SELECT ALERT-STATE-FILE ASSIGN TO DYNAMIC WS-ALERT-STATE-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-ALERTST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD ALERT-QUEUE-FILE.
       COPY "alertq.cpy".

       FD ALERT-STATE-FILE.
       01 ALERT-STATE-RECORD.
           05 AST-SOURCE      PIC X(08).
           05 AST-TYPE        PIC X(08).
           05 AST-KEY         PIC X(40).
           05 AST-FIRST-DATE  PIC 9(08).
           05 AST-LAST-DATE   PIC 9(08).
           05 AST-REPEATS     PIC 9(05).
           05 AST-SEEN-SW     PIC X(01).

       WORKING-STORAGE SECTION.
       01 WS-ALERTQ-STATUS   PIC X(02).
       01 WS-ALERTST-STATUS  PIC X(02).
       COPY "alertxfr.cpy".
       01 XFER-STATUS-ALR PIC 9(02) EXTERNAL VALUE 0.
       01 WS-CURRENT-DT.
           05 WS-CURR-DATE   PIC 9(08).
           05 WS-CURR-TIME   PIC 9(06).
           05 FILLER         PIC X(07).
       01 WS-PARM-CARD       PIC X(40).
       01 WS-FUNC-TOKEN      PIC X(20).
       01 WS-EOF-SW          PIC 9 VALUE 0.
         88 STATE-EOF            VALUE 1.
       01 WS-ST-FAIL-SW      PIC 9 VALUE 0.
         88 STATE-FILE-FAILED    VALUE 1.
       01 WS-ST-MAX          PIC 9(04) VALUE 500.
       01 WS-ST-USED         PIC 9(04) VALUE 0.
       01 WS-ST-SUB          PIC 9(04).
       01 WS-ST-OUT          PIC 9(04).
       01 WS-ST-FOUND-SW     PIC 9 VALUE 0.
         88 STATE-FOUND          VALUE 1.
       01 WS-CLEARED-COUNT   PIC 9(04) VALUE 0.
       01 WS-ST-TABLE.
           05 WS-ST-ENTRY OCCURS 500.
               10 STT-SOURCE     PIC X(08).
               10 STT-TYPE       PIC X(08).
               10 STT-KEY        PIC X(40).
               10 STT-FIRST-DATE PIC 9(08).
               10 STT-LAST-DATE  PIC 9(08).
               10 STT-REPEATS    PIC 9(05).
               10 STT-SEEN-SW    PIC X(01).
               10 STT-KEEP-SW    PIC 9.
       01 DISP-REPEATS       PIC ZZZZ9.
       01 WS-ALERT-QUEUE-NAME PIC X(40).
       01 WS-ALERT-STATE-NAME PIC X(40).
       01 WS-REGION-COND     PIC 9(02) VALUE 0.
       01 XFER-STATUS-RGN    PIC 9(02) EXTERNAL VALUE 0.
       COPY "rgnxfr.cpy".

       PROCEDURE DIVISION.
       MAIN-PARA.
      *    PARM/control-card equivalent: BEGIN, RAISE or END; the
      *    source program and the alert itself come through the
      *    XFER-ALERT transfer area.
         MOVE 0 TO XFER-STATUS-ALR
         MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DT
         PERFORM SET-REGION-FILE-NAMES
         IF WS-REGION-COND NOT = 0
           DISPLAY "ALRTPOST: REJECTED - REGION QUALIFIER NOT VALID"
           MOVE 8 TO XFER-STATUS-ALR
           MOVE 8 TO RETURN-CODE
           GOBACK
         END-IF
         ACCEPT WS-PARM-CARD FROM COMMAND-LINE
         MOVE SPACES TO WS-FUNC-TOKEN
         UNSTRING WS-PARM-CARD DELIMITED BY ALL SPACE
             INTO WS-FUNC-TOKEN
         END-UNSTRING

         IF WS-FUNC-TOKEN NOT = "BEGIN" AND WS-FUNC-TOKEN NOT = "RAISE"
             AND WS-FUNC-TOKEN NOT = "END"
           DISPLAY "ALRTPOST: FUNCTION " FUNCTION TRIM(WS-FUNC-TOKEN)
               " NOT RECOGNISED - NOTHING DONE"
           MOVE 8 TO XFER-STATUS-ALR
           MOVE 8 TO RETURN-CODE
           GOBACK
         END-IF

         PERFORM LOAD-ALERT-STATE
         IF STATE-FILE-FAILED
      *    Without the state the repeat check is blind; a RAISE is
      *    still queued (a duplicate page beats a lost one) but the
      *    file is not rewritten over conditions it could not read.
           IF WS-FUNC-TOKEN = "RAISE"
             PERFORM QUEUE-ALERT
           END-IF
           MOVE 4 TO XFER-STATUS-ALR
         ELSE
           IF WS-FUNC-TOKEN = "BEGIN"
             PERFORM BEGIN-PASS
           ELSE
           IF WS-FUNC-TOKEN = "RAISE"
             PERFORM RAISE-CONDITION
           ELSE
             PERFORM END-PASS
           END-IF
           END-IF
           PERFORM REWRITE-ALERT-STATE
         END-IF
         MOVE XFER-STATUS-ALR TO RETURN-CODE
         GOBACK.

       LOAD-ALERT-STATE.
         MOVE 0 TO WS-ST-USED
         MOVE 0 TO WS-ST-FAIL-SW
         OPEN INPUT ALERT-STATE-FILE
         IF WS-ALERTST-STATUS = "00"
           MOVE 0 TO WS-EOF-SW
           PERFORM UNTIL STATE-EOF
             READ ALERT-STATE-FILE
               AT END
                 MOVE 1 TO WS-EOF-SW
               NOT AT END
                 IF WS-ST-USED < WS-ST-MAX
                   ADD 1 TO WS-ST-USED
                   MOVE AST-SOURCE TO STT-SOURCE(WS-ST-USED)
                   MOVE AST-TYPE TO STT-TYPE(WS-ST-USED)
                   MOVE AST-KEY TO STT-KEY(WS-ST-USED)
                   MOVE AST-FIRST-DATE TO STT-FIRST-DATE(WS-ST-USED)
                   MOVE AST-LAST-DATE TO STT-LAST-DATE(WS-ST-USED)
                   MOVE AST-REPEATS TO STT-REPEATS(WS-ST-USED)
                   MOVE AST-SEEN-SW TO STT-SEEN-SW(WS-ST-USED)
                   MOVE 1 TO STT-KEEP-SW(WS-ST-USED)
                 ELSE
                   DISPLAY "ALRTPOST: MORE THAN " WS-ST-MAX
                       " OPEN CONDITIONS - STATE NOT UPDATED"
                   MOVE 1 TO WS-ST-FAIL-SW
                   MOVE 1 TO WS-EOF-SW
                 END-IF
             END-READ
           END-PERFORM
           CLOSE ALERT-STATE-FILE
         ELSE
           IF WS-ALERTST-STATUS NOT = "35"
             DISPLAY "ALRTPOST: ALERT STATE NOT READABLE, STATUS="
                 WS-ALERTST-STATUS
             MOVE 1 TO WS-ST-FAIL-SW
           END-IF
         END-IF.

       BEGIN-PASS.
         PERFORM VARYING WS-ST-SUB FROM 1 BY 1
             UNTIL WS-ST-SUB > WS-ST-USED
           IF STT-SOURCE(WS-ST-SUB) = XFER-ALRT-SOURCE
             MOVE "N" TO STT-SEEN-SW(WS-ST-SUB)
           END-IF
         END-PERFORM.

       RAISE-CONDITION.
         MOVE 0 TO WS-ST-FOUND-SW
         MOVE 1 TO WS-ST-SUB
         PERFORM UNTIL STATE-FOUND OR WS-ST-SUB > WS-ST-USED
           IF STT-SOURCE(WS-ST-SUB) = XFER-ALRT-SOURCE
               AND STT-TYPE(WS-ST-SUB) = XFER-ALRT-TYPE
               AND STT-KEY(WS-ST-SUB) = XFER-ALRT-KEY
             MOVE 1 TO WS-ST-FOUND-SW
           ELSE
             ADD 1 TO WS-ST-SUB
           END-IF
         END-PERFORM
         IF STATE-FOUND
           MOVE "Y" TO STT-SEEN-SW(WS-ST-SUB)
           MOVE WS-CURR-DATE TO STT-LAST-DATE(WS-ST-SUB)
           ADD 1 TO STT-REPEATS(WS-ST-SUB)
           MOVE STT-REPEATS(WS-ST-SUB) TO DISP-REPEATS
           DISPLAY "ALRTPOST: " FUNCTION TRIM(XFER-ALRT-TYPE)
               " STILL OPEN SINCE " STT-FIRST-DATE(WS-ST-SUB)
               " - REPEAT " FUNCTION TRIM(DISP-REPEATS)
               " NOT QUEUED"
         ELSE
           IF WS-ST-USED < WS-ST-MAX
             ADD 1 TO WS-ST-USED
             MOVE XFER-ALRT-SOURCE TO STT-SOURCE(WS-ST-USED)
             MOVE XFER-ALRT-TYPE TO STT-TYPE(WS-ST-USED)
             MOVE XFER-ALRT-KEY TO STT-KEY(WS-ST-USED)
             MOVE WS-CURR-DATE TO STT-FIRST-DATE(WS-ST-USED)
             MOVE WS-CURR-DATE TO STT-LAST-DATE(WS-ST-USED)
             MOVE 0 TO STT-REPEATS(WS-ST-USED)
             MOVE "Y" TO STT-SEEN-SW(WS-ST-USED)
             MOVE 1 TO STT-KEEP-SW(WS-ST-USED)
           ELSE
             DISPLAY "ALRTPOST: STATE TABLE FULL - CONDITION "
                 "NOT REMEMBERED, REPEATS WILL PAGE AGAIN"
             MOVE 4 TO XFER-STATUS-ALR
           END-IF
           PERFORM QUEUE-ALERT
         END-IF.

       QUEUE-ALERT.
         OPEN EXTEND ALERT-QUEUE-FILE
         IF WS-ALERTQ-STATUS = "35"
           OPEN OUTPUT ALERT-QUEUE-FILE
         END-IF
         IF WS-ALERTQ-STATUS NOT = "00"
           DISPLAY "ALRTPOST: ALERT QUEUE OPEN FAILED, STATUS="
               WS-ALERTQ-STATUS
           MOVE 8 TO XFER-STATUS-ALR
         ELSE
           MOVE SPACES TO ALERT-RECORD
           MOVE WS-CURR-DATE TO ALRT-DATE
           MOVE WS-CURR-TIME TO ALRT-TIME
           MOVE XFER-ALRT-SEVERITY TO ALRT-SEVERITY
           MOVE XFER-ALRT-SOURCE TO ALRT-SOURCE
           MOVE XFER-ALRT-TYPE TO ALRT-TYPE
           MOVE XFER-ALRT-STEP TO ALRT-STEP
           MOVE XFER-ALRT-PARM TO ALRT-PARM
           MOVE XFER-ALRT-TEXT TO ALRT-TEXT
           WRITE ALERT-RECORD
           IF WS-ALERTQ-STATUS NOT = "00"
             DISPLAY "ALRTPOST: ALERT QUEUE WRITE FAILED, STATUS="
                 WS-ALERTQ-STATUS
             MOVE 8 TO XFER-STATUS-ALR
           ELSE
             DISPLAY "ALRTPOST: " FUNCTION TRIM(ALRT-SEVERITY) " "
                 FUNCTION TRIM(ALRT-TYPE) " QUEUED - "
                 FUNCTION TRIM(ALRT-TEXT)
           END-IF
           CLOSE ALERT-QUEUE-FILE
         END-IF.

       END-PASS.
         PERFORM VARYING WS-ST-SUB FROM 1 BY 1
             UNTIL WS-ST-SUB > WS-ST-USED
           IF STT-SOURCE(WS-ST-SUB) = XFER-ALRT-SOURCE
               AND STT-SEEN-SW(WS-ST-SUB) NOT = "Y"
             MOVE 0 TO STT-KEEP-SW(WS-ST-SUB)
             ADD 1 TO WS-CLEARED-COUNT
           END-IF
         END-PERFORM
         IF WS-CLEARED-COUNT > 0
           DISPLAY "ALRTPOST: " FUNCTION TRIM(XFER-ALRT-SOURCE)
               " CONDITIONS CLEARED=" WS-CLEARED-COUNT
         END-IF.

       REWRITE-ALERT-STATE.
         OPEN OUTPUT ALERT-STATE-FILE
         IF WS-ALERTST-STATUS NOT = "00"
           DISPLAY "ALRTPOST: ALERT STATE OPEN FAILED, STATUS="
               WS-ALERTST-STATUS
           MOVE 4 TO XFER-STATUS-ALR
         ELSE
           PERFORM VARYING WS-ST-SUB FROM 1 BY 1
               UNTIL WS-ST-SUB > WS-ST-USED
             IF STT-KEEP-SW(WS-ST-SUB) = 1
               MOVE STT-SOURCE(WS-ST-SUB) TO AST-SOURCE
               MOVE STT-TYPE(WS-ST-SUB) TO AST-TYPE
               MOVE STT-KEY(WS-ST-SUB) TO AST-KEY
               MOVE STT-FIRST-DATE(WS-ST-SUB) TO AST-FIRST-DATE
               MOVE STT-LAST-DATE(WS-ST-SUB) TO AST-LAST-DATE
               MOVE STT-REPEATS(WS-ST-SUB) TO AST-REPEATS
               MOVE STT-SEEN-SW(WS-ST-SUB) TO AST-SEEN-SW
               WRITE ALERT-STATE-RECORD
               IF WS-ALERTST-STATUS NOT = "00"
                 DISPLAY "ALRTPOST: ALERT STATE WRITE FAILED, "
                     "STATUS=" WS-ALERTST-STATUS
                 MOVE 4 TO XFER-STATUS-ALR
               END-IF
             END-IF
           END-PERFORM
           CLOSE ALERT-STATE-FILE
         END-IF.

      * The run region qualifies every file this program opens;
      * in production the names stand as they are.
       SET-REGION-FILE-NAMES.
         CALL "RGNPARM"
         MOVE XFER-STATUS-RGN TO WS-REGION-COND
         CANCEL "RGNPARM"
         MOVE SPACES TO WS-ALERT-QUEUE-NAME
         STRING XFER-REGION-PREFIX DELIMITED BY SPACE
             "ALERTQ.DAT" DELIMITED BY SIZE
             INTO WS-ALERT-QUEUE-NAME
         MOVE SPACES TO WS-ALERT-STATE-NAME
         STRING XFER-REGION-PREFIX DELIMITED BY SPACE
             "ALERTST.DAT" DELIMITED BY SIZE
             INTO WS-ALERT-STATE-NAME.
