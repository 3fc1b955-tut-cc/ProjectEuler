       IDENTIFICATION DIVISION.
       PROGRAM-ID. CARDMNT.

      *****************************************************
      * Control-card maintenance and pre-flight edit over the
      * EULERREQ request file and the EULERCAL calendar file
      * that EULERRUN reads each night. LIST prints either
      * file with every card's sequence number; ADD, CHANGE
      * and DELETE maintain one request card or calendar
      * rule by that sequence number, so nobody edits the
      * REQCARD and CALCARD column layouts by hand. VALIDATE
      * runs every card through the checks the driver and
      * the steps apply at night - a known step name, each
      * program's bound limits, well-formed SWEEP to-bound
      * and increment tokens, a dependency only on an
      * earlier card, and a usable DOW/DOM/HOLD value on
      * each calendar rule - and prints an edit
      * report that also flags calendar rules matching no
      * card, so a bad card is caught in the afternoon
      * instead of costing a night's run. ADD and DELETE
      * renumber the dependency references of the cards
      * that move, and a card another card depends on cannot
      * be deleted until that dependency is removed. Every
      * update is
      * followed by the same edit of the updated files. The
      * highest edit code becomes the RETURN-CODE: 0 clean,
      * 4 warnings only, 8 errors or a rejected update. An
      * update holds the EULERREQ run lock through LOCKMGR
      * while it runs and is refused while the nightly batch
      * holds it, since the batch rewrites the request file.
      *****************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REQUEST-FILE ASSIGN TO DYNAMIC WS-REQUEST-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-REQUEST-STATUS.
           SELECT CALENDAR-FILE ASSIGN TO DYNAMIC WS-CALENDAR-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CALNDR-STATUS.
           SELECT HOLD-FILE ASSIGN TO DYNAMIC WS-HOLD-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-HOLD-STATUS.
           SELECT PRINT-FILE ASSIGN TO DYNAMIC WS-PRINT-NAME
               ORGANIZATION LINE SEQUENTIAL.
           SELECT EXCEPTION-LOG-FILE
               ASSIGN TO DYNAMIC WS-EXCEPTION-LOG-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-EXCP-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD REQUEST-FILE.
       COPY "reqcard.cpy".

       FD CALENDAR-FILE.
       COPY "calcard.cpy".

       FD HOLD-FILE.
       01 HOLD-RECORD         PIC X(80).

       FD PRINT-FILE.
       COPY "rpthdr.cpy".

       FD EXCEPTION-LOG-FILE.
       COPY "excplog.cpy".

       WORKING-STORAGE SECTION.
       01 WS-REQUEST-STATUS  PIC X(02).
       01 WS-CALNDR-STATUS   PIC X(02).
       01 WS-HOLD-STATUS     PIC X(02).
       01 WS-EXCP-STATUS     PIC X(02).
       01 WS-CURRENT-DT.
           05 WS-CURR-DATE   PIC 9(08).
           05 WS-CURR-TIME   PIC 9(06).
           05 FILLER         PIC X(07).
       01 WS-PARM-CARD       PIC X(100).
       01 WS-FUNC-TOKEN      PIC X(20).
       01 WS-FILE-TOKEN      PIC X(20).
       01 WS-SEQ-TOKEN       PIC X(20).
       01 WS-PARM-PTR        PIC 9(03) VALUE 1.
       01 WS-FIELD-TEXT      PIC X(100).
       01 WS-FIELD-1         PIC X(30).
       01 WS-FIELD-2         PIC X(30).
       01 WS-FIELD-3         PIC X(30).
       01 WS-FIELD-4         PIC X(30).
       01 WS-FIELD-5         PIC X(30).
       01 WS-FIELD-6         PIC X(30).
       01 WS-DEP-TEXT        PIC X(02).
       01 WS-DEP-NUM         PIC 9(02).
       01 WS-DEP-COND        PIC 9(02).
       01 WS-RENUM-NUM       PIC 9(02).
       01 WS-DEPENDENT-SW    PIC 9 VALUE 0.
         88 CARD-HAS-DEPENDENT   VALUE 1.
       01 WS-FIELD-LEN       PIC 9(03).
       01 WS-FUNCTION-SW     PIC 9 VALUE 0.
         88 LIST-FUNCTION        VALUE 1.
         88 VALIDATE-FUNCTION    VALUE 2.
         88 ADD-FUNCTION         VALUE 3.
         88 CHANGE-FUNCTION      VALUE 4.
         88 DELETE-FUNCTION      VALUE 5.
       01 WS-TARGET-SW       PIC 9 VALUE 0.
         88 TARGET-BOTH          VALUE 0.
         88 TARGET-REQUEST       VALUE 1.
         88 TARGET-CALENDAR      VALUE 2.
       01 WS-VALID-SW        PIC 9 VALUE 1.
         88 VALID-PARM           VALUE 1.
       01 WS-REJECT-REASON   PIC X(40).
       01 WS-UPDATE-SW       PIC 9 VALUE 0.
         88 UPDATE-APPLIED       VALUE 1.
       01 WS-HOLD-FAIL-SW    PIC 9 VALUE 0.
         88 HOLD-COPY-FAILED     VALUE 1.
       01 WS-HOLD-EOF-SW     PIC 9 VALUE 0.
         88 HOLD-EOF             VALUE 1.
       01 WS-SEQ-SIGNED      PIC S9(06).
       01 WS-SEQ-NUM         PIC 9(04) VALUE 0.
       01 WS-SHIFT-SUB       PIC 9(04).
       01 WS-MAX-COND        PIC 9(02) VALUE 0.
       01 WS-ERROR-COUNT     PIC 9(04) VALUE 0.
       01 WS-WARNING-COUNT   PIC 9(04) VALUE 0.
       01 WS-EDIT-MSG        PIC X(80).
       01 WS-ITEM-LABEL      PIC X(09).
      *    The driver's own table limits and the steps' bound
      *    limits; these must track EULERRUN's WS-REQ-MAX,
      *    WS-CAL-MAX and WS-TIM-MAX and the WS-MAX-BOUND of
      *    PROBLEM004 and PROBLEM005.
       01 WS-RUN-REQ-MAX     PIC 9(04) VALUE 50.
       01 WS-RUN-CAL-MAX     PIC 9(04) VALUE 20.
       01 WS-RUN-TIM-MAX     PIC 9(05) VALUE 200.
       01 WS-P4-MAX-BOUND    PIC 9(18) VALUE 1000000.
       01 WS-P5-MAX-BOUND    PIC 9(18) VALUE 1000.
       01 WS-P3-MIN-TARGET   PIC 9(18) VALUE 2.
       01 WS-STEP-MIN        PIC 9(18).
       01 WS-STEP-MAX        PIC 9(18).
       01 WS-REQ-EOF-SW      PIC 9 VALUE 0.
         88 REQUEST-EOF          VALUE 1.
       01 WS-REQ-ABSENT-SW   PIC 9 VALUE 0.
         88 REQUEST-FILE-ABSENT  VALUE 1.
       01 WS-REQ-OVFLW-SW    PIC 9 VALUE 0.
         88 REQUEST-OVERFLOW     VALUE 1.
       01 WS-REQ-FAIL-SW     PIC 9 VALUE 0.
         88 REQUEST-FILE-FAILED  VALUE 1.
       01 WS-REQ-MAX         PIC 9(04) VALUE 99.
       01 WS-REQ-USED        PIC 9(04) VALUE 0.
       01 WS-REQ-SUB         PIC 9(04).
       01 WS-REQ-TABLE.
           05 WS-REQ-ENTRY OCCURS 99.
               10 RQ-STEP-NAME   PIC X(08).
               10 RQ-BOUND       PIC X(16).
               10 RQ-OPTION      PIC X(20).
               10 RQ-STATUS      PIC X(08).
               10 RQ-SUBMITTER   PIC X(08).
               10 RQ-DEP-SEQ     PIC X(02).
               10 RQ-DEP-MAX-COND PIC X(02).
       01 WS-CAL-EOF-SW      PIC 9 VALUE 0.
         88 CALENDAR-EOF         VALUE 1.
       01 WS-CAL-ABSENT-SW   PIC 9 VALUE 0.
         88 CALENDAR-FILE-ABSENT VALUE 1.
       01 WS-CAL-OVFLW-SW    PIC 9 VALUE 0.
         88 CALENDAR-OVERFLOW    VALUE 1.
       01 WS-CAL-FAIL-SW     PIC 9 VALUE 0.
         88 CALENDAR-FILE-FAILED VALUE 1.
       01 WS-CAL-MAX         PIC 9(04) VALUE 99.
       01 WS-CAL-USED        PIC 9(04) VALUE 0.
       01 WS-CAL-SUB         PIC 9(04).
       01 WS-CAL-TABLE.
           05 WS-CAL-ENTRY OCCURS 99.
               10 CL-STEP-NAME   PIC X(08).
               10 CL-BOUND       PIC X(16).
               10 CL-RULE        PIC X(08).
               10 CL-VALUE       PIC X(08).
               10 CL-MATCH-SW    PIC 9.
               10 CL-GOVERN-SW   PIC 9.
       01 WS-RULE-FOUND-SW   PIC 9 VALUE 0.
         88 GOVERNING-RULE-FOUND VALUE 1.
       COPY "reqcard.cpy" REPLACING LEADING ==REQ-== BY ==CRD-==.
       COPY "calcard.cpy" REPLACING LEADING ==CAL-== BY ==RUL-==.
       01 WS-OPT-TOKEN-1     PIC X(20).
       01 WS-OPT-TOKEN-2     PIC X(20).
       01 WS-OPT-TOKEN-3     PIC X(20).
       01 WS-OPT-TOKEN-4     PIC X(20).
       01 WS-CHECK-TEXT      PIC X(30).
       01 WS-CHECK-LEN       PIC 9(03).
       01 WS-CHECK-VALUE     PIC 9(18).
       01 WS-CHECK-SW        PIC 9 VALUE 0.
         88 CHECK-BLANK          VALUE 0.
         88 CHECK-NUMERIC        VALUE 1.
         88 CHECK-NOT-NUMERIC    VALUE 2.
         88 CHECK-TOO-LARGE      VALUE 3.
       01 WS-SWEEP-FROM      PIC 9(18).
       01 WS-SWEEP-TO        PIC 9(18).
       01 WS-SWEEP-INCR      PIC 9(18).
       01 WS-SWEEP-RUNS      PIC 9(18).
       01 WS-SWEEP-OK-SW     PIC 9 VALUE 1.
         88 SWEEP-TOKENS-VALID   VALUE 1.
       01 WS-PARM-LEN        PIC 9(03).
       01 WS-DOM-VALUE       PIC 9(02).
       01 WS-HOLD-DATE       PIC 9(08).
       01 DISP-SEQ           PIC ZZZ9.
       01 DISP-COUNT         PIC ZZZ9.
       01 DISP-LIMIT         PIC ZZZZ9.
       01 DISP-RUNS          PIC Z(17)9.
       01 WS-REQUEST-NAME    PIC X(40).
       01 WS-CALENDAR-NAME   PIC X(40).
       01 WS-HOLD-NAME       PIC X(40).
       01 WS-PRINT-NAME      PIC X(40).
       01 WS-EXCEPTION-LOG-NAME PIC X(40).
       01 XFER-STATUS-LCK    PIC 9(02) EXTERNAL VALUE 0.
       COPY "lockxfr.cpy".
       01 WS-LOCK-COND       PIC 9(02) VALUE 0.
       01 WS-REGION-COND     PIC 9(02) VALUE 0.
       01 XFER-STATUS-RGN    PIC 9(02) EXTERNAL VALUE 0.
       COPY "rgnxfr.cpy".

       PROCEDURE DIVISION.
       MAIN-PARA.
         PERFORM SET-REGION-FILE-NAMES
         IF WS-REGION-COND NOT = 0
           DISPLAY "CARDMNT: REJECTED - REGION QUALIFIER NOT VALID"
           MOVE 8 TO RETURN-CODE
           GOBACK
         END-IF
      *    PARM/control-card equivalent: the function, then for LIST
      *    an optional REQ or CAL to list one file only, VALIDATE on
      *    its own, or for ADD, CHANGE and DELETE the file (REQ or
      *    CAL), the card's sequence number and, for ADD and CHANGE,
      *    the card's fields separated by slashes:
      *      ADD REQ 3 PROBLEM5/20/SWEEP 40 5/JSMITH
      *      CHANGE CAL 2 PROBLEM4//DOW/FRI
      *    A request card's fields are step/bound/option/submitter
      *    and then the number of the earlier card it depends on and
      *    the highest code that card may finish with; a calendar
      *    rule's are step/bound/rule/value. ADD inserts
      *    ahead of the card now at that number (one past the last
      *    card appends). On CHANGE an empty field keeps its value
      *    and a lone asterisk blanks it.
         ACCEPT WS-PARM-CARD FROM COMMAND-LINE
         MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DT
         PERFORM PARSE-MAINTENANCE-PARM

         IF NOT VALID-PARM
           PERFORM WRITE-EXCEPTION-LOG
           DISPLAY "CARDMNT: REJECTED - " WS-REJECT-REASON
           MOVE 8 TO RETURN-CODE
           GOBACK
         END-IF

      *    An update takes the card-file run lock before the cards
      *    are loaded, so it cannot be overwritten by a night that
      *    rewrites the request file from the cards it started
      *    with. LIST and VALIDATE only read and take no lock.
         IF NOT LIST-FUNCTION AND NOT VALIDATE-FUNCTION
           PERFORM ENQUEUE-REQUEST-FILE
           IF WS-LOCK-COND NOT = 0
             PERFORM WRITE-EXCEPTION-LOG
             DISPLAY "CARDMNT: REJECTED - " WS-REJECT-REASON
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF
         END-IF

         OPEN OUTPUT PRINT-FILE
         MOVE SPACES TO RPT-HEADER-RECORD
         MOVE "EULER PROJECT BATCH REPORT" TO RPT-HDR-TITLE
         MOVE "CARDMNT" TO RPT-HDR-PROGRAM
         MOVE WS-CURR-DATE TO RPT-HDR-RUN-DATE
         MOVE WS-PARM-CARD TO RPT-HDR-PARM
         MOVE XFER-REGION-STAMP TO RPT-HDR-REGION
         WRITE RPT-HEADER-RECORD

         PERFORM LOAD-REQUEST-FILE
         PERFORM LOAD-CALENDAR-FILE

         IF LIST-FUNCTION
           IF NOT TARGET-CALENDAR
             PERFORM LIST-REQUEST-FILE
           END-IF
           IF NOT TARGET-REQUEST
             PERFORM LIST-CALENDAR-FILE
           END-IF
         ELSE
         IF VALIDATE-FUNCTION
           PERFORM VALIDATE-CONTROL-CARDS
         ELSE
           IF TARGET-REQUEST
             PERFORM MAINTAIN-REQUEST-FILE
           ELSE
             PERFORM MAINTAIN-CALENDAR-FILE
           END-IF
           IF UPDATE-APPLIED
             PERFORM VALIDATE-CONTROL-CARDS
           END-IF
           PERFORM DEQUEUE-REQUEST-FILE
         END-IF
         END-IF

         MOVE SPACES TO RPT-FOOTER-RECORD
         MOVE "END OF REPORT" TO RPT-FTR-TITLE
         MOVE "CARDMNT" TO RPT-FTR-PROGRAM
         WRITE RPT-FOOTER-RECORD
         CLOSE PRINT-FILE
         MOVE WS-MAX-COND TO RETURN-CODE
         GOBACK.

      * One lock covers both card files: the batch takes it on
      * EULERREQ.DAT for the night and reads the calendar under
      * it. A refusal names the holder and when it took the file.
       ENQUEUE-REQUEST-FILE.
         DISPLAY "ENQ EULERREQ.DAT CARDMNT" UPON COMMAND-LINE
         CALL "LOCKMGR"
         MOVE XFER-STATUS-LCK TO WS-LOCK-COND
         CANCEL "LOCKMGR"
         MOVE SPACES TO WS-REJECT-REASON
         IF WS-LOCK-COND = 8
           STRING "EULERREQ.DAT HELD BY "
               FUNCTION TRIM(XFER-LOCK-HOLDER) " "
               XFER-LOCK-SINCE-DATE
               DELIMITED BY SIZE INTO WS-REJECT-REASON
         ELSE
           IF WS-LOCK-COND NOT = 0
             MOVE "RUN LOCK CONTROL FILE NOT AVAILABLE"
                 TO WS-REJECT-REASON
           END-IF
         END-IF.

       DEQUEUE-REQUEST-FILE.
         DISPLAY "DEQ EULERREQ.DAT CARDMNT" UPON COMMAND-LINE
         CALL "LOCKMGR"
         CANCEL "LOCKMGR".

      * The slash-separated field list is everything after the
      * sequence number, so an option such as SWEEP 40 5 keeps
      * its embedded spaces.
       PARSE-MAINTENANCE-PARM.
         MOVE 1 TO WS-PARM-PTR
         MOVE SPACES TO WS-FUNC-TOKEN WS-FILE-TOKEN WS-SEQ-TOKEN
         UNSTRING WS-PARM-CARD DELIMITED BY ALL SPACE
             INTO WS-FUNC-TOKEN WS-FILE-TOKEN WS-SEQ-TOKEN
             WITH POINTER WS-PARM-PTR
         END-UNSTRING
         IF WS-PARM-PTR <= 100
           MOVE WS-PARM-CARD(WS-PARM-PTR:) TO WS-FIELD-TEXT
         ELSE
           MOVE SPACES TO WS-FIELD-TEXT
         END-IF
         MOVE SPACES TO WS-FIELD-1 WS-FIELD-2 WS-FIELD-3 WS-FIELD-4
             WS-FIELD-5 WS-FIELD-6
         UNSTRING WS-FIELD-TEXT DELIMITED BY "/"
             INTO WS-FIELD-1 WS-FIELD-2 WS-FIELD-3 WS-FIELD-4
                 WS-FIELD-5 WS-FIELD-6
         END-UNSTRING
         MOVE FUNCTION TRIM(WS-FIELD-1) TO WS-FIELD-1
         MOVE FUNCTION TRIM(WS-FIELD-2) TO WS-FIELD-2
         MOVE FUNCTION TRIM(WS-FIELD-3) TO WS-FIELD-3
         MOVE FUNCTION TRIM(WS-FIELD-4) TO WS-FIELD-4
         MOVE FUNCTION TRIM(WS-FIELD-5) TO WS-FIELD-5
         MOVE FUNCTION TRIM(WS-FIELD-6) TO WS-FIELD-6

         IF WS-FUNC-TOKEN = SPACES OR WS-FUNC-TOKEN = "LIST"
           MOVE 1 TO WS-FUNCTION-SW
         ELSE
         IF WS-FUNC-TOKEN = "VALIDATE"
           MOVE 2 TO WS-FUNCTION-SW
         ELSE
         IF WS-FUNC-TOKEN = "ADD"
           MOVE 3 TO WS-FUNCTION-SW
         ELSE
         IF WS-FUNC-TOKEN = "CHANGE"
           MOVE 4 TO WS-FUNCTION-SW
         ELSE
         IF WS-FUNC-TOKEN = "DELETE"
           MOVE 5 TO WS-FUNCTION-SW
         ELSE
           MOVE 0 TO WS-VALID-SW
           MOVE "UNKNOWN FUNCTION" TO WS-REJECT-REASON
         END-IF
         END-IF
         END-IF
         END-IF
         END-IF

         IF WS-FILE-TOKEN = "REQ" OR WS-FILE-TOKEN = "REQUEST"
           MOVE 1 TO WS-TARGET-SW
         ELSE
         IF WS-FILE-TOKEN = "CAL" OR WS-FILE-TOKEN = "CALENDAR"
           MOVE 2 TO WS-TARGET-SW
         ELSE
           IF WS-FILE-TOKEN NOT = SPACES AND NOT VALIDATE-FUNCTION
               AND VALID-PARM
             MOVE 0 TO WS-VALID-SW
             MOVE "FILE MUST BE REQ OR CAL" TO WS-REJECT-REASON
           END-IF
         END-IF
         END-IF

      *    Updates need to know which file and which card.
         IF VALID-PARM
             AND (ADD-FUNCTION OR CHANGE-FUNCTION OR DELETE-FUNCTION)
           IF TARGET-BOTH
             MOVE 0 TO WS-VALID-SW
             MOVE "FILE MUST BE REQ OR CAL" TO WS-REJECT-REASON
           ELSE
             MOVE WS-SEQ-TOKEN TO WS-CHECK-TEXT
             PERFORM CHECK-NUMERIC-TEXT
             IF NOT CHECK-NUMERIC
                 OR WS-CHECK-VALUE < 1 OR WS-CHECK-VALUE > 9999
               MOVE 0 TO WS-VALID-SW
               MOVE "SEQUENCE NUMBER MISSING OR INVALID"
                   TO WS-REJECT-REASON
             ELSE
               MOVE WS-CHECK-VALUE TO WS-SEQ-NUM
             END-IF
           END-IF
         END-IF.

       LOAD-REQUEST-FILE.
         OPEN INPUT REQUEST-FILE
         IF WS-REQUEST-STATUS = "35"
           MOVE 1 TO WS-REQ-ABSENT-SW
         ELSE
         IF WS-REQUEST-STATUS NOT = "00"
           MOVE 1 TO WS-REQ-FAIL-SW
           DISPLAY "CARDMNT: REQUEST FILE NOT READABLE, STATUS="
               WS-REQUEST-STATUS
         ELSE
           PERFORM UNTIL REQUEST-EOF
             READ REQUEST-FILE
               AT END
                 MOVE 1 TO WS-REQ-EOF-SW
               NOT AT END
                 IF WS-REQ-USED < WS-REQ-MAX
                   ADD 1 TO WS-REQ-USED
                   MOVE REQ-STEP-NAME
                       TO RQ-STEP-NAME(WS-REQ-USED)
                   MOVE REQ-BOUND TO RQ-BOUND(WS-REQ-USED)
                   MOVE REQ-OPTION TO RQ-OPTION(WS-REQ-USED)
                   MOVE REQ-STATUS TO RQ-STATUS(WS-REQ-USED)
                   MOVE REQ-SUBMITTER
                       TO RQ-SUBMITTER(WS-REQ-USED)
                   MOVE REQ-DEP-SEQ TO RQ-DEP-SEQ(WS-REQ-USED)
                   MOVE REQ-DEP-MAX-COND
                       TO RQ-DEP-MAX-COND(WS-REQ-USED)
                 ELSE
                   MOVE 1 TO WS-REQ-OVFLW-SW
                   MOVE 1 TO WS-REQ-EOF-SW
                 END-IF
             END-READ
           END-PERFORM
           CLOSE REQUEST-FILE
         END-IF
         END-IF.

       LOAD-CALENDAR-FILE.
         OPEN INPUT CALENDAR-FILE
         IF WS-CALNDR-STATUS = "35"
           MOVE 1 TO WS-CAL-ABSENT-SW
         ELSE
         IF WS-CALNDR-STATUS NOT = "00"
           MOVE 1 TO WS-CAL-FAIL-SW
           DISPLAY "CARDMNT: CALENDAR FILE NOT READABLE, STATUS="
               WS-CALNDR-STATUS
         ELSE
           PERFORM UNTIL CALENDAR-EOF
             READ CALENDAR-FILE
               AT END
                 MOVE 1 TO WS-CAL-EOF-SW
               NOT AT END
                 IF WS-CAL-USED < WS-CAL-MAX
                   ADD 1 TO WS-CAL-USED
                   MOVE CAL-STEP-NAME
                       TO CL-STEP-NAME(WS-CAL-USED)
                   MOVE CAL-BOUND TO CL-BOUND(WS-CAL-USED)
                   MOVE CAL-RULE TO CL-RULE(WS-CAL-USED)
                   MOVE CAL-VALUE TO CL-VALUE(WS-CAL-USED)
                 ELSE
                   MOVE 1 TO WS-CAL-OVFLW-SW
                   MOVE 1 TO WS-CAL-EOF-SW
                 END-IF
             END-READ
           END-PERFORM
           CLOSE CALENDAR-FILE
         END-IF
         END-IF.

       LIST-REQUEST-FILE.
         MOVE SPACES TO RPT-DETAIL-RECORD
         STRING "REQUEST FILE EULERREQ.DAT"
             DELIMITED BY SIZE INTO RPT-DTL-TEXT
         WRITE RPT-DETAIL-RECORD
         IF REQUEST-FILE-ABSENT
           MOVE SPACES TO RPT-DETAIL-RECORD
           STRING "REQUEST FILE NOT PRESENT - DRIVER RUNS ITS "
               "DEFAULT SCHEDULE"
               DELIMITED BY SIZE INTO RPT-DTL-TEXT
           WRITE RPT-DETAIL-RECORD
         ELSE
           MOVE SPACES TO RPT-DETAIL-RECORD
           STRING " SEQ STEP     BOUND            OPTION               "
               "STATUS   BY       AFTER COND"
               DELIMITED BY SIZE INTO RPT-DTL-TEXT
           WRITE RPT-DETAIL-RECORD
           PERFORM WRITE-REQUEST-LIST-LINE
               VARYING WS-REQ-SUB FROM 1 BY 1
               UNTIL WS-REQ-SUB > WS-REQ-USED
           MOVE WS-REQ-USED TO DISP-COUNT
           MOVE SPACES TO RPT-DETAIL-RECORD
           STRING "REQUEST CARDS=" FUNCTION TRIM(DISP-COUNT)
               DELIMITED BY SIZE INTO RPT-DTL-TEXT
           WRITE RPT-DETAIL-RECORD
         END-IF.

       WRITE-REQUEST-LIST-LINE.
         MOVE WS-REQ-SUB TO DISP-SEQ
         MOVE SPACES TO RPT-DETAIL-RECORD
         STRING DISP-SEQ " " RQ-STEP-NAME(WS-REQ-SUB)
             " " RQ-BOUND(WS-REQ-SUB)
             " " RQ-OPTION(WS-REQ-SUB)
             " " RQ-STATUS(WS-REQ-SUB)
             " " RQ-SUBMITTER(WS-REQ-SUB)
             "  " RQ-DEP-SEQ(WS-REQ-SUB)
             "    " RQ-DEP-MAX-COND(WS-REQ-SUB)
             DELIMITED BY SIZE INTO RPT-DTL-TEXT
         WRITE RPT-DETAIL-RECORD.

       LIST-CALENDAR-FILE.
         MOVE SPACES TO RPT-DETAIL-RECORD
         STRING "CALENDAR FILE EULERCAL.DAT"
             DELIMITED BY SIZE INTO RPT-DTL-TEXT
         WRITE RPT-DETAIL-RECORD
         IF CALENDAR-FILE-ABSENT
           MOVE SPACES TO RPT-DETAIL-RECORD
           STRING "CALENDAR FILE NOT PRESENT - EVERY CARD IS DUE "
               "EVERY NIGHT"
               DELIMITED BY SIZE INTO RPT-DTL-TEXT
           WRITE RPT-DETAIL-RECORD
         ELSE
           MOVE SPACES TO RPT-DETAIL-RECORD
           STRING " SEQ STEP     BOUND            RULE     VALUE"
               DELIMITED BY SIZE INTO RPT-DTL-TEXT
           WRITE RPT-DETAIL-RECORD
           PERFORM WRITE-CALENDAR-LIST-LINE
               VARYING WS-CAL-SUB FROM 1 BY 1
               UNTIL WS-CAL-SUB > WS-CAL-USED
           MOVE WS-CAL-USED TO DISP-COUNT
           MOVE SPACES TO RPT-DETAIL-RECORD
           STRING "CALENDAR RULES=" FUNCTION TRIM(DISP-COUNT)
               DELIMITED BY SIZE INTO RPT-DTL-TEXT
           WRITE RPT-DETAIL-RECORD
         END-IF.

       WRITE-CALENDAR-LIST-LINE.
         MOVE WS-CAL-SUB TO DISP-SEQ
         MOVE SPACES TO RPT-DETAIL-RECORD
         STRING DISP-SEQ " " CL-STEP-NAME(WS-CAL-SUB)
             " " CL-BOUND(WS-CAL-SUB)
             " " CL-RULE(WS-CAL-SUB)
             " " CL-VALUE(WS-CAL-SUB)
             DELIMITED BY SIZE INTO RPT-DTL-TEXT
         WRITE RPT-DETAIL-RECORD.

      * An update is only applied to a file that was read in full:
      * a file that could not be read, or that holds more cards
      * than the table, would lose cards on the rewrite.
       MAINTAIN-REQUEST-FILE.
         IF REQUEST-FILE-FAILED
           MOVE "REQUEST FILE NOT READABLE" TO WS-REJECT-REASON
           PERFORM REJECT-UPDATE
         ELSE
         IF REQUEST-OVERFLOW
           MOVE "REQUEST FILE LARGER THAN EDIT TABLE"
               TO WS-REJECT-REASON
           PERFORM REJECT-UPDATE
         ELSE
         IF ADD-FUNCTION
           PERFORM ADD-REQUEST-CARD
         ELSE
         IF WS-SEQ-NUM > WS-REQ-USED
           MOVE "NO REQUEST CARD AT THAT SEQUENCE NUMBER"
               TO WS-REJECT-REASON
           PERFORM REJECT-UPDATE
         ELSE
         IF CHANGE-FUNCTION
           PERFORM CHANGE-REQUEST-CARD
         ELSE
           PERFORM DELETE-REQUEST-CARD
         END-IF
         END-IF
         END-IF
         END-IF
         END-IF
         IF UPDATE-APPLIED
           PERFORM REWRITE-REQUEST-FILE
         END-IF.

       ADD-REQUEST-CARD.
         IF WS-REQ-USED >= WS-RUN-REQ-MAX
           MOVE "REQUEST FILE ALREADY AT THE DRIVER LIMIT"
               TO WS-REJECT-REASON
           PERFORM REJECT-UPDATE
         ELSE
         IF WS-SEQ-NUM > WS-REQ-USED + 1
           MOVE "SEQUENCE NUMBER PAST END OF REQUEST FILE"
               TO WS-REJECT-REASON
           PERFORM REJECT-UPDATE
         ELSE
         IF WS-FIELD-1 = SPACES OR WS-FIELD-1 = "*"
           MOVE "STEP NAME REQUIRED ON A NEW CARD"
               TO WS-REJECT-REASON
           PERFORM REJECT-UPDATE
         ELSE
           PERFORM CHECK-REQUEST-FIELDS
           IF VALID-PARM
             PERFORM VARYING WS-SHIFT-SUB FROM WS-REQ-USED BY -1
                 UNTIL WS-SHIFT-SUB < WS-SEQ-NUM
               MOVE WS-REQ-ENTRY(WS-SHIFT-SUB)
                   TO WS-REQ-ENTRY(WS-SHIFT-SUB + 1)
             END-PERFORM
             ADD 1 TO WS-REQ-USED
             PERFORM RENUMBER-AFTER-ADD
                 VARYING WS-REQ-SUB FROM 1 BY 1
                 UNTIL WS-REQ-SUB > WS-REQ-USED
             MOVE SPACES TO WS-REQ-ENTRY(WS-SEQ-NUM)
             PERFORM APPLY-REQUEST-FIELDS
             MOVE "ADDED" TO WS-EDIT-MSG
             PERFORM WRITE-REQUEST-UPDATE-LINE
           END-IF
         END-IF
         END-IF
         END-IF.

      * A changed card has not run in its new form, so last night's
      * completion status no longer describes it.
       CHANGE-REQUEST-CARD.
         PERFORM CHECK-REQUEST-FIELDS
         IF VALID-PARM
           PERFORM APPLY-REQUEST-FIELDS
           MOVE SPACES TO RQ-STATUS(WS-SEQ-NUM)
           MOVE "CHANGED" TO WS-EDIT-MSG
           PERFORM WRITE-REQUEST-UPDATE-LINE
         END-IF.

      * A card still named as another card's dependency stays: the
      * dependent card must be changed first, or it would silently
      * end up waiting on whichever card moved into the gap.
       DELETE-REQUEST-CARD.
         MOVE 0 TO WS-DEPENDENT-SW
         PERFORM VARYING WS-REQ-SUB FROM 1 BY 1
             UNTIL WS-REQ-SUB > WS-REQ-USED
           MOVE RQ-DEP-SEQ(WS-REQ-SUB) TO WS-CHECK-TEXT
           PERFORM CHECK-NUMERIC-TEXT
           IF CHECK-NUMERIC AND WS-CHECK-VALUE = WS-SEQ-NUM
             MOVE 1 TO WS-DEPENDENT-SW
           END-IF
         END-PERFORM
         IF CARD-HAS-DEPENDENT
           MOVE "ANOTHER CARD DEPENDS ON THIS CARD"
               TO WS-REJECT-REASON
           PERFORM REJECT-UPDATE
         ELSE
           MOVE "DELETED" TO WS-EDIT-MSG
           PERFORM WRITE-REQUEST-UPDATE-LINE
           PERFORM VARYING WS-SHIFT-SUB FROM WS-SEQ-NUM BY 1
               UNTIL WS-SHIFT-SUB >= WS-REQ-USED
             MOVE WS-REQ-ENTRY(WS-SHIFT-SUB + 1)
                 TO WS-REQ-ENTRY(WS-SHIFT-SUB)
           END-PERFORM
           SUBTRACT 1 FROM WS-REQ-USED
           PERFORM RENUMBER-AFTER-DELETE
               VARYING WS-REQ-SUB FROM 1 BY 1
               UNTIL WS-REQ-SUB > WS-REQ-USED
           MOVE 1 TO WS-UPDATE-SW
         END-IF.

      * Dependencies name cards by position, so every reference to
      * a card that moved down one place follows it. The new card's
      * own dependency is still waiting in WS-DEP-NUM to be applied,
      * so the renumbering works in a field of its own.
       RENUMBER-AFTER-ADD.
         MOVE RQ-DEP-SEQ(WS-REQ-SUB) TO WS-CHECK-TEXT
         PERFORM CHECK-NUMERIC-TEXT
         IF CHECK-NUMERIC AND WS-CHECK-VALUE >= WS-SEQ-NUM
             AND WS-REQ-SUB NOT = WS-SEQ-NUM
           COMPUTE WS-RENUM-NUM = WS-CHECK-VALUE + 1
           MOVE WS-RENUM-NUM TO RQ-DEP-SEQ(WS-REQ-SUB)
         END-IF.

       RENUMBER-AFTER-DELETE.
         MOVE RQ-DEP-SEQ(WS-REQ-SUB) TO WS-CHECK-TEXT
         PERFORM CHECK-NUMERIC-TEXT
         IF CHECK-NUMERIC AND WS-CHECK-VALUE > WS-SEQ-NUM
           COMPUTE WS-RENUM-NUM = WS-CHECK-VALUE - 1
           MOVE WS-RENUM-NUM TO RQ-DEP-SEQ(WS-REQ-SUB)
         END-IF.

       CHECK-REQUEST-FIELDS.
         IF WS-FIELD-1 NOT = SPACES
           COMPUTE WS-FIELD-LEN =
               FUNCTION LENGTH(FUNCTION TRIM(WS-FIELD-1))
           IF WS-FIELD-LEN > 8
             MOVE 0 TO WS-VALID-SW
             MOVE "STEP NAME LONGER THAN 8" TO WS-REJECT-REASON
           END-IF
         END-IF
         IF WS-FIELD-2 NOT = SPACES
           COMPUTE WS-FIELD-LEN =
               FUNCTION LENGTH(FUNCTION TRIM(WS-FIELD-2))
           IF WS-FIELD-LEN > 16
             MOVE 0 TO WS-VALID-SW
             MOVE "BOUND LONGER THAN 16" TO WS-REJECT-REASON
           END-IF
         END-IF
         IF WS-FIELD-3 NOT = SPACES
           COMPUTE WS-FIELD-LEN =
               FUNCTION LENGTH(FUNCTION TRIM(WS-FIELD-3))
           IF WS-FIELD-LEN > 20
             MOVE 0 TO WS-VALID-SW
             MOVE "OPTION LONGER THAN 20" TO WS-REJECT-REASON
           END-IF
         END-IF
         IF WS-FIELD-4 NOT = SPACES
           COMPUTE WS-FIELD-LEN =
               FUNCTION LENGTH(FUNCTION TRIM(WS-FIELD-4))
           IF WS-FIELD-LEN > 8
             MOVE 0 TO WS-VALID-SW
             MOVE "SUBMITTER LONGER THAN 8" TO WS-REJECT-REASON
           END-IF
         END-IF
         IF WS-FIELD-5 NOT = SPACES AND WS-FIELD-5 NOT = "*"
           MOVE WS-FIELD-5 TO WS-CHECK-TEXT
           PERFORM CHECK-NUMERIC-TEXT
           IF NOT CHECK-NUMERIC OR WS-CHECK-VALUE < 1
               OR WS-CHECK-VALUE > 99
             MOVE 0 TO WS-VALID-SW
             MOVE "DEPENDENCY CARD NUMBER NOT 1-99"
                 TO WS-REJECT-REASON
           ELSE
             MOVE WS-CHECK-VALUE TO WS-DEP-NUM
           END-IF
         END-IF
         IF WS-FIELD-6 NOT = SPACES AND WS-FIELD-6 NOT = "*"
           MOVE WS-FIELD-6 TO WS-CHECK-TEXT
           PERFORM CHECK-NUMERIC-TEXT
           IF NOT CHECK-NUMERIC OR WS-CHECK-VALUE > 99
             MOVE 0 TO WS-VALID-SW
             MOVE "DEPENDENCY CONDITION CODE NOT 0-99"
                 TO WS-REJECT-REASON
           ELSE
             MOVE WS-CHECK-VALUE TO WS-DEP-COND
           END-IF
         END-IF
         IF NOT VALID-PARM
           PERFORM REJECT-UPDATE
         END-IF.

       APPLY-REQUEST-FIELDS.
         IF WS-FIELD-1 = "*"
           MOVE SPACES TO RQ-STEP-NAME(WS-SEQ-NUM)
         ELSE
           IF WS-FIELD-1 NOT = SPACES
             MOVE WS-FIELD-1 TO RQ-STEP-NAME(WS-SEQ-NUM)
           END-IF
         END-IF
         IF WS-FIELD-2 = "*"
           MOVE SPACES TO RQ-BOUND(WS-SEQ-NUM)
         ELSE
           IF WS-FIELD-2 NOT = SPACES
             MOVE WS-FIELD-2 TO RQ-BOUND(WS-SEQ-NUM)
           END-IF
         END-IF
         IF WS-FIELD-3 = "*"
           MOVE SPACES TO RQ-OPTION(WS-SEQ-NUM)
         ELSE
           IF WS-FIELD-3 NOT = SPACES
             MOVE WS-FIELD-3 TO RQ-OPTION(WS-SEQ-NUM)
           END-IF
         END-IF
         IF WS-FIELD-4 = "*"
           MOVE SPACES TO RQ-SUBMITTER(WS-SEQ-NUM)
         ELSE
           IF WS-FIELD-4 NOT = SPACES
             MOVE WS-FIELD-4 TO RQ-SUBMITTER(WS-SEQ-NUM)
           END-IF
         END-IF
         IF WS-FIELD-5 = "*"
           MOVE SPACES TO RQ-DEP-SEQ(WS-SEQ-NUM)
         ELSE
           IF WS-FIELD-5 NOT = SPACES
             MOVE WS-DEP-NUM TO RQ-DEP-SEQ(WS-SEQ-NUM)
           END-IF
         END-IF
         IF WS-FIELD-6 = "*"
           MOVE SPACES TO RQ-DEP-MAX-COND(WS-SEQ-NUM)
         ELSE
           IF WS-FIELD-6 NOT = SPACES
             MOVE WS-DEP-COND TO RQ-DEP-MAX-COND(WS-SEQ-NUM)
           END-IF
         END-IF
         MOVE 1 TO WS-UPDATE-SW.

       WRITE-REQUEST-UPDATE-LINE.
         MOVE WS-SEQ-NUM TO DISP-SEQ
         MOVE SPACES TO RPT-DETAIL-RECORD
         STRING "REQUEST CARD " FUNCTION TRIM(DISP-SEQ) " "
             FUNCTION TRIM(WS-EDIT-MSG) ": "
             RQ-STEP-NAME(WS-SEQ-NUM)
             " PARM=" FUNCTION TRIM(RQ-BOUND(WS-SEQ-NUM))
             " " FUNCTION TRIM(RQ-OPTION(WS-SEQ-NUM))
             " BY=" RQ-SUBMITTER(WS-SEQ-NUM)
             " AFTER=" RQ-DEP-SEQ(WS-SEQ-NUM)
             "/" RQ-DEP-MAX-COND(WS-SEQ-NUM)
             DELIMITED BY SIZE INTO RPT-DTL-TEXT
         WRITE RPT-DETAIL-RECORD
         DISPLAY "CARDMNT: " RPT-DTL-TEXT.

       MAINTAIN-CALENDAR-FILE.
         IF CALENDAR-FILE-FAILED
           MOVE "CALENDAR FILE NOT READABLE" TO WS-REJECT-REASON
           PERFORM REJECT-UPDATE
         ELSE
         IF CALENDAR-OVERFLOW
           MOVE "CALENDAR FILE LARGER THAN EDIT TABLE"
               TO WS-REJECT-REASON
           PERFORM REJECT-UPDATE
         ELSE
         IF ADD-FUNCTION
           PERFORM ADD-CALENDAR-RULE
         ELSE
         IF WS-SEQ-NUM > WS-CAL-USED
           MOVE "NO CALENDAR RULE AT THAT SEQUENCE NUMBER"
               TO WS-REJECT-REASON
           PERFORM REJECT-UPDATE
         ELSE
         IF CHANGE-FUNCTION
           PERFORM CHANGE-CALENDAR-RULE
         ELSE
           PERFORM DELETE-CALENDAR-RULE
         END-IF
         END-IF
         END-IF
         END-IF
         END-IF
         IF UPDATE-APPLIED
           PERFORM REWRITE-CALENDAR-FILE
         END-IF.

       ADD-CALENDAR-RULE.
         IF WS-CAL-USED >= WS-RUN-CAL-MAX
           MOVE "CALENDAR FILE ALREADY AT THE DRIVER LIMIT"
               TO WS-REJECT-REASON
           PERFORM REJECT-UPDATE
         ELSE
         IF WS-SEQ-NUM > WS-CAL-USED + 1
           MOVE "SEQUENCE NUMBER PAST END OF CALENDAR FILE"
               TO WS-REJECT-REASON
           PERFORM REJECT-UPDATE
         ELSE
         IF WS-FIELD-1 = SPACES OR WS-FIELD-1 = "*"
             OR WS-FIELD-3 = SPACES OR WS-FIELD-3 = "*"
           MOVE "STEP NAME AND RULE REQUIRED ON A NEW RULE"
               TO WS-REJECT-REASON
           PERFORM REJECT-UPDATE
         ELSE
           PERFORM CHECK-CALENDAR-FIELDS
           IF VALID-PARM
             PERFORM VARYING WS-SHIFT-SUB FROM WS-CAL-USED BY -1
                 UNTIL WS-SHIFT-SUB < WS-SEQ-NUM
               MOVE WS-CAL-ENTRY(WS-SHIFT-SUB)
                   TO WS-CAL-ENTRY(WS-SHIFT-SUB + 1)
             END-PERFORM
             ADD 1 TO WS-CAL-USED
             MOVE SPACES TO CL-STEP-NAME(WS-SEQ-NUM)
                 CL-BOUND(WS-SEQ-NUM) CL-RULE(WS-SEQ-NUM)
                 CL-VALUE(WS-SEQ-NUM)
             PERFORM APPLY-CALENDAR-FIELDS
             MOVE "ADDED" TO WS-EDIT-MSG
             PERFORM WRITE-CALENDAR-UPDATE-LINE
           END-IF
         END-IF
         END-IF
         END-IF.

       CHANGE-CALENDAR-RULE.
         PERFORM CHECK-CALENDAR-FIELDS
         IF VALID-PARM
           PERFORM APPLY-CALENDAR-FIELDS
           MOVE "CHANGED" TO WS-EDIT-MSG
           PERFORM WRITE-CALENDAR-UPDATE-LINE
         END-IF.

       DELETE-CALENDAR-RULE.
         MOVE "DELETED" TO WS-EDIT-MSG
         PERFORM WRITE-CALENDAR-UPDATE-LINE
         PERFORM VARYING WS-SHIFT-SUB FROM WS-SEQ-NUM BY 1
             UNTIL WS-SHIFT-SUB >= WS-CAL-USED
           MOVE WS-CAL-ENTRY(WS-SHIFT-SUB + 1)
               TO WS-CAL-ENTRY(WS-SHIFT-SUB)
         END-PERFORM
         SUBTRACT 1 FROM WS-CAL-USED
         MOVE 1 TO WS-UPDATE-SW.

       CHECK-CALENDAR-FIELDS.
         IF WS-FIELD-1 NOT = SPACES
           COMPUTE WS-FIELD-LEN =
               FUNCTION LENGTH(FUNCTION TRIM(WS-FIELD-1))
           IF WS-FIELD-LEN > 8
             MOVE 0 TO WS-VALID-SW
             MOVE "STEP NAME LONGER THAN 8" TO WS-REJECT-REASON
           END-IF
         END-IF
         IF WS-FIELD-2 NOT = SPACES
           COMPUTE WS-FIELD-LEN =
               FUNCTION LENGTH(FUNCTION TRIM(WS-FIELD-2))
           IF WS-FIELD-LEN > 16
             MOVE 0 TO WS-VALID-SW
             MOVE "BOUND LONGER THAN 16" TO WS-REJECT-REASON
           END-IF
         END-IF
         IF WS-FIELD-3 NOT = SPACES
           COMPUTE WS-FIELD-LEN =
               FUNCTION LENGTH(FUNCTION TRIM(WS-FIELD-3))
           IF WS-FIELD-LEN > 8
             MOVE 0 TO WS-VALID-SW
             MOVE "RULE LONGER THAN 8" TO WS-REJECT-REASON
           END-IF
         END-IF
         IF WS-FIELD-4 NOT = SPACES
           COMPUTE WS-FIELD-LEN =
               FUNCTION LENGTH(FUNCTION TRIM(WS-FIELD-4))
           IF WS-FIELD-LEN > 8
             MOVE 0 TO WS-VALID-SW
             MOVE "RULE VALUE LONGER THAN 8" TO WS-REJECT-REASON
           END-IF
         END-IF
         IF WS-FIELD-5 NOT = SPACES OR WS-FIELD-6 NOT = SPACES
           MOVE 0 TO WS-VALID-SW
           MOVE "A CALENDAR RULE HAS ONLY FOUR FIELDS"
               TO WS-REJECT-REASON
         END-IF
         IF NOT VALID-PARM
           PERFORM REJECT-UPDATE
         END-IF.

       APPLY-CALENDAR-FIELDS.
         IF WS-FIELD-1 = "*"
           MOVE SPACES TO CL-STEP-NAME(WS-SEQ-NUM)
         ELSE
           IF WS-FIELD-1 NOT = SPACES
             MOVE WS-FIELD-1 TO CL-STEP-NAME(WS-SEQ-NUM)
           END-IF
         END-IF
         IF WS-FIELD-2 = "*"
           MOVE SPACES TO CL-BOUND(WS-SEQ-NUM)
         ELSE
           IF WS-FIELD-2 NOT = SPACES
             MOVE WS-FIELD-2 TO CL-BOUND(WS-SEQ-NUM)
           END-IF
         END-IF
         IF WS-FIELD-3 = "*"
           MOVE SPACES TO CL-RULE(WS-SEQ-NUM)
         ELSE
           IF WS-FIELD-3 NOT = SPACES
             MOVE WS-FIELD-3 TO CL-RULE(WS-SEQ-NUM)
           END-IF
         END-IF
         IF WS-FIELD-4 = "*"
           MOVE SPACES TO CL-VALUE(WS-SEQ-NUM)
         ELSE
           IF WS-FIELD-4 NOT = SPACES
             MOVE WS-FIELD-4 TO CL-VALUE(WS-SEQ-NUM)
           END-IF
         END-IF
         MOVE 1 TO WS-UPDATE-SW.

       WRITE-CALENDAR-UPDATE-LINE.
         MOVE WS-SEQ-NUM TO DISP-SEQ
         MOVE SPACES TO RPT-DETAIL-RECORD
         STRING "CALENDAR RULE " FUNCTION TRIM(DISP-SEQ) " "
             FUNCTION TRIM(WS-EDIT-MSG) ": "
             CL-STEP-NAME(WS-SEQ-NUM)
             " BOUND=" CL-BOUND(WS-SEQ-NUM)
             " RULE=" CL-RULE(WS-SEQ-NUM)
             " VALUE=" CL-VALUE(WS-SEQ-NUM)
             DELIMITED BY SIZE INTO RPT-DTL-TEXT
         WRITE RPT-DETAIL-RECORD
         DISPLAY "CARDMNT: " RPT-DTL-TEXT.

      * A refused update is logged like any rejected parameter and
      * leaves both files exactly as they were.
       REJECT-UPDATE.
         MOVE 0 TO WS-VALID-SW
         MOVE 0 TO WS-UPDATE-SW
         PERFORM WRITE-EXCEPTION-LOG
         MOVE SPACES TO RPT-DETAIL-RECORD
         STRING "UPDATE REJECTED - " WS-REJECT-REASON
             " - NOTHING CHANGED"
             DELIMITED BY SIZE INTO RPT-DTL-TEXT
         WRITE RPT-DETAIL-RECORD
         DISPLAY "CARDMNT: REJECTED - " WS-REJECT-REASON
         MOVE 8 TO WS-MAX-COND.

      * The updated card set is written to the hold file first,
      * with every write verified; the card file is only replaced
      * from a hold copy that completed clean.
       REWRITE-REQUEST-FILE.
         MOVE 0 TO WS-HOLD-FAIL-SW
         OPEN OUTPUT HOLD-FILE
         IF WS-HOLD-STATUS NOT = "00"
           MOVE 1 TO WS-HOLD-FAIL-SW
         ELSE
           PERFORM HOLD-ONE-REQUEST-CARD
               VARYING WS-REQ-SUB FROM 1 BY 1
               UNTIL WS-REQ-SUB > WS-REQ-USED
           CLOSE HOLD-FILE
         END-IF
         IF HOLD-COPY-FAILED
           PERFORM REPORT-HOLD-FAILURE
         ELSE
           OPEN INPUT HOLD-FILE
           OPEN OUTPUT REQUEST-FILE
           MOVE 0 TO WS-HOLD-EOF-SW
           PERFORM UNTIL HOLD-EOF
             READ HOLD-FILE
               AT END
                 MOVE 1 TO WS-HOLD-EOF-SW
               NOT AT END
                 MOVE HOLD-RECORD TO REQ-RECORD
                 WRITE REQ-RECORD
                 IF WS-REQUEST-STATUS NOT = "00"
                   DISPLAY "CARDMNT: WARNING - REQUEST FILE "
                       "REWRITE FAILED, STATUS=" WS-REQUEST-STATUS
                   MOVE 8 TO WS-MAX-COND
                 END-IF
             END-READ
           END-PERFORM
           CLOSE HOLD-FILE
           CLOSE REQUEST-FILE
           MOVE 0 TO WS-REQ-ABSENT-SW
         END-IF.

       HOLD-ONE-REQUEST-CARD.
         MOVE SPACES TO CRD-RECORD
         MOVE RQ-STEP-NAME(WS-REQ-SUB) TO CRD-STEP-NAME
         MOVE RQ-BOUND(WS-REQ-SUB) TO CRD-BOUND
         MOVE RQ-OPTION(WS-REQ-SUB) TO CRD-OPTION
         MOVE RQ-STATUS(WS-REQ-SUB) TO CRD-STATUS
         MOVE RQ-SUBMITTER(WS-REQ-SUB) TO CRD-SUBMITTER
         MOVE RQ-DEP-SEQ(WS-REQ-SUB) TO CRD-DEP-SEQ
         MOVE RQ-DEP-MAX-COND(WS-REQ-SUB) TO CRD-DEP-MAX-COND
         MOVE CRD-RECORD TO HOLD-RECORD
         WRITE HOLD-RECORD
         IF WS-HOLD-STATUS NOT = "00"
           MOVE 1 TO WS-HOLD-FAIL-SW
         END-IF.

       REWRITE-CALENDAR-FILE.
         MOVE 0 TO WS-HOLD-FAIL-SW
         OPEN OUTPUT HOLD-FILE
         IF WS-HOLD-STATUS NOT = "00"
           MOVE 1 TO WS-HOLD-FAIL-SW
         ELSE
           PERFORM HOLD-ONE-CALENDAR-RULE
               VARYING WS-CAL-SUB FROM 1 BY 1
               UNTIL WS-CAL-SUB > WS-CAL-USED
           CLOSE HOLD-FILE
         END-IF
         IF HOLD-COPY-FAILED
           PERFORM REPORT-HOLD-FAILURE
         ELSE
           OPEN INPUT HOLD-FILE
           OPEN OUTPUT CALENDAR-FILE
           MOVE 0 TO WS-HOLD-EOF-SW
           PERFORM UNTIL HOLD-EOF
             READ HOLD-FILE
               AT END
                 MOVE 1 TO WS-HOLD-EOF-SW
               NOT AT END
                 MOVE HOLD-RECORD TO CAL-RECORD
                 WRITE CAL-RECORD
                 IF WS-CALNDR-STATUS NOT = "00"
                   DISPLAY "CARDMNT: WARNING - CALENDAR FILE "
                       "REWRITE FAILED, STATUS=" WS-CALNDR-STATUS
                   MOVE 8 TO WS-MAX-COND
                 END-IF
             END-READ
           END-PERFORM
           CLOSE HOLD-FILE
           CLOSE CALENDAR-FILE
           MOVE 0 TO WS-CAL-ABSENT-SW
         END-IF.

       HOLD-ONE-CALENDAR-RULE.
         MOVE SPACES TO RUL-RECORD
         MOVE CL-STEP-NAME(WS-CAL-SUB) TO RUL-STEP-NAME
         MOVE CL-BOUND(WS-CAL-SUB) TO RUL-BOUND
         MOVE CL-RULE(WS-CAL-SUB) TO RUL-RULE
         MOVE CL-VALUE(WS-CAL-SUB) TO RUL-VALUE
         MOVE RUL-RECORD TO HOLD-RECORD
         WRITE HOLD-RECORD
         IF WS-HOLD-STATUS NOT = "00"
           MOVE 1 TO WS-HOLD-FAIL-SW
         END-IF.

       REPORT-HOLD-FAILURE.
         MOVE 0 TO WS-UPDATE-SW
         MOVE 8 TO WS-MAX-COND
         MOVE SPACES TO RPT-DETAIL-RECORD
         STRING "HOLD FILE FAILURE, STATUS=" WS-HOLD-STATUS
             " - CARD FILE LEFT UNCHANGED"
             DELIMITED BY SIZE INTO RPT-DTL-TEXT
         WRITE RPT-DETAIL-RECORD
         DISPLAY "CARDMNT: " RPT-DTL-TEXT.

      * The pre-flight edit. Each finding prints under the card or
      * rule it belongs to: an ERROR is something the driver or the
      * step would reject, skip or misread tonight; a WARNING runs
      * but probably not as intended.
       VALIDATE-CONTROL-CARDS.
         MOVE SPACES TO RPT-DETAIL-RECORD
         WRITE RPT-DETAIL-RECORD
         MOVE SPACES TO RPT-DETAIL-RECORD
         STRING "CONTROL CARD EDIT - REQUEST FILE EULERREQ.DAT"
             DELIMITED BY SIZE INTO RPT-DTL-TEXT
         WRITE RPT-DETAIL-RECORD
         IF REQUEST-FILE-ABSENT
           MOVE SPACES TO RPT-DETAIL-RECORD
           STRING "REQUEST FILE NOT PRESENT - DRIVER RUNS ITS "
               "DEFAULT SCHEDULE"
               DELIMITED BY SIZE INTO RPT-DTL-TEXT
           WRITE RPT-DETAIL-RECORD
         END-IF
         IF REQUEST-FILE-FAILED
           MOVE "REQUEST FILE NOT READABLE - DRIVER RUNS NOTHING"
               TO WS-EDIT-MSG
           PERFORM WRITE-EDIT-ERROR
         END-IF
         PERFORM EDIT-ONE-CARD
             VARYING WS-REQ-SUB FROM 1 BY 1
             UNTIL WS-REQ-SUB > WS-REQ-USED
         IF REQUEST-OVERFLOW
           MOVE WS-REQ-MAX TO DISP-LIMIT
           MOVE SPACES TO WS-EDIT-MSG
           STRING "MORE THAN " FUNCTION TRIM(DISP-LIMIT)
               " CARDS - EDIT STOPPED THERE"
               DELIMITED BY SIZE INTO WS-EDIT-MSG
           PERFORM WRITE-EDIT-ERROR
         END-IF

         MOVE SPACES TO RPT-DETAIL-RECORD
         WRITE RPT-DETAIL-RECORD
         MOVE SPACES TO RPT-DETAIL-RECORD
         STRING "CONTROL CARD EDIT - CALENDAR FILE EULERCAL.DAT"
             DELIMITED BY SIZE INTO RPT-DTL-TEXT
         WRITE RPT-DETAIL-RECORD
         IF CALENDAR-FILE-ABSENT
           MOVE SPACES TO RPT-DETAIL-RECORD
           STRING "CALENDAR FILE NOT PRESENT - EVERY CARD IS DUE "
               "EVERY NIGHT"
               DELIMITED BY SIZE INTO RPT-DTL-TEXT
           WRITE RPT-DETAIL-RECORD
         END-IF
         IF CALENDAR-FILE-FAILED
           MOVE "CALENDAR FILE NOT READABLE - ALL CARDS TREATED AS DUE"
               TO WS-EDIT-MSG
           PERFORM WRITE-EDIT-WARNING
         END-IF
         PERFORM VARYING WS-CAL-SUB FROM 1 BY 1
             UNTIL WS-CAL-SUB > WS-CAL-USED
           MOVE 0 TO CL-MATCH-SW(WS-CAL-SUB)
           MOVE 0 TO CL-GOVERN-SW(WS-CAL-SUB)
         END-PERFORM
         PERFORM FIND-GOVERNING-RULE
             VARYING WS-REQ-SUB FROM 1 BY 1
             UNTIL WS-REQ-SUB > WS-REQ-USED
         PERFORM EDIT-ONE-RULE
             VARYING WS-CAL-SUB FROM 1 BY 1
             UNTIL WS-CAL-SUB > WS-CAL-USED
         IF CALENDAR-OVERFLOW
           MOVE WS-CAL-MAX TO DISP-LIMIT
           MOVE SPACES TO WS-EDIT-MSG
           STRING "MORE THAN " FUNCTION TRIM(DISP-LIMIT)
               " RULES - EDIT STOPPED THERE"
               DELIMITED BY SIZE INTO WS-EDIT-MSG
           PERFORM WRITE-EDIT-ERROR
         END-IF

         MOVE SPACES TO RPT-DETAIL-RECORD
         WRITE RPT-DETAIL-RECORD
         MOVE SPACES TO RPT-DETAIL-RECORD
         STRING "CARDS=" WS-REQ-USED " RULES=" WS-CAL-USED
             " ERRORS=" WS-ERROR-COUNT
             " WARNINGS=" WS-WARNING-COUNT
             " EDIT COND=" WS-MAX-COND
             DELIMITED BY SIZE INTO RPT-DTL-TEXT
         WRITE RPT-DETAIL-RECORD
         DISPLAY "CARDMNT: " RPT-DTL-TEXT.

       EDIT-ONE-CARD.
         MOVE WS-REQ-SUB TO DISP-SEQ
         MOVE SPACES TO RPT-DETAIL-RECORD
         STRING "CARD " DISP-SEQ " " RQ-STEP-NAME(WS-REQ-SUB)
             " PARM=" FUNCTION TRIM(RQ-BOUND(WS-REQ-SUB))
             " " FUNCTION TRIM(RQ-OPTION(WS-REQ-SUB))
             DELIMITED BY SIZE INTO RPT-DTL-TEXT
         WRITE RPT-DETAIL-RECORD
         IF WS-REQ-SUB > WS-RUN-REQ-MAX
           MOVE WS-RUN-REQ-MAX TO DISP-LIMIT
           MOVE SPACES TO WS-EDIT-MSG
           STRING "PAST THE DRIVER LIMIT OF "
               FUNCTION TRIM(DISP-LIMIT) " CARDS - NEVER RUN"
               DELIMITED BY SIZE INTO WS-EDIT-MSG
           PERFORM WRITE-EDIT-ERROR
         END-IF
         PERFORM EDIT-CARD-DEPENDENCY
         IF RQ-STEP-NAME(WS-REQ-SUB) NOT = "PROBLEM3"
             AND RQ-STEP-NAME(WS-REQ-SUB) NOT = "PROBLEM4"
             AND RQ-STEP-NAME(WS-REQ-SUB) NOT = "PROBLEM5"
           MOVE "UNKNOWN STEP NAME - DRIVER WOULD MARK IT BADSTEP"
               TO WS-EDIT-MSG
           PERFORM WRITE-EDIT-ERROR
         ELSE
           PERFORM SET-STEP-LIMITS
           MOVE SPACES TO WS-OPT-TOKEN-1 WS-OPT-TOKEN-2
               WS-OPT-TOKEN-3 WS-OPT-TOKEN-4
           UNSTRING RQ-OPTION(WS-REQ-SUB)
               DELIMITED BY ALL SPACE
               INTO WS-OPT-TOKEN-1 WS-OPT-TOKEN-2 WS-OPT-TOKEN-3
                   WS-OPT-TOKEN-4
           END-UNSTRING
           IF WS-OPT-TOKEN-1 = "SWEEP"
             PERFORM EDIT-SWEEP-CARD
           ELSE
             PERFORM EDIT-SINGLE-CARD
           END-IF
         END-IF.

      * The driver runs cards in file order, so only an earlier
      * card can be waited on; anything else is bypassed as DEPFAIL
      * every night.
       EDIT-CARD-DEPENDENCY.
         IF RQ-DEP-SEQ(WS-REQ-SUB) = SPACES
           IF RQ-DEP-MAX-COND(WS-REQ-SUB) NOT = SPACES
             MOVE "DEPENDENCY CODE WITHOUT A CARD NUMBER - IGNORED"
                 TO WS-EDIT-MSG
             PERFORM WRITE-EDIT-WARNING
           END-IF
         ELSE
           MOVE RQ-DEP-SEQ(WS-REQ-SUB) TO WS-CHECK-TEXT
           PERFORM CHECK-NUMERIC-TEXT
           IF NOT CHECK-NUMERIC
               OR WS-CHECK-VALUE < 1 OR WS-CHECK-VALUE >= WS-REQ-SUB
             MOVE "DEPENDS ON ITSELF OR A LATER CARD - ALWAYS DEPFAIL"
                 TO WS-EDIT-MSG
             PERFORM WRITE-EDIT-ERROR
           END-IF
           IF RQ-DEP-MAX-COND(WS-REQ-SUB) NOT = SPACES
             MOVE RQ-DEP-MAX-COND(WS-REQ-SUB) TO WS-CHECK-TEXT
             PERFORM CHECK-NUMERIC-TEXT
             IF NOT CHECK-NUMERIC
               MOVE "DEPENDENCY CODE NOT NUMERIC - ALWAYS DEPFAIL"
                   TO WS-EDIT-MSG
               PERFORM WRITE-EDIT-ERROR
             END-IF
           END-IF
         END-IF.

       SET-STEP-LIMITS.
         IF RQ-STEP-NAME(WS-REQ-SUB) = "PROBLEM3"
           MOVE WS-P3-MIN-TARGET TO WS-STEP-MIN
           MOVE 999999999999999999 TO WS-STEP-MAX
         ELSE
         IF RQ-STEP-NAME(WS-REQ-SUB) = "PROBLEM4"
           MOVE 1 TO WS-STEP-MIN
           MOVE WS-P4-MAX-BOUND TO WS-STEP-MAX
         ELSE
           MOVE 1 TO WS-STEP-MIN
           MOVE WS-P5-MAX-BOUND TO WS-STEP-MAX
         END-IF
         END-IF.

      * A plain card passes bound and option straight to the step,
      * which reads the bound with NUMVAL and rejects it out of
      * range; a blank bound takes the step's own default.
       EDIT-SINGLE-CARD.
         MOVE RQ-BOUND(WS-REQ-SUB) TO WS-CHECK-TEXT
         PERFORM CHECK-NUMERIC-TEXT
         IF CHECK-NOT-NUMERIC
           MOVE "BOUND IS NOT A WHOLE NUMBER - STEP WOULD REJECT IT"
               TO WS-EDIT-MSG
           PERFORM WRITE-EDIT-ERROR
         ELSE
         IF CHECK-TOO-LARGE
           MOVE "BOUND EXCEEDS MAXIMUM ALLOWED" TO WS-EDIT-MSG
           PERFORM WRITE-EDIT-ERROR
         ELSE
         IF CHECK-NUMERIC
           IF WS-CHECK-VALUE < WS-STEP-MIN
             IF RQ-STEP-NAME(WS-REQ-SUB) = "PROBLEM3"
               MOVE "TARGET IS BELOW TWO" TO WS-EDIT-MSG
             ELSE
               MOVE "BOUND IS ZERO OR NEGATIVE" TO WS-EDIT-MSG
             END-IF
             PERFORM WRITE-EDIT-ERROR
           END-IF
           IF WS-CHECK-VALUE > WS-STEP-MAX
             MOVE "BOUND EXCEEDS MAXIMUM ALLOWED" TO WS-EDIT-MSG
             PERFORM WRITE-EDIT-ERROR
           END-IF
         END-IF
         END-IF
         END-IF

         IF RQ-STEP-NAME(WS-REQ-SUB) = "PROBLEM4"
      *      PROBLEM004 reads its second token as the report
      *      threshold; anything NUMVAL cannot read becomes a zero
      *      threshold and lists every palindrome in the search.
           IF WS-OPT-TOKEN-1 NOT = SPACES
             MOVE WS-OPT-TOKEN-1 TO WS-CHECK-TEXT
             PERFORM CHECK-NUMERIC-TEXT
             IF NOT CHECK-NUMERIC
               MOVE "THRESHOLD NOT NUMERIC - STEP WOULD LIST EVERY "
                   & "PALINDROME" TO WS-EDIT-MSG
               PERFORM WRITE-EDIT-ERROR
             END-IF
           END-IF
           IF WS-OPT-TOKEN-2 NOT = SPACES
             MOVE "EXTRA OPTION TOKENS IGNORED BY PROBLEM4"
                 TO WS-EDIT-MSG
             PERFORM WRITE-EDIT-WARNING
           END-IF
         ELSE
         IF RQ-STEP-NAME(WS-REQ-SUB) = "PROBLEM3"
           IF WS-OPT-TOKEN-1 NOT = SPACES
               AND WS-OPT-TOKEN-1 NOT = "VERIFY"
             MOVE SPACES TO WS-EDIT-MSG
             STRING "OPTION " FUNCTION TRIM(WS-OPT-TOKEN-1)
                 " IGNORED BY PROBLEM3"
                 DELIMITED BY SIZE INTO WS-EDIT-MSG
             PERFORM WRITE-EDIT-WARNING
           END-IF
           IF WS-OPT-TOKEN-2 NOT = SPACES
             MOVE "EXTRA OPTION TOKENS IGNORED BY PROBLEM3"
                 TO WS-EDIT-MSG
             PERFORM WRITE-EDIT-WARNING
           END-IF
         ELSE
           IF (WS-OPT-TOKEN-1 NOT = SPACES
               AND WS-OPT-TOKEN-1 NOT = "DETAIL"
               AND WS-OPT-TOKEN-1 NOT = "VERIFY")
             OR (WS-OPT-TOKEN-2 NOT = SPACES
               AND WS-OPT-TOKEN-2 NOT = "DETAIL"
               AND WS-OPT-TOKEN-2 NOT = "VERIFY")
             MOVE "OPTION OTHER THAN DETAIL OR VERIFY IGNORED BY "
                 & "PROBLEM5" TO WS-EDIT-MSG
             PERFORM WRITE-EDIT-WARNING
           END-IF
           IF WS-OPT-TOKEN-3 NOT = SPACES
             MOVE "EXTRA OPTION TOKENS IGNORED BY PROBLEM5"
                 TO WS-EDIT-MSG
             PERFORM WRITE-EDIT-WARNING
           END-IF
         END-IF
         END-IF

      *    History and the timing forecast key on the first 20
      *    characters of the step parameter.
         MOVE 0 TO WS-PARM-LEN
         IF RQ-BOUND(WS-REQ-SUB) NOT = SPACES
           COMPUTE WS-PARM-LEN =
               FUNCTION LENGTH(FUNCTION TRIM(RQ-BOUND(WS-REQ-SUB)))
         END-IF
         IF RQ-OPTION(WS-REQ-SUB) NOT = SPACES
           COMPUTE WS-PARM-LEN = WS-PARM-LEN + 1 +
               FUNCTION LENGTH(FUNCTION TRIM(RQ-OPTION(WS-REQ-SUB)))
         END-IF
         IF WS-PARM-LEN > 20
           MOVE "PARM LONGER THAN 20 - HISTORY KEY IS TRUNCATED"
               TO WS-EDIT-MSG
           PERFORM WRITE-EDIT-WARNING
         END-IF.

      * The same from/to/increment tests the driver applies before
      * it expands a sweep, plus the step's own limits on the
      * bounds the sweep will hand it.
       EDIT-SWEEP-CARD.
         MOVE 1 TO WS-SWEEP-OK-SW
         MOVE RQ-BOUND(WS-REQ-SUB) TO WS-CHECK-TEXT
         PERFORM CHECK-NUMERIC-TEXT
         IF NOT CHECK-NUMERIC OR WS-CHECK-VALUE < 1
           MOVE "SWEEP FROM-BOUND MISSING OR NOT A POSITIVE NUMBER"
               TO WS-EDIT-MSG
           PERFORM WRITE-EDIT-ERROR
           MOVE 0 TO WS-SWEEP-OK-SW
         ELSE
           MOVE WS-CHECK-VALUE TO WS-SWEEP-FROM
         END-IF
         MOVE WS-OPT-TOKEN-2 TO WS-CHECK-TEXT
         PERFORM CHECK-NUMERIC-TEXT
         IF NOT CHECK-NUMERIC
           MOVE "SWEEP TO-BOUND MISSING OR NOT NUMERIC"
               TO WS-EDIT-MSG
           PERFORM WRITE-EDIT-ERROR
           MOVE 0 TO WS-SWEEP-OK-SW
         ELSE
           MOVE WS-CHECK-VALUE TO WS-SWEEP-TO
         END-IF
         MOVE WS-OPT-TOKEN-3 TO WS-CHECK-TEXT
         PERFORM CHECK-NUMERIC-TEXT
         IF NOT CHECK-NUMERIC OR WS-CHECK-VALUE < 1
           MOVE "SWEEP INCREMENT MISSING OR NOT A POSITIVE NUMBER"
               TO WS-EDIT-MSG
           PERFORM WRITE-EDIT-ERROR
           MOVE 0 TO WS-SWEEP-OK-SW
         ELSE
           MOVE WS-CHECK-VALUE TO WS-SWEEP-INCR
         END-IF
         IF WS-OPT-TOKEN-4 NOT = SPACES
           MOVE "EXTRA SWEEP TOKENS IGNORED" TO WS-EDIT-MSG
           PERFORM WRITE-EDIT-WARNING
         END-IF

         IF SWEEP-TOKENS-VALID
           IF WS-SWEEP-TO < WS-SWEEP-FROM
             MOVE "SWEEP TO-BOUND BELOW FROM-BOUND" TO WS-EDIT-MSG
             PERFORM WRITE-EDIT-ERROR
           ELSE
             IF WS-SWEEP-FROM < WS-STEP-MIN
               MOVE "SWEEP FROM-BOUND BELOW THE STEP MINIMUM - FIRST "
                   & "RUN REJECTED" TO WS-EDIT-MSG
               PERFORM WRITE-EDIT-ERROR
             END-IF
             IF WS-SWEEP-TO > WS-STEP-MAX
               MOVE "SWEEP TO-BOUND EXCEEDS MAXIMUM ALLOWED - LATER "
                   & "RUNS REJECTED" TO WS-EDIT-MSG
               PERFORM WRITE-EDIT-ERROR
             END-IF
             COMPUTE WS-SWEEP-RUNS =
                 (WS-SWEEP-TO - WS-SWEEP-FROM) / WS-SWEEP-INCR + 1
             IF WS-SWEEP-RUNS > WS-RUN-TIM-MAX
               MOVE WS-SWEEP-RUNS TO DISP-RUNS
               MOVE SPACES TO WS-EDIT-MSG
               STRING "SWEEP EXPANDS TO " FUNCTION TRIM(DISP-RUNS)
                   " RUNS - TIMING REPORT WILL BE CUT SHORT"
                   DELIMITED BY SIZE INTO WS-EDIT-MSG
               PERFORM WRITE-EDIT-WARNING
             END-IF
           END-IF
         END-IF.

      * Mirrors EULERRUN's CHECK-CALENDAR-RULE: the first rule
      * naming the card's step, with the card's bound or a blank
      * bound, is the one that decides the card. Later rules that
      * would also match are never consulted for it.
       FIND-GOVERNING-RULE.
         MOVE 0 TO WS-RULE-FOUND-SW
         PERFORM VARYING WS-CAL-SUB FROM 1 BY 1
             UNTIL WS-CAL-SUB > WS-CAL-USED
           IF CL-STEP-NAME(WS-CAL-SUB) = RQ-STEP-NAME(WS-REQ-SUB)
               AND (CL-BOUND(WS-CAL-SUB) = SPACES
                   OR CL-BOUND(WS-CAL-SUB) = RQ-BOUND(WS-REQ-SUB))
             MOVE 1 TO CL-MATCH-SW(WS-CAL-SUB)
             IF NOT GOVERNING-RULE-FOUND
                 AND WS-CAL-SUB <= WS-RUN-CAL-MAX
               MOVE 1 TO CL-GOVERN-SW(WS-CAL-SUB)
               MOVE 1 TO WS-RULE-FOUND-SW
             END-IF
           END-IF
         END-PERFORM.

       EDIT-ONE-RULE.
         MOVE WS-CAL-SUB TO DISP-SEQ
         MOVE SPACES TO RPT-DETAIL-RECORD
         STRING "RULE " DISP-SEQ " " CL-STEP-NAME(WS-CAL-SUB)
             " BOUND=" FUNCTION TRIM(CL-BOUND(WS-CAL-SUB))
             " " CL-RULE(WS-CAL-SUB)
             " " CL-VALUE(WS-CAL-SUB)
             DELIMITED BY SIZE INTO RPT-DTL-TEXT
         WRITE RPT-DETAIL-RECORD
         IF WS-CAL-SUB > WS-RUN-CAL-MAX
           MOVE WS-RUN-CAL-MAX TO DISP-LIMIT
           MOVE SPACES TO WS-EDIT-MSG
           STRING "PAST THE DRIVER LIMIT OF "
               FUNCTION TRIM(DISP-LIMIT) " RULES - IGNORED"
               DELIMITED BY SIZE INTO WS-EDIT-MSG
           PERFORM WRITE-EDIT-ERROR
         END-IF
         IF CL-STEP-NAME(WS-CAL-SUB) NOT = "PROBLEM3"
             AND CL-STEP-NAME(WS-CAL-SUB) NOT = "PROBLEM4"
             AND CL-STEP-NAME(WS-CAL-SUB) NOT = "PROBLEM5"
           MOVE "UNKNOWN STEP NAME" TO WS-EDIT-MSG
           PERFORM WRITE-EDIT-ERROR
         END-IF

         IF CL-RULE(WS-CAL-SUB) = "DAILY"
           IF CL-VALUE(WS-CAL-SUB) NOT = SPACES
             MOVE "VALUE IGNORED ON A DAILY RULE" TO WS-EDIT-MSG
             PERFORM WRITE-EDIT-WARNING
           END-IF
         ELSE
         IF CL-RULE(WS-CAL-SUB) = "DOW"
           IF CL-VALUE(WS-CAL-SUB)(1:3) NOT = "MON"
               AND CL-VALUE(WS-CAL-SUB)(1:3) NOT = "TUE"
               AND CL-VALUE(WS-CAL-SUB)(1:3) NOT = "WED"
               AND CL-VALUE(WS-CAL-SUB)(1:3) NOT = "THU"
               AND CL-VALUE(WS-CAL-SUB)(1:3) NOT = "FRI"
               AND CL-VALUE(WS-CAL-SUB)(1:3) NOT = "SAT"
               AND CL-VALUE(WS-CAL-SUB)(1:3) NOT = "SUN"
             MOVE "DOW VALUE IS NOT A SUN..SAT DAY NAME - CARD NEVER "
                 & "DUE" TO WS-EDIT-MSG
             PERFORM WRITE-EDIT-ERROR
           END-IF
         ELSE
         IF CL-RULE(WS-CAL-SUB) = "DOM"
           MOVE CL-VALUE(WS-CAL-SUB) TO WS-CHECK-TEXT
           PERFORM CHECK-NUMERIC-TEXT
           IF NOT CHECK-NUMERIC
               OR WS-CHECK-VALUE < 1 OR WS-CHECK-VALUE > 31
             MOVE "DOM VALUE IS NOT A DAY 1-31 - CARD NEVER DUE"
                 TO WS-EDIT-MSG
             PERFORM WRITE-EDIT-ERROR
           ELSE
             IF WS-CHECK-VALUE > 28
               MOVE "DOM VALUE PAST THE 28TH - NOT DUE IN SHORT MONTHS"
                   TO WS-EDIT-MSG
               PERFORM WRITE-EDIT-WARNING
             END-IF
           END-IF
         ELSE
         IF CL-RULE(WS-CAL-SUB) = "HOLD"
           MOVE CL-VALUE(WS-CAL-SUB) TO WS-CHECK-TEXT
           PERFORM CHECK-NUMERIC-TEXT
           IF NOT CHECK-NUMERIC OR WS-CHECK-LEN NOT = 8
             MOVE "HOLD VALUE IS NOT A YYYYMMDD DATE" TO WS-EDIT-MSG
             PERFORM WRITE-EDIT-ERROR
           ELSE
             MOVE WS-CHECK-VALUE TO WS-HOLD-DATE
             IF FUNCTION TEST-DATE-YYYYMMDD(WS-HOLD-DATE) NOT = 0
               MOVE "HOLD VALUE IS NOT A VALID CALENDAR DATE"
                   TO WS-EDIT-MSG
               PERFORM WRITE-EDIT-ERROR
             ELSE
               IF WS-HOLD-DATE <= WS-CURR-DATE
                 MOVE "HOLD DATE ALREADY REACHED - RULE HAS NO EFFECT"
                     TO WS-EDIT-MSG
                 PERFORM WRITE-EDIT-WARNING
               END-IF
             END-IF
           END-IF
         ELSE
           MOVE "UNKNOWN RULE - DRIVER TREATS THE CARD AS DUE"
               TO WS-EDIT-MSG
           PERFORM WRITE-EDIT-ERROR
         END-IF
         END-IF
         END-IF
         END-IF

         IF CL-MATCH-SW(WS-CAL-SUB) = 0
           MOVE "RULE MATCHES NO CARD ON THE REQUEST FILE"
               TO WS-EDIT-MSG
           PERFORM WRITE-EDIT-WARNING
         ELSE
           IF CL-GOVERN-SW(WS-CAL-SUB) = 0
             MOVE "EVERY MATCHING CARD IS DECIDED BY AN EARLIER RULE"
                 TO WS-EDIT-MSG
             PERFORM WRITE-EDIT-WARNING
           END-IF
         END-IF.

      * Classifies a left-justified token the way the edit needs
      * it: blank, a plain run of digits (value returned), digits
      * too long for an 18-digit field, or anything else.
       CHECK-NUMERIC-TEXT.
         MOVE 0 TO WS-CHECK-SW
         MOVE 0 TO WS-CHECK-VALUE
         MOVE 0 TO WS-CHECK-LEN
         MOVE FUNCTION TRIM(WS-CHECK-TEXT) TO WS-CHECK-TEXT
         INSPECT WS-CHECK-TEXT TALLYING WS-CHECK-LEN
             FOR CHARACTERS BEFORE INITIAL SPACE
         IF WS-CHECK-LEN > 0
           IF WS-CHECK-LEN < 30
               AND WS-CHECK-TEXT(WS-CHECK-LEN + 1:) NOT = SPACES
             MOVE 2 TO WS-CHECK-SW
           ELSE
           IF WS-CHECK-TEXT(1:WS-CHECK-LEN) IS NOT NUMERIC
             MOVE 2 TO WS-CHECK-SW
           ELSE
           IF WS-CHECK-LEN > 18
             MOVE 3 TO WS-CHECK-SW
           ELSE
             MOVE 1 TO WS-CHECK-SW
             COMPUTE WS-CHECK-VALUE =
                 FUNCTION NUMVAL(WS-CHECK-TEXT(1:WS-CHECK-LEN))
           END-IF
           END-IF
           END-IF
         END-IF.

       WRITE-EDIT-ERROR.
         ADD 1 TO WS-ERROR-COUNT
         MOVE 8 TO WS-MAX-COND
         MOVE SPACES TO RPT-DETAIL-RECORD
         STRING "    *ERROR*   " WS-EDIT-MSG
             DELIMITED BY SIZE INTO RPT-DTL-TEXT
         WRITE RPT-DETAIL-RECORD.

       WRITE-EDIT-WARNING.
         ADD 1 TO WS-WARNING-COUNT
         IF WS-MAX-COND < 4
           MOVE 4 TO WS-MAX-COND
         END-IF
         MOVE SPACES TO RPT-DETAIL-RECORD
         STRING "    *WARNING* " WS-EDIT-MSG
             DELIMITED BY SIZE INTO RPT-DTL-TEXT
         WRITE RPT-DETAIL-RECORD.

       WRITE-EXCEPTION-LOG.
         OPEN EXTEND EXCEPTION-LOG-FILE
         IF WS-EXCP-STATUS = "35"
           OPEN OUTPUT EXCEPTION-LOG-FILE
         END-IF
         MOVE "CARDMNT" TO EXCP-JOB-NAME
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
         MOVE SPACES TO WS-REQUEST-NAME
         STRING XFER-REGION-PREFIX DELIMITED BY SPACE
             "EULERREQ.DAT" DELIMITED BY SIZE
             INTO WS-REQUEST-NAME
         MOVE SPACES TO WS-CALENDAR-NAME
         STRING XFER-REGION-PREFIX DELIMITED BY SPACE
             "EULERCAL.DAT" DELIMITED BY SIZE
             INTO WS-CALENDAR-NAME
         MOVE SPACES TO WS-HOLD-NAME
         STRING XFER-REGION-PREFIX DELIMITED BY SPACE
             "CARDHOLD.DAT" DELIMITED BY SIZE
             INTO WS-HOLD-NAME
         MOVE SPACES TO WS-PRINT-NAME
         STRING XFER-REGION-PREFIX DELIMITED BY SPACE
             "CARDMNT.PRT" DELIMITED BY SIZE
             INTO WS-PRINT-NAME
         MOVE SPACES TO WS-EXCEPTION-LOG-NAME
         STRING XFER-REGION-PREFIX DELIMITED BY SPACE
             "EXCPLOG.DAT" DELIMITED BY SIZE
             INTO WS-EXCEPTION-LOG-NAME.
