       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOCKMGR.

      *****************************************************
      * Run-lock enqueue over the shared data files. Every
      * program that opens P005OUT, P003OUT, JOBHIST,
      * EXCPLOG or DISCTRK for update first calls ENQ for
      * the file; the EULERLCK control file records which
      * program holds which file, since when and under what
      * run date, and an ENQ against a file held by another
      * program is refused with the holder handed back in
      * XFER-LOCK so the caller can log it and stop. A
      * program re-enqueuing a file it already holds - a
      * rerun after an abend - is granted the hold again.
      * DEQ gives the hold back at the end of the run. LIST
      * prints the locks held, flagging as stale any older
      * than the stale limit in hours, and RELEASE is the
      * operator's removal of a lock an abended run left
      * behind. The control file is rewritten whole after
      * every change, and never over one it failed to read.
      *****************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOCK-FILE ASSIGN TO DYNAMIC WS-LOCK-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-LOCK-STATUS.
           SELECT PRINT-FILE ASSIGN TO DYNAMIC WS-PRINT-NAME
               ORGANIZATION LINE SEQUENTIAL.
           SELECT EXCEPTION-LOG-FILE
               ASSIGN TO DYNAMIC WS-EXCEPTION-LOG-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-EXCP-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD LOCK-FILE.
       COPY "runlock.cpy".

       FD PRINT-FILE.
       COPY "rpthdr.cpy".

       FD EXCEPTION-LOG-FILE.
       COPY "excplog.cpy".

       WORKING-STORAGE SECTION.
       01 WS-LOCK-STATUS     PIC X(02).
       01 WS-EXCP-STATUS     PIC X(02).
       01 XFER-STATUS-LCK PIC 9(02) EXTERNAL VALUE 0.
       COPY "lockxfr.cpy".
       01 WS-CURRENT-DT.
           05 WS-CURR-DATE   PIC 9(08).
           05 WS-CURR-TIME   PIC 9(06).
           05 FILLER         PIC X(07).
       01 WS-TIME-FIELD      PIC 9(06).
       01 WS-TIME-PARTS REDEFINES WS-TIME-FIELD.
           05 WS-TIME-HH     PIC 9(02).
           05 WS-TIME-MM     PIC 9(02).
           05 WS-TIME-SS     PIC 9(02).
       01 WS-PARM-CARD       PIC X(40).
       01 WS-FUNC-TOKEN      PIC X(20).
       01 WS-FILE-TOKEN      PIC X(20).
       01 WS-PROG-TOKEN      PIC X(20).
       01 WS-DATE-TOKEN      PIC X(20).
       01 WS-FUNC-SW         PIC 9 VALUE 0.
         88 ENQ-FUNCTION         VALUE 1.
         88 DEQ-FUNCTION         VALUE 2.
         88 LIST-FUNCTION        VALUE 3.
         88 RELEASE-FUNCTION     VALUE 4.
       01 WS-VALID-SW        PIC 9 VALUE 1.
         88 VALID-PARM           VALUE 1.
       01 WS-REJECT-REASON   PIC X(40).
       01 WS-LOCK-FILE-NAME  PIC X(12).
       01 WS-LOCK-PROGRAM    PIC X(08).
       01 WS-LOCK-RUN-DATE   PIC 9(08).
       01 WS-STALE-HOURS     PIC 9(04) VALUE 12.
       01 WS-HOURS-SIGNED    PIC S9(06).
       01 WS-EOF-SW          PIC 9 VALUE 0.
         88 LOCK-EOF             VALUE 1.
       01 WS-LK-FAIL-SW      PIC 9 VALUE 0.
         88 LOCK-FILE-FAILED     VALUE 1.
       01 WS-LK-MAX          PIC 9(04) VALUE 100.
       01 WS-LK-USED         PIC 9(04) VALUE 0.
       01 WS-LK-SUB          PIC 9(04).
       01 WS-LK-PICK         PIC 9(04).
       01 WS-LK-FOUND-SW     PIC 9 VALUE 0.
         88 LOCK-FOUND           VALUE 1.
       01 WS-LK-TABLE.
           05 WS-LK-ENTRY OCCURS 100.
               10 LT-FILE-NAME   PIC X(12).
               10 LT-PROGRAM     PIC X(08).
               10 LT-SINCE-DATE  PIC 9(08).
               10 LT-SINCE-TIME  PIC 9(06).
               10 LT-RUN-DATE    PIC 9(08).
               10 LT-KEEP-SW     PIC 9.
       01 WS-NOW-SECONDS     PIC S9(11).
       01 WS-SINCE-SECONDS   PIC S9(11).
       01 WS-AGE-HOURS       PIC S9(07).
       01 WS-HELD-COUNT      PIC 9(04) VALUE 0.
       01 WS-STALE-COUNT     PIC 9(04) VALUE 0.
       01 DISP-HOURS         PIC ZZZZZZ9.
       01 DISP-COUNT         PIC ZZZ9.
       01 WS-LOCK-NAME       PIC X(40).
       01 WS-PRINT-NAME      PIC X(40).
       01 WS-EXCEPTION-LOG-NAME PIC X(40).
       01 WS-REGION-COND     PIC 9(02) VALUE 0.
       01 XFER-STATUS-RGN    PIC 9(02) EXTERNAL VALUE 0.
       COPY "rgnxfr.cpy".

       PROCEDURE DIVISION.
       MAIN-PARA.
      *    PARM/control-card equivalent: ENQ or DEQ with the file
      *    name and the program taking or giving back the hold (ENQ
      *    optionally followed by the run date, today when blank);
      *    LIST with an optional stale limit in hours, 12 when
      *    blank; or RELEASE with the file name to free.
         MOVE 0 TO XFER-STATUS-LCK
         MOVE 1 TO WS-VALID-SW
         MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DT
         PERFORM SET-REGION-FILE-NAMES
         IF WS-REGION-COND NOT = 0
           DISPLAY "LOCKMGR: REJECTED - REGION QUALIFIER NOT VALID"
           MOVE 8 TO XFER-STATUS-LCK
           MOVE 8 TO RETURN-CODE
           GOBACK
         END-IF
         ACCEPT WS-PARM-CARD FROM COMMAND-LINE
         MOVE SPACES TO WS-FUNC-TOKEN WS-FILE-TOKEN WS-PROG-TOKEN
             WS-DATE-TOKEN
         UNSTRING WS-PARM-CARD DELIMITED BY ALL SPACE
             INTO WS-FUNC-TOKEN WS-FILE-TOKEN WS-PROG-TOKEN
                 WS-DATE-TOKEN
         END-UNSTRING
         MOVE WS-FILE-TOKEN TO WS-LOCK-FILE-NAME
         MOVE WS-PROG-TOKEN TO WS-LOCK-PROGRAM
         MOVE WS-CURR-DATE TO WS-LOCK-RUN-DATE

         IF WS-FUNC-TOKEN = "ENQ" OR WS-FUNC-TOKEN = "DEQ"
           IF WS-FUNC-TOKEN = "ENQ"
             MOVE 1 TO WS-FUNC-SW
           ELSE
             MOVE 2 TO WS-FUNC-SW
           END-IF
           IF WS-FILE-TOKEN = SPACES OR WS-PROG-TOKEN = SPACES
             MOVE 0 TO WS-VALID-SW
             MOVE "FILE AND PROGRAM NAME REQUIRED"
                 TO WS-REJECT-REASON
           END-IF
           IF ENQ-FUNCTION AND WS-DATE-TOKEN NOT = SPACES
             IF WS-DATE-TOKEN(1:8) IS NUMERIC
                 AND WS-DATE-TOKEN(9:1) = SPACE
               MOVE WS-DATE-TOKEN(1:8) TO WS-LOCK-RUN-DATE
             ELSE
               MOVE 0 TO WS-VALID-SW
               MOVE "RUN DATE MUST BE YYYYMMDD" TO WS-REJECT-REASON
             END-IF
           END-IF
         ELSE
         IF WS-FUNC-TOKEN = "LIST"
           MOVE 3 TO WS-FUNC-SW
           IF WS-FILE-TOKEN NOT = SPACES
             COMPUTE WS-HOURS-SIGNED = FUNCTION NUMVAL(WS-FILE-TOKEN)
               ON SIZE ERROR
                 MOVE 0 TO WS-HOURS-SIGNED
             END-COMPUTE
             IF WS-HOURS-SIGNED < 1 OR WS-HOURS-SIGNED > 9999
               MOVE 0 TO WS-VALID-SW
               MOVE "STALE LIMIT HOURS MUST BE 1-9999"
                   TO WS-REJECT-REASON
             ELSE
               MOVE WS-HOURS-SIGNED TO WS-STALE-HOURS
             END-IF
           END-IF
         ELSE
         IF WS-FUNC-TOKEN = "RELEASE"
           MOVE 4 TO WS-FUNC-SW
           IF WS-FILE-TOKEN = SPACES
             MOVE 0 TO WS-VALID-SW
             MOVE "FILE NAME REQUIRED" TO WS-REJECT-REASON
           END-IF
         ELSE
           MOVE 0 TO WS-VALID-SW
           MOVE "FUNCTION MUST BE ENQ DEQ LIST OR RELEASE"
               TO WS-REJECT-REASON
         END-IF
         END-IF
         END-IF

         IF NOT VALID-PARM
           PERFORM WRITE-EXCEPTION-LOG
           DISPLAY "LOCKMGR: REJECTED - " WS-REJECT-REASON
           MOVE 8 TO XFER-STATUS-LCK
           MOVE 8 TO RETURN-CODE
           GOBACK
         END-IF

         PERFORM LOAD-LOCK-FILE
      *    A control file that cannot be read grants nothing: an
      *    ENQ is refused rather than granted blind, and nothing is
      *    written back over holds that could not be seen.
         IF LOCK-FILE-FAILED
           MOVE 12 TO XFER-STATUS-LCK
           IF LIST-FUNCTION OR RELEASE-FUNCTION
             PERFORM OPEN-PRINT-FILE
             MOVE SPACES TO RPT-DETAIL-RECORD
             STRING "LOCK CONTROL FILE NOT READABLE, STATUS="
                 WS-LOCK-STATUS
                 DELIMITED BY SIZE INTO RPT-DTL-TEXT
             WRITE RPT-DETAIL-RECORD
             PERFORM CLOSE-PRINT-FILE
           END-IF
         ELSE
           IF ENQ-FUNCTION
             PERFORM ENQUEUE-FILE
           ELSE
           IF DEQ-FUNCTION
             PERFORM DEQUEUE-FILE
           ELSE
           IF LIST-FUNCTION
             PERFORM LIST-LOCKS
           ELSE
             PERFORM RELEASE-LOCK
           END-IF
           END-IF
           END-IF
         END-IF
         MOVE XFER-STATUS-LCK TO RETURN-CODE
         GOBACK.

       LOAD-LOCK-FILE.
         MOVE 0 TO WS-LK-USED
         OPEN INPUT LOCK-FILE
         IF WS-LOCK-STATUS = "00"
           PERFORM UNTIL LOCK-EOF
             READ LOCK-FILE
               AT END
                 MOVE 1 TO WS-EOF-SW
               NOT AT END
                 IF WS-LK-USED < WS-LK-MAX
                   ADD 1 TO WS-LK-USED
                   MOVE LCK-FILE-NAME TO LT-FILE-NAME(WS-LK-USED)
                   MOVE LCK-PROGRAM TO LT-PROGRAM(WS-LK-USED)
                   MOVE LCK-SINCE-DATE TO LT-SINCE-DATE(WS-LK-USED)
                   MOVE LCK-SINCE-TIME TO LT-SINCE-TIME(WS-LK-USED)
                   MOVE LCK-RUN-DATE TO LT-RUN-DATE(WS-LK-USED)
                   MOVE 1 TO LT-KEEP-SW(WS-LK-USED)
                 ELSE
                   DISPLAY "LOCKMGR: MORE THAN " WS-LK-MAX
                       " LOCKS ON FILE - CONTROL FILE NOT UPDATED"
                   MOVE 1 TO WS-LK-FAIL-SW
                   MOVE 1 TO WS-EOF-SW
                 END-IF
             END-READ
           END-PERFORM
           CLOSE LOCK-FILE
         ELSE
           IF WS-LOCK-STATUS NOT = "35"
             DISPLAY "LOCKMGR: LOCK CONTROL FILE NOT READABLE, "
                 "STATUS=" WS-LOCK-STATUS
             MOVE 1 TO WS-LK-FAIL-SW
           END-IF
         END-IF.

       FIND-LOCK.
         MOVE 0 TO WS-LK-FOUND-SW
         MOVE 1 TO WS-LK-SUB
         PERFORM UNTIL LOCK-FOUND OR WS-LK-SUB > WS-LK-USED
           IF LT-FILE-NAME(WS-LK-SUB) = WS-LOCK-FILE-NAME
             MOVE 1 TO WS-LK-FOUND-SW
           ELSE
             ADD 1 TO WS-LK-SUB
           END-IF
         END-PERFORM.

      * A hold by the same program is its own earlier run that
      * never got to DEQ; the rerun takes it over and the original
      * since-stamp is kept so the age still shows on a LIST.
       ENQUEUE-FILE.
         PERFORM FIND-LOCK
         IF LOCK-FOUND
           IF LT-PROGRAM(WS-LK-SUB) NOT = WS-LOCK-PROGRAM
             MOVE LT-PROGRAM(WS-LK-SUB) TO XFER-LOCK-HOLDER
             MOVE LT-SINCE-DATE(WS-LK-SUB) TO XFER-LOCK-SINCE-DATE
             MOVE LT-SINCE-TIME(WS-LK-SUB) TO XFER-LOCK-SINCE-TIME
             MOVE LT-RUN-DATE(WS-LK-SUB) TO XFER-LOCK-RUN-DATE
             DISPLAY "LOCKMGR: " FUNCTION TRIM(WS-LOCK-FILE-NAME)
                 " HELD BY " FUNCTION TRIM(LT-PROGRAM(WS-LK-SUB))
                 " SINCE " LT-SINCE-DATE(WS-LK-SUB) " "
                 LT-SINCE-TIME(WS-LK-SUB) " - "
                 FUNCTION TRIM(WS-LOCK-PROGRAM) " REFUSED"
             MOVE 8 TO XFER-STATUS-LCK
           ELSE
             MOVE WS-LOCK-RUN-DATE TO LT-RUN-DATE(WS-LK-SUB)
             PERFORM REWRITE-LOCK-FILE
           END-IF
         ELSE
           IF WS-LK-USED < WS-LK-MAX
             ADD 1 TO WS-LK-USED
             MOVE WS-LOCK-FILE-NAME TO LT-FILE-NAME(WS-LK-USED)
             MOVE WS-LOCK-PROGRAM TO LT-PROGRAM(WS-LK-USED)
             MOVE WS-CURR-DATE TO LT-SINCE-DATE(WS-LK-USED)
             MOVE WS-CURR-TIME TO LT-SINCE-TIME(WS-LK-USED)
             MOVE WS-LOCK-RUN-DATE TO LT-RUN-DATE(WS-LK-USED)
             MOVE 1 TO LT-KEEP-SW(WS-LK-USED)
             PERFORM REWRITE-LOCK-FILE
           ELSE
             DISPLAY "LOCKMGR: LOCK TABLE FULL - "
                 FUNCTION TRIM(WS-LOCK-FILE-NAME) " NOT LOCKED"
             MOVE 12 TO XFER-STATUS-LCK
           END-IF
         END-IF.

      * Giving back a hold the program does not have - released
      * by the operator, or never taken - is only a warning.
       DEQUEUE-FILE.
         PERFORM FIND-LOCK
         IF LOCK-FOUND
             AND LT-PROGRAM(WS-LK-SUB) = WS-LOCK-PROGRAM
           MOVE 0 TO LT-KEEP-SW(WS-LK-SUB)
           PERFORM REWRITE-LOCK-FILE
         ELSE
           DISPLAY "LOCKMGR: " FUNCTION TRIM(WS-LOCK-FILE-NAME)
               " NOT HELD BY " FUNCTION TRIM(WS-LOCK-PROGRAM)
               " - NOTHING RELEASED"
           MOVE 4 TO XFER-STATUS-LCK
         END-IF.

       LIST-LOCKS.
         PERFORM OPEN-PRINT-FILE
         MOVE WS-STALE-HOURS TO DISP-HOURS
         MOVE SPACES TO RPT-DETAIL-RECORD
         STRING "RUN LOCKS HELD - STALE AFTER "
             FUNCTION TRIM(DISP-HOURS) " HOURS"
             DELIMITED BY SIZE INTO RPT-DTL-TEXT
         WRITE RPT-DETAIL-RECORD
         MOVE SPACES TO RPT-DETAIL-RECORD
         STRING "FILE         PROGRAM  SINCE           RUN DATE  "
             "AGE HRS"
             DELIMITED BY SIZE INTO RPT-DTL-TEXT
         WRITE RPT-DETAIL-RECORD
         PERFORM LIST-ONE-LOCK
             VARYING WS-LK-SUB FROM 1 BY 1
             UNTIL WS-LK-SUB > WS-LK-USED
         MOVE WS-HELD-COUNT TO DISP-COUNT
         MOVE SPACES TO RPT-DETAIL-RECORD
         STRING "LOCKS HELD=" FUNCTION TRIM(DISP-COUNT)
             DELIMITED BY SIZE INTO RPT-DTL-TEXT
         WRITE RPT-DETAIL-RECORD
         MOVE WS-STALE-COUNT TO DISP-COUNT
         MOVE SPACES TO RPT-DETAIL-RECORD
         STRING "STALE LOCKS=" FUNCTION TRIM(DISP-COUNT)
             DELIMITED BY SIZE INTO RPT-DTL-TEXT
         WRITE RPT-DETAIL-RECORD
         IF WS-STALE-COUNT > 0
           MOVE SPACES TO RPT-DETAIL-RECORD
           STRING "CONFIRM THE HOLDING RUN HAS ENDED, THEN FREE "
               "WITH LOCKMGR RELEASE"
               DELIMITED BY SIZE INTO RPT-DTL-TEXT
           WRITE RPT-DETAIL-RECORD
           DISPLAY "LOCKMGR: STALE LOCKS=" WS-STALE-COUNT
           MOVE 4 TO XFER-STATUS-LCK
         END-IF
         PERFORM CLOSE-PRINT-FILE.

       LIST-ONE-LOCK.
         ADD 1 TO WS-HELD-COUNT
         PERFORM COMPUTE-LOCK-AGE
         MOVE WS-AGE-HOURS TO DISP-HOURS
         MOVE SPACES TO RPT-DETAIL-RECORD
         IF WS-AGE-HOURS >= WS-STALE-HOURS
           ADD 1 TO WS-STALE-COUNT
           STRING LT-FILE-NAME(WS-LK-SUB) " "
               LT-PROGRAM(WS-LK-SUB) " "
               LT-SINCE-DATE(WS-LK-SUB) " "
               LT-SINCE-TIME(WS-LK-SUB) " "
               LT-RUN-DATE(WS-LK-SUB) " " DISP-HOURS
               " *STALE*"
               DELIMITED BY SIZE INTO RPT-DTL-TEXT
         ELSE
           STRING LT-FILE-NAME(WS-LK-SUB) " "
               LT-PROGRAM(WS-LK-SUB) " "
               LT-SINCE-DATE(WS-LK-SUB) " "
               LT-SINCE-TIME(WS-LK-SUB) " "
               LT-RUN-DATE(WS-LK-SUB) " " DISP-HOURS
               DELIMITED BY SIZE INTO RPT-DTL-TEXT
         END-IF
         WRITE RPT-DETAIL-RECORD.

      * Whole hours the lock has been held, from its since-stamp
      * to now, across any number of midnights.
       COMPUTE-LOCK-AGE.
         MOVE WS-CURR-TIME TO WS-TIME-FIELD
         COMPUTE WS-NOW-SECONDS =
             FUNCTION INTEGER-OF-DATE(WS-CURR-DATE) * 86400
             + WS-TIME-HH * 3600 + WS-TIME-MM * 60 + WS-TIME-SS
         MOVE LT-SINCE-TIME(WS-LK-SUB) TO WS-TIME-FIELD
         COMPUTE WS-SINCE-SECONDS =
             FUNCTION INTEGER-OF-DATE(LT-SINCE-DATE(WS-LK-SUB))
             * 86400
             + WS-TIME-HH * 3600 + WS-TIME-MM * 60 + WS-TIME-SS
         COMPUTE WS-AGE-HOURS =
             (WS-NOW-SECONDS - WS-SINCE-SECONDS) / 3600
         IF WS-AGE-HOURS < 0
           MOVE 0 TO WS-AGE-HOURS
         END-IF.

      * The operator's release is reported with the hold it freed,
      * so the print file is the record of who was cleared out.
       RELEASE-LOCK.
         PERFORM FIND-LOCK
         IF NOT LOCK-FOUND
           MOVE "NO LOCK HELD ON THAT FILE" TO WS-REJECT-REASON
           PERFORM WRITE-EXCEPTION-LOG
           DISPLAY "LOCKMGR: REJECTED - " WS-REJECT-REASON
           MOVE 8 TO XFER-STATUS-LCK
         ELSE
           PERFORM COMPUTE-LOCK-AGE
           MOVE WS-LK-SUB TO WS-LK-PICK
           MOVE 0 TO LT-KEEP-SW(WS-LK-PICK)
           PERFORM REWRITE-LOCK-FILE
           MOVE WS-AGE-HOURS TO DISP-HOURS
           PERFORM OPEN-PRINT-FILE
           MOVE SPACES TO RPT-DETAIL-RECORD
           IF XFER-STATUS-LCK = 0
             STRING "RELEASED " FUNCTION TRIM(WS-LOCK-FILE-NAME)
                 " HELD BY " FUNCTION TRIM(LT-PROGRAM(WS-LK-PICK))
                 " SINCE " LT-SINCE-DATE(WS-LK-PICK) " "
                 LT-SINCE-TIME(WS-LK-PICK) " RUN DATE "
                 LT-RUN-DATE(WS-LK-PICK) " AGE "
                 FUNCTION TRIM(DISP-HOURS) " HRS"
                 DELIMITED BY SIZE INTO RPT-DTL-TEXT
           ELSE
             STRING "RELEASE OF " FUNCTION TRIM(WS-LOCK-FILE-NAME)
                 " FAILED - LOCK CONTROL FILE NOT REWRITTEN"
                 DELIMITED BY SIZE INTO RPT-DTL-TEXT
           END-IF
           WRITE RPT-DETAIL-RECORD
           DISPLAY "LOCKMGR: " FUNCTION TRIM(RPT-DTL-TEXT)
           PERFORM CLOSE-PRINT-FILE
         END-IF.

       REWRITE-LOCK-FILE.
         OPEN OUTPUT LOCK-FILE
         IF WS-LOCK-STATUS NOT = "00"
           DISPLAY "LOCKMGR: LOCK CONTROL FILE OPEN FAILED, STATUS="
               WS-LOCK-STATUS
           MOVE 12 TO XFER-STATUS-LCK
         ELSE
           PERFORM VARYING WS-LK-SUB FROM 1 BY 1
               UNTIL WS-LK-SUB > WS-LK-USED
             IF LT-KEEP-SW(WS-LK-SUB) = 1
               MOVE LT-FILE-NAME(WS-LK-SUB) TO LCK-FILE-NAME
               MOVE LT-PROGRAM(WS-LK-SUB) TO LCK-PROGRAM
               MOVE LT-SINCE-DATE(WS-LK-SUB) TO LCK-SINCE-DATE
               MOVE LT-SINCE-TIME(WS-LK-SUB) TO LCK-SINCE-TIME
               MOVE LT-RUN-DATE(WS-LK-SUB) TO LCK-RUN-DATE
               WRITE LOCK-RECORD
               IF WS-LOCK-STATUS NOT = "00"
                 DISPLAY "LOCKMGR: LOCK CONTROL FILE WRITE FAILED, "
                     "STATUS=" WS-LOCK-STATUS
                 MOVE 12 TO XFER-STATUS-LCK
               END-IF
             END-IF
           END-PERFORM
           CLOSE LOCK-FILE
         END-IF.

       OPEN-PRINT-FILE.
         OPEN OUTPUT PRINT-FILE
         MOVE SPACES TO RPT-HEADER-RECORD
         MOVE "EULER PROJECT BATCH REPORT" TO RPT-HDR-TITLE
         MOVE "LOCKMGR" TO RPT-HDR-PROGRAM
         MOVE WS-CURR-DATE TO RPT-HDR-RUN-DATE
         MOVE WS-PARM-CARD TO RPT-HDR-PARM
         MOVE XFER-REGION-STAMP TO RPT-HDR-REGION
         WRITE RPT-HEADER-RECORD.

       CLOSE-PRINT-FILE.
         MOVE SPACES TO RPT-FOOTER-RECORD
         MOVE "END OF REPORT" TO RPT-FTR-TITLE
         MOVE "LOCKMGR" TO RPT-FTR-PROGRAM
         WRITE RPT-FOOTER-RECORD
         CLOSE PRINT-FILE.

       WRITE-EXCEPTION-LOG.
         OPEN EXTEND EXCEPTION-LOG-FILE
         IF WS-EXCP-STATUS = "35"
           OPEN OUTPUT EXCEPTION-LOG-FILE
         END-IF
         MOVE "LOCKMGR" TO EXCP-JOB-NAME
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
         MOVE SPACES TO WS-LOCK-NAME
         STRING XFER-REGION-PREFIX DELIMITED BY SPACE
             "EULERLCK.DAT" DELIMITED BY SIZE
             INTO WS-LOCK-NAME
         MOVE SPACES TO WS-PRINT-NAME
         STRING XFER-REGION-PREFIX DELIMITED BY SPACE
             "LOCKMGR.PRT" DELIMITED BY SIZE
             INTO WS-PRINT-NAME
         MOVE SPACES TO WS-EXCEPTION-LOG-NAME
         STRING XFER-REGION-PREFIX DELIMITED BY SPACE
             "EXCPLOG.DAT" DELIMITED BY SIZE
             INTO WS-EXCEPTION-LOG-NAME.
