       IDENTIFICATION DIVISION.
       PROGRAM-ID. RPTPRINT.

      *****************************************************
      * Reprint of archived print-file generations. Given a
      * run date and program it looks the night up on the
      * RPTCAT catalog and copies the matching generation
      * files, exactly as they were filed, to RPTPRINT.PRT in
      * generation order - every bound of a SWEEP night, or
      * just the one generation asked for. LIST prints the
      * catalog itself, optionally for one date and/or one
      * program, so the operator can see what is still held
      * before the retention limit rolls it off.
      *****************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CATALOG-FILE ASSIGN TO DYNAMIC WS-CATALOG-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CATALOG-STATUS.
           SELECT GENERATION-FILE ASSIGN TO DYNAMIC WS-GEN-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-GEN-STATUS.
           SELECT PRINT-FILE ASSIGN TO DYNAMIC WS-PRINT-NAME
               ORGANIZATION LINE SEQUENTIAL.
           SELECT EXCEPTION-LOG-FILE
               ASSIGN TO DYNAMIC WS-EXCEPTION-LOG-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-EXCP-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD CATALOG-FILE.
       COPY "rptcat.cpy".

       FD GENERATION-FILE.
       01 GENERATION-LINE     PIC X(100).

       FD PRINT-FILE.
       COPY "rpthdr.cpy".
       01 PRINT-LINE          PIC X(100).

       FD EXCEPTION-LOG-FILE.
       COPY "excplog.cpy".

       WORKING-STORAGE SECTION.
       01 WS-CATALOG-STATUS  PIC X(02).
       01 WS-GEN-STATUS      PIC X(02).
       01 WS-EXCP-STATUS     PIC X(02).
       01 WS-PARM-CARD       PIC X(40).
       01 WS-TOKEN-1         PIC X(20).
       01 WS-TOKEN-2         PIC X(20).
       01 WS-TOKEN-3         PIC X(20).
       01 WS-VALID-SW        PIC 9 VALUE 1.
         88 VALID-PARM           VALUE 1.
       01 WS-REJECT-REASON   PIC X(40).
       01 WS-LIST-SW         PIC 9 VALUE 0.
         88 LIST-FUNCTION        VALUE 1.
       01 WS-SELECT-DATE     PIC 9(08) VALUE 0.
       01 WS-SELECT-PROGRAM  PIC X(08) VALUE SPACES.
       01 WS-SELECT-GEN      PIC 9(03) VALUE 0.
       01 WS-GEN-SIGNED      PIC S9(05).
       01 WS-GEN-NAME        PIC X(40).
       01 WS-CAT-EOF-SW      PIC 9 VALUE 0.
         88 CATALOG-EOF          VALUE 1.
       01 WS-GEN-EOF-SW      PIC 9 VALUE 0.
         88 GENERATION-EOF       VALUE 1.
       01 WS-MATCH-MAX       PIC 9(04) VALUE 200.
       01 WS-MATCH-USED      PIC 9(04) VALUE 0.
       01 WS-MATCH-SUB       PIC 9(04).
       01 WS-SORT-SUB        PIC 9(04).
       01 WS-MATCH-TABLE.
           05 WS-MATCH-ENTRY OCCURS 200.
               10 MT-GEN-NO      PIC 9(03).
               10 MT-ARCH-FILE   PIC X(40).
       01 WS-SWAP-ENTRY.
           05 SW-GEN-NO          PIC 9(03).
           05 SW-ARCH-FILE       PIC X(40).
       01 WS-LIST-COUNT      PIC 9(07) VALUE 0.
       01 WS-LINE-COUNT      PIC 9(07) VALUE 0.
       01 WS-MISSING-COUNT   PIC 9(04) VALUE 0.
       01 DISP-GEN           PIC ZZ9.
       01 DISP-LINES         PIC ZZZZZZ9.
       01 DISP-COUNT         PIC ZZZZZZ9.
       01 WS-CATALOG-NAME    PIC X(40).
       01 WS-PRINT-NAME      PIC X(40).
       01 WS-EXCEPTION-LOG-NAME PIC X(40).
       01 WS-REGION-COND     PIC 9(02) VALUE 0.
       01 XFER-STATUS-RGN    PIC 9(02) EXTERNAL VALUE 0.
       COPY "rgnxfr.cpy".

       PROCEDURE DIVISION.
       MAIN-PARA.
         PERFORM SET-REGION-FILE-NAMES
         IF WS-REGION-COND NOT = 0
           DISPLAY "RPTPRINT: REJECTED - REGION QUALIFIER NOT VALID"
           MOVE 8 TO RETURN-CODE
           GOBACK
         END-IF
      *    PARM/control-card equivalent: run date in YYYYMMDD form and
      *    program name, optionally followed by one generation number
      *    (all of that night's generations when omitted); or LIST,
      *    optionally followed by a run date and/or a program name.
         ACCEPT WS-PARM-CARD FROM COMMAND-LINE
         MOVE SPACES TO WS-TOKEN-1 WS-TOKEN-2 WS-TOKEN-3
         UNSTRING WS-PARM-CARD DELIMITED BY ALL SPACE
             INTO WS-TOKEN-1 WS-TOKEN-2 WS-TOKEN-3
         END-UNSTRING

         IF WS-TOKEN-1 = "LIST"
           MOVE 1 TO WS-LIST-SW
           IF WS-TOKEN-2(1:8) IS NUMERIC AND WS-TOKEN-2(9:) = SPACES
             MOVE WS-TOKEN-2(1:8) TO WS-SELECT-DATE
             MOVE WS-TOKEN-3 TO WS-SELECT-PROGRAM
           ELSE
             IF WS-TOKEN-3 NOT = SPACES
               MOVE 0 TO WS-VALID-SW
               MOVE "LIST DATE MUST BE YYYYMMDD"
                   TO WS-REJECT-REASON
             ELSE
               MOVE WS-TOKEN-2 TO WS-SELECT-PROGRAM
             END-IF
           END-IF
         ELSE
           PERFORM EDIT-REPRINT-PARM
         END-IF

         IF NOT VALID-PARM
           PERFORM WRITE-EXCEPTION-LOG
           DISPLAY "RPTPRINT: REJECTED - " WS-REJECT-REASON
           MOVE 8 TO RETURN-CODE
           GOBACK
         END-IF

         OPEN INPUT CATALOG-FILE
         IF WS-CATALOG-STATUS NOT = "00"
           MOVE 0 TO WS-VALID-SW
           MOVE "ARCHIVE CATALOG NOT AVAILABLE" TO WS-REJECT-REASON
           PERFORM WRITE-EXCEPTION-LOG
           DISPLAY "RPTPRINT: REJECTED - " WS-REJECT-REASON
               " STATUS=" WS-CATALOG-STATUS
           MOVE 8 TO RETURN-CODE
           GOBACK
         END-IF

         IF LIST-FUNCTION
           PERFORM LIST-CATALOG
         ELSE
           PERFORM REPRINT-GENERATIONS
         END-IF
         GOBACK.

       EDIT-REPRINT-PARM.
         IF WS-TOKEN-1(1:8) IS NOT NUMERIC
             OR WS-TOKEN-1(9:) NOT = SPACES
           MOVE 0 TO WS-VALID-SW
           MOVE "RUN DATE MUST BE YYYYMMDD" TO WS-REJECT-REASON
         ELSE
         IF FUNCTION TEST-DATE-YYYYMMDD(
             FUNCTION NUMVAL(WS-TOKEN-1(1:8))) NOT = 0
           MOVE 0 TO WS-VALID-SW
           MOVE "RUN DATE IS NOT A CALENDAR DATE"
               TO WS-REJECT-REASON
         ELSE
         IF WS-TOKEN-2 = SPACES OR WS-TOKEN-2(9:) NOT = SPACES
           MOVE 0 TO WS-VALID-SW
           MOVE "PROGRAM NAME REQUIRED, 8 CHARACTERS MAX"
               TO WS-REJECT-REASON
         ELSE
           MOVE WS-TOKEN-1(1:8) TO WS-SELECT-DATE
           MOVE WS-TOKEN-2 TO WS-SELECT-PROGRAM
           IF WS-TOKEN-3 NOT = SPACES
             COMPUTE WS-GEN-SIGNED = FUNCTION NUMVAL(WS-TOKEN-3)
               ON SIZE ERROR
                 MOVE 0 TO WS-GEN-SIGNED
             END-COMPUTE
             IF WS-GEN-SIGNED < 1 OR WS-GEN-SIGNED > 999
               MOVE 0 TO WS-VALID-SW
               MOVE "GENERATION MUST BE 1-999" TO WS-REJECT-REASON
             ELSE
               MOVE WS-GEN-SIGNED TO WS-SELECT-GEN
             END-IF
           END-IF
         END-IF
         END-IF
         END-IF.

      * The catalog is in filing order, which is generation order
      * within a night except after a restart re-files a report, so
      * the matches are put in generation order before printing.
       REPRINT-GENERATIONS.
         PERFORM UNTIL CATALOG-EOF
           READ CATALOG-FILE
             AT END
               MOVE 1 TO WS-CAT-EOF-SW
             NOT AT END
               IF CAT-RUN-DATE = WS-SELECT-DATE
                   AND CAT-PROGRAM = WS-SELECT-PROGRAM
                   AND (WS-SELECT-GEN = 0
                   OR CAT-GEN-NO = WS-SELECT-GEN)
                 IF WS-MATCH-USED < WS-MATCH-MAX
                   ADD 1 TO WS-MATCH-USED
                   MOVE CAT-GEN-NO TO MT-GEN-NO(WS-MATCH-USED)
                   MOVE CAT-ARCH-FILE TO MT-ARCH-FILE(WS-MATCH-USED)
                 ELSE
                   DISPLAY "RPTPRINT: MORE THAN " WS-MATCH-MAX
                       " GENERATIONS - REST NOT PRINTED"
                 END-IF
               END-IF
           END-READ
         END-PERFORM
         CLOSE CATALOG-FILE

         IF WS-MATCH-USED = 0
           MOVE 0 TO WS-VALID-SW
           MOVE "NO ARCHIVED GENERATION FOR DATE/PROGRAM"
               TO WS-REJECT-REASON
           PERFORM WRITE-EXCEPTION-LOG
           DISPLAY "RPTPRINT: REJECTED - " WS-REJECT-REASON
           MOVE 8 TO RETURN-CODE
         ELSE
           PERFORM SORT-MATCHES
           OPEN OUTPUT PRINT-FILE
           MOVE 1 TO WS-MATCH-SUB
           PERFORM UNTIL WS-MATCH-SUB > WS-MATCH-USED
             PERFORM COPY-ONE-GENERATION
             ADD 1 TO WS-MATCH-SUB
           END-PERFORM
           CLOSE PRINT-FILE
           MOVE WS-MATCH-USED TO DISP-COUNT
           MOVE WS-LINE-COUNT TO DISP-LINES
           DISPLAY "RPTPRINT: " WS-SELECT-PROGRAM " " WS-SELECT-DATE
               " GENERATIONS=" FUNCTION TRIM(DISP-COUNT)
               " LINES=" FUNCTION TRIM(DISP-LINES)
           IF WS-MISSING-COUNT > 0
             DISPLAY "RPTPRINT: WARNING - " WS-MISSING-COUNT
                 " CATALOGUED GENERATION FILE(S) MISSING"
             MOVE 4 TO RETURN-CODE
           ELSE
             MOVE 0 TO RETURN-CODE
           END-IF
         END-IF.

       SORT-MATCHES.
         MOVE 2 TO WS-MATCH-SUB
         PERFORM UNTIL WS-MATCH-SUB > WS-MATCH-USED
           MOVE WS-MATCH-ENTRY(WS-MATCH-SUB) TO WS-SWAP-ENTRY
           MOVE WS-MATCH-SUB TO WS-SORT-SUB
           PERFORM UNTIL WS-SORT-SUB < 2
               OR MT-GEN-NO(WS-SORT-SUB - 1) <= SW-GEN-NO
             MOVE WS-MATCH-ENTRY(WS-SORT-SUB - 1)
                 TO WS-MATCH-ENTRY(WS-SORT-SUB)
             SUBTRACT 1 FROM WS-SORT-SUB
           END-PERFORM
           MOVE WS-SWAP-ENTRY TO WS-MATCH-ENTRY(WS-SORT-SUB)
           ADD 1 TO WS-MATCH-SUB
         END-PERFORM.

       COPY-ONE-GENERATION.
         MOVE MT-ARCH-FILE(WS-MATCH-SUB) TO WS-GEN-NAME
         OPEN INPUT GENERATION-FILE
         IF WS-GEN-STATUS NOT = "00"
           ADD 1 TO WS-MISSING-COUNT
           MOVE MT-GEN-NO(WS-MATCH-SUB) TO DISP-GEN
           DISPLAY "RPTPRINT: GENERATION " FUNCTION TRIM(DISP-GEN)
               " FILE " FUNCTION TRIM(WS-GEN-NAME)
               " NOT AVAILABLE, STATUS=" WS-GEN-STATUS
         ELSE
           MOVE 0 TO WS-GEN-EOF-SW
           PERFORM UNTIL GENERATION-EOF
             READ GENERATION-FILE
               AT END
                 MOVE 1 TO WS-GEN-EOF-SW
               NOT AT END
                 WRITE PRINT-LINE FROM GENERATION-LINE
                 ADD 1 TO WS-LINE-COUNT
             END-READ
           END-PERFORM
           CLOSE GENERATION-FILE
         END-IF.

       LIST-CATALOG.
         OPEN OUTPUT PRINT-FILE
         MOVE SPACES TO RPT-HEADER-RECORD
         MOVE "EULER PROJECT BATCH REPORT" TO RPT-HDR-TITLE
         MOVE "RPTPRINT" TO RPT-HDR-PROGRAM
         MOVE FUNCTION CURRENT-DATE(1:8) TO RPT-HDR-RUN-DATE
         MOVE WS-PARM-CARD TO RPT-HDR-PARM
         MOVE XFER-REGION-STAMP TO RPT-HDR-REGION
         WRITE RPT-HEADER-RECORD
         MOVE SPACES TO RPT-DETAIL-RECORD
         STRING "RUN DATE PROGRAM  GEN   LINES PARM"
             "                 SOURCE FILE"
             DELIMITED BY SIZE INTO RPT-DTL-TEXT
         WRITE RPT-DETAIL-RECORD
         PERFORM UNTIL CATALOG-EOF
           READ CATALOG-FILE
             AT END
               MOVE 1 TO WS-CAT-EOF-SW
             NOT AT END
               IF (WS-SELECT-DATE = 0
                   OR CAT-RUN-DATE = WS-SELECT-DATE)
                   AND (WS-SELECT-PROGRAM = SPACES
                   OR CAT-PROGRAM = WS-SELECT-PROGRAM)
                 ADD 1 TO WS-LIST-COUNT
                 MOVE CAT-GEN-NO TO DISP-GEN
                 MOVE CAT-LINE-COUNT TO DISP-LINES
                 MOVE SPACES TO RPT-DETAIL-RECORD
                 STRING CAT-RUN-DATE " " CAT-PROGRAM " " DISP-GEN
                     " " DISP-LINES " " CAT-PARM " " CAT-SOURCE-FILE
                     DELIMITED BY SIZE INTO RPT-DTL-TEXT
                 WRITE RPT-DETAIL-RECORD
               END-IF
           END-READ
         END-PERFORM
         CLOSE CATALOG-FILE
         MOVE WS-LIST-COUNT TO DISP-COUNT
         MOVE SPACES TO RPT-DETAIL-RECORD
         STRING "GENERATIONS LISTED=" FUNCTION TRIM(DISP-COUNT)
             DELIMITED BY SIZE INTO RPT-DTL-TEXT
         WRITE RPT-DETAIL-RECORD
         MOVE SPACES TO RPT-FOOTER-RECORD
         MOVE "END OF REPORT" TO RPT-FTR-TITLE
         MOVE "RPTPRINT" TO RPT-FTR-PROGRAM
         WRITE RPT-FOOTER-RECORD
         CLOSE PRINT-FILE
         MOVE 0 TO RETURN-CODE.

       WRITE-EXCEPTION-LOG.
         OPEN EXTEND EXCEPTION-LOG-FILE
         IF WS-EXCP-STATUS = "35"
           OPEN OUTPUT EXCEPTION-LOG-FILE
         END-IF
         MOVE "RPTPRINT" TO EXCP-JOB-NAME
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
         MOVE SPACES TO WS-PRINT-NAME
         STRING XFER-REGION-PREFIX DELIMITED BY SPACE
             "RPTPRINT.PRT" DELIMITED BY SIZE
             INTO WS-PRINT-NAME
         MOVE SPACES TO WS-EXCEPTION-LOG-NAME
         STRING XFER-REGION-PREFIX DELIMITED BY SPACE
             "EXCPLOG.DAT" DELIMITED BY SIZE
             INTO WS-EXCEPTION-LOG-NAME.
