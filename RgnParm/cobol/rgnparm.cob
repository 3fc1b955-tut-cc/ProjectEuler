       IDENTIFICATION DIVISION.
       PROGRAM-ID. RGNPARM.

      *****************************************************
      * Run-region resolution, called by every program
      * before it reads its own parm. A parm opening with a
      * REGION=name token puts the run in that test region:
      * the name goes in the XFER-REGION area for this
      * program and everything it calls, and the rest of the
      * parm is handed back on the command line so the
      * program reads its own parameters exactly as it would
      * in production. Without the token the region already
      * in force is kept - the batch's region reaches the
      * steps it calls this way - and a run that never named
      * one is production. The region is fixed for the run by
      * its first program: a called program whose parm names
      * a different region is refused, so no step can move a
      * test night onto production files. A region name is
      * one to eight letters and digits starting with a
      * letter; any other is refused with XFER-STATUS-RGN 8
      * and the region in force left as it was.
      *****************************************************
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01 XFER-STATUS-RGN    PIC 9(02) EXTERNAL VALUE 0.
       COPY "rgnxfr.cpy".
       01 WS-PARM-CARD       PIC X(100).
       01 WS-PARM-REST       PIC X(100).
       01 WS-PARM-PTR        PIC 9(03).
       01 WS-REGION-TOKEN    PIC X(20).
       01 WS-REGION-NAME     PIC X(13).
       01 WS-CHAR-SUB        PIC 9(02).
       01 WS-NAME-LEN        PIC 9(02).
       01 WS-VALID-SW        PIC 9 VALUE 1.
         88 VALID-REGION         VALUE 1.
       01 WS-FIRST-CALL-SW   PIC 9 VALUE 0.
         88 FIRST-PROGRAM-OF-RUN VALUE 1.

       PROCEDURE DIVISION.
       MAIN-PARA.
         MOVE 0 TO XFER-STATUS-RGN
         MOVE 0 TO WS-FIRST-CALL-SW
         IF NOT XFER-REGION-SET
           MOVE 1 TO WS-FIRST-CALL-SW
           MOVE SPACES TO XFER-REGION
           SET XFER-REGION-SET TO TRUE
         END-IF
         ACCEPT WS-PARM-CARD FROM COMMAND-LINE
         IF WS-PARM-CARD(1:7) = "REGION="
           MOVE SPACES TO WS-REGION-TOKEN WS-PARM-REST
           MOVE 1 TO WS-PARM-PTR
           UNSTRING WS-PARM-CARD DELIMITED BY ALL SPACE
               INTO WS-REGION-TOKEN
               WITH POINTER WS-PARM-PTR
           END-UNSTRING
           IF WS-PARM-PTR <= 100
             MOVE WS-PARM-CARD(WS-PARM-PTR:) TO WS-PARM-REST
           END-IF
           MOVE WS-REGION-TOKEN(8:13) TO WS-REGION-NAME
           PERFORM VALIDATE-REGION-NAME
           IF VALID-REGION AND NOT FIRST-PROGRAM-OF-RUN
               AND WS-REGION-NAME NOT = XFER-REGION-NAME
             DISPLAY "RGNPARM: RUN IS ALREADY IN REGION "
                 XFER-REGION-NAME " - " FUNCTION TRIM(WS-REGION-TOKEN)
                 " REFUSED"
             MOVE 0 TO WS-VALID-SW
             MOVE 8 TO XFER-STATUS-RGN
           END-IF
           IF VALID-REGION
             MOVE WS-REGION-NAME TO XFER-REGION-NAME
             MOVE SPACES TO XFER-REGION-PREFIX XFER-REGION-STAMP
             STRING XFER-REGION-NAME DELIMITED BY SPACE
                 "." DELIMITED BY SIZE
                 INTO XFER-REGION-PREFIX
             STRING "REGION=" DELIMITED BY SIZE
                 XFER-REGION-NAME DELIMITED BY SPACE
                 INTO XFER-REGION-STAMP
           ELSE
             IF XFER-STATUS-RGN = 0
               DISPLAY "RGNPARM: REGION QUALIFIER NOT VALID - "
                   FUNCTION TRIM(WS-REGION-TOKEN)
               MOVE 8 TO XFER-STATUS-RGN
             END-IF
           END-IF
           DISPLAY WS-PARM-REST UPON COMMAND-LINE
         END-IF
         GOBACK.

       VALIDATE-REGION-NAME.
         MOVE 1 TO WS-VALID-SW
         MOVE 0 TO WS-NAME-LEN
         INSPECT WS-REGION-NAME TALLYING WS-NAME-LEN
             FOR CHARACTERS BEFORE INITIAL SPACE
         IF WS-NAME-LEN < 1 OR WS-NAME-LEN > 8
           MOVE 0 TO WS-VALID-SW
         ELSE
           IF WS-REGION-NAME(1:1) IS NOT ALPHABETIC-UPPER
             MOVE 0 TO WS-VALID-SW
           END-IF
           PERFORM VARYING WS-CHAR-SUB FROM 2 BY 1
               UNTIL WS-CHAR-SUB > WS-NAME-LEN
             IF WS-REGION-NAME(WS-CHAR-SUB:1) IS NOT ALPHABETIC-UPPER
                 AND WS-REGION-NAME(WS-CHAR-SUB:1) IS NOT NUMERIC
               MOVE 0 TO WS-VALID-SW
             END-IF
           END-PERFORM
         END-IF.
