       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. PYRAMIDBATCH.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT CONTROL-FILE ASSIGN TO "BATCHCTL"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS CONTROL-STATUS.
    SELECT BATCHPARM-FILE ASSIGN TO "BATCHPARM"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS BATCHPARM-STATUS.
    SELECT BATCHLOG-FILE ASSIGN TO "BATCHLOG"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS BATCHLOG-STATUS.
    SELECT RESTART-FILE ASSIGN TO "BATCHRST"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS RESTART-STATUS.

DATA DIVISION.
       FILE SECTION.
      *> ONE CARD PER STEP, RUN IN THE ORDER THE CARDS APPEAR:
      *>   COLS  1-8   STEP NAME (UNIQUE WITHIN THE DECK)
      *>   COLS 10-29  PROGRAM TO RUN
      *>   COLS 31-32  HIGHEST RETURN CODE THE STEP MAY END WITH AND
      *>               STILL LET THE CHAIN GO ON (BLANK MEANS 04)
      *>   COLS 34-73  PARAMETER - THE ANSWER THE PROGRAM WOULD
      *>               OTHERWISE ACCEPT AT THE CONSOLE (BLANK TAKES
      *>               THE SAME DEFAULT AS PRESSING ENTER)
      *> A CARD WITH * IN COLUMN 1, OR A BLANK CARD, IS A COMMENT.
       FD CONTROL-FILE.
       01 CONTROL-CARD.
          02 CC-STEP-NAME PIC X(8).
          02 FILLER PIC X.
          02 CC-PROGRAM PIC X(20).
          02 FILLER PIC X.
          02 CC-MAX-RC PIC XX.
          02 FILLER PIC X.
          02 CC-PARAMETER PIC X(40).

      *> HANDS THE CURRENT STEP ITS PARAMETER. EACH STEP PROGRAM
      *> READS IT IN PLACE OF ITS CONSOLE PROMPT, BUT ONLY WHEN THE
      *> PROGRAM NAME ON IT IS ITS OWN. EMPTIED AGAIN AFTER EVERY
      *> STEP, SO A PROGRAM RUN BY HAND STILL PROMPTS.
       FD BATCHPARM-FILE.
       01 BATCHPARM-RECORD.
          02 BP-PROGRAM PIC X(20).
          02 BP-PARAMETER PIC X(40).

       FD BATCHLOG-FILE.
       01 BATCHLOG-RECORD PIC X(120).

      *> THE STEP THE LAST CHAIN STOPPED ON. THE NEXT RUN STARTS
      *> THERE INSTEAD OF AT THE TOP OF THE DECK; A CHAIN THAT RUNS
      *> TO THE END LEAVES THE FILE EMPTY AGAIN.
       FD RESTART-FILE.
       01 RESTART-RECORD.
          02 RS-STEP-NAME PIC X(8).
          02 RS-FAILED-DATE PIC X(8).
          02 RS-FAILED-TIME PIC X(6).
          02 RS-RETURN-CODE PIC 9(4).

       WORKING-STORAGE SECTION.
       01 CONTROL-STATUS PIC XX.
       01 CONTROL-EOF-FLAG PIC X VALUE "N".
          88 CONTROL-EOF VALUE "Y".
       01 BATCHPARM-STATUS PIC XX.
       01 BATCHLOG-STATUS PIC XX.
       01 RESTART-STATUS PIC XX.
       01 CARD-COUNT PIC 999 VALUE 0.
       01 CARD-ERROR-COUNT PIC 99 VALUE 0.
       01 STEP-COUNT PIC 99 VALUE 0.
       01 STEP-IDX PIC 99.
       01 OTHER-STEP-IDX PIC 99.
       01 FIRST-STEP-IDX PIC 99 VALUE 1.
       01 FAILED-STEP-IDX PIC 99 VALUE 0.
       01 STEP-TABLE.
          02 STEP-ENTRY OCCURS 20 TIMES.
             03 ST-STEP-NAME PIC X(8).
             03 ST-PROGRAM PIC X(20).
             03 ST-MAX-RC PIC 99.
             03 ST-PARAMETER PIC X(40).
       01 RESTART-STEP-NAME PIC X(8) VALUE SPACES.
       01 STEP-PROGRAM PIC X(20).
       01 STEP-RC PIC 9(4).
       01 HIGHEST-RC PIC 9(4) VALUE 0.
       01 PROGRAM-FOUND-FLAG PIC X.
          88 PROGRAM-FOUND VALUE "Y".
       01 CHAIN-FAILED-FLAG PIC X VALUE "N".
          88 CHAIN-FAILED VALUE "Y".
       01 BATCHLOG-LINE PIC X(104).

PROCEDURE DIVISION.
       PERFORM LOADCONTROLCARDS
       PERFORM LOADRESTART
       PERFORM CLEARBATCHPARM
       PERFORM RUNSTEP VARYING STEP-IDX FROM FIRST-STEP-IDX BY 1
           UNTIL STEP-IDX IS GREATER THAN STEP-COUNT OR CHAIN-FAILED
       IF CHAIN-FAILED THEN
           MOVE SPACES TO BATCHLOG-LINE
           STRING "CHAIN STOPPED AT STEP " FUNCTION TRIM(ST-STEP-NAME(FAILED-STEP-IDX))
               " - RERUN TO RESTART FROM THIS STEP"
               DELIMITED BY SIZE INTO BATCHLOG-LINE
           PERFORM APPENDBATCHLOG
           DISPLAY FUNCTION TRIM(BATCHLOG-LINE)
           PERFORM WRITERESTART
           MOVE STEP-RC TO RETURN-CODE
           IF RETURN-CODE IS LESS THAN 8 THEN
               MOVE 8 TO RETURN-CODE
           END-IF
       ELSE
           PERFORM CLEARRESTART
           MOVE SPACES TO BATCHLOG-LINE
           STRING "CHAIN COMPLETE - " STEP-COUNT " STEP(S) IN DECK, HIGHEST RC "
               HIGHEST-RC
               DELIMITED BY SIZE INTO BATCHLOG-LINE
           PERFORM APPENDBATCHLOG
           DISPLAY FUNCTION TRIM(BATCHLOG-LINE)
           MOVE HIGHEST-RC TO RETURN-CODE
       END-IF
       STOP RUN.

      *> THE WHOLE DECK IS READ AND CHECKED BEFORE ANY STEP RUNS, SO A
      *> BAD CARD NEVER LEAVES THE CHAIN HALF DONE.
LOADCONTROLCARDS.
       OPEN INPUT CONTROL-FILE
       IF CONTROL-STATUS IS NOT EQUAL TO "00" THEN
           MOVE "BATCHCTL CONTROL CARDS NOT FOUND - NOTHING RUN" TO BATCHLOG-LINE
           PERFORM APPENDBATCHLOG
           DISPLAY FUNCTION TRIM(BATCHLOG-LINE)
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF
       PERFORM LOADCONTROLCARD-ENTRY UNTIL CONTROL-EOF
       CLOSE CONTROL-FILE
       IF STEP-COUNT IS EQUAL TO 0 THEN
           DISPLAY "BATCHCTL NAMES NO STEPS."
           ADD 1 TO CARD-ERROR-COUNT
       END-IF
       IF CARD-ERROR-COUNT IS GREATER THAN 0 THEN
           MOVE SPACES TO BATCHLOG-LINE
           STRING "BATCHCTL HAS " CARD-ERROR-COUNT " BAD CARD(S) - NOTHING RUN"
               DELIMITED BY SIZE INTO BATCHLOG-LINE
           PERFORM APPENDBATCHLOG
           DISPLAY FUNCTION TRIM(BATCHLOG-LINE)
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF
       EXIT.

LOADCONTROLCARD-ENTRY.
       READ CONTROL-FILE
           AT END
               SET CONTROL-EOF TO TRUE
           NOT AT END
               ADD 1 TO CARD-COUNT
               IF CONTROL-CARD IS NOT EQUAL TO SPACES
                       AND CC-STEP-NAME(1:1) IS NOT EQUAL TO "*" THEN
                   PERFORM CHECKCONTROLCARD
               END-IF
       END-READ
       EXIT.

CHECKCONTROLCARD.
       IF STEP-COUNT IS EQUAL TO 20 THEN
           ADD 1 TO CARD-ERROR-COUNT
           DISPLAY "CARD " CARD-COUNT ": MORE THAN 20 STEPS IN THE DECK."
       ELSE
           ADD 1 TO STEP-COUNT
           MOVE FUNCTION UPPER-CASE(CC-STEP-NAME) TO ST-STEP-NAME(STEP-COUNT)
           MOVE FUNCTION UPPER-CASE(CC-PROGRAM) TO ST-PROGRAM(STEP-COUNT)
           MOVE CC-PARAMETER TO ST-PARAMETER(STEP-COUNT)
           IF CC-STEP-NAME IS EQUAL TO SPACES
                   OR CC-PROGRAM IS EQUAL TO SPACES THEN
               ADD 1 TO CARD-ERROR-COUNT
               DISPLAY "CARD " CARD-COUNT ": STEP NAME AND PROGRAM ARE BOTH"
                   " REQUIRED."
           END-IF
           EVALUATE TRUE
               WHEN CC-MAX-RC IS EQUAL TO SPACES
                   MOVE 4 TO ST-MAX-RC(STEP-COUNT)
               WHEN CC-MAX-RC IS NUMERIC
                   MOVE CC-MAX-RC TO ST-MAX-RC(STEP-COUNT)
               WHEN OTHER
                   ADD 1 TO CARD-ERROR-COUNT
                   DISPLAY "CARD " CARD-COUNT ": RETURN CODE LIMIT " CC-MAX-RC
                       " IS NOT A NUMBER."
           END-EVALUATE
           PERFORM CHECKDUPLICATESTEP VARYING OTHER-STEP-IDX FROM 1 BY 1
               UNTIL OTHER-STEP-IDX IS GREATER THAN OR EQUAL TO STEP-COUNT
       END-IF
       EXIT.

      *> A RESTART FINDS ITS STEP BY NAME, SO NAMES MUST BE UNIQUE.
CHECKDUPLICATESTEP.
       IF ST-STEP-NAME(OTHER-STEP-IDX) IS EQUAL TO ST-STEP-NAME(STEP-COUNT) THEN
           ADD 1 TO CARD-ERROR-COUNT
           DISPLAY "CARD " CARD-COUNT ": STEP NAME " ST-STEP-NAME(STEP-COUNT)
               " IS ALREADY USED BY STEP " OTHER-STEP-IDX "."
       END-IF
       EXIT.

      *> A STEP NAMED IN BATCHRST THAT IS NO LONGER IN THE DECK MEANS
      *> THE CARDS CHANGED SINCE THE FAILURE - THE OPERATOR HAS TO
      *> DECIDE WHERE TO PICK UP, SO NOTHING IS RUN. EMPTYING
      *> BATCHRST BY HAND RUNS THE WHOLE CHAIN FROM THE TOP.
LOADRESTART.
       OPEN INPUT RESTART-FILE
       IF RESTART-STATUS IS EQUAL TO "00" THEN
           READ RESTART-FILE
               AT END
                   CONTINUE
               NOT AT END
                   MOVE RS-STEP-NAME TO RESTART-STEP-NAME
           END-READ
           CLOSE RESTART-FILE
       END-IF
       MOVE SPACES TO BATCHLOG-LINE
       IF RESTART-STEP-NAME IS EQUAL TO SPACES THEN
           STRING "CHAIN START - " STEP-COUNT " STEP(S) IN DECK"
               DELIMITED BY SIZE INTO BATCHLOG-LINE
       ELSE
           MOVE 0 TO FIRST-STEP-IDX
           PERFORM FINDRESTARTSTEP VARYING STEP-IDX FROM 1 BY 1
               UNTIL STEP-IDX IS GREATER THAN STEP-COUNT
           IF FIRST-STEP-IDX IS EQUAL TO 0 THEN
               STRING "RESTART STEP " FUNCTION TRIM(RESTART-STEP-NAME)
                   " IS NOT IN BATCHCTL - NOTHING RUN"
                   DELIMITED BY SIZE INTO BATCHLOG-LINE
               PERFORM APPENDBATCHLOG
               DISPLAY FUNCTION TRIM(BATCHLOG-LINE)
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           STRING "CHAIN RESTART AT STEP " FUNCTION TRIM(RESTART-STEP-NAME)
               " - EARLIER STEPS ALREADY FINISHED"
               DELIMITED BY SIZE INTO BATCHLOG-LINE
       END-IF
       PERFORM APPENDBATCHLOG
       DISPLAY FUNCTION TRIM(BATCHLOG-LINE)
       EXIT.

FINDRESTARTSTEP.
       IF ST-STEP-NAME(STEP-IDX) IS EQUAL TO RESTART-STEP-NAME THEN
           MOVE STEP-IDX TO FIRST-STEP-IDX
       END-IF
       EXIT.

      *> EACH PROGRAM IS CANCELLED AFTER ITS STEP, SO A LATER RUN OF
      *> THE SAME PROGRAM STARTS FROM ITS INITIAL STATE.
RUNSTEP.
       MOVE ST-PROGRAM(STEP-IDX) TO STEP-PROGRAM
       PERFORM WRITEBATCHPARM
       MOVE SPACES TO BATCHLOG-LINE
       STRING "START STEP " FUNCTION TRIM(ST-STEP-NAME(STEP-IDX)) " PROGRAM "
           FUNCTION TRIM(STEP-PROGRAM) " PARM '"
           FUNCTION TRIM(ST-PARAMETER(STEP-IDX)) "'"
           DELIMITED BY SIZE INTO BATCHLOG-LINE
       PERFORM APPENDBATCHLOG
       DISPLAY FUNCTION TRIM(BATCHLOG-LINE)
       SET PROGRAM-FOUND TO TRUE
       MOVE 0 TO RETURN-CODE
       CALL STEP-PROGRAM
           ON EXCEPTION
               MOVE "N" TO PROGRAM-FOUND-FLAG
       END-CALL
       IF PROGRAM-FOUND THEN
           MOVE RETURN-CODE TO STEP-RC
           CANCEL STEP-PROGRAM
       ELSE
           MOVE 12 TO STEP-RC
       END-IF
       MOVE 0 TO RETURN-CODE
       PERFORM CLEARBATCHPARM
       IF STEP-RC IS GREATER THAN HIGHEST-RC THEN
           MOVE STEP-RC TO HIGHEST-RC
       END-IF
       IF STEP-RC IS GREATER THAN ST-MAX-RC(STEP-IDX) THEN
           SET CHAIN-FAILED TO TRUE
           MOVE STEP-IDX TO FAILED-STEP-IDX
       END-IF
       MOVE SPACES TO BATCHLOG-LINE
       EVALUATE TRUE
           WHEN NOT PROGRAM-FOUND
               STRING "END STEP " FUNCTION TRIM(ST-STEP-NAME(STEP-IDX)) " RC " STEP-RC
                   " - PROGRAM " FUNCTION TRIM(STEP-PROGRAM) " NOT FOUND"
                   DELIMITED BY SIZE INTO BATCHLOG-LINE
           WHEN CHAIN-FAILED
               STRING "END STEP " FUNCTION TRIM(ST-STEP-NAME(STEP-IDX)) " RC " STEP-RC
                   " OVER LIMIT " ST-MAX-RC(STEP-IDX) " - FAILED"
                   DELIMITED BY SIZE INTO BATCHLOG-LINE
           WHEN OTHER
               STRING "END STEP " FUNCTION TRIM(ST-STEP-NAME(STEP-IDX)) " RC " STEP-RC
                   " LIMIT " ST-MAX-RC(STEP-IDX) " - OK"
                   DELIMITED BY SIZE INTO BATCHLOG-LINE
       END-EVALUATE
       PERFORM APPENDBATCHLOG
       DISPLAY FUNCTION TRIM(BATCHLOG-LINE)
       EXIT.

WRITEBATCHPARM.
       OPEN OUTPUT BATCHPARM-FILE
       IF BATCHPARM-STATUS IS NOT EQUAL TO "00" THEN
           MOVE "BATCHPARM COULD NOT BE WRITTEN - CHAIN STOPPED" TO BATCHLOG-LINE
           PERFORM APPENDBATCHLOG
           DISPLAY FUNCTION TRIM(BATCHLOG-LINE)
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF
       MOVE STEP-PROGRAM TO BP-PROGRAM
       MOVE ST-PARAMETER(STEP-IDX) TO BP-PARAMETER
       WRITE BATCHPARM-RECORD
       CLOSE BATCHPARM-FILE
       EXIT.

CLEARBATCHPARM.
       OPEN OUTPUT BATCHPARM-FILE
       IF BATCHPARM-STATUS IS EQUAL TO "00" THEN
           CLOSE BATCHPARM-FILE
       END-IF
       EXIT.

WRITERESTART.
       OPEN OUTPUT RESTART-FILE
       IF RESTART-STATUS IS EQUAL TO "00" THEN
           MOVE ST-STEP-NAME(FAILED-STEP-IDX) TO RS-STEP-NAME
           MOVE FUNCTION CURRENT-DATE(1:8) TO RS-FAILED-DATE
           MOVE FUNCTION CURRENT-DATE(9:6) TO RS-FAILED-TIME
           MOVE STEP-RC TO RS-RETURN-CODE
           WRITE RESTART-RECORD
           CLOSE RESTART-FILE
       ELSE
           DISPLAY "BATCHRST COULD NOT BE WRITTEN - A RERUN WILL START"
               " FROM THE TOP OF THE DECK."
       END-IF
       EXIT.

CLEARRESTART.
       OPEN OUTPUT RESTART-FILE
       IF RESTART-STATUS IS EQUAL TO "00" THEN
           CLOSE RESTART-FILE
       END-IF
       EXIT.

APPENDBATCHLOG.
       OPEN EXTEND BATCHLOG-FILE
       IF BATCHLOG-STATUS IS EQUAL TO "35" THEN
           CLOSE BATCHLOG-FILE
           OPEN OUTPUT BATCHLOG-FILE
       END-IF
       MOVE SPACES TO BATCHLOG-RECORD
       STRING FUNCTION CURRENT-DATE(1:8) " " FUNCTION CURRENT-DATE(9:6)
           " " BATCHLOG-LINE
           DELIMITED BY SIZE INTO BATCHLOG-RECORD
       WRITE BATCHLOG-RECORD
       CLOSE BATCHLOG-FILE
       EXIT.
