       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. PYRAMIDLETHALITY.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT RUNEVENTS-FILE ASSIGN TO "RUNEVENTS"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS RUNEVENTS-STATUS.

DATA DIVISION.
       FILE SECTION.
      *> ONE RECORD PER HAZARD ENCOUNTER AS WRITTEN BY THE GAME AT
      *> THE END OF EACH RUN - SEE THE RUNEVENTS FD IN THE GAME FOR
      *> THE MEANING OF EACH FIELD.
       FD RUNEVENTS-FILE.
       01 RUNEVENTS-RECORD.
          02 RE-DATE PIC X(8).
          02 RE-INITIALS PIC X(3).
          02 RE-DIFFICULTY PIC X.
          02 RE-ROOM-NUMBER PIC 999.
          02 RE-LEVEL-NUMBER PIC 9.
          02 RE-MONSTER-NAME PIC X(12).
          02 RE-ROUNDS PIC 99.
          02 RE-FIGHTS PIC 99.
          02 RE-DODGES PIC 99.
          02 RE-DAMAGE-TAKEN PIC 999.
          02 RE-WINNER PIC X.
          02 RE-MONSTER-SLAIN PIC X.

       WORKING-STORAGE SECTION.
       01 RUNEVENTS-STATUS PIC XX.
       01 RUNEVENTS-EOF-FLAG PIC X VALUE "N".
          88 RUNEVENTS-EOF VALUE "Y".
       01 EVENT-COUNT PIC 9(7) VALUE 0.
       01 SKIPPED-COUNT PIC 9(5) VALUE 0.
       01 OVERFLOW-COUNT PIC 9(5) VALUE 0.
      *> ONE ENTRY PER MONSTER NAME SEEN IN THE FILE, IN ORDER OF
      *> FIRST APPEARANCE. BUCKET 1-3 ARE DIFFICULTIES E/N/H; BUCKET
      *> 4 COLLECTS ANYTHING ELSE.
       01 LETHAL-MONSTER-COUNT PIC 99 VALUE 0.
       01 LETHAL-MONSTER-IDX PIC 99.
       01 MATCH-POS PIC 99.
       01 BUCKET-IDX PIC 9.
       01 CLEAR-BUCKET-IDX PIC 9.
       01 LETHAL-MONSTER-TABLE.
          02 LETHAL-MONSTER-ENTRY OCCURS 30 TIMES.
             03 LM-NAME PIC X(12).
             03 LM-DIFF-BUCKET OCCURS 4 TIMES.
                04 LM-ENCOUNTERS PIC 9(5).
                04 LM-KILLS PIC 9(5).
                04 LM-DEATHS PIC 9(5).
                04 LM-DAMAGE-TOTAL PIC 9(7).
       01 BUCKET-LABEL-TABLE.
          02 FILLER PIC X(7) VALUE "EASY   ".
          02 FILLER PIC X(7) VALUE "NORMAL ".
          02 FILLER PIC X(7) VALUE "HARD   ".
          02 FILLER PIC X(7) VALUE "UNKNOWN".
       01 BUCKET-LABELS REDEFINES BUCKET-LABEL-TABLE.
          02 BUCKET-LABEL PIC X(7) OCCURS 4 TIMES.
      *> DEATHS AND ENCOUNTERS BY ROOM NUMBER, FOR THE DEADLIEST-ROOM
      *> LIST. A ROOM NUMBER OUTSIDE 1-200 IS LEFT OFF THE LIST.
       01 ROOM-IDX PIC 999.
       01 ROOM-TALLY-TABLE.
          02 ROOM-TALLY-ENTRY OCCURS 200 TIMES.
             03 RM-ENCOUNTERS PIC 9(5).
             03 RM-DEATHS PIC 9(5).
       01 RANK-COUNT PIC 99.
       01 BEST-ROOM-IDX PIC 999.
       01 BEST-ROOM-DEATHS PIC 9(5).
       01 MONSTER-ENCOUNTERS PIC 9(5).
       01 MONSTER-KILLS PIC 9(5).
       01 MONSTER-DEATHS PIC 9(5).
       01 MONSTER-DAMAGE-TOTAL PIC 9(7).
       01 AVERAGE-DAMAGE PIC 999.
       01 KILL-RATE PIC 999.
       01 DEATH-RATE PIC 999.

PROCEDURE DIVISION.
       PERFORM CLEARROOMTALLY VARYING ROOM-IDX FROM 1 BY 1
           UNTIL ROOM-IDX IS GREATER THAN 200
       OPEN INPUT RUNEVENTS-FILE
       IF RUNEVENTS-STATUS IS NOT EQUAL TO "00" THEN
           DISPLAY "NO RUNEVENTS FILE FOUND - NOTHING TO REPORT."
           MOVE 4 TO RETURN-CODE
           GOBACK
       END-IF
       READ RUNEVENTS-FILE
           AT END
               SET RUNEVENTS-EOF TO TRUE
       END-READ
       PERFORM TALLYEVENT-ENTRY UNTIL RUNEVENTS-EOF
       CLOSE RUNEVENTS-FILE
       PERFORM PRINTREPORT
       GOBACK.

CLEARROOMTALLY.
       MOVE 0 TO RM-ENCOUNTERS(ROOM-IDX)
       MOVE 0 TO RM-DEATHS(ROOM-IDX)
       EXIT.

TALLYEVENT-ENTRY.
       IF RE-DAMAGE-TAKEN IS NOT NUMERIC
               OR RE-ROOM-NUMBER IS NOT NUMERIC
               OR (RE-WINNER IS NOT EQUAL TO "P"
                   AND RE-WINNER IS NOT EQUAL TO "M") THEN
           ADD 1 TO SKIPPED-COUNT
       ELSE
           ADD 1 TO EVENT-COUNT
           EVALUATE RE-DIFFICULTY
               WHEN "E"
                   MOVE 1 TO BUCKET-IDX
               WHEN "N"
                   MOVE 2 TO BUCKET-IDX
               WHEN "H"
                   MOVE 3 TO BUCKET-IDX
               WHEN OTHER
                   MOVE 4 TO BUCKET-IDX
           END-EVALUATE
           PERFORM FINDLETHALMONSTER
           IF MATCH-POS IS EQUAL TO 0 THEN
               ADD 1 TO OVERFLOW-COUNT
           ELSE
               ADD 1 TO LM-ENCOUNTERS(MATCH-POS, BUCKET-IDX)
               ADD RE-DAMAGE-TAKEN TO LM-DAMAGE-TOTAL(MATCH-POS, BUCKET-IDX)
               IF RE-MONSTER-SLAIN IS EQUAL TO "Y" THEN
                   ADD 1 TO LM-KILLS(MATCH-POS, BUCKET-IDX)
               END-IF
               IF RE-WINNER IS EQUAL TO "M" THEN
                   ADD 1 TO LM-DEATHS(MATCH-POS, BUCKET-IDX)
               END-IF
           END-IF
           IF RE-ROOM-NUMBER IS GREATER THAN 0
                   AND RE-ROOM-NUMBER IS LESS THAN OR EQUAL TO 200 THEN
               ADD 1 TO RM-ENCOUNTERS(RE-ROOM-NUMBER)
               IF RE-WINNER IS EQUAL TO "M" THEN
                   ADD 1 TO RM-DEATHS(RE-ROOM-NUMBER)
               END-IF
           END-IF
       END-IF
       READ RUNEVENTS-FILE
           AT END
               SET RUNEVENTS-EOF TO TRUE
       END-READ
       EXIT.

      *> FINDS (OR ADDS) THE TABLE ENTRY FOR THE RECORD'S MONSTER AND
      *> LEAVES ITS POSITION IN MATCH-POS. A FULL TABLE LEAVES
      *> MATCH-POS AT 0 AND THE RECORD IS COUNTED AS OVERFLOW.
FINDLETHALMONSTER.
       MOVE 0 TO MATCH-POS
       PERFORM MATCHLETHALMONSTER VARYING LETHAL-MONSTER-IDX FROM 1 BY 1
           UNTIL LETHAL-MONSTER-IDX IS GREATER THAN LETHAL-MONSTER-COUNT
           OR MATCH-POS IS GREATER THAN 0
       IF MATCH-POS IS EQUAL TO 0
               AND LETHAL-MONSTER-COUNT IS LESS THAN 30 THEN
           ADD 1 TO LETHAL-MONSTER-COUNT
           MOVE LETHAL-MONSTER-COUNT TO MATCH-POS
           MOVE RE-MONSTER-NAME TO LM-NAME(MATCH-POS)
           PERFORM CLEARLETHALBUCKET VARYING CLEAR-BUCKET-IDX FROM 1 BY 1
               UNTIL CLEAR-BUCKET-IDX IS GREATER THAN 4
       END-IF
       EXIT.

MATCHLETHALMONSTER.
       IF LM-NAME(LETHAL-MONSTER-IDX) IS EQUAL TO RE-MONSTER-NAME THEN
           MOVE LETHAL-MONSTER-IDX TO MATCH-POS
       END-IF
       EXIT.

CLEARLETHALBUCKET.
       MOVE 0 TO LM-ENCOUNTERS(MATCH-POS, CLEAR-BUCKET-IDX)
       MOVE 0 TO LM-KILLS(MATCH-POS, CLEAR-BUCKET-IDX)
       MOVE 0 TO LM-DEATHS(MATCH-POS, CLEAR-BUCKET-IDX)
       MOVE 0 TO LM-DAMAGE-TOTAL(MATCH-POS, CLEAR-BUCKET-IDX)
       EXIT.

PRINTREPORT.
       DISPLAY SPACE
       DISPLAY "PYRAMID OF AHRAXIS - MONSTER LETHALITY REPORT"
       DISPLAY "ENCOUNTERS READ: " EVENT-COUNT
       IF SKIPPED-COUNT IS GREATER THAN 0 THEN
           DISPLAY "RECORDS SKIPPED (UNREADABLE FIELDS): " SKIPPED-COUNT
       END-IF
       IF OVERFLOW-COUNT IS GREATER THAN 0 THEN
           DISPLAY "RECORDS NOT TALLIED BY MONSTER (MORE THAN 30 NAMES): "
               OVERFLOW-COUNT
       END-IF
       IF EVENT-COUNT IS EQUAL TO 0 THEN
           DISPLAY "NO ENCOUNTERS FOUND IN RUNEVENTS - NOTHING TO REPORT."
       ELSE
           PERFORM PRINTLETHALMONSTER VARYING LETHAL-MONSTER-IDX FROM 1 BY 1
               UNTIL LETHAL-MONSTER-IDX IS GREATER THAN LETHAL-MONSTER-COUNT
           PERFORM PRINTDEADLYROOMS
       END-IF
       EXIT.

PRINTDEADLYROOMS.
       DISPLAY SPACE
       DISPLAY "ROOMS WHERE PLAYERS DIE MOST:"
       MOVE 0 TO RANK-COUNT
       MOVE 1 TO BEST-ROOM-DEATHS
       PERFORM PRINTDEADLYROOM
           UNTIL RANK-COUNT IS EQUAL TO 10 OR BEST-ROOM-DEATHS IS EQUAL TO 0
       IF RANK-COUNT IS EQUAL TO 0 THEN
           DISPLAY "  NO PLAYER DEATHS RECORDED."
       END-IF
       EXIT.

PRINTLETHALMONSTER.
       DISPLAY SPACE
       DISPLAY "MONSTER " LM-NAME(LETHAL-MONSTER-IDX) ":"
       MOVE 0 TO MONSTER-ENCOUNTERS
       MOVE 0 TO MONSTER-KILLS
       MOVE 0 TO MONSTER-DEATHS
       MOVE 0 TO MONSTER-DAMAGE-TOTAL
       PERFORM PRINTLETHALBUCKET VARYING BUCKET-IDX FROM 1 BY 1
           UNTIL BUCKET-IDX IS GREATER THAN 4
       IF MONSTER-ENCOUNTERS IS GREATER THAN 0 THEN
           COMPUTE AVERAGE-DAMAGE ROUNDED = MONSTER-DAMAGE-TOTAL / MONSTER-ENCOUNTERS
           COMPUTE KILL-RATE ROUNDED = MONSTER-KILLS * 100 / MONSTER-ENCOUNTERS
           COMPUTE DEATH-RATE ROUNDED = MONSTER-DEATHS * 100 / MONSTER-ENCOUNTERS
           DISPLAY "  ALL     ENCOUNTERS " MONSTER-ENCOUNTERS
               " KILLED " KILL-RATE " PCT PLAYER DEATHS " DEATH-RATE
               " PCT AVG DAMAGE " AVERAGE-DAMAGE
       END-IF
       EXIT.

PRINTLETHALBUCKET.
       IF LM-ENCOUNTERS(LETHAL-MONSTER-IDX, BUCKET-IDX) IS GREATER THAN 0 THEN
           ADD LM-ENCOUNTERS(LETHAL-MONSTER-IDX, BUCKET-IDX) TO MONSTER-ENCOUNTERS
           ADD LM-KILLS(LETHAL-MONSTER-IDX, BUCKET-IDX) TO MONSTER-KILLS
           ADD LM-DEATHS(LETHAL-MONSTER-IDX, BUCKET-IDX) TO MONSTER-DEATHS
           ADD LM-DAMAGE-TOTAL(LETHAL-MONSTER-IDX, BUCKET-IDX)
               TO MONSTER-DAMAGE-TOTAL
           COMPUTE AVERAGE-DAMAGE ROUNDED =
               LM-DAMAGE-TOTAL(LETHAL-MONSTER-IDX, BUCKET-IDX)
               / LM-ENCOUNTERS(LETHAL-MONSTER-IDX, BUCKET-IDX)
           COMPUTE KILL-RATE ROUNDED = LM-KILLS(LETHAL-MONSTER-IDX, BUCKET-IDX)
               * 100 / LM-ENCOUNTERS(LETHAL-MONSTER-IDX, BUCKET-IDX)
           COMPUTE DEATH-RATE ROUNDED = LM-DEATHS(LETHAL-MONSTER-IDX, BUCKET-IDX)
               * 100 / LM-ENCOUNTERS(LETHAL-MONSTER-IDX, BUCKET-IDX)
           DISPLAY "  " BUCKET-LABEL(BUCKET-IDX)
               " ENCOUNTERS " LM-ENCOUNTERS(LETHAL-MONSTER-IDX, BUCKET-IDX)
               " KILLED " KILL-RATE " PCT PLAYER DEATHS " DEATH-RATE
               " PCT AVG DAMAGE " AVERAGE-DAMAGE
       END-IF
       EXIT.

      *> PICKS THE ROOM WITH THE MOST DEATHS STILL ON THE TABLE,
      *> PRINTS IT, AND ZEROES IT SO THE NEXT PASS FINDS THE RUNNER-UP.
      *> STOPS WHEN NO ROOM HAS A DEATH LEFT.
PRINTDEADLYROOM.
       MOVE 0 TO BEST-ROOM-IDX
       MOVE 0 TO BEST-ROOM-DEATHS
       PERFORM FINDDEADLYROOM VARYING ROOM-IDX FROM 1 BY 1
           UNTIL ROOM-IDX IS GREATER THAN 200
       IF BEST-ROOM-DEATHS IS GREATER THAN 0 THEN
           ADD 1 TO RANK-COUNT
           COMPUTE DEATH-RATE ROUNDED = BEST-ROOM-DEATHS * 100
               / RM-ENCOUNTERS(BEST-ROOM-IDX)
           DISPLAY "  " RANK-COUNT ". ROOM " BEST-ROOM-IDX
               " DEATHS " BEST-ROOM-DEATHS
               " OF " RM-ENCOUNTERS(BEST-ROOM-IDX) " ENCOUNTERS ("
               DEATH-RATE " PCT)"
           MOVE 0 TO RM-DEATHS(BEST-ROOM-IDX)
       END-IF
       EXIT.

FINDDEADLYROOM.
       IF RM-DEATHS(ROOM-IDX) IS GREATER THAN BEST-ROOM-DEATHS THEN
           MOVE RM-DEATHS(ROOM-IDX) TO BEST-ROOM-DEATHS
           MOVE ROOM-IDX TO BEST-ROOM-IDX
       END-IF
       EXIT.
