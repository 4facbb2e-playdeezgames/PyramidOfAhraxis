      *> THE SESSION-STAMPED EVENT LOG WRITTEN BY THE GAME. EACH
      *> SITTING IS BRACKETED BY "SESSION BEGIN"/"SESSION END" LINES
      *> CARRYING DATE, TIME, SEED, AND DIFFICULTY, WITH "SESSION
      *> DIFF" LINES WHEN THE DIFFICULTY CHANGES MID-SITTING AND
      *> "SESSION PLAYER" LINES NAMING WHO SIGNED ON.
       FD TRANSCRIPT-FILE.
       01 TRANSCRIPT-RECORD PIC X(80).

       01 SESSION-NUMBER PIC 9(4) VALUE 0.
       01 SESSION-BEGIN-INFO PIC X(66).
       01 SESSION-DIFFICULTY PIC X.
       01 SESSION-PLAYER PIC X(3).
       01 COMMAND-COUNT PIC 9(5) VALUE 0.
       01 INVALID-COUNT PIC 9(5) VALUE 0.
       01 ROOM-ENTRY-COUNT PIC 9(5) VALUE 0.
               MOVE "N" TO SESSION-OPEN-FLAG
           WHEN TRANSCRIPT-RECORD(1:13) IS EQUAL TO "SESSION DIFF "
               MOVE TRANSCRIPT-RECORD(14:1) TO SESSION-DIFFICULTY
           WHEN TRANSCRIPT-RECORD(1:15) IS EQUAL TO "SESSION PLAYER "
               MOVE TRANSCRIPT-RECORD(16:3) TO SESSION-PLAYER
           WHEN TRANSCRIPT-RECORD(1:15) IS EQUAL TO "COMMAND TYPED: "
               ADD 1 TO COMMAND-COUNT
           WHEN TRANSCRIPT-RECORD(1:15) IS EQUAL TO "INVALID COMMAND"
       MOVE 0 TO RUN-OUTCOME-COUNT
       MOVE SPACES TO LAST-OUTCOME
       MOVE SPACE TO SESSION-DIFFICULTY
       MOVE SPACES TO SESSION-PLAYER
       EXIT.

PRINTSESSION.
       IF SESSION-DIFFICULTY IS NOT EQUAL TO SPACE THEN
           DISPLAY "DIFFICULTY PLAYED: " SESSION-DIFFICULTY
       END-IF
       IF SESSION-PLAYER IS NOT EQUAL TO SPACES THEN
           DISPLAY "SIGNED ON AS: " SESSION-PLAYER
       END-IF
       DISPLAY "COMMANDS ENTERED: " COMMAND-COUNT
       IF COMMAND-COUNT IS EQUAL TO 0 THEN
           MOVE 0 TO INVALID-RATE
