       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. PYRAMIDMAPCHECK.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT ROOMS-FILE ASSIGN TO "ROOMS"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS ROOMS-STATUS.
    SELECT ITEMS-FILE ASSIGN TO "ITEMS"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS ITEMS-STATUS.
    SELECT TUNING-FILE ASSIGN TO "TUNING"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS TUNING-STATUS.

DATA DIVISION.
       FILE SECTION.
      *> ONLY THE LEVEL AND THE SIX EXITS MATTER TO THE WALK. THE
      *> EXITS ARE ALSO VIEWED AS A LIST SO EVERY DIRECTION CAN BE
      *> FOLLOWED BY ONE PARAGRAPH. THE GAME MOVES ON THE EXIT
      *> NUMBER ALONE, SO THE DIRECTION FLAGS ARE NOT CONSULTED.
      *> LOCKS ARE NOT CONSULTED EITHER - WHETHER EVERY LOCK'S KEY
      *> CAN BE REACHED IS CHECKED BY PYRAMIDCONTENTCHK.
       FD ROOMS-FILE.
       01 RF-ROOM-RECORD.
          02 RF-ROOM-NUMBER PIC 999.
          02 RF-LEVEL-NUMBER PIC 9.
          02 RF-DESC-LINE-COUNT PIC 9.
          02 RF-DESC-LINES OCCURS 5 TIMES PIC X(70).
          02 RF-DIRECTION-FLAGS.
             03 RF-NORTH-FLAG PIC X.
             03 RF-EAST-FLAG PIC X.
             03 RF-SOUTH-FLAG PIC X.
             03 RF-WEST-FLAG PIC X.
             03 RF-UP-FLAG PIC X.
             03 RF-DOWN-FLAG PIC X.
          02 RF-EXITS.
             03 RF-NORTH-EXIT PIC 999.
             03 RF-EAST-EXIT PIC 999.
             03 RF-SOUTH-EXIT PIC 999.
             03 RF-WEST-EXIT PIC 999.
             03 RF-UP-EXIT PIC 999.
             03 RF-DOWN-EXIT PIC 999.
          02 RF-EXIT-LIST REDEFINES RF-EXITS.
             03 RF-EXIT PIC 999 OCCURS 6 TIMES.
          02 RF-HAZARD-FLAG PIC X.
          02 RF-DARK-FLAG PIC X.
          02 RF-LOCK-CODES.
             03 RF-NORTH-LOCK PIC X(4).
             03 RF-EAST-LOCK PIC X(4).
             03 RF-SOUTH-LOCK PIC X(4).
             03 RF-WEST-LOCK PIC X(4).
             03 RF-UP-LOCK PIC X(4).
             03 RF-DOWN-LOCK PIC X(4).

       FD ITEMS-FILE.
       01 IF-ITEM-RECORD.
          02 IF-ITEM-NAME PIC X(10).
          02 IF-ITEM-TYPE PIC X.
          02 IF-GOLD-VALUE PIC 9999.
          02 IF-ITEM-WEIGHT PIC 99.
          02 IF-START-LOCATION PIC 999.
          02 IF-LOCK-CODE PIC X(4).

       FD TUNING-FILE.
       01 TU-TUNING-RECORD.
          02 TU-KEY PIC X(8).
          02 TU-VALUE PIC 999.

       WORKING-STORAGE SECTION.
       01 ROOMS-STATUS PIC XX.
       01 ROOMS-EOF-FLAG PIC X VALUE "N".
          88 ROOMS-EOF VALUE "Y".
       01 ITEMS-STATUS PIC XX.
       01 ITEMS-EOF-FLAG PIC X VALUE "N".
          88 ITEMS-EOF VALUE "Y".
       01 TUNING-STATUS PIC XX.
       01 TUNING-EOF-FLAG PIC X VALUE "N".
          88 TUNING-EOF VALUE "Y".
       01 ROOM-COUNT PIC 999 VALUE 0.
      *> ONE ENTRY PER ROOM, IN FILE ORDER - THE SAME POSITIONAL
      *> NUMBERING THE GAME USES. A DISTANCE OF 999 MEANS THE WALK
      *> NEVER GOT THERE. MR-ESCAPE-DISTANCE COUNTS THE FINAL STEP
      *> OUT OF THE PYRAMID AS A MOVE.
       01 MAP-ROOM-TABLE.
          02 MAP-ROOM-ENTRY OCCURS 200 TIMES.
             03 MR-LEVEL-NUMBER PIC 9.
             03 MR-EXIT PIC 999 OCCURS 6 TIMES.
             03 MR-START-DISTANCE PIC 999.
             03 MR-ESCAPE-DISTANCE PIC 999.
       01 ROOM-IDX PIC 999.
       01 OTHER-ROOM-IDX PIC 999.
       01 CURRENT-ROOM PIC 999.
       01 NEXT-ROOM PIC 999.
       01 DIRECTION-IDX PIC 9.
       01 OTHER-DIRECTION-IDX PIC 9.
       01 DIRECTION-NAME-DATA.
          02 FILLER PIC X(5) VALUE "NORTH".
          02 FILLER PIC X(5) VALUE "EAST".
          02 FILLER PIC X(5) VALUE "SOUTH".
          02 FILLER PIC X(5) VALUE "WEST".
          02 FILLER PIC X(5) VALUE "UP".
          02 FILLER PIC X(5) VALUE "DOWN".
       01 DIRECTION-NAMES REDEFINES DIRECTION-NAME-DATA.
          02 DIRECTION-NAME PIC X(5) OCCURS 6 TIMES.
      *> BREADTH-FIRST WORK QUEUE. EACH ROOM IS QUEUED AT MOST ONCE
      *> PER WALK, SO 200 SLOTS ARE ALWAYS ENOUGH.
       01 WALK-QUEUE.
          02 QUEUE-ROOM PIC 999 OCCURS 200 TIMES.
       01 QUEUE-HEAD PIC 999.
       01 QUEUE-TAIL PIC 999.
       01 RETURN-FOUND-FLAG PIC X.
          88 RETURN-FOUND VALUE "Y".
       01 EXIT-COUNT PIC 9.
       01 LEAVES-PYRAMID-FLAG PIC X.
          88 LEAVES-PYRAMID VALUE "Y".
       01 ITEM-COUNT PIC 99 VALUE 0.
       01 SHIELD-ROOM PIC 999.
       01 SHIELD-DIFFICULTY-NAME PIC X(6).
       01 LEVEL-IDX PIC 99.
       01 LEVEL-PRESENT-FLAG PIC X.
          88 LEVEL-PRESENT VALUE "Y".
       01 LEVEL-REACH-MOVES PIC 999.
       01 LEVEL-ROUTE-MOVES PIC 9999.
       01 ROUTE-MOVES PIC 9999.
       01 UNREACHABLE-COUNT PIC 999 VALUE 0.
       01 TRAPPED-COUNT PIC 999 VALUE 0.
       01 ONE-WAY-COUNT PIC 999 VALUE 0.
       01 DEAD-END-COUNT PIC 999 VALUE 0.
       01 STRANDED-COUNT PIC 999 VALUE 0.
       01 BAD-EXIT-COUNT PIC 999 VALUE 0.

PROCEDURE DIVISION.
       PERFORM LOADROOMS
       PERFORM WALKFROMSTART
       PERFORM WALKFROMEXITS
       DISPLAY SPACE
       DISPLAY "PYRAMID OF AHRAXIS - MAP REACHABILITY CHECK"
       DISPLAY "ROOMS ON MAP: " ROOM-COUNT
       PERFORM CHECKUNREACHABLE
       PERFORM CHECKTRAPPED
       PERFORM CHECKPASSAGES
       PERFORM CHECKITEMS
       PERFORM CHECKSHIELDROOMS
       PERFORM PRINTLEVELROUTES
       PERFORM PRINTSUMMARY
       GOBACK.

LOADROOMS.
       OPEN INPUT ROOMS-FILE
       IF ROOMS-STATUS IS NOT EQUAL TO "00" THEN
           DISPLAY "ROOMS FILE NOT FOUND OR UNREADABLE - CANNOT CHECK."
           MOVE 8 TO RETURN-CODE
           GOBACK
       END-IF
       PERFORM LOADROOM-ENTRY VARYING ROOM-IDX FROM 1 BY 1
           UNTIL ROOMS-EOF OR ROOM-IDX IS GREATER THAN 200
       CLOSE ROOMS-FILE
       IF ROOM-COUNT IS EQUAL TO 0 THEN
           DISPLAY "ROOMS FILE IS EMPTY - THE MAP CANNOT BE WON."
           MOVE 8 TO RETURN-CODE
           GOBACK
       END-IF
       EXIT.

LOADROOM-ENTRY.
       READ ROOMS-FILE
           AT END
               SET ROOMS-EOF TO TRUE
       END-READ
       IF NOT ROOMS-EOF THEN
           ADD 1 TO ROOM-COUNT
           MOVE RF-LEVEL-NUMBER TO MR-LEVEL-NUMBER(ROOM-IDX)
           PERFORM LOADROOM-EXIT VARYING DIRECTION-IDX FROM 1 BY 1
               UNTIL DIRECTION-IDX IS GREATER THAN 6
           MOVE 999 TO MR-START-DISTANCE(ROOM-IDX)
           MOVE 999 TO MR-ESCAPE-DISTANCE(ROOM-IDX)
       END-IF
       EXIT.

      *> AN EXIT THAT IS NOT NUMERIC, OR POINTS PAST THE MAP, LEADS
      *> NOWHERE THE PLAYER CAN GO - IT IS REPORTED HERE AND THEN
      *> WALKED AS NO EXIT AT ALL.
LOADROOM-EXIT.
       IF RF-EXIT(DIRECTION-IDX) IS NOT NUMERIC THEN
           ADD 1 TO BAD-EXIT-COUNT
           DISPLAY "ROOM " ROOM-IDX ": " DIRECTION-NAME(DIRECTION-IDX)
               " EXIT IS NOT NUMERIC - TREATED AS NO EXIT."
           MOVE 0 TO MR-EXIT(ROOM-IDX, DIRECTION-IDX)
       ELSE
           MOVE RF-EXIT(DIRECTION-IDX) TO MR-EXIT(ROOM-IDX, DIRECTION-IDX)
       END-IF
       EXIT.

      *> THE GAME ALWAYS STARTS IN ROOM 1. EACH ROOM'S DISTANCE IS
      *> THE FEWEST MOVES FROM THERE.
WALKFROMSTART.
       PERFORM CHECKEXITRANGE VARYING ROOM-IDX FROM 1 BY 1
           UNTIL ROOM-IDX IS GREATER THAN ROOM-COUNT
       MOVE 0 TO MR-START-DISTANCE(1)
       MOVE 1 TO QUEUE-ROOM(1)
       MOVE 1 TO QUEUE-HEAD
       MOVE 1 TO QUEUE-TAIL
       PERFORM WALKFROMSTART-ENTRY UNTIL QUEUE-HEAD IS GREATER THAN QUEUE-TAIL
       EXIT.

CHECKEXITRANGE.
       PERFORM CHECKEXITRANGE-ENTRY VARYING DIRECTION-IDX FROM 1 BY 1
           UNTIL DIRECTION-IDX IS GREATER THAN 6
       EXIT.

CHECKEXITRANGE-ENTRY.
       MOVE MR-EXIT(ROOM-IDX, DIRECTION-IDX) TO NEXT-ROOM
       IF NEXT-ROOM IS NOT EQUAL TO 999
               AND NEXT-ROOM IS GREATER THAN ROOM-COUNT THEN
           ADD 1 TO BAD-EXIT-COUNT
           DISPLAY "ROOM " ROOM-IDX ": " DIRECTION-NAME(DIRECTION-IDX)
               " EXIT " NEXT-ROOM " IS NOT A ROOM ON THIS MAP - TREATED"
               " AS NO EXIT."
           MOVE 0 TO MR-EXIT(ROOM-IDX, DIRECTION-IDX)
       END-IF
       EXIT.

WALKFROMSTART-ENTRY.
       MOVE QUEUE-ROOM(QUEUE-HEAD) TO CURRENT-ROOM
       ADD 1 TO QUEUE-HEAD
       PERFORM FOLLOWEXIT VARYING DIRECTION-IDX FROM 1 BY 1
           UNTIL DIRECTION-IDX IS GREATER THAN 6
       EXIT.

FOLLOWEXIT.
       MOVE MR-EXIT(CURRENT-ROOM, DIRECTION-IDX) TO NEXT-ROOM
       IF NEXT-ROOM IS GREATER THAN 0
               AND NEXT-ROOM IS NOT GREATER THAN ROOM-COUNT THEN
           IF MR-START-DISTANCE(NEXT-ROOM) IS EQUAL TO 999 THEN
               COMPUTE MR-START-DISTANCE(NEXT-ROOM) =
                   MR-START-DISTANCE(CURRENT-ROOM) + 1
               ADD 1 TO QUEUE-TAIL
               MOVE NEXT-ROOM TO QUEUE-ROOM(QUEUE-TAIL)
           END-IF
       END-IF
       EXIT.

      *> WALKS THE MAP BACKWARDS FROM EVERY ROOM WITH AN EXIT-999
      *> DOOR, SO EACH ROOM'S ESCAPE DISTANCE IS THE FEWEST MOVES
      *> FROM THERE TO OUTSIDE. A ROOM THE BACKWARD WALK NEVER
      *> REACHES IS A TRAP - ONCE INSIDE, THE PLAYER CANNOT LEAVE.
WALKFROMEXITS.
       MOVE 1 TO QUEUE-HEAD
       MOVE 0 TO QUEUE-TAIL
       PERFORM SEEDEXITROOM VARYING ROOM-IDX FROM 1 BY 1
           UNTIL ROOM-IDX IS GREATER THAN ROOM-COUNT
       PERFORM WALKFROMEXITS-ENTRY UNTIL QUEUE-HEAD IS GREATER THAN QUEUE-TAIL
       EXIT.

SEEDEXITROOM.
       PERFORM CHECKLEAVESPYRAMID
       IF LEAVES-PYRAMID THEN
           MOVE 1 TO MR-ESCAPE-DISTANCE(ROOM-IDX)
           ADD 1 TO QUEUE-TAIL
           MOVE ROOM-IDX TO QUEUE-ROOM(QUEUE-TAIL)
       END-IF
       EXIT.

CHECKLEAVESPYRAMID.
       MOVE "N" TO LEAVES-PYRAMID-FLAG
       PERFORM CHECKLEAVESPYRAMID-EXIT VARYING DIRECTION-IDX FROM 1 BY 1
           UNTIL DIRECTION-IDX IS GREATER THAN 6
       EXIT.

CHECKLEAVESPYRAMID-EXIT.
       IF MR-EXIT(ROOM-IDX, DIRECTION-IDX) IS EQUAL TO 999 THEN
           SET LEAVES-PYRAMID TO TRUE
       END-IF
       EXIT.

WALKFROMEXITS-ENTRY.
       MOVE QUEUE-ROOM(QUEUE-HEAD) TO CURRENT-ROOM
       ADD 1 TO QUEUE-HEAD
       PERFORM FINDFEEDERROOM VARYING OTHER-ROOM-IDX FROM 1 BY 1
           UNTIL OTHER-ROOM-IDX IS GREATER THAN ROOM-COUNT
       EXIT.

FINDFEEDERROOM.
       IF MR-ESCAPE-DISTANCE(OTHER-ROOM-IDX) IS EQUAL TO 999 THEN
           PERFORM FINDFEEDEREXIT VARYING DIRECTION-IDX FROM 1 BY 1
               UNTIL DIRECTION-IDX IS GREATER THAN 6
       END-IF
       EXIT.

FINDFEEDEREXIT.
       IF MR-EXIT(OTHER-ROOM-IDX, DIRECTION-IDX) IS EQUAL TO CURRENT-ROOM
               AND MR-ESCAPE-DISTANCE(OTHER-ROOM-IDX) IS EQUAL TO 999 THEN
           COMPUTE MR-ESCAPE-DISTANCE(OTHER-ROOM-IDX) =
               MR-ESCAPE-DISTANCE(CURRENT-ROOM) + 1
           ADD 1 TO QUEUE-TAIL
           MOVE OTHER-ROOM-IDX TO QUEUE-ROOM(QUEUE-TAIL)
       END-IF
       EXIT.

CHECKUNREACHABLE.
       DISPLAY SPACE
       DISPLAY "ROOMS THAT CANNOT BE REACHED FROM THE START:"
       PERFORM CHECKUNREACHABLE-ENTRY VARYING ROOM-IDX FROM 1 BY 1
           UNTIL ROOM-IDX IS GREATER THAN ROOM-COUNT
       IF UNREACHABLE-COUNT IS EQUAL TO 0 THEN
           DISPLAY "  NONE."
       END-IF
       EXIT.

CHECKUNREACHABLE-ENTRY.
       IF MR-START-DISTANCE(ROOM-IDX) IS EQUAL TO 999 THEN
           ADD 1 TO UNREACHABLE-COUNT
           DISPLAY "  ROOM " ROOM-IDX " (LEVEL " MR-LEVEL-NUMBER(ROOM-IDX) ")"
       END-IF
       EXIT.

CHECKTRAPPED.
       DISPLAY SPACE
       DISPLAY "ROOMS WITH NO PATH BACK TO AN EXIT:"
       PERFORM CHECKTRAPPED-ENTRY VARYING ROOM-IDX FROM 1 BY 1
           UNTIL ROOM-IDX IS GREATER THAN ROOM-COUNT
       IF TRAPPED-COUNT IS EQUAL TO 0 THEN
           DISPLAY "  NONE."
       END-IF
       EXIT.

CHECKTRAPPED-ENTRY.
       IF MR-ESCAPE-DISTANCE(ROOM-IDX) IS EQUAL TO 999 THEN
           ADD 1 TO TRAPPED-COUNT
           IF MR-START-DISTANCE(ROOM-IDX) IS EQUAL TO 999 THEN
               DISPLAY "  ROOM " ROOM-IDX " (LEVEL "
                   MR-LEVEL-NUMBER(ROOM-IDX) ") - NOT REACHABLE EITHER"
           ELSE
               DISPLAY "  ROOM " ROOM-IDX " (LEVEL "
                   MR-LEVEL-NUMBER(ROOM-IDX) ") - REACHABLE, A PLAYER"
                   " WHO ENTERS IS TRAPPED"
           END-IF
       END-IF
       EXIT.

      *> A PASSAGE IS ONE-WAY WHEN THE ROOM IT LEADS TO HAS NO EXIT
      *> IN ANY DIRECTION BACK. A DEAD END IS A ROOM WITH ONE WAY
      *> IN AND OUT AND NO DOOR TO THE OUTSIDE.
CHECKPASSAGES.
       DISPLAY SPACE
       DISPLAY "ONE-WAY PASSAGES:"
       PERFORM CHECKONEWAY VARYING ROOM-IDX FROM 1 BY 1
           UNTIL ROOM-IDX IS GREATER THAN ROOM-COUNT
       IF ONE-WAY-COUNT IS EQUAL TO 0 THEN
           DISPLAY "  NONE."
       END-IF
       DISPLAY SPACE
       DISPLAY "DEAD ENDS:"
       PERFORM CHECKDEADEND VARYING ROOM-IDX FROM 1 BY 1
           UNTIL ROOM-IDX IS GREATER THAN ROOM-COUNT
       IF DEAD-END-COUNT IS EQUAL TO 0 THEN
           DISPLAY "  NONE."
       END-IF
       EXIT.

CHECKONEWAY.
       PERFORM CHECKONEWAY-EXIT VARYING DIRECTION-IDX FROM 1 BY 1
           UNTIL DIRECTION-IDX IS GREATER THAN 6
       EXIT.

CHECKONEWAY-EXIT.
       MOVE MR-EXIT(ROOM-IDX, DIRECTION-IDX) TO NEXT-ROOM
       IF NEXT-ROOM IS GREATER THAN 0
               AND NEXT-ROOM IS NOT GREATER THAN ROOM-COUNT THEN
           MOVE "N" TO RETURN-FOUND-FLAG
           PERFORM CHECKRETURNEXIT VARYING OTHER-DIRECTION-IDX FROM 1 BY 1
               UNTIL OTHER-DIRECTION-IDX IS GREATER THAN 6
           IF NOT RETURN-FOUND THEN
               ADD 1 TO ONE-WAY-COUNT
               DISPLAY "  ROOM " ROOM-IDX " " DIRECTION-NAME(DIRECTION-IDX)
                   " TO ROOM " NEXT-ROOM " - NO WAY BACK"
           END-IF
       END-IF
       EXIT.

CHECKRETURNEXIT.
       IF MR-EXIT(NEXT-ROOM, OTHER-DIRECTION-IDX) IS EQUAL TO ROOM-IDX THEN
           SET RETURN-FOUND TO TRUE
       END-IF
       EXIT.

CHECKDEADEND.
       MOVE 0 TO EXIT-COUNT
       PERFORM COUNTROOMEXIT VARYING DIRECTION-IDX FROM 1 BY 1
           UNTIL DIRECTION-IDX IS GREATER THAN 6
       PERFORM CHECKLEAVESPYRAMID
       IF EXIT-COUNT IS EQUAL TO 0 THEN
           ADD 1 TO DEAD-END-COUNT
           DISPLAY "  ROOM " ROOM-IDX " - NO EXITS AT ALL"
       ELSE
           IF EXIT-COUNT IS EQUAL TO 1 AND NOT LEAVES-PYRAMID THEN
               ADD 1 TO DEAD-END-COUNT
               DISPLAY "  ROOM " ROOM-IDX
           END-IF
       END-IF
       EXIT.

COUNTROOMEXIT.
       IF MR-EXIT(ROOM-IDX, DIRECTION-IDX) IS GREATER THAN 0 THEN
           ADD 1 TO EXIT-COUNT
       END-IF
       EXIT.

      *> THE GAME IGNORES THE SHIELD'S START LOCATION IN ITEMS AND
      *> PLACES IT BY DIFFICULTY FROM TUNING, SO THE SHIELD IS
      *> CHECKED THERE INSTEAD.
CHECKITEMS.
       DISPLAY SPACE
       DISPLAY "ITEMS THAT START IN A ROOM NOBODY CAN REACH:"
       OPEN INPUT ITEMS-FILE
       IF ITEMS-STATUS IS NOT EQUAL TO "00" THEN
           DISPLAY "  ITEMS FILE NOT FOUND OR UNREADABLE - NOT CHECKED."
       ELSE
           PERFORM CHECKITEM-ENTRY UNTIL ITEMS-EOF
           CLOSE ITEMS-FILE
           IF STRANDED-COUNT IS EQUAL TO 0 THEN
               DISPLAY "  NONE."
           END-IF
       END-IF
       EXIT.

CHECKITEM-ENTRY.
       READ ITEMS-FILE
           AT END
               SET ITEMS-EOF TO TRUE
       END-READ
       IF NOT ITEMS-EOF THEN
           ADD 1 TO ITEM-COUNT
           IF IF-ITEM-NAME IS NOT EQUAL TO "SHIELD"
                   AND IF-START-LOCATION IS NUMERIC
                   AND IF-START-LOCATION IS GREATER THAN 0
                   AND IF-START-LOCATION IS NOT GREATER THAN ROOM-COUNT THEN
               IF MR-START-DISTANCE(IF-START-LOCATION) IS EQUAL TO 999 THEN
                   ADD 1 TO STRANDED-COUNT
                   DISPLAY "  " IF-ITEM-NAME " IN ROOM " IF-START-LOCATION
               END-IF
           END-IF
       END-IF
       EXIT.

CHECKSHIELDROOMS.
       DISPLAY SPACE
       DISPLAY "SHIELD STARTING ROOMS:"
       OPEN INPUT TUNING-FILE
       IF TUNING-STATUS IS NOT EQUAL TO "00" THEN
           DISPLAY "  TUNING FILE NOT FOUND OR UNREADABLE - NOT CHECKED."
       ELSE
           PERFORM CHECKSHIELD-ENTRY UNTIL TUNING-EOF
           CLOSE TUNING-FILE
       END-IF
       EXIT.

      *> SAME RULE AS THE GAME'S SETDIFFICULTYMODIFIERS: 999, OR ANY
      *> ROOM PAST THE MAP, MEANS THE LAST ROOM.
CHECKSHIELD-ENTRY.
       READ TUNING-FILE
           AT END
               SET TUNING-EOF TO TRUE
       END-READ
       IF NOT TUNING-EOF THEN
           EVALUATE TU-KEY
               WHEN "EASYSHLD"
                   MOVE "EASY" TO SHIELD-DIFFICULTY-NAME
                   PERFORM CHECKSHIELDROOM
               WHEN "NORMSHLD"
                   MOVE "NORMAL" TO SHIELD-DIFFICULTY-NAME
                   PERFORM CHECKSHIELDROOM
               WHEN "HARDSHLD"
                   MOVE "HARD" TO SHIELD-DIFFICULTY-NAME
                   PERFORM CHECKSHIELDROOM
           END-EVALUATE
       END-IF
       EXIT.

CHECKSHIELDROOM.
       IF TU-VALUE IS NOT NUMERIC OR TU-VALUE IS EQUAL TO 0 THEN
           DISPLAY "  " SHIELD-DIFFICULTY-NAME ": " TU-KEY " VALUE "
               TU-VALUE " IS NOT A ROOM - NOT CHECKED."
       ELSE
           MOVE TU-VALUE TO SHIELD-ROOM
           IF SHIELD-ROOM IS GREATER THAN ROOM-COUNT THEN
               MOVE ROOM-COUNT TO SHIELD-ROOM
           END-IF
           IF MR-START-DISTANCE(SHIELD-ROOM) IS EQUAL TO 999 THEN
               ADD 1 TO STRANDED-COUNT
               DISPLAY "  " SHIELD-DIFFICULTY-NAME ": ROOM " SHIELD-ROOM
                   " - CANNOT BE REACHED"
           ELSE
               DISPLAY "  " SHIELD-DIFFICULTY-NAME ": ROOM " SHIELD-ROOM
                   " - " MR-START-DISTANCE(SHIELD-ROOM) " MOVE(S) FROM THE START"
           END-IF
       END-IF
       EXIT.

      *> FOR EACH LEVEL: THE FEWEST MOVES FROM THE START TO ANY ROOM
      *> ON IT, AND THE SHORTEST START-TO-OUTSIDE ROUTE THAT PASSES
      *> THROUGH IT.
PRINTLEVELROUTES.
       DISPLAY SPACE
       DISPLAY "SHORTEST ROUTES BY LEVEL (MOVES, INCLUDING THE STEP OUTSIDE):"
       DISPLAY "LEVEL  TO REACH  START-TO-EXIT VIA LEVEL"
       PERFORM PRINTLEVELROUTE VARYING LEVEL-IDX FROM 1 BY 1
           UNTIL LEVEL-IDX IS GREATER THAN 9
       DISPLAY SPACE
       IF MR-ESCAPE-DISTANCE(1) IS EQUAL TO 999 THEN
           DISPLAY "SHORTEST ESCAPE FROM THE START: NONE - THE MAP CANNOT BE WON."
       ELSE
           DISPLAY "SHORTEST ESCAPE FROM THE START: " MR-ESCAPE-DISTANCE(1)
               " MOVE(S)"
       END-IF
       EXIT.

PRINTLEVELROUTE.
       MOVE "N" TO LEVEL-PRESENT-FLAG
       MOVE 999 TO LEVEL-REACH-MOVES
       MOVE 9999 TO LEVEL-ROUTE-MOVES
       PERFORM MEASURELEVELROOM VARYING ROOM-IDX FROM 1 BY 1
           UNTIL ROOM-IDX IS GREATER THAN ROOM-COUNT
       IF LEVEL-PRESENT THEN
           IF LEVEL-REACH-MOVES IS EQUAL TO 999 THEN
               DISPLAY "  " LEVEL-IDX "    UNREACHABLE"
           ELSE
               IF LEVEL-ROUTE-MOVES IS EQUAL TO 9999 THEN
                   DISPLAY "  " LEVEL-IDX "    " LEVEL-REACH-MOVES
                       "       NO ROUTE OUT"
               ELSE
                   DISPLAY "  " LEVEL-IDX "    " LEVEL-REACH-MOVES
                       "       " LEVEL-ROUTE-MOVES
               END-IF
           END-IF
       END-IF
       EXIT.

MEASURELEVELROOM.
       IF MR-LEVEL-NUMBER(ROOM-IDX) IS EQUAL TO LEVEL-IDX THEN
           SET LEVEL-PRESENT TO TRUE
           IF MR-START-DISTANCE(ROOM-IDX) IS LESS THAN LEVEL-REACH-MOVES THEN
               MOVE MR-START-DISTANCE(ROOM-IDX) TO LEVEL-REACH-MOVES
           END-IF
           IF MR-START-DISTANCE(ROOM-IDX) IS NOT EQUAL TO 999
                   AND MR-ESCAPE-DISTANCE(ROOM-IDX) IS NOT EQUAL TO 999 THEN
               COMPUTE ROUTE-MOVES = MR-START-DISTANCE(ROOM-IDX)
                   + MR-ESCAPE-DISTANCE(ROOM-IDX)
               IF ROUTE-MOVES IS LESS THAN LEVEL-ROUTE-MOVES THEN
                   MOVE ROUTE-MOVES TO LEVEL-ROUTE-MOVES
               END-IF
           END-IF
       END-IF
       EXIT.

      *> ONLY A MAP WITH NO ROUTE FROM THE START TO OUTSIDE FAILS THE
      *> RUN. THE OTHER FINDINGS ARE FOR THE MAP'S AUTHOR TO JUDGE -
      *> DEAD ENDS AND ONE-WAY DROPS CAN BE DELIBERATE.
PRINTSUMMARY.
       DISPLAY SPACE
       DISPLAY "UNREACHABLE ROOMS: " UNREACHABLE-COUNT
       DISPLAY "ROOMS WITH NO WAY OUT: " TRAPPED-COUNT
       DISPLAY "ONE-WAY PASSAGES: " ONE-WAY-COUNT
       DISPLAY "DEAD ENDS: " DEAD-END-COUNT
       DISPLAY "STRANDED ITEMS AND SHIELD ROOMS: " STRANDED-COUNT
       DISPLAY "EXITS THAT LEAD NOWHERE: " BAD-EXIT-COUNT
       IF MR-ESCAPE-DISTANCE(1) IS EQUAL TO 999 THEN
           DISPLAY "RESULT: UNWINNABLE - NO PATH FROM ROOM 1 TO AN EXIT."
           MOVE 8 TO RETURN-CODE
       ELSE
           DISPLAY "RESULT: WINNABLE."
       END-IF
       EXIT.
