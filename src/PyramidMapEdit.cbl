          02 RF-DOWN-EXIT PIC 999.
          02 RF-HAZARD-FLAG PIC X.
          02 RF-DARK-FLAG PIC X.
          02 RF-LOCK-CODES.
             03 RF-NORTH-LOCK PIC X(4).
             03 RF-EAST-LOCK PIC X(4).
             03 RF-SOUTH-LOCK PIC X(4).
             03 RF-WEST-LOCK PIC X(4).
             03 RF-UP-LOCK PIC X(4).
             03 RF-DOWN-LOCK PIC X(4).

      *> GENERIC RECORD FOR THE PRE-SAVE GENERATION COPIES - WIDE
      *> ENOUGH FOR A FULL ROOMS RECORD. LINE SEQUENTIAL COPYING
             03 RT-DOWN-EXIT PIC 999.
             03 RT-HAZARD-FLAG PIC X.
             03 RT-DARK-FLAG PIC X.
             03 RT-LOCK-CODES.
                04 RT-NORTH-LOCK PIC X(4).
                04 RT-EAST-LOCK PIC X(4).
                04 RT-SOUTH-LOCK PIC X(4).
                04 RT-WEST-LOCK PIC X(4).
                04 RT-UP-LOCK PIC X(4).
                04 RT-DOWN-LOCK PIC X(4).
       01 SCRATCHPAD.
          02 COMMAND PIC X(20).
          02 EDIT-TEXT PIC X(70).
          02 EDIT-DIRECTION-NAME PIC X(5).
          02 EDIT-FLAG PIC X.
          02 EDIT-EXIT PIC 999.
          02 EDIT-LOCK PIC X(4).
          02 ENTRY-VALID-FLAG PIC X.
             88 ENTRY-VALID VALUE "Y".
          02 MAP-CHANGED-FLAG PIC X VALUE "N".
       DISPLAY "[A]DD ROOM"
       DISPLAY "[C]OPY ROOM"
       DISPLAY "[E]DIT ROOM"
       DISPLAY "[K] SET DOOR LOCKS"
       DISPLAY "[V]ALIDATE MAP"
       DISPLAY "[S]AVE AND QUIT"
       DISPLAY "[Q]UIT WITHOUT SAVING"
               GO TO COPYROOM
           WHEN "e" WHEN "E"
               GO TO CHANGEROOM
           WHEN "k" WHEN "K"
               GO TO CHANGELOCKS
           WHEN "v" WHEN "V"
               GO TO VALIDATEMENU
           WHEN "s" WHEN "S"
           MOVE RF-DOWN-EXIT TO RT-DOWN-EXIT(ROOM-IDX)
           MOVE RF-HAZARD-FLAG TO RT-HAZARD-FLAG(ROOM-IDX)
           MOVE RF-DARK-FLAG TO RT-DARK-FLAG(ROOM-IDX)
           MOVE RF-LOCK-CODES TO RT-LOCK-CODES(ROOM-IDX)
       END-IF
       EXIT.

       PERFORM DISPLAYROOM-LINE VARYING ROOM-LINE-IDX FROM 1 BY 1
           UNTIL ROOM-LINE-IDX IS GREATER THAN 5
       DISPLAY "NORTH FLAG " RT-NORTH-FLAG(ROOM-IDX) " EXIT " RT-NORTH-EXIT(ROOM-IDX)
           " LOCK " RT-NORTH-LOCK(ROOM-IDX)
       DISPLAY "EAST  FLAG " RT-EAST-FLAG(ROOM-IDX) " EXIT " RT-EAST-EXIT(ROOM-IDX)
           " LOCK " RT-EAST-LOCK(ROOM-IDX)
       DISPLAY "SOUTH FLAG " RT-SOUTH-FLAG(ROOM-IDX) " EXIT " RT-SOUTH-EXIT(ROOM-IDX)
           " LOCK " RT-SOUTH-LOCK(ROOM-IDX)
       DISPLAY "WEST  FLAG " RT-WEST-FLAG(ROOM-IDX) " EXIT " RT-WEST-EXIT(ROOM-IDX)
           " LOCK " RT-WEST-LOCK(ROOM-IDX)
       DISPLAY "UP    FLAG " RT-UP-FLAG(ROOM-IDX) " EXIT " RT-UP-EXIT(ROOM-IDX)
           " LOCK " RT-UP-LOCK(ROOM-IDX)
       DISPLAY "DOWN  FLAG " RT-DOWN-FLAG(ROOM-IDX) " EXIT " RT-DOWN-EXIT(ROOM-IDX)
           " LOCK " RT-DOWN-LOCK(ROOM-IDX)
       DISPLAY "HAZARD FLAG " RT-HAZARD-FLAG(ROOM-IDX)
       DISPLAY "DARK   FLAG " RT-DARK-FLAG(ROOM-IDX)
       GO TO EDITORMENU.
       MOVE 0 TO RT-DOWN-EXIT(ROOM-IDX)
       MOVE "N" TO RT-HAZARD-FLAG(ROOM-IDX)
       MOVE "N" TO RT-DARK-FLAG(ROOM-IDX)
       MOVE SPACES TO RT-LOCK-CODES(ROOM-IDX)
       DISPLAY "ADDING ROOM " EDIT-ROOM-NUMBER "."
       PERFORM EDITROOMFIELDS
       GO TO EDITORMENU.
       PERFORM EDITROOMFIELDS
       GO TO EDITORMENU.

      *> LOCK SCREEN FOR ONE ROOM: EACH DIRECTION WITH AN EXIT MAY BE
      *> GIVEN A LOCK CODE OF UP TO FOUR CHARACTERS. THE GAME OPENS IT
      *> ONLY FOR A KEY IN ITEMS NAMING THE SAME CODE - PUT THE SAME
      *> CODE ON THE MATCHING EXIT OF THE ROOM BEYOND TO LOCK THE DOOR
      *> FROM BOTH SIDES. PYRAMIDCONTENTCHK CONFIRMS EVERY LOCK HAS A
      *> KEY THE PLAYER CAN REACH.
CHANGELOCKS.
       PERFORM GETROOMNUMBER
       IF NOT ENTRY-VALID THEN
           GO TO EDITORMENU
       END-IF
       SET ROOM-IDX TO EDIT-ROOM-NUMBER
       DISPLAY SPACE
       DISPLAY "LOCKS FOR ROOM " EDIT-ROOM-NUMBER
           " (CODE, - TO CLEAR, OR * TO KEEP):"
       MOVE "NORTH" TO EDIT-DIRECTION-NAME
       MOVE RT-NORTH-EXIT(ROOM-IDX) TO EDIT-EXIT
       MOVE RT-NORTH-LOCK(ROOM-IDX) TO EDIT-LOCK
       PERFORM EDITLOCK
       MOVE EDIT-LOCK TO RT-NORTH-LOCK(ROOM-IDX)
       MOVE "EAST" TO EDIT-DIRECTION-NAME
       MOVE RT-EAST-EXIT(ROOM-IDX) TO EDIT-EXIT
       MOVE RT-EAST-LOCK(ROOM-IDX) TO EDIT-LOCK
       PERFORM EDITLOCK
       MOVE EDIT-LOCK TO RT-EAST-LOCK(ROOM-IDX)
       MOVE "SOUTH" TO EDIT-DIRECTION-NAME
       MOVE RT-SOUTH-EXIT(ROOM-IDX) TO EDIT-EXIT
       MOVE RT-SOUTH-LOCK(ROOM-IDX) TO EDIT-LOCK
       PERFORM EDITLOCK
       MOVE EDIT-LOCK TO RT-SOUTH-LOCK(ROOM-IDX)
       MOVE "WEST" TO EDIT-DIRECTION-NAME
       MOVE RT-WEST-EXIT(ROOM-IDX) TO EDIT-EXIT
       MOVE RT-WEST-LOCK(ROOM-IDX) TO EDIT-LOCK
       PERFORM EDITLOCK
       MOVE EDIT-LOCK TO RT-WEST-LOCK(ROOM-IDX)
       MOVE "UP" TO EDIT-DIRECTION-NAME
       MOVE RT-UP-EXIT(ROOM-IDX) TO EDIT-EXIT
       MOVE RT-UP-LOCK(ROOM-IDX) TO EDIT-LOCK
       PERFORM EDITLOCK
       MOVE EDIT-LOCK TO RT-UP-LOCK(ROOM-IDX)
       MOVE "DOWN" TO EDIT-DIRECTION-NAME
       MOVE RT-DOWN-EXIT(ROOM-IDX) TO EDIT-EXIT
       MOVE RT-DOWN-LOCK(ROOM-IDX) TO EDIT-LOCK
       PERFORM EDITLOCK
       MOVE EDIT-LOCK TO RT-DOWN-LOCK(ROOM-IDX)
       SET MAP-CHANGED TO TRUE
       GO TO EDITORMENU.

      *> A DIRECTION WITH NO EXIT AND NO LOCK IS SKIPPED. ONE WITH NO
      *> EXIT BUT A LEFTOVER LOCK IS STILL SHOWN SO IT CAN BE CLEARED.
EDITLOCK.
       IF EDIT-EXIT IS NOT EQUAL TO 0 OR EDIT-LOCK IS NOT EQUAL TO SPACES THEN
           MOVE "N" TO ENTRY-VALID-FLAG
           PERFORM GETLOCKCODE UNTIL ENTRY-VALID
       END-IF
       EXIT.

GETLOCKCODE.
       DISPLAY EDIT-DIRECTION-NAME " EXIT " EDIT-EXIT " LOCK IS "
           EDIT-LOCK ": " WITH NO ADVANCING
       ACCEPT COMMAND
       EVALUATE TRUE
           WHEN COMMAND IS EQUAL TO "*"
               SET ENTRY-VALID TO TRUE
           WHEN COMMAND IS EQUAL TO "-"
               MOVE SPACES TO EDIT-LOCK
               SET ENTRY-VALID TO TRUE
           WHEN COMMAND IS EQUAL TO SPACES
               DISPLAY "ENTER A CODE, - OR *."
           WHEN COMMAND(5:16) IS NOT EQUAL TO SPACES
               DISPLAY "A LOCK CODE IS AT MOST FOUR CHARACTERS."
           WHEN EDIT-EXIT IS EQUAL TO 0
               DISPLAY "A LOCK NEEDS AN EXIT - SET THE EXIT FIRST."
           WHEN OTHER
               MOVE FUNCTION UPPER-CASE(COMMAND(1:4)) TO EDIT-LOCK
               SET ENTRY-VALID TO TRUE
       END-EVALUATE
       EXIT.

      *> FIELD-BY-FIELD PASS OVER ONE ROOM. THE DESCRIPTION LINE COUNT
      *> IS NEVER TYPED IN - IT IS RECOMPUTED FROM THE LINES ACTUALLY
      *> FILLED, SO IT CANNOT DRIFT THE WAY A HAND-EDITED RECORD CAN.
       SET CHECK-ROOM-NUMBER TO ROOM-IDX
       MOVE RT-NORTH-FLAG(ROOM-IDX) TO EDIT-FLAG
       MOVE RT-NORTH-EXIT(ROOM-IDX) TO EDIT-EXIT
       MOVE RT-NORTH-LOCK(ROOM-IDX) TO EDIT-LOCK
       MOVE "NORTH" TO EDIT-DIRECTION-NAME
       PERFORM VALIDATEDIRECTION
       MOVE RT-EAST-FLAG(ROOM-IDX) TO EDIT-FLAG
       MOVE RT-EAST-EXIT(ROOM-IDX) TO EDIT-EXIT
       MOVE RT-EAST-LOCK(ROOM-IDX) TO EDIT-LOCK
       MOVE "EAST" TO EDIT-DIRECTION-NAME
       PERFORM VALIDATEDIRECTION
       MOVE RT-SOUTH-FLAG(ROOM-IDX) TO EDIT-FLAG
       MOVE RT-SOUTH-EXIT(ROOM-IDX) TO EDIT-EXIT
       MOVE RT-SOUTH-LOCK(ROOM-IDX) TO EDIT-LOCK
       MOVE "SOUTH" TO EDIT-DIRECTION-NAME
       PERFORM VALIDATEDIRECTION
       MOVE RT-WEST-FLAG(ROOM-IDX) TO EDIT-FLAG
       MOVE RT-WEST-EXIT(ROOM-IDX) TO EDIT-EXIT
       MOVE RT-WEST-LOCK(ROOM-IDX) TO EDIT-LOCK
       MOVE "WEST" TO EDIT-DIRECTION-NAME
       PERFORM VALIDATEDIRECTION
       MOVE RT-UP-FLAG(ROOM-IDX) TO EDIT-FLAG
       MOVE RT-UP-EXIT(ROOM-IDX) TO EDIT-EXIT
       MOVE RT-UP-LOCK(ROOM-IDX) TO EDIT-LOCK
       MOVE "UP" TO EDIT-DIRECTION-NAME
       PERFORM VALIDATEDIRECTION
       MOVE RT-DOWN-FLAG(ROOM-IDX) TO EDIT-FLAG
       MOVE RT-DOWN-EXIT(ROOM-IDX) TO EDIT-EXIT
       MOVE RT-DOWN-LOCK(ROOM-IDX) TO EDIT-LOCK
       MOVE "DOWN" TO EDIT-DIRECTION-NAME
       PERFORM VALIDATEDIRECTION
       PERFORM COUNTFILLEDLINES
           DISPLAY "ROOM " CHECK-ROOM-NUMBER ": " EDIT-DIRECTION-NAME
               " EXIT " EDIT-EXIT " IS NOT A ROOM ON THIS MAP."
       END-IF
       IF EDIT-LOCK IS NOT EQUAL TO SPACES AND EDIT-EXIT IS EQUAL TO 0 THEN
           ADD 1 TO VIOLATION-COUNT
           DISPLAY "ROOM " CHECK-ROOM-NUMBER ": " EDIT-DIRECTION-NAME
               " IS LOCKED (" EDIT-LOCK ") BUT HAS NO EXIT."
       END-IF
       EXIT.

SAVEROOMS.
       MOVE RT-DOWN-EXIT(ROOM-IDX) TO RF-DOWN-EXIT
       MOVE RT-HAZARD-FLAG(ROOM-IDX) TO RF-HAZARD-FLAG
       MOVE RT-DARK-FLAG(ROOM-IDX) TO RF-DARK-FLAG
       MOVE RT-LOCK-CODES(ROOM-IDX) TO RF-LOCK-CODES
       WRITE RF-ROOM-RECORD
       EXIT.

