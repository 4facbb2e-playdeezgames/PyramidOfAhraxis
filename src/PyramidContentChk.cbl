ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT ROOMS-FILE ASSIGN TO ROOMS-FILENAME
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS ROOMS-STATUS.
    SELECT ITEMS-FILE ASSIGN TO ITEMS-FILENAME
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS ITEMS-STATUS.
    SELECT MESSAGES-FILE ASSIGN TO MESSAGES-FILENAME
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS MESSAGES-STATUS.
    SELECT MONSTERS-FILE ASSIGN TO MONSTERS-FILENAME
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS MONSTERS-STATUS.
    SELECT TUNING-FILE ASSIGN TO TUNING-FILENAME
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS TUNING-STATUS.
    SELECT RELEASES-FILE ASSIGN TO "RELEASES"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS RELEASES-STATUS.
    SELECT COPY-IN-FILE ASSIGN TO COPY-IN-FILENAME
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS COPY-IN-STATUS.
    SELECT COPY-OUT-FILE ASSIGN TO COPY-OUT-FILENAME
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS COPY-OUT-STATUS.
    SELECT BATCHPARM-FILE ASSIGN TO "BATCHPARM"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS BATCHPARM-STATUS.

DATA DIVISION.
       FILE SECTION.
      *> THE ROOM COUNT, THE SET OF LEVELS IN USE, AND THE EXITS AND
      *> LOCKS MATTER TO THE CHECKS, BUT THE FULL LAYOUT IS DECLARED
      *> SO THE RECORD WIDTH TRACKS THE REAL FILE. EXITS AND LOCKS ARE
      *> ALSO VIEWED AS LISTS SO EVERY DIRECTION IS HANDLED ALIKE.
       FD ROOMS-FILE.
       01 RF-ROOM-RECORD.
          02 RF-ROOM-NUMBER PIC 999.
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
          02 RF-LOCK-LIST REDEFINES RF-LOCK-CODES.
             03 RF-LOCK PIC X(4) OCCURS 6 TIMES.

       FD ITEMS-FILE.
       01 IF-ITEM-RECORD.
          02 IF-GOLD-VALUE PIC 9999.
          02 IF-ITEM-WEIGHT PIC 99.
          02 IF-START-LOCATION PIC 999.
          02 IF-LOCK-CODE PIC X(4).

       FD MESSAGES-FILE.
       01 MF-MESSAGE-RECORD.
          02 TU-KEY PIC X(8).
          02 TU-VALUE PIC 999.

      *> ONE RECORD PER CONTENT RELEASE, APPENDED WHEN A STAGED SET
      *> IS PROMOTED. THE LAST RECORD IS THE RELEASE NOW LIVE, AND
      *> THE GAME STAMPS ITS NUMBER INTO EVERY GAMESAVE AND GAMEHIST
      *> RECORD. THE COUNTS RECORD WHAT WENT OUT IN THE RELEASE.
       FD RELEASES-FILE.
       01 RELEASES-RECORD.
          02 RL-RELEASE-NUMBER PIC 9(4).
          02 RL-RELEASE-DATE PIC X(8).
          02 RL-RELEASE-TIME PIC X(6).
          02 RL-ROOM-COUNT PIC 999.
          02 RL-ITEM-COUNT PIC 99.
          02 RL-MONSTER-COUNT PIC 99.
          02 RL-MESSAGE-COUNT PIC 999.
          02 RL-TUNING-COUNT PIC 99.

      *> ANY OF THE FIVE CONTENT FILES, COPIED LINE FOR LINE DURING A
      *> PROMOTION. THE RECORD IS WIDE ENOUGH FOR THE WIDEST OF THEM.
       FD COPY-IN-FILE.
       01 COPY-IN-RECORD PIC X(512).

       FD COPY-OUT-FILE.
       01 COPY-OUT-RECORD PIC X(512).

      *> LEFT BY THE BATCH DRIVER (PYRAMIDBATCH) WITH THE ANSWER TO
      *> THE CONSOLE PROMPT. EMPTY OR ABSENT WHEN RUN BY HAND.
       FD BATCHPARM-FILE.
       01 BATCHPARM-RECORD.
          02 BP-PROGRAM PIC X(20).
          02 BP-PARAMETER PIC X(40).

       WORKING-STORAGE SECTION.
      *> THE LIVE FILE NAMES, OR THE STAGED (.STG) SET WHEN A RELEASE
      *> IS BEING CHECKED FOR PROMOTION.
       01 ROOMS-FILENAME PIC X(20) VALUE "ROOMS".
       01 ITEMS-FILENAME PIC X(20) VALUE "ITEMS".
       01 MESSAGES-FILENAME PIC X(20) VALUE "MESSAGES".
       01 MONSTERS-FILENAME PIC X(20) VALUE "MONSTERS".
       01 TUNING-FILENAME PIC X(20) VALUE "TUNING".
       01 COMMAND PIC X(20).
       01 BATCHPARM-STATUS PIC XX.
       01 BATCH-PARM-FLAG PIC X VALUE "N".
          88 BATCH-PARM-FOUND VALUE "Y".
       01 RELEASE-MODE-FLAG PIC X VALUE "N".
          88 RELEASE-MODE VALUE "Y".
       01 CONTENT-FILE-TABLE.
          02 FILLER PIC X(8) VALUE "ROOMS".
          02 FILLER PIC X(8) VALUE "ITEMS".
          02 FILLER PIC X(8) VALUE "MONSTERS".
          02 FILLER PIC X(8) VALUE "MESSAGES".
          02 FILLER PIC X(8) VALUE "TUNING".
       01 CONTENT-FILES REDEFINES CONTENT-FILE-TABLE.
          02 CONTENT-FILE-NAME PIC X(8) OCCURS 5 TIMES.
       01 CONTENT-FILE-IDX PIC 9.
       01 RELEASES-STATUS PIC XX.
       01 RELEASES-EOF-FLAG PIC X VALUE "N".
          88 RELEASES-EOF VALUE "Y".
       01 LAST-RELEASE-NUMBER PIC 9(4) VALUE 0.
       01 NEW-RELEASE-NUMBER PIC 9(4).
       01 COPY-IN-FILENAME PIC X(20).
       01 COPY-OUT-FILENAME PIC X(20).
       01 COPY-IN-STATUS PIC XX.
       01 COPY-OUT-STATUS PIC XX.
       01 COPY-IN-EOF-FLAG PIC X.
          88 COPY-IN-EOF VALUE "Y".
       01 COPY-OK-FLAG PIC X.
          88 COPY-OK VALUE "Y".
       01 COPY-LINE-COUNT PIC 9(5).
       01 ROOMS-STATUS PIC XX.
       01 ROOMS-EOF-FLAG PIC X VALUE "N".
          88 ROOMS-EOF VALUE "Y".
       01 ITEM-IDX PIC 99.
       01 OTHER-ITEM-IDX PIC 99.
       01 ITEM-NAME-TABLE.
          02 CHECK-ITEM-ENTRY OCCURS 10 TIMES.
             03 CHECK-ITEM-NAME PIC X(10).
             03 CHECK-ITEM-TYPE PIC X.
             03 CHECK-ITEM-LOCK PIC X(4).
             03 CHECK-ITEM-START PIC 999.
      *> EXITS AND LOCKS OF EVERY ROOM, IN FILE ORDER - THE SAME
      *> POSITIONAL NUMBERING THE GAME USES. AN EXIT THAT IS NOT
      *> NUMERIC IS HELD AS NO EXIT.
       01 MAP-ROOM-TABLE.
          02 MAP-ROOM-ENTRY OCCURS 200 TIMES.
             03 MR-EXIT PIC 999 OCCURS 6 TIMES.
             03 MR-LOCK PIC X(4) OCCURS 6 TIMES.
             03 MR-REACHED-FLAG PIC X.
       01 ROOM-IDX PIC 999.
       01 CURRENT-ROOM PIC 999.
       01 NEXT-ROOM PIC 999.
       01 DIRECTION-IDX PIC 9.
       01 DIRECTION-NAME-DATA.
          02 FILLER PIC X(5) VALUE "NORTH".
          02 FILLER PIC X(5) VALUE "EAST".
          02 FILLER PIC X(5) VALUE "SOUTH".
          02 FILLER PIC X(5) VALUE "WEST".
          02 FILLER PIC X(5) VALUE "UP".
          02 FILLER PIC X(5) VALUE "DOWN".
       01 DIRECTION-NAMES REDEFINES DIRECTION-NAME-DATA.
          02 DIRECTION-NAME PIC X(5) OCCURS 6 TIMES.
      *> EVERY DISTINCT LOCK CODE ON THE MAP, WITH THE FIRST ROOM IT
      *> WAS SEEN IN. A LOCK IS OPEN ONCE A KEY FOR IT LIES IN A ROOM
      *> THE PLAYER CAN REACH.
       01 LOCK-COUNT PIC 999 VALUE 0.
       01 LOCK-IDX PIC 999.
       01 LOCK-MATCH-IDX PIC 999.
       01 LOCK-TABLE.
          02 LOCK-ENTRY OCCURS 200 TIMES.
             03 LT-LOCK-CODE PIC X(4).
             03 LT-FIRST-ROOM PIC 999.
             03 LT-KEY-FLAG PIC X.
                88 LT-HAS-KEY VALUE "Y".
             03 LT-OPEN-FLAG PIC X.
                88 LT-OPEN VALUE "Y".
       01 LOCK-PROGRESS-FLAG PIC X.
          88 LOCK-PROGRESS VALUE "Y".
       01 EXIT-PASSABLE-FLAG PIC X.
          88 EXIT-PASSABLE VALUE "Y".
      *> BREADTH-FIRST WORK QUEUE. EACH ROOM IS QUEUED AT MOST ONCE
      *> PER WALK, SO 200 SLOTS ARE ALWAYS ENOUGH.
       01 WALK-QUEUE.
          02 QUEUE-ROOM PIC 999 OCCURS 200 TIMES.
       01 QUEUE-HEAD PIC 999.
       01 QUEUE-TAIL PIC 999.
       01 MESSAGE-COUNT PIC 999 VALUE 0.
       01 MESSAGE-IDX PIC 999.
       01 MESSAGE-TABLE.
          02 FILLER PIC X(8) VALUE "SCOREIS".
          02 FILLER PIC X(8) VALUE "DIED".
          02 FILLER PIC X(8) VALUE "SCOREWAS".
          02 FILLER PIC X(8) VALUE "INVALID".
          02 FILLER PIC X(8) VALUE "CHARHDR".
          02 FILLER PIC X(8) VALUE "DAILY1".
          02 FILLER PIC X(8) VALUE "DAILYREJ".
          02 FILLER PIC X(8) VALUE "DAILYBST".
          02 FILLER PIC X(8) VALUE "DAILYRPT".
          02 FILLER PIC X(8) VALUE "BADGE".
          02 FILLER PIC X(8) VALUE "LOCKED".
          02 FILLER PIC X(8) VALUE "UNLOCKED".
          02 FILLER PIC X(8) VALUE "NOLOCK".
       01 REQUIRED-CODES REDEFINES REQUIRED-CODE-TABLE.
          02 REQUIRED-CODE PIC X(8) OCCURS 41 TIMES.

PROCEDURE DIVISION.
       PERFORM CHOOSERUNMODE
       PERFORM LOADROOMS
       PERFORM CHECKTUNING
       PERFORM CHECKITEMS
       PERFORM CHECKLOCKS
       PERFORM CHECKMESSAGES
       PERFORM CHECKMONSTERS
       PERFORM PRINTSUMMARY
       IF RELEASE-MODE AND VIOLATION-COUNT IS EQUAL TO 0 THEN
           PERFORM PROMOTERELEASE
       END-IF
       GOBACK.

      *> A RELEASE RUN CHECKS THE STAGED SET (ROOMS.STG, ITEMS.STG,
      *> MONSTERS.STG, MESSAGES.STG, TUNING.STG) AS ONE UNIT AND, ONLY
      *> IF ALL FIVE COME UP CLEAN TOGETHER, PROMOTES THEM OVER THE
      *> LIVE FILES AS THE NEXT NUMBERED RELEASE.
CHOOSERUNMODE.
       PERFORM READBATCHPARM
       IF BATCH-PARM-FOUND THEN
           MOVE BP-PARAMETER TO COMMAND
       ELSE
           DISPLAY "ENTER R TO CHECK AND RELEASE THE STAGED SET OR PRESS ENTER"
               " TO CHECK THE LIVE FILES: " WITH NO ADVANCING
           ACCEPT COMMAND
       END-IF
       IF COMMAND IS EQUAL TO "r" OR COMMAND IS EQUAL TO "R" THEN
           SET RELEASE-MODE TO TRUE
           MOVE "ROOMS.STG" TO ROOMS-FILENAME
           MOVE "ITEMS.STG" TO ITEMS-FILENAME
           MOVE "MESSAGES.STG" TO MESSAGES-FILENAME
           MOVE "MONSTERS.STG" TO MONSTERS-FILENAME
           MOVE "TUNING.STG" TO TUNING-FILENAME
       END-IF
       EXIT.

      *> UNDER THE BATCH DRIVER THE PROMPT IS ANSWERED FROM BATCHPARM.
      *> A PARAMETER LEFT FOR ANOTHER PROGRAM IS IGNORED.
READBATCHPARM.
       MOVE "N" TO BATCH-PARM-FLAG
       OPEN INPUT BATCHPARM-FILE
       IF BATCHPARM-STATUS IS EQUAL TO "00" THEN
           READ BATCHPARM-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF BP-PROGRAM IS EQUAL TO "PYRAMIDCONTENTCHK" THEN
                       SET BATCH-PARM-FOUND TO TRUE
                   END-IF
           END-READ
           CLOSE BATCHPARM-FILE
       END-IF
       EXIT.

LOADROOMS.
       MOVE ALL "N" TO LEVEL-FLAG-TABLE
       OPEN INPUT ROOMS-FILE
       IF ROOMS-STATUS IS NOT EQUAL TO "00" THEN
           DISPLAY FUNCTION TRIM(ROOMS-FILENAME)
               " FILE NOT FOUND OR UNREADABLE - CANNOT CHECK."
           MOVE 8 TO RETURN-CODE
           GOBACK
       END-IF
       PERFORM COUNTROOM UNTIL ROOMS-EOF
       CLOSE ROOMS-FILE
                       AND RF-LEVEL-NUMBER IS GREATER THAN 0 THEN
                   MOVE "Y" TO LEVEL-PRESENT-FLAG(RF-LEVEL-NUMBER)
               END-IF
               IF ROOM-COUNT IS NOT GREATER THAN 200 THEN
                   MOVE ROOM-COUNT TO ROOM-IDX
                   MOVE "N" TO MR-REACHED-FLAG(ROOM-IDX)
                   PERFORM LOADROOMEXIT VARYING DIRECTION-IDX FROM 1 BY 1
                       UNTIL DIRECTION-IDX IS GREATER THAN 6
               END-IF
       END-READ
       EXIT.

LOADROOMEXIT.
       IF RF-EXIT(DIRECTION-IDX) IS NUMERIC THEN
           MOVE RF-EXIT(DIRECTION-IDX) TO MR-EXIT(ROOM-IDX, DIRECTION-IDX)
       ELSE
           MOVE 0 TO MR-EXIT(ROOM-IDX, DIRECTION-IDX)
       END-IF
       MOVE RF-LOCK(DIRECTION-IDX) TO MR-LOCK(ROOM-IDX, DIRECTION-IDX)
       IF RF-LOCK(DIRECTION-IDX) IS NOT EQUAL TO SPACES THEN
           IF MR-EXIT(ROOM-IDX, DIRECTION-IDX) IS EQUAL TO 0 THEN
               ADD 1 TO VIOLATION-COUNT
               DISPLAY "ROOM " ROOM-IDX ": " DIRECTION-NAME(DIRECTION-IDX)
                   " IS LOCKED (" RF-LOCK(DIRECTION-IDX) ") BUT HAS NO EXIT."
           END-IF
           PERFORM ADDLOCKCODE
       END-IF
       EXIT.

ADDLOCKCODE.
       MOVE 0 TO LOCK-MATCH-IDX
       PERFORM MATCHLOCKCODE VARYING LOCK-IDX FROM 1 BY 1
           UNTIL LOCK-IDX IS GREATER THAN LOCK-COUNT OR LOCK-MATCH-IDX > 0
       IF LOCK-MATCH-IDX IS EQUAL TO 0
               AND LOCK-COUNT IS LESS THAN 200 THEN
           ADD 1 TO LOCK-COUNT
           MOVE RF-LOCK(DIRECTION-IDX) TO LT-LOCK-CODE(LOCK-COUNT)
           MOVE ROOM-IDX TO LT-FIRST-ROOM(LOCK-COUNT)
           MOVE "N" TO LT-KEY-FLAG(LOCK-COUNT)
           MOVE "N" TO LT-OPEN-FLAG(LOCK-COUNT)
       END-IF
       EXIT.

MATCHLOCKCODE.
       IF LT-LOCK-CODE(LOCK-IDX) IS EQUAL TO RF-LOCK(DIRECTION-IDX) THEN
           MOVE LOCK-IDX TO LOCK-MATCH-IDX
       END-IF
       EXIT.

CHECKTUNING.
       PERFORM CLEARTUNINGVALUE VARYING TUNING-RULE-IDX FROM 1 BY 1
           UNTIL TUNING-RULE-IDX IS GREATER THAN 13
       OPEN INPUT TUNING-FILE
       IF TUNING-STATUS IS NOT EQUAL TO "00" THEN
           ADD 1 TO VIOLATION-COUNT
           DISPLAY FUNCTION TRIM(TUNING-FILENAME)
               " FILE NOT FOUND OR UNREADABLE - THE GAME WILL REFUSE TO START."
       ELSE
           PERFORM CHECKTUNING-ENTRY UNTIL TUNING-EOF
           CLOSE TUNING-FILE
CHECKITEMS.
       OPEN INPUT ITEMS-FILE
       IF ITEMS-STATUS IS NOT EQUAL TO "00" THEN
           DISPLAY FUNCTION TRIM(ITEMS-FILENAME)
               " FILE NOT FOUND OR UNREADABLE - CANNOT CHECK."
           MOVE 8 TO RETURN-CODE
           GOBACK
       END-IF
       PERFORM CHECKITEM-ENTRY UNTIL ITEMS-EOF
       CLOSE ITEMS-FILE
CHECKITEMFIELDS.
       MOVE ITEM-COUNT TO ITEM-IDX
       MOVE IF-ITEM-NAME TO CHECK-ITEM-NAME(ITEM-IDX)
       MOVE IF-ITEM-TYPE TO CHECK-ITEM-TYPE(ITEM-IDX)
       MOVE IF-LOCK-CODE TO CHECK-ITEM-LOCK(ITEM-IDX)
       MOVE 0 TO CHECK-ITEM-START(ITEM-IDX)
       IF IF-ITEM-NAME IS EQUAL TO SPACES THEN
           ADD 1 TO VIOLATION-COUNT
           DISPLAY "ITEM " ITEM-COUNT ": NAME IS BLANK."
       PERFORM CHECKDUPLICATENAME VARYING OTHER-ITEM-IDX FROM 1 BY 1
           UNTIL OTHER-ITEM-IDX IS GREATER THAN OR EQUAL TO ITEM-IDX
       IF IF-ITEM-TYPE IS NOT EQUAL TO "E"
               AND IF-ITEM-TYPE IS NOT EQUAL TO "T"
               AND IF-ITEM-TYPE IS NOT EQUAL TO "K" THEN
           ADD 1 TO VIOLATION-COUNT
           DISPLAY "ITEM " FUNCTION TRIM(IF-ITEM-NAME) ": TYPE "
               IF-ITEM-TYPE " IS NOT E, T OR K."
       END-IF
       IF IF-ITEM-TYPE IS EQUAL TO "K" THEN
           IF IF-LOCK-CODE IS EQUAL TO SPACES THEN
               ADD 1 TO VIOLATION-COUNT
               DISPLAY "ITEM " FUNCTION TRIM(IF-ITEM-NAME)
                   ": KEY NAMES NO LOCK CODE."
           END-IF
       ELSE
           IF IF-LOCK-CODE IS NOT EQUAL TO SPACES THEN
               ADD 1 TO VIOLATION-COUNT
               DISPLAY "ITEM " FUNCTION TRIM(IF-ITEM-NAME) ": LOCK CODE "
                   IF-LOCK-CODE " ON AN ITEM THAT IS NOT A KEY (TYPE K)."
           END-IF
       END-IF
       IF IF-GOLD-VALUE IS NOT NUMERIC THEN
           ADD 1 TO VIOLATION-COUNT
               DISPLAY "ITEM " FUNCTION TRIM(IF-ITEM-NAME)
                   ": START LOCATION " IF-START-LOCATION
                   " IS NOT A ROOM ON THE MAP - THE ITEM IS STRANDED."
           ELSE
               MOVE IF-START-LOCATION TO CHECK-ITEM-START(ITEM-IDX)
           END-IF
       END-IF
       EXIT.
       END-IF
       EXIT.

      *> EVERY LOCK ON THE MAP NEEDS A KEY THE PLAYER CAN PICK UP
      *> WITHOUT FIRST GETTING THROUGH THAT SAME LOCK. THE MAP IS
      *> WALKED FROM ROOM 1 THROUGH UNLOCKED EXITS AND THROUGH LOCKS
      *> ALREADY OPENED; ANY LOCK WHOSE KEY LIES IN A ROOM THAT WALK
      *> REACHES IS OPENED AND THE WALK IS REPEATED, UNTIL A WALK
      *> OPENS NOTHING NEW. A KEY BEHIND ANOTHER LOCK IS FINE AS LONG
      *> AS THAT LOCK'S KEY IS REACHABLE IN TURN. ANY LOCK STILL SHUT
      *> AT THE END CAN NEVER BE OPENED.
CHECKLOCKS.
       PERFORM MARKKEYEDLOCK VARYING ITEM-IDX FROM 1 BY 1
           UNTIL ITEM-IDX IS GREATER THAN ITEM-COUNT OR ITEM-IDX > 10
       IF LOCK-COUNT IS GREATER THAN 0 AND ROOM-COUNT IS GREATER THAN 0 THEN
           SET LOCK-PROGRESS TO TRUE
           PERFORM OPENREACHABLELOCKS UNTIL NOT LOCK-PROGRESS
           PERFORM REPORTSHUTLOCK VARYING LOCK-IDX FROM 1 BY 1
               UNTIL LOCK-IDX IS GREATER THAN LOCK-COUNT
       END-IF
       EXIT.

      *> A KEY WHOSE CODE IS ON NO DOOR OPENS NOTHING.
MARKKEYEDLOCK.
       IF CHECK-ITEM-TYPE(ITEM-IDX) IS EQUAL TO "K"
               AND CHECK-ITEM-LOCK(ITEM-IDX) IS NOT EQUAL TO SPACES THEN
           MOVE 0 TO LOCK-MATCH-IDX
           PERFORM MATCHITEMLOCK VARYING LOCK-IDX FROM 1 BY 1
               UNTIL LOCK-IDX IS GREATER THAN LOCK-COUNT OR LOCK-MATCH-IDX > 0
           IF LOCK-MATCH-IDX IS EQUAL TO 0 THEN
               ADD 1 TO VIOLATION-COUNT
               DISPLAY "ITEM " FUNCTION TRIM(CHECK-ITEM-NAME(ITEM-IDX))
                   ": KEY FOR LOCK " CHECK-ITEM-LOCK(ITEM-IDX)
                   " BUT NO DOOR ON THE MAP CARRIES THAT LOCK."
           ELSE
               SET LT-HAS-KEY(LOCK-MATCH-IDX) TO TRUE
           END-IF
       END-IF
       EXIT.

MATCHITEMLOCK.
       IF LT-LOCK-CODE(LOCK-IDX) IS EQUAL TO CHECK-ITEM-LOCK(ITEM-IDX) THEN
           MOVE LOCK-IDX TO LOCK-MATCH-IDX
       END-IF
       EXIT.

OPENREACHABLELOCKS.
       MOVE "N" TO LOCK-PROGRESS-FLAG
       PERFORM WALKFROMSTART
       PERFORM OPENLOCKIFKEYREACHED VARYING ITEM-IDX FROM 1 BY 1
           UNTIL ITEM-IDX IS GREATER THAN ITEM-COUNT OR ITEM-IDX > 10
       EXIT.

WALKFROMSTART.
       PERFORM CLEARREACHED VARYING ROOM-IDX FROM 1 BY 1
           UNTIL ROOM-IDX IS GREATER THAN ROOM-COUNT OR ROOM-IDX > 200
       MOVE "Y" TO MR-REACHED-FLAG(1)
       MOVE 1 TO QUEUE-ROOM(1)
       MOVE 1 TO QUEUE-HEAD
       MOVE 1 TO QUEUE-TAIL
       PERFORM WALKFROMSTART-ENTRY UNTIL QUEUE-HEAD IS GREATER THAN QUEUE-TAIL
       EXIT.

CLEARREACHED.
       MOVE "N" TO MR-REACHED-FLAG(ROOM-IDX)
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
               AND NEXT-ROOM IS NOT GREATER THAN ROOM-COUNT
               AND NEXT-ROOM IS NOT GREATER THAN 200 THEN
           IF MR-REACHED-FLAG(NEXT-ROOM) IS NOT EQUAL TO "Y" THEN
               PERFORM CHECKEXITPASSABLE
               IF EXIT-PASSABLE THEN
                   MOVE "Y" TO MR-REACHED-FLAG(NEXT-ROOM)
                   ADD 1 TO QUEUE-TAIL
                   MOVE NEXT-ROOM TO QUEUE-ROOM(QUEUE-TAIL)
               END-IF
           END-IF
       END-IF
       EXIT.

CHECKEXITPASSABLE.
       MOVE "N" TO EXIT-PASSABLE-FLAG
       IF MR-LOCK(CURRENT-ROOM, DIRECTION-IDX) IS EQUAL TO SPACES THEN
           SET EXIT-PASSABLE TO TRUE
       ELSE
           PERFORM MATCHOPENLOCK VARYING LOCK-IDX FROM 1 BY 1
               UNTIL LOCK-IDX IS GREATER THAN LOCK-COUNT OR EXIT-PASSABLE
       END-IF
       EXIT.

MATCHOPENLOCK.
       IF LT-LOCK-CODE(LOCK-IDX) IS EQUAL TO
               MR-LOCK(CURRENT-ROOM, DIRECTION-IDX)
               AND LT-OPEN(LOCK-IDX) THEN
           SET EXIT-PASSABLE TO TRUE
       END-IF
       EXIT.

OPENLOCKIFKEYREACHED.
       IF CHECK-ITEM-TYPE(ITEM-IDX) IS EQUAL TO "K"
               AND CHECK-ITEM-START(ITEM-IDX) IS GREATER THAN 0
               AND CHECK-ITEM-START(ITEM-IDX) IS NOT GREATER THAN 200 THEN
           IF MR-REACHED-FLAG(CHECK-ITEM-START(ITEM-IDX)) IS EQUAL TO "Y" THEN
               PERFORM OPENKEYEDLOCK VARYING LOCK-IDX FROM 1 BY 1
                   UNTIL LOCK-IDX IS GREATER THAN LOCK-COUNT
           END-IF
       END-IF
       EXIT.

OPENKEYEDLOCK.
       IF LT-LOCK-CODE(LOCK-IDX) IS EQUAL TO CHECK-ITEM-LOCK(ITEM-IDX)
               AND NOT LT-OPEN(LOCK-IDX) THEN
           SET LT-OPEN(LOCK-IDX) TO TRUE
           SET LOCK-PROGRESS TO TRUE
       END-IF
       EXIT.

REPORTSHUTLOCK.
       IF NOT LT-OPEN(LOCK-IDX) THEN
           ADD 1 TO VIOLATION-COUNT
           IF LT-HAS-KEY(LOCK-IDX) THEN
               DISPLAY "LOCK " LT-LOCK-CODE(LOCK-IDX) " (ROOM "
                   LT-FIRST-ROOM(LOCK-IDX) "): NO KEY FOR IT CAN BE REACHED"
                   " WITHOUT FIRST PASSING THROUGH IT."
           ELSE
               DISPLAY "LOCK " LT-LOCK-CODE(LOCK-IDX) " (ROOM "
                   LT-FIRST-ROOM(LOCK-IDX) "): NO KEY IN THE ITEMS FILE"
                   " OPENS IT."
           END-IF
       END-IF
       EXIT.

CHECKMESSAGES.
       OPEN INPUT MESSAGES-FILE
       IF MESSAGES-STATUS IS NOT EQUAL TO "00" THEN
           DISPLAY FUNCTION TRIM(MESSAGES-FILENAME)
               " FILE NOT FOUND OR UNREADABLE - CANNOT CHECK."
           MOVE 8 TO RETURN-CODE
           GOBACK
       END-IF
       PERFORM LOADMESSAGE-ENTRY VARYING MESSAGE-IDX FROM 1 BY 1
           UNTIL MESSAGES-EOF OR MESSAGE-IDX IS GREATER THAN 150
       CLOSE MESSAGES-FILE
       PERFORM CHECKREQUIREDCODE VARYING REQUIRED-CODE-IDX FROM 1 BY 1
           UNTIL REQUIRED-CODE-IDX IS GREATER THAN 41
       EXIT.

LOADMESSAGE-ENTRY.
CHECKMONSTERS.
       OPEN INPUT MONSTERS-FILE
       IF MONSTERS-STATUS IS NOT EQUAL TO "00" THEN
           DISPLAY FUNCTION TRIM(MONSTERS-FILENAME)
               " FILE NOT FOUND OR UNREADABLE - CANNOT CHECK."
           MOVE 8 TO RETURN-CODE
           GOBACK
       END-IF
       PERFORM CHECKMONSTER-ENTRY UNTIL MONSTERS-EOF
       CLOSE MONSTERS-FILE
PRINTSUMMARY.
       DISPLAY SPACE
       DISPLAY "PYRAMID OF AHRAXIS - CONTENT INTEGRITY CHECK"
       IF RELEASE-MODE THEN
           DISPLAY "CONTENT SET: STAGED (.STG) FILES FOR RELEASE"
       END-IF
       DISPLAY "ROOMS ON MAP: " ROOM-COUNT
       DISPLAY "ITEMS CHECKED: " ITEM-COUNT
       DISPLAY "LOCKS ON MAP: " LOCK-COUNT
       DISPLAY "MESSAGE RECORDS CHECKED: " MESSAGE-COUNT
       DISPLAY "MONSTERS CHECKED: " MONSTER-COUNT
       DISPLAY "TUNING RECORDS CHECKED: " TUNING-RECORD-COUNT
           DISPLAY "RESULT: CLEAN - CONTENT FILES AGREE WITH THE MAP."
       ELSE
           DISPLAY "RESULT: " VIOLATION-COUNT " VIOLATION(S) FOUND."
           IF RELEASE-MODE THEN
               DISPLAY "STAGED SET NOT RELEASED - THE LIVE FILES ARE UNCHANGED."
           END-IF
           MOVE 8 TO RETURN-CODE
       END-IF
       EXIT.

      *> THE LIVE SET IS COPIED ASIDE TO .PRV FILES FIRST, SO A BAD
      *> RELEASE CAN BE BACKED OUT BY HAND. THE RELEASES RECORD IS
      *> ONLY WRITTEN ONCE ALL FIVE STAGED FILES ARE LIVE.
PROMOTERELEASE.
       PERFORM FINDLASTRELEASE
       COMPUTE NEW-RELEASE-NUMBER = LAST-RELEASE-NUMBER + 1
       SET COPY-OK TO TRUE
       PERFORM KEEPPREVIOUSFILE VARYING CONTENT-FILE-IDX FROM 1 BY 1
           UNTIL CONTENT-FILE-IDX IS GREATER THAN 5 OR NOT COPY-OK
       IF NOT COPY-OK THEN
           DISPLAY "LIVE FILES COULD NOT BE KEPT ASIDE - STAGED SET NOT"
               " RELEASED."
           MOVE 8 TO RETURN-CODE
           GOBACK
       END-IF
       PERFORM PROMOTESTAGEDFILE VARYING CONTENT-FILE-IDX FROM 1 BY 1
           UNTIL CONTENT-FILE-IDX IS GREATER THAN 5 OR NOT COPY-OK
       IF NOT COPY-OK THEN
           DISPLAY "PROMOTION STOPPED PART WAY - THE LIVE FILES MAY BE A"
               " MIX OF RELEASES. COPY THE .PRV FILES BACK BEFORE PLAY."
           MOVE 8 TO RETURN-CODE
           GOBACK
       END-IF
       PERFORM APPENDRELEASE
       DISPLAY "CONTENT RELEASE " NEW-RELEASE-NUMBER " IS NOW LIVE."
       EXIT.

FINDLASTRELEASE.
       MOVE 0 TO LAST-RELEASE-NUMBER
       OPEN INPUT RELEASES-FILE
       IF RELEASES-STATUS IS EQUAL TO "00" THEN
           PERFORM FINDLASTRELEASE-ENTRY UNTIL RELEASES-EOF
           CLOSE RELEASES-FILE
       END-IF
       EXIT.

FINDLASTRELEASE-ENTRY.
       READ RELEASES-FILE
           AT END
               SET RELEASES-EOF TO TRUE
           NOT AT END
               IF RL-RELEASE-NUMBER IS NUMERIC THEN
                   MOVE RL-RELEASE-NUMBER TO LAST-RELEASE-NUMBER
               END-IF
       END-READ
       EXIT.

      *> A LIVE FILE THAT DOES NOT EXIST YET HAS NOTHING TO KEEP.
KEEPPREVIOUSFILE.
       MOVE CONTENT-FILE-NAME(CONTENT-FILE-IDX) TO COPY-IN-FILENAME
       MOVE SPACES TO COPY-OUT-FILENAME
       STRING FUNCTION TRIM(CONTENT-FILE-NAME(CONTENT-FILE-IDX)) ".PRV"
           DELIMITED BY SIZE INTO COPY-OUT-FILENAME
       PERFORM COPYCONTENTFILE
       IF COPY-IN-STATUS IS EQUAL TO "35" THEN
           SET COPY-OK TO TRUE
       END-IF
       EXIT.

PROMOTESTAGEDFILE.
       MOVE SPACES TO COPY-IN-FILENAME
       STRING FUNCTION TRIM(CONTENT-FILE-NAME(CONTENT-FILE-IDX)) ".STG"
           DELIMITED BY SIZE INTO COPY-IN-FILENAME
       MOVE CONTENT-FILE-NAME(CONTENT-FILE-IDX) TO COPY-OUT-FILENAME
       PERFORM COPYCONTENTFILE
       IF COPY-OK THEN
           DISPLAY "PROMOTED " FUNCTION TRIM(COPY-IN-FILENAME) " TO "
               FUNCTION TRIM(COPY-OUT-FILENAME) " - " COPY-LINE-COUNT " RECORD(S)"
       ELSE
           DISPLAY FUNCTION TRIM(COPY-IN-FILENAME) " COULD NOT BE COPIED TO "
               FUNCTION TRIM(COPY-OUT-FILENAME) "."
       END-IF
       EXIT.

COPYCONTENTFILE.
       MOVE "N" TO COPY-OK-FLAG
       MOVE "N" TO COPY-IN-EOF-FLAG
       MOVE 0 TO COPY-LINE-COUNT
       OPEN INPUT COPY-IN-FILE
       IF COPY-IN-STATUS IS EQUAL TO "00" THEN
           OPEN OUTPUT COPY-OUT-FILE
           IF COPY-OUT-STATUS IS EQUAL TO "00" THEN
               PERFORM COPYCONTENTFILE-ENTRY UNTIL COPY-IN-EOF
               CLOSE COPY-OUT-FILE
               IF COPY-OUT-STATUS IS EQUAL TO "00" THEN
                   SET COPY-OK TO TRUE
               END-IF
           END-IF
           CLOSE COPY-IN-FILE
       END-IF
       EXIT.

COPYCONTENTFILE-ENTRY.
       READ COPY-IN-FILE
           AT END
               SET COPY-IN-EOF TO TRUE
           NOT AT END
               WRITE COPY-OUT-RECORD FROM COPY-IN-RECORD
               ADD 1 TO COPY-LINE-COUNT
       END-READ
       EXIT.

APPENDRELEASE.
       OPEN EXTEND RELEASES-FILE
       IF RELEASES-STATUS IS EQUAL TO "35" THEN
           CLOSE RELEASES-FILE
           OPEN OUTPUT RELEASES-FILE
       END-IF
       IF RELEASES-STATUS IS NOT EQUAL TO "00" THEN
           DISPLAY "RELEASES COULD NOT BE WRITTEN - THE NEW FILES ARE LIVE"
               " BUT THE GAME WILL STILL STAMP RELEASE " LAST-RELEASE-NUMBER "."
           MOVE 8 TO RETURN-CODE
           GOBACK
       END-IF
       MOVE NEW-RELEASE-NUMBER TO RL-RELEASE-NUMBER
       MOVE FUNCTION CURRENT-DATE(1:8) TO RL-RELEASE-DATE
       MOVE FUNCTION CURRENT-DATE(9:6) TO RL-RELEASE-TIME
       MOVE ROOM-COUNT TO RL-ROOM-COUNT
       MOVE ITEM-COUNT TO RL-ITEM-COUNT
       MOVE MONSTER-COUNT TO RL-MONSTER-COUNT
       MOVE MESSAGE-COUNT TO RL-MESSAGE-COUNT
       MOVE TUNING-RECORD-COUNT TO RL-TUNING-COUNT
       WRITE RELEASES-RECORD
       CLOSE RELEASES-FILE
       EXIT.
