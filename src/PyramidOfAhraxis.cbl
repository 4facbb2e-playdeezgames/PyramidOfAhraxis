    SELECT REPLAY-FILE ASSIGN TO "REPLAYCMDS"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS REPLAY-STATUS.
    SELECT RUNEVENTS-FILE ASSIGN TO "RUNEVENTS"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS RUNEVENTS-STATUS.
    SELECT ACHIEVEMENTS-FILE ASSIGN TO "ACHIEVEMENTS"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS ACHIEVEMENTS-STATUS.
    SELECT PLAYERACH-FILE ASSIGN TO "PLAYERACH"
        ORGANIZATION INDEXED
        ACCESS DYNAMIC
        RECORD KEY PA-KEY
        FILE STATUS PLAYERACH-STATUS.
    SELECT HELD-FILE ASSIGN TO "HELDSCORES"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS HELD-STATUS.
    SELECT RELEASES-FILE ASSIGN TO "RELEASES"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS RELEASES-STATUS.
    SELECT TOURNEY-FILE ASSIGN TO "TOURNEY"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS TOURNEY-STATUS.
    SELECT TOURNENT-FILE ASSIGN TO "TOURNENT"
        ORGANIZATION INDEXED
        ACCESS DYNAMIC
        RECORD KEY TE-KEY
        FILE STATUS TOURNENT-STATUS.

DATA DIVISION.
       FILE SECTION.
      *> KEPT FLAT (RATHER THAN FIELD-FOR-FIELD) SO THE FD AND THE
      *> WORKING-STORAGE COPY OF GAMEREC.CPY DON'T DEFINE THE SAME
      *> ELEMENTARY NAMES TWICE IN ONE PROGRAM. RESTOREGAME REFUSES
      *> ANY RECORD WHOSE VERSION OR CHECKSUM DOES NOT MATCH. THE
      *> SIGNED-ON PLAYER'S INITIALS FOLLOW THE PAYLOAD, OUTSIDE THE
      *> CHECKSUM LIKE THE GAMEHIST TRAILER, SO ONLY THE PLAYER WHO
      *> SAVED A GAME CAN RESTORE IT. A SAVE WRITTEN BEFORE SIGN-ON
      *> EXISTED READS THEM BACK AS SPACES AND ANYONE MAY RESTORE IT.
      *> THE CONTENT RELEASE THE GAME WAS SAVED UNDER FOLLOWS THE
      *> INITIALS ON THE SAME TERMS - A SAVE OLDER THAN RELEASES
      *> READS IT BACK AS SPACES. THE LOCKS UNLOCKED SO FAR THIS RUN
      *> FOLLOW THE RELEASE, AGAIN OUTSIDE THE CHECKSUM; AN OLDER SAVE
      *> READS THEM BACK AS SPACES AND RESTORES WITH EVERY DOOR LOCKED.
       01 GAMESAVE-RECORD.
          02 GS-VERSION PIC 99.
          02 GS-CHECKSUM PIC 9(6).
          02 GS-PAYLOAD PIC X(358).
          02 GS-INITIALS PIC X(3).
          02 GS-RELEASE PIC 9(4).
          02 GS-UNLOCKED-LOCKS.
             03 GS-UNLOCKED-LOCK PIC X(4) OCCURS 10 TIMES.

      *> THE PREVIOUS SAVED GAME, KEPT ASIDE BEFORE EVERY SAVE
      *> REWRITES GAMESAVE IN PLACE - A SAVE INTERRUPTED MID-WRITE
      *> NO LONGER COSTS THE PLAYER THEIR LAST GOOD SAVE.
       FD GAMESAVE-BAK-FILE.
       01 GAMESAVE-BAK-RECORD PIC X(413).

       FD GAMEHIST-FILE.
      *> VERSIONED ARCHIVAL RECORD, ONE PER COMPLETED RUN - SAME
      *> CHOSEN (R RANDOM, Q QA SEED, D DAILY), AND HOW IT ENDED
      *> (W/D). THEY SIT OUTSIDE THE CHECKSUMMED PAYLOAD, SO THE
      *> LAYOUT VERSION STAYS 2 AND RECORDS WRITTEN BEFORE THE
      *> TRAILER EXISTED SIMPLY READ IT BACK AS SPACES. THE LAST
      *> TRAILER FIELD IS THE CONTENT RELEASE THE RUN WAS PLAYED ON.
      *> A TOURNAMENT RUN (SEED MODE T) ALSO CARRIES ITS EVENT CODE
      *> AND ROUND; ANY OTHER RUN LEAVES THEM SPACES AND 0.
       01 GAMEHIST-RECORD.
          02 GH-VERSION PIC 99.
          02 GH-CHECKSUM PIC 9(6).
          02 GH-RUN-DIFFICULTY PIC X.
          02 GH-RUN-SEED-MODE PIC X.
          02 GH-RUN-OUTCOME PIC X.
          02 GH-RUN-RELEASE PIC 9(4).
          02 GH-RUN-EVENT PIC X(8).
          02 GH-RUN-ROUND PIC 9.

       FD HISCORE-FILE.
       01 HISCORE-RECORD.
      *> ONE CAREER RECORD PER PLAYER, KEYED BY INITIALS. POSTED BY
      *> BOTH GAME ENDINGS (ESCAPE AND DEATH) AND BROWSED FROM THE
      *> MAIN MENU, SO A REGULAR CAN SEE HOW OFTEN THEY REALLY GOT OUT.
      *> THE RECORD IS CREATED WHEN A NEW PLAYER REGISTERS AT SIGN-ON
      *> AND CARRIES THEIR PIN AND STATUS (S = SUSPENDED BY THE
      *> OPERATOR). A RECORD FROM BEFORE SIGN-ON EXISTED HAS A BLANK
      *> PIN, AND THE PLAYER CHOOSES ONE THE FIRST TIME THEY SIGN ON.
       FD PLAYERS-FILE.
       01 PLAYERS-RECORD.
          02 PL-INITIALS PIC X(3).
          02 PL-TOTAL-SCORE PIC 9(7).
          02 PL-FIRST-PLAYED PIC X(8).
          02 PL-LAST-PLAYED PIC X(8).
          02 PL-PIN PIC X(4).
          02 PL-STATUS PIC X.
             88 PL-SUSPENDED VALUE "S".

      *> ONE FIXED-WIDTH RECORD PER ROOM: PYRAMID LEVEL, DESCRIPTION
      *> LINES, WHICH DIRECTIONS SHOW AS AVAILABLE, AND WHERE EACH
      *> DIRECTION LEADS (0 = NO EXIT, 999 = EXIT THE PYRAMID). LOADED
      *> INTO ROOM-TABLE BELOW ONCE AT STARTUP SO THE GAME CAN JUMP TO
      *> ANY ROOM WITHOUT RE-READING THE FILE. EACH DIRECTION MAY ALSO
      *> CARRY A LOCK CODE (SPACES = NOT LOCKED); ONLY A KEY NAMING THE
      *> SAME CODE OPENS IT. ONE CODE ON BOTH SIDES OF A DOOR LOCKS IT
      *> FROM EITHER SIDE, AND ONE UNLOCK OPENS BOTH.
       FD ROOMS-FILE.
       01 RF-ROOM-RECORD.
          02 RF-ROOM-NUMBER PIC 999.
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

      *> ONE FIXED-WIDTH RECORD PER ITEM IN THE DUNGEON: NAME, TYPE
      *> (E = EQUIPMENT, T = TREASURE, K = KEY), GOLD VALUE SCORED
      *> WHEN THE PLAYER ESCAPES CARRYING IT, WEIGHT COUNTED AGAINST
      *> STRENGTH, THE ROOM IT STARTS IN, AND FOR A KEY THE LOCK CODE
      *> IT OPENS (SPACES FOR ANY OTHER ITEM). LOADED INTO
      *> ITEM-MASTER-TABLE BELOW ONCE AT STARTUP, THE SAME WAY ROOMS IS.
       FD ITEMS-FILE.
       01 IF-ITEM-RECORD.
          02 IF-ITEM-NAME PIC X(10).
          02 IF-GOLD-VALUE PIC 9999.
          02 IF-ITEM-WEIGHT PIC 99.
          02 IF-START-LOCATION PIC 999.
          02 IF-LOCK-CODE PIC X(4).

      *> ONE KEYED LINE OF PLAYER-FACING PROSE: AN EIGHT-CHARACTER
      *> MESSAGE CODE AND THE TEXT. A CODE MAY REPEAT ACROSS SEVERAL
      *> ACTUALLY PLAYED) PLUS THE TRANSCRIPT FILE THE SESSION
      *> LANDED IN, SO PYRAMIDSESSIONS AND PYRAMIDVERIFY CAN BE
      *> POINTED AT ONE DAY'S FILE INSTEAD OF SCANNING MONTHS OF
      *> DEAD SESSIONS. THE SIGNED-ON PLAYER'S INITIALS CLOSE THE
      *> LINE.
       FD TRANSIDX-FILE.
       01 TRANSIDX-RECORD.
          02 TX-DATE PIC X(8).
          02 TX-DIFFICULTY PIC X.
          02 FILLER PIC X.
          02 TX-FILENAME PIC X(20).
          02 FILLER PIC X.
          02 TX-INITIALS PIC X(3).

      *> OPTIONAL QA SCRIPT, ONE LINE PER KEYSTROKE RESPONSE. WHEN THE
      *> FILE IS PRESENT AT STARTUP THE GAME RUNS UNATTENDED, FEEDING
       FD REPLAY-FILE.
       01 REPLAY-RECORD PIC X(80).

      *> ONE FIXED-WIDTH RECORD PER HAZARD ENCOUNTER: WHEN, WHO, AT
      *> WHICH DIFFICULTY, WHERE, WHICH MONSTER ("HAZARD" FOR THE
      *> ANONYMOUS FALLBACK), HOW MANY ROUNDS AND HOW MANY OF THEM
      *> WERE FIGHTS OR DODGES, THE DAMAGE THE PLAYER ACTUALLY TOOK
      *> AFTER THE SHIELD, WHO WON (P PLAYER, M MONSTER), AND WHETHER
      *> THE MONSTER WAS SLAIN. PYRAMIDLETHALITY READS THIS FILE TO
      *> SHOW THE DESIGNERS WHICH MONSTERS AND ROOMS ARE DOING THE
      *> KILLING.
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

      *> ONE CODED BADGE DEFINITION PER RECORD. THE RULE SAYS WHAT
      *> EARNS IT: H ESCAPED ON HARD, V VISITED EVERY ROOM IN ONE RUN,
      *> T ESCAPED CARRYING EVERY TREASURE IN ITEMS, M SLEW THE
      *> MONSTER NAMED IN AC-MONSTER-NAME, D WON A DAILY CHALLENGE.
      *> LOADED ONCE AT STARTUP; WITHOUT THE FILE NO BADGES ARE GIVEN.
       FD ACHIEVEMENTS-FILE.
       01 ACHIEVEMENTS-RECORD.
          02 AC-CODE PIC X(8).
          02 AC-RULE PIC X.
          02 AC-MONSTER-NAME PIC X(12).
          02 AC-DESCRIPTION PIC X(40).

      *> ONE RECORD PER BADGE A PLAYER HOLDS, KEYED BY INITIALS AND
      *> BADGE CODE, WITH THE DATE IT WAS EARNED. A BADGE IS EARNED
      *> ONCE - THE FIRST DATE STANDS.
       FD PLAYERACH-FILE.
       01 PLAYERACH-RECORD.
          02 PA-KEY.
             03 PA-INITIALS PIC X(3).
             03 PA-BADGE-CODE PIC X(8).
          02 PA-DATE-EARNED PIC X(8).

      *> LEADERBOARD ENTRIES FLAGGED BY THE NIGHTLY SCREENING JOB
      *> (PYRAMIDSCREEN). AN ENTRY STILL HELD (H) OR CONFIRMED AS BAD
      *> (C) IS LEFT OFF THE BOARDS; ONE RELEASED (R) SHOWS AGAIN.
       FD HELD-FILE.
       01 HELD-RECORD.
          02 HD-SOURCE PIC X.
          02 HD-INITIALS PIC X(3).
          02 HD-SCORE PIC 9999.
          02 HD-DATE PIC X(8).
          02 HD-REASON PIC X(4).
          02 HD-STATUS PIC X.
          02 HD-FLAGGED-DATE PIC X(8).

      *> ONE RECORD PER CONTENT RELEASE PROMOTED BY PYRAMIDCONTENTCHK.
      *> THE LAST RECORD IS THE RELEASE NOW LIVE; ONLY ITS NUMBER IS
      *> USED HERE.
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

      *> ONE RECORD PER TOURNAMENT, KEPT BY HAND LIKE ACHIEVEMENTS:
      *> THE EVENT CODE, THE DATES IT IS OPEN (INCLUSIVE), THE
      *> DIFFICULTY EVERY ROUND IS PLAYED AT, HOW MANY ROUNDS IT HAS,
      *> AND THE SEED FOR EACH ROUND SO EVERY ENTRANT GETS THE SAME
      *> DUNGEON IN THE SAME ROUND.
       FD TOURNEY-FILE.
       01 TOURNEY-RECORD.
          02 TN-EVENT-CODE PIC X(8).
          02 TN-EVENT-NAME PIC X(30).
          02 TN-START-DATE PIC X(8).
          02 TN-END-DATE PIC X(8).
          02 TN-DIFFICULTY PIC X.
          02 TN-ROUND-COUNT PIC 9.
          02 TN-ROUND-SEED PIC 9(8) OCCURS 9 TIMES.

      *> THE ENTRANT ROSTER, KEYED BY EVENT AND INITIALS, KEPT FROM
      *> PYRAMIDPLAYEREDIT. A ROUND IS MARKED STARTED (S) THE MOMENT
      *> THE ENTRANT BEGINS IT, SO QUITTING PART WAY STILL USES IT UP.
       FD TOURNENT-FILE.
       01 TOURNENT-RECORD.
          02 TE-KEY.
             03 TE-EVENT-CODE PIC X(8).
             03 TE-INITIALS PIC X(3).
          02 TE-ENTERED-DATE PIC X(8).
          02 TE-ROUND-TABLE.
             03 TE-ROUND OCCURS 9 TIMES.
                04 TE-ROUND-STATUS PIC X.
                   88 TE-ROUND-STARTED VALUE "S".
                04 TE-ROUND-DATE PIC X(8).

       WORKING-STORAGE SECTION.
       COPY GAMEREC REPLACING RECORD-NAME BY GAMEDATA.
      *> BUMP SAVE-RECORD-VERSION WHENEVER THE GAMEREC.CPY LAYOUT
       01 CHECKSUM-IDX PIC 999.
       01 GAMESAVE-STATUS PIC XX.
       01 GAMESAVE-BAK-STATUS PIC XX.
       01 GAMESAVE-HOLD PIC X(413).
       01 GAMESAVE-BAK-KEPT-FLAG PIC X.
          88 GAMESAVE-BAK-KEPT VALUE "Y".
       01 GAMEHIST-STATUS PIC XX.
       01 DAILY-ELIGIBLE-FLAG PIC X.
          88 DAILY-ELIGIBLE VALUE "Y".
       01 DAILY-DISPLAY-COUNT PIC 99.
       01 HELD-STATUS PIC XX.
       01 HELD-EOF-FLAG PIC X.
          88 HELD-EOF VALUE "Y".
       01 HELD-COUNT PIC 9(4).
       01 HELD-IDX PIC 9(4).
       01 HELD-TABLE.
          02 HELD-ENTRY OCCURS 2000 TIMES.
             03 HE-SOURCE PIC X.
             03 HE-INITIALS PIC X(3).
             03 HE-SCORE PIC 9999.
             03 HE-DATE PIC X(8).
       01 ENTRY-HELD-FLAG PIC X.
          88 ENTRY-HELD VALUE "Y".
       01 RELEASES-STATUS PIC XX.
       01 RELEASES-EOF-FLAG PIC X VALUE "N".
          88 RELEASES-EOF VALUE "Y".
      *> 0 UNTIL THE FIRST RELEASE HAS BEEN PROMOTED.
       01 CONTENT-RELEASE PIC 9(4) VALUE 0.
       01 TODAYS-DATE PIC X(8).
       01 TOURNEY-STATUS PIC XX.
       01 TOURNEY-EOF-FLAG PIC X.
          88 TOURNEY-EOF VALUE "Y".
       01 TOURNEY-FOUND-FLAG PIC X.
          88 TOURNEY-FOUND VALUE "Y".
       01 TOURNENT-STATUS PIC XX.
       01 TOURNEY-EVENT-CODE PIC X(8).
      *> THE ROUND BEING PLAYED; 0 WHEN NO ROUND IS LEFT TO PLAY.
       01 TOURNEY-ROUND PIC 9 VALUE 0.
       01 TOURNEY-ROUND-IDX PIC 99.
       01 TOURNEY-HOLD.
          02 TH-EVENT-NAME PIC X(30).
          02 TH-START-DATE PIC X(8).
          02 TH-END-DATE PIC X(8).
          02 TH-DIFFICULTY PIC X.
          02 TH-ROUND-COUNT PIC 9.
          02 TH-ROUND-SEED PIC 9(8) OCCURS 9 TIMES.
       01 PLAYERS-STATUS PIC XX.
       01 PLAYER-FOUND-FLAG PIC X VALUE "N".
          88 PLAYER-FOUND VALUE "Y".
       01 SIGNED-ON-FLAG PIC X VALUE "N".
          88 SIGNED-ON VALUE "Y".
       01 SIGNON-INITIALS PIC X(3).
       01 LOOKUP-INITIALS PIC X(3).
       01 SIGNON-PIN PIC X(4).
       01 SIGNON-PIN-FIRST PIC X(4).
       01 PIN-VALID-FLAG PIC X.
          88 PIN-VALID VALUE "Y".
       01 ROOMS-STATUS PIC XX.
       01 ROOMS-EOF-FLAG PIC X VALUE "N".
          88 ROOMS-EOF VALUE "Y".
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
       01 ITEMS-STATUS PIC XX.
       01 ITEMS-EOF-FLAG PIC X VALUE "N".
          88 ITEMS-EOF VALUE "Y".
             03 IM-TYPE PIC X.
                88 IM-EQUIPMENT VALUE "E".
                88 IM-TREASURE VALUE "T".
                88 IM-KEY VALUE "K".
             03 IM-GOLD-VALUE PIC 9999.
             03 IM-WEIGHT PIC 99.
             03 IM-START-LOCATION PIC 999.
             03 IM-LOCK-CODE PIC X(4).
       01 CARRIED-WEIGHT PIC 999.
       01 SEARCH-ITEM-NAME PIC X(10).
       01 FOUND-ITEM-IDX PIC 99.
      *> LOCK CODES OPENED WITH USE <KEY> THIS RUN. ONCE A CODE IS
      *> HERE ITS DOORS STAY OPEN WHETHER OR NOT THE KEY IS STILL
      *> CARRIED. SAVED AND RESTORED WITH THE GAME.
       01 UNLOCKED-LOCK-TABLE.
          02 UNLOCKED-LOCK PIC X(4) OCCURS 10 TIMES.
       01 UNLOCKED-LOCK-IDX PIC 99.
       01 EXIT-LOCK-CODE PIC X(4).
       01 EXIT-LOCKED-FLAG PIC X.
          88 EXIT-LOCKED VALUE "Y".
       01 MESSAGES-STATUS PIC XX.
       01 MESSAGES-EOF-FLAG PIC X VALUE "N".
          88 MESSAGES-EOF VALUE "Y".
       01 REPLAY-STATUS PIC XX.
       01 REPLAY-MODE-FLAG PIC X VALUE "N".
          88 REPLAY-MODE VALUE "Y".
       01 RUNEVENTS-STATUS PIC XX.
       01 ACHIEVEMENTS-STATUS PIC XX.
       01 ACHIEVEMENTS-EOF-FLAG PIC X VALUE "N".
          88 ACHIEVEMENTS-EOF VALUE "Y".
       01 ACHIEVEMENT-COUNT PIC 99 VALUE 0.
       01 ACHIEVEMENT-IDX PIC 99.
       01 FOUND-ACHIEVEMENT-IDX PIC 99.
       01 ACHIEVEMENT-TABLE.
          02 ACHIEVEMENT-ENTRY OCCURS 30 TIMES.
             03 AT-CODE PIC X(8).
             03 AT-RULE PIC X.
                88 AT-RULE-HARD-ESCAPE VALUE "H".
                88 AT-RULE-ALL-ROOMS VALUE "V".
                88 AT-RULE-ALL-TREASURE VALUE "T".
                88 AT-RULE-MONSTER VALUE "M".
                88 AT-RULE-DAILY-WIN VALUE "D".
             03 AT-MONSTER-NAME PIC X(12).
             03 AT-DESCRIPTION PIC X(40).
       01 PLAYERACH-STATUS PIC XX.
       01 PLAYERACH-EOF-FLAG PIC X.
          88 PLAYERACH-EOF VALUE "Y".
       01 BADGE-HELD-FLAG PIC X.
          88 BADGE-HELD VALUE "Y".
       01 BADGE-QUALIFIES-FLAG PIC X.
          88 BADGE-QUALIFIES VALUE "Y".
       01 BADGE-EARNED-DATE PIC X(8).
       01 BADGE-SHOWN-COUNT PIC 99.
       01 TREASURE-COUNT PIC 99.
       01 TREASURE-CARRIED-COUNT PIC 99.
      *> THE PLAYER'S OWN DAILY CHALLENGE ENTRIES FOR PAST DATES,
      *> GATHERED WHILE CHECKING THE DAILY-WIN BADGE. AN ENTRY IS
      *> MARKED BEATEN WHEN ANOTHER PLAYER SCORED HIGHER THAT DATE.
       01 DAILY-CLAIM-COUNT PIC 999.
       01 DAILY-CLAIM-IDX PIC 999.
       01 DAILY-CLAIM-TABLE.
          02 DAILY-CLAIM-ENTRY OCCURS 400 TIMES.
             03 DC-DATE PIC X(8).
             03 DC-SCORE PIC 9999.
             03 DC-BEATEN-FLAG PIC X.
                88 DC-BEATEN VALUE "Y".
      *> THE RUN'S ENCOUNTERS ARE HELD HERE UNTIL THE RUN ENDS AND
      *> ARE WRITTEN TO RUNEVENTS TOGETHER, UNDER THE SIGNED-ON
      *> PLAYER'S INITIALS. ENCOUNTERS PAST THE TABLE'S CAPACITY ARE
      *> NOT RECORDED.
       01 RUN-EVENT-COUNT PIC 99 VALUE 0.
       01 RUN-EVENT-IDX PIC 99.
       01 RUN-EVENT-TABLE.
          02 RUN-EVENT-ENTRY OCCURS 50 TIMES.
             03 EV-DATE PIC X(8).
             03 EV-DIFFICULTY PIC X.
             03 EV-ROOM-NUMBER PIC 999.
             03 EV-LEVEL-NUMBER PIC 9.
             03 EV-MONSTER-NAME PIC X(12).
             03 EV-ROUNDS PIC 99.
             03 EV-FIGHTS PIC 99.
             03 EV-DODGES PIC 99.
             03 EV-DAMAGE-TAKEN PIC 999.
             03 EV-WINNER PIC X.
             03 EV-MONSTER-SLAIN PIC X.
       01 SCRATCHPAD.
          02 RNGSEEDDATA PIC 999.
          02 RNGSEED-OVERRIDE PIC X(10).
          02 DAGGER-DAMAGE PIC 99.
          02 ENCOUNTER-OVER-FLAG PIC X.
             88 ENCOUNTER-OVER VALUE "Y".
          02 ENCOUNTER-ROUNDS PIC 99.
          02 ENCOUNTER-FIGHTS PIC 99.
          02 ENCOUNTER-DODGES PIC 99.
          02 ENCOUNTER-DAMAGE-TAKEN PIC 999.
          02 ENCOUNTER-WINNER PIC X.
             88 ENCOUNTER-PLAYER-WON VALUE "P".
             88 ENCOUNTER-MONSTER-WON VALUE "M".
          02 ENCOUNTER-SLAIN-FLAG PIC X.
             88 ENCOUNTER-MONSTER-SLAIN VALUE "Y".
          02 AVAILABLECOMMANDS.
             03 DIRECTIONCOMMANDS.
                04 NORTH PIC X VALUE "N".
       PERFORM LOADITEMS
       PERFORM LOADMESSAGES
       PERFORM LOADMONSTERS
       PERFORM LOADTUNING
       PERFORM LOADACHIEVEMENTS
       PERFORM LOADRELEASE.
TITLESCREEN.
       DISPLAY SPACE
       MOVE "TITLE" TO MESSAGE-CODE
       PERFORM DISPLAYMESSAGE.
MAINMENU.
       DISPLAY SPACE
       IF SIGNED-ON THEN
           DISPLAY "SIGNED ON AS " PLAYER-INITIALS
       END-IF
       DISPLAY "MAIN MENU:"
       DISPLAY "[S]TART GAME"
       DISPLAY "[D]AILY CHALLENGE"
       DISPLAY "TOUR[N]AMENT ROUND"
       DISPLAY "[R]ESTORE GAME"
       DISPLAY "[H]IGH SCORES"
       DISPLAY "[T]ODAY'S SCORES"
       DISPLAY "[P]LAYER RECORD"
       DISPLAY "[I]NSTRUCTIONS"
       IF SIGNED-ON THEN
           DISPLAY "SIGN [O]FF"
       END-IF
       DISPLAY "[Q]UIT"
       PERFORM GETCOMMAND
       PERFORM LOGCOMMAND
       EVALUATE COMMAND
        WHEN "s" WHEN "S"
           PERFORM SIGNON
           IF SIGNED-ON THEN
               GO TO CHOOSEDIFFICULTY
           END-IF
           GO TO MAINMENU
        WHEN "d" WHEN "D"
           PERFORM SIGNON
           IF SIGNED-ON THEN
               GO TO STARTDAILY
           END-IF
           GO TO MAINMENU
        WHEN "n" WHEN "N"
           PERFORM SIGNON
           IF SIGNED-ON THEN
               GO TO STARTTOURNEY
           END-IF
           GO TO MAINMENU
        WHEN "r" WHEN "R"
           PERFORM SIGNON
           IF SIGNED-ON THEN
               GO TO RESTOREGAME
           END-IF
           GO TO MAINMENU
        WHEN "h" WHEN "H"
           GO TO SHOWHISCORES
        WHEN "t" WHEN "T"
           GO TO SHOWPLAYERRECORD
        WHEN "i" WHEN "I"
           GO TO INSTRUCTIONS
        WHEN "o" WHEN "O"
           GO TO SIGNOFF
        WHEN "q" WHEN "Q"
           GO TO CONFIRMQUIT
        WHEN OTHER
           GO TO MAINMENU
       END-EVALUATE.

      *> A RUN IS CREDITED TO WHOEVER SIGNED ON BEFORE IT STARTED.
      *> NEW INITIALS REGISTER WITH A PIN AND GET THEIR CAREER RECORD
      *> ON THE SPOT; KNOWN INITIALS MUST GIVE THEIR PIN, AND A
      *> SUSPENDED PLAYER IS TURNED AWAY. THE PIN IS NEVER LOGGED TO
      *> THE TRANSCRIPT. ONCE SIGNED ON, THE PLAYER STAYS SIGNED ON
      *> FOR THE REST OF THE SITTING OR UNTIL SIGN [O]FF.
SIGNON.
       IF NOT SIGNED-ON THEN
           PERFORM SIGNONPLAYER
       END-IF
       EXIT.

SIGNONPLAYER.
       DISPLAY SPACE
       DISPLAY "SIGN ON - ENTER YOUR INITIALS: " WITH NO ADVANCING
       PERFORM GETCOMMAND
       PERFORM LOGCOMMAND
       MOVE FUNCTION UPPER-CASE(COMMAND(1:3)) TO SIGNON-INITIALS
       IF SIGNON-INITIALS IS EQUAL TO SPACES THEN
           DISPLAY "NO INITIALS GIVEN - NOT SIGNED ON."
       ELSE
           OPEN I-O PLAYERS-FILE
           IF PLAYERS-STATUS IS EQUAL TO "35" THEN
               OPEN OUTPUT PLAYERS-FILE
               CLOSE PLAYERS-FILE
               OPEN I-O PLAYERS-FILE
           END-IF
           IF PLAYERS-STATUS IS NOT EQUAL TO "00" THEN
               DISPLAY "PLAYER RECORDS ARE UNAVAILABLE - CANNOT SIGN ON."
           ELSE
               MOVE SIGNON-INITIALS TO PL-INITIALS
               READ PLAYERS-FILE
                   INVALID KEY
                       PERFORM REGISTERPLAYER
                   NOT INVALID KEY
                       PERFORM VERIFYPLAYER
               END-READ
               CLOSE PLAYERS-FILE
           END-IF
       END-IF
       IF SIGNED-ON THEN
           MOVE SIGNON-INITIALS TO PLAYER-INITIALS
           DISPLAY "SIGNED ON AS " PLAYER-INITIALS "."
           PERFORM LOGSESSIONPLAYER
       END-IF
       EXIT.

REGISTERPLAYER.
       DISPLAY "NO PLAYER " SIGNON-INITIALS " ON FILE - REGISTER AS A NEW PLAYER? (Y/N): "
           WITH NO ADVANCING
       PERFORM GETCOMMAND
       PERFORM LOGCOMMAND
       IF COMMAND IS EQUAL TO "y" OR COMMAND IS EQUAL TO "Y" THEN
           PERFORM CHOOSEPIN
           IF PIN-VALID THEN
               MOVE SIGNON-INITIALS TO PL-INITIALS
               MOVE 0 TO PL-GAMES-PLAYED
               MOVE 0 TO PL-WINS
               MOVE 0 TO PL-DEATHS
               MOVE 0 TO PL-BEST-SCORE
               MOVE 0 TO PL-TOTAL-SCORE
               MOVE FUNCTION CURRENT-DATE(1:8) TO PL-FIRST-PLAYED
               MOVE SPACES TO PL-LAST-PLAYED
               MOVE SIGNON-PIN TO PL-PIN
               MOVE SPACE TO PL-STATUS
               WRITE PLAYERS-RECORD
               IF PLAYERS-STATUS IS EQUAL TO "00" THEN
                   DISPLAY "PLAYER " SIGNON-INITIALS " REGISTERED."
                   SET SIGNED-ON TO TRUE
               ELSE
                   DISPLAY "PLAYER COULD NOT BE REGISTERED."
               END-IF
           END-IF
       ELSE
           DISPLAY "NOT SIGNED ON."
       END-IF
       EXIT.

VERIFYPLAYER.
       EVALUATE TRUE
           WHEN PL-SUSPENDED
               DISPLAY "PLAYER " PL-INITIALS " IS SUSPENDED - SEE THE OPERATOR."
           WHEN PL-PIN IS EQUAL TO SPACES
               DISPLAY "PLAYER " PL-INITIALS " HAS NO PIN YET."
               PERFORM CHOOSEPIN
               IF PIN-VALID THEN
                   MOVE SIGNON-PIN TO PL-PIN
                   REWRITE PLAYERS-RECORD
                   IF PLAYERS-STATUS IS EQUAL TO "00" THEN
                       SET SIGNED-ON TO TRUE
                   ELSE
                       DISPLAY "PIN COULD NOT BE SAVED - NOT SIGNED ON."
                   END-IF
               END-IF
           WHEN OTHER
               DISPLAY "ENTER YOUR PIN: " WITH NO ADVANCING
               PERFORM GETPINENTRY
               IF PIN-VALID AND SIGNON-PIN IS EQUAL TO PL-PIN THEN
                   SET SIGNED-ON TO TRUE
               ELSE
                   DISPLAY "WRONG PIN - NOT SIGNED ON."
               END-IF
       END-EVALUATE
       EXIT.

      *> THE PIN IS TYPED TWICE AND BOTH MUST AGREE; PIN-VALID IS
      *> LEFT SET ONLY WHEN THEY DO.
CHOOSEPIN.
       DISPLAY "CHOOSE A 4-DIGIT PIN: " WITH NO ADVANCING
       PERFORM GETPINENTRY
       IF PIN-VALID THEN
           MOVE SIGNON-PIN TO SIGNON-PIN-FIRST
           DISPLAY "ENTER THE SAME PIN AGAIN: " WITH NO ADVANCING
           PERFORM GETPINENTRY
           IF PIN-VALID AND SIGNON-PIN IS NOT EQUAL TO SIGNON-PIN-FIRST THEN
               MOVE "N" TO PIN-VALID-FLAG
               DISPLAY "THE TWO PINS DO NOT MATCH - NOT SIGNED ON."
           END-IF
       END-IF
       EXIT.

GETPINENTRY.
       MOVE "N" TO PIN-VALID-FLAG
       PERFORM GETCOMMAND
       MOVE COMMAND(1:4) TO SIGNON-PIN
       IF SIGNON-PIN IS NUMERIC AND COMMAND(5:16) IS EQUAL TO SPACES THEN
           SET PIN-VALID TO TRUE
       ELSE
           DISPLAY "A PIN IS EXACTLY FOUR DIGITS - NOT SIGNED ON."
       END-IF
       EXIT.

SIGNOFF.
       IF SIGNED-ON THEN
           DISPLAY SPACE
           DISPLAY PLAYER-INITIALS " SIGNED OFF."
           MOVE SPACES TO TRANSCRIPT-LINE
           STRING "SESSION SIGNOFF " PLAYER-INITIALS
               DELIMITED BY SIZE INTO TRANSCRIPT-LINE
           PERFORM APPENDTRANSCRIPT
           MOVE "N" TO SIGNED-ON-FLAG
           MOVE SPACES TO PLAYER-INITIALS
       END-IF
       GO TO MAINMENU.

SHOWHISCORES.
       DISPLAY SPACE
       DISPLAY "HIGH SCORES:"
       PERFORM LOADHELDSCORES
       SORT HISCORE-SORT-FILE ON DESCENDING KEY HSS-SCORE
           USING HISCORE-FILE
           GIVING HISCORE-SORTED-FILE
       GO TO MAINMENU.

SHOWHISCORE-ENTRY.
       MOVE "N" TO ENTRY-HELD-FLAG
       PERFORM MATCHHELDHISCORE VARYING HELD-IDX FROM 1 BY 1
           UNTIL HELD-IDX IS GREATER THAN HELD-COUNT OR ENTRY-HELD
       IF NOT ENTRY-HELD THEN
           ADD 1 TO HISCORE-DISPLAY-COUNT
           DISPLAY HISCORE-DISPLAY-COUNT ". " HSO-INITIALS " " HSO-SCORE " " HSO-DATE
       END-IF
       READ HISCORE-SORTED-FILE
           AT END
               SET HISCORE-SORTED-EOF TO TRUE
       END-READ
       EXIT.

      *> ANY PLAYER'S RECORD CAN BE LOOKED UP. THE LOOKUP HAS ITS OWN
      *> INITIALS FIELD SO IT NEVER DISTURBS WHO IS SIGNED ON; A BLANK
      *> ENTRY SHOWS THE SIGNED-ON PLAYER'S OWN RECORD.
SHOWPLAYERRECORD.
       DISPLAY SPACE
       DISPLAY "ENTER PLAYER INITIALS: " WITH NO ADVANCING
       PERFORM GETCOMMAND
       MOVE FUNCTION UPPER-CASE(COMMAND(1:3)) TO LOOKUP-INITIALS
       IF LOOKUP-INITIALS IS EQUAL TO SPACES THEN
           MOVE PLAYER-INITIALS TO LOOKUP-INITIALS
       END-IF
       OPEN INPUT PLAYERS-FILE
       IF PLAYERS-STATUS IS NOT EQUAL TO "00" THEN
           DISPLAY "NO PLAYER RECORDS YET."
           GO TO MAINMENU
       END-IF
       MOVE LOOKUP-INITIALS TO PL-INITIALS
       READ PLAYERS-FILE
           INVALID KEY
               DISPLAY "NO CAREER RECORD FOR " PL-INITIALS "."
               DISPLAY "TOTAL SCORE: " PL-TOTAL-SCORE
               DISPLAY "FIRST PLAYED: " PL-FIRST-PLAYED
               DISPLAY "LAST PLAYED: " PL-LAST-PLAYED
               PERFORM SHOWPLAYERBADGES
       END-READ
       CLOSE PLAYERS-FILE
       GO TO MAINMENU.

SHOWPLAYERBADGES.
       DISPLAY "BADGES:"
       MOVE 0 TO BADGE-SHOWN-COUNT
       OPEN INPUT PLAYERACH-FILE
       IF PLAYERACH-STATUS IS EQUAL TO "00" THEN
           MOVE "N" TO PLAYERACH-EOF-FLAG
           MOVE LOOKUP-INITIALS TO PA-INITIALS
           MOVE LOW-VALUES TO PA-BADGE-CODE
           START PLAYERACH-FILE KEY IS GREATER THAN OR EQUAL TO PA-KEY
               INVALID KEY
                   SET PLAYERACH-EOF TO TRUE
           END-START
           PERFORM SHOWPLAYERBADGE-ENTRY UNTIL PLAYERACH-EOF
           CLOSE PLAYERACH-FILE
       END-IF
       IF BADGE-SHOWN-COUNT IS EQUAL TO 0 THEN
           DISPLAY "NONE YET."
       END-IF
       EXIT.

SHOWPLAYERBADGE-ENTRY.
       READ PLAYERACH-FILE NEXT RECORD
           AT END
               SET PLAYERACH-EOF TO TRUE
       END-READ
       IF NOT PLAYERACH-EOF THEN
           IF PA-INITIALS IS NOT EQUAL TO LOOKUP-INITIALS THEN
               SET PLAYERACH-EOF TO TRUE
           ELSE
               ADD 1 TO BADGE-SHOWN-COUNT
               PERFORM FINDACHIEVEMENT
               IF FOUND-ACHIEVEMENT-IDX IS EQUAL TO 0 THEN
                   DISPLAY "- " PA-BADGE-CODE " (" PA-DATE-EARNED ")"
               ELSE
                   DISPLAY "- " FUNCTION TRIM(AT-DESCRIPTION(FOUND-ACHIEVEMENT-IDX))
                       " (" PA-DATE-EARNED ")"
               END-IF
           END-IF
       END-IF
       EXIT.

FINDACHIEVEMENT.
       MOVE 0 TO FOUND-ACHIEVEMENT-IDX
       PERFORM MATCHACHIEVEMENT VARYING ACHIEVEMENT-IDX FROM 1 BY 1
           UNTIL ACHIEVEMENT-IDX IS GREATER THAN ACHIEVEMENT-COUNT
               OR FOUND-ACHIEVEMENT-IDX IS GREATER THAN 0
       EXIT.

MATCHACHIEVEMENT.
       IF AT-CODE(ACHIEVEMENT-IDX) IS EQUAL TO PA-BADGE-CODE THEN
           MOVE ACHIEVEMENT-IDX TO FOUND-ACHIEVEMENT-IDX
       END-IF
       EXIT.

      *> A RESTORED GAME GETS ITS OWN TRANSIDX LINE, THE SAME AS A
      *> NEW ONE, SO THE RUN IT FINISHES CAN BE MATCHED TO A SESSION.
RESTOREGAME.
       DISPLAY SPACE
       OPEN INPUT GAMESAVE-FILE
           DISPLAY "SAVED GAME FAILS ITS CHECKSUM - IT CANNOT BE RESTORED."
           GO TO MAINMENU
       END-IF
       IF GS-INITIALS IS NOT EQUAL TO SPACES
               AND GS-INITIALS IS NOT EQUAL TO PLAYER-INITIALS THEN
           DISPLAY "SAVED GAME BELONGS TO " GS-INITIALS " - IT CANNOT BE RESTORED."
           GO TO MAINMENU
       END-IF
      *> A SAVE FROM ANOTHER CONTENT RELEASE COULD PUT THE PLAYER IN
      *> THE WRONG ROOM OR STRAND AN ITEM, SO IT IS REFUSED. A SAVE
      *> OLDER THAN RELEASES CANNOT BE CHECKED AND IS ONLY WARNED ABOUT.
       IF GS-RELEASE IS NOT NUMERIC THEN
           DISPLAY "SAVED GAME PREDATES CONTENT RELEASES - THE MAP OR ITEMS"
               " MAY HAVE CHANGED SINCE IT WAS SAVED."
       ELSE
           IF GS-RELEASE IS NOT EQUAL TO CONTENT-RELEASE THEN
               DISPLAY "SAVED GAME WAS MADE UNDER CONTENT RELEASE " GS-RELEASE
                   " BUT RELEASE " CONTENT-RELEASE " IS NOW LIVE - IT CANNOT"
                   " BE RESTORED."
               GO TO MAINMENU
           END-IF
       END-IF
       MOVE GS-UNLOCKED-LOCKS TO UNLOCKED-LOCK-TABLE
       DISPLAY "GAME RESTORED."
       MOVE 0 TO RUN-EVENT-COUNT
       PERFORM APPENDTRANSIDX
       GO TO GAMELOOP.

CHECKREPLAYMODE.
           MOVE RF-DOWN-EXIT TO RT-DOWN-EXIT(ROOM-IDX)
           MOVE RF-HAZARD-FLAG TO RT-HAZARD-FLAG(ROOM-IDX)
           MOVE RF-DARK-FLAG TO RT-DARK-FLAG(ROOM-IDX)
           MOVE RF-LOCK-CODES TO RT-LOCK-CODES(ROOM-IDX)
       END-IF
       EXIT.

           MOVE IF-GOLD-VALUE TO IM-GOLD-VALUE(ITEM-MASTER-IDX)
           MOVE IF-ITEM-WEIGHT TO IM-WEIGHT(ITEM-MASTER-IDX)
           MOVE IF-START-LOCATION TO IM-START-LOCATION(ITEM-MASTER-IDX)
           MOVE IF-LOCK-CODE TO IM-LOCK-CODE(ITEM-MASTER-IDX)
       END-IF
       EXIT.

       MOVE TV-VALUE(13) TO TUNE-SHIELD-ABSORB
       EXIT.

      *> BADGES ARE AN EXTRA, NOT PART OF THE GAME ITSELF - A MISSING
      *> ACHIEVEMENTS FILE JUST MEANS NOTHING IS AWARDED.
LOADACHIEVEMENTS.
       MOVE 0 TO ACHIEVEMENT-COUNT
       OPEN INPUT ACHIEVEMENTS-FILE
       IF ACHIEVEMENTS-STATUS IS EQUAL TO "00" THEN
           PERFORM LOADACHIEVEMENT-ENTRY VARYING ACHIEVEMENT-IDX FROM 1 BY 1
               UNTIL ACHIEVEMENTS-EOF OR ACHIEVEMENT-IDX IS GREATER THAN 30
           CLOSE ACHIEVEMENTS-FILE
       END-IF
       EXIT.

LOADACHIEVEMENT-ENTRY.
       READ ACHIEVEMENTS-FILE
           AT END
               SET ACHIEVEMENTS-EOF TO TRUE
       END-READ
       IF NOT ACHIEVEMENTS-EOF THEN
           ADD 1 TO ACHIEVEMENT-COUNT
           MOVE AC-CODE TO AT-CODE(ACHIEVEMENT-IDX)
           MOVE AC-RULE TO AT-RULE(ACHIEVEMENT-IDX)
           MOVE AC-MONSTER-NAME TO AT-MONSTER-NAME(ACHIEVEMENT-IDX)
           MOVE AC-DESCRIPTION TO AT-DESCRIPTION(ACHIEVEMENT-IDX)
       END-IF
       EXIT.

      *> THE RELEASE NOW LIVE IS THE LAST ONE IN RELEASES. WITH NO
      *> RELEASES FILE THE CONTENT IS UNRELEASED AND STAMPS AS 0.
LOADRELEASE.
       MOVE 0 TO CONTENT-RELEASE
       OPEN INPUT RELEASES-FILE
       IF RELEASES-STATUS IS EQUAL TO "00" THEN
           PERFORM LOADRELEASE-ENTRY UNTIL RELEASES-EOF
           CLOSE RELEASES-FILE
       END-IF
       EXIT.

LOADRELEASE-ENTRY.
       READ RELEASES-FILE
           AT END
               SET RELEASES-EOF TO TRUE
           NOT AT END
               IF RL-RELEASE-NUMBER IS NUMERIC THEN
                   MOVE RL-RELEASE-NUMBER TO CONTENT-RELEASE
               END-IF
       END-READ
       EXIT.

CONFIRMQUIT.
       DISPLAY SPACE 
       DISPLAY "ARE YOU SURE YOU WANT TO QUIT?"
           " " FUNCTION TRIM(MESSAGE-TEXT)
       GO TO STARTGAME.

      *> ONLY INITIALS ON THE EVENT'S ROSTER MAY PLAY, INSIDE THE
      *> EVENT'S DATES, AND EACH ROUND ONCE, IN ORDER. THE ROUND IS
      *> MARKED STARTED BEFORE THE DUNGEON IS ENTERED, AND A ROUND
      *> CANNOT BE SAVED, SO IT CANNOT BE RESTARTED OR REPLAYED.
STARTTOURNEY.
       DISPLAY SPACE
       DISPLAY "ENTER THE TOURNAMENT EVENT CODE: " WITH NO ADVANCING
       PERFORM GETCOMMAND
       PERFORM LOGCOMMAND
       MOVE FUNCTION UPPER-CASE(COMMAND(1:8)) TO TOURNEY-EVENT-CODE
       IF TOURNEY-EVENT-CODE IS EQUAL TO SPACES THEN
           GO TO MAINMENU
       END-IF
       PERFORM FINDTOURNEY
       IF NOT TOURNEY-FOUND THEN
           DISPLAY "NO TOURNAMENT " FUNCTION TRIM(TOURNEY-EVENT-CODE)
               " ON FILE."
           GO TO MAINMENU
       END-IF
       MOVE FUNCTION CURRENT-DATE(1:8) TO TODAYS-DATE
       IF TODAYS-DATE IS LESS THAN TH-START-DATE
               OR TODAYS-DATE IS GREATER THAN TH-END-DATE THEN
           DISPLAY FUNCTION TRIM(TH-EVENT-NAME) " IS OPEN FROM "
               TH-START-DATE " TO " TH-END-DATE "."
           GO TO MAINMENU
       END-IF
       IF TH-ROUND-COUNT IS NOT NUMERIC OR TH-ROUND-COUNT IS EQUAL TO 0 THEN
           DISPLAY FUNCTION TRIM(TH-EVENT-NAME) " HAS NO ROUNDS SET UP."
           GO TO MAINMENU
       END-IF
       OPEN I-O TOURNENT-FILE
       IF TOURNENT-STATUS IS NOT EQUAL TO "00" THEN
           DISPLAY "THE TOURNAMENT ROSTER IS UNAVAILABLE."
           GO TO MAINMENU
       END-IF
       MOVE TOURNEY-EVENT-CODE TO TE-EVENT-CODE
       MOVE FUNCTION UPPER-CASE(PLAYER-INITIALS) TO TE-INITIALS
       READ TOURNENT-FILE
           INVALID KEY
               DISPLAY PLAYER-INITIALS " IS NOT ENTERED IN "
                   FUNCTION TRIM(TH-EVENT-NAME) "."
               CLOSE TOURNENT-FILE
               GO TO MAINMENU
       END-READ
       MOVE 0 TO TOURNEY-ROUND
       PERFORM FINDNEXTROUND VARYING TOURNEY-ROUND-IDX FROM 1 BY 1
           UNTIL TOURNEY-ROUND-IDX IS GREATER THAN TH-ROUND-COUNT
               OR TOURNEY-ROUND IS GREATER THAN 0
       IF TOURNEY-ROUND IS EQUAL TO 0 THEN
           DISPLAY PLAYER-INITIALS " HAS PLAYED EVERY ROUND OF "
               FUNCTION TRIM(TH-EVENT-NAME) "."
           CLOSE TOURNENT-FILE
           GO TO MAINMENU
       END-IF
       IF TH-ROUND-SEED(TOURNEY-ROUND) IS NOT NUMERIC THEN
           DISPLAY "ROUND " TOURNEY-ROUND " OF "
               FUNCTION TRIM(TH-EVENT-NAME) " HAS NO SEED SET UP."
           CLOSE TOURNENT-FILE
           GO TO MAINMENU
       END-IF
       DISPLAY SPACE
       DISPLAY FUNCTION TRIM(TH-EVENT-NAME) " - ROUND " TOURNEY-ROUND
           " OF " TH-ROUND-COUNT "."
       DISPLAY "YOU GET ONE ATTEMPT AT THIS ROUND AND IT CANNOT BE SAVED."
       DISPLAY "START THE ROUND NOW? (Y/N): " WITH NO ADVANCING
       PERFORM GETCOMMAND
       PERFORM LOGCOMMAND
       IF COMMAND IS NOT EQUAL TO "Y" AND COMMAND IS NOT EQUAL TO "y" THEN
           CLOSE TOURNENT-FILE
           GO TO MAINMENU
       END-IF
       MOVE "S" TO TE-ROUND-STATUS(TOURNEY-ROUND)
       MOVE TODAYS-DATE TO TE-ROUND-DATE(TOURNEY-ROUND)
       REWRITE TOURNENT-RECORD
       IF TOURNENT-STATUS IS NOT EQUAL TO "00" THEN
           DISPLAY "THE ROUND COULD NOT BE RECORDED - NOT STARTED."
           CLOSE TOURNENT-FILE
           GO TO MAINMENU
       END-IF
       CLOSE TOURNENT-FILE
       COMPUTE RNGSEEDDATA =
           FUNCTION RANDOM(TH-ROUND-SEED(TOURNEY-ROUND))
       EVALUATE TH-DIFFICULTY
           WHEN "E"
               SET DIFFICULTY-EASY TO TRUE
           WHEN "H"
               SET DIFFICULTY-HARD TO TRUE
           WHEN OTHER
               SET DIFFICULTY-NORMAL TO TRUE
       END-EVALUATE
       SET TOURNEY-GAME TO TRUE
       PERFORM LOGSESSIONDIFF
       MOVE SPACES TO TRANSCRIPT-LINE
       STRING "TOURNAMENT " TOURNEY-EVENT-CODE " ROUND " TOURNEY-ROUND
           DELIMITED BY SIZE INTO TRANSCRIPT-LINE
       PERFORM APPENDTRANSCRIPT
       GO TO STARTGAME.

      *> THE EVENT IS COPIED OUT OF THE RECORD AREA SO IT SURVIVES THE
      *> REST OF THE SCAN AND THE CLOSE.
FINDTOURNEY.
       MOVE "N" TO TOURNEY-FOUND-FLAG
       MOVE "N" TO TOURNEY-EOF-FLAG
       OPEN INPUT TOURNEY-FILE
       IF TOURNEY-STATUS IS EQUAL TO "00" THEN
           PERFORM FINDTOURNEY-ENTRY UNTIL TOURNEY-EOF OR TOURNEY-FOUND
           CLOSE TOURNEY-FILE
       END-IF
       EXIT.

FINDTOURNEY-ENTRY.
       READ TOURNEY-FILE
           AT END
               SET TOURNEY-EOF TO TRUE
           NOT AT END
               IF TN-EVENT-CODE IS EQUAL TO TOURNEY-EVENT-CODE THEN
                   SET TOURNEY-FOUND TO TRUE
                   MOVE TN-EVENT-NAME TO TH-EVENT-NAME
                   MOVE TN-START-DATE TO TH-START-DATE
                   MOVE TN-END-DATE TO TH-END-DATE
                   MOVE TN-DIFFICULTY TO TH-DIFFICULTY
                   MOVE TN-ROUND-COUNT TO TH-ROUND-COUNT
                   PERFORM HOLDROUNDSEED VARYING TOURNEY-ROUND-IDX
                       FROM 1 BY 1 UNTIL TOURNEY-ROUND-IDX IS GREATER THAN 9
               END-IF
       END-READ
       EXIT.

HOLDROUNDSEED.
       MOVE TN-ROUND-SEED(TOURNEY-ROUND-IDX)
           TO TH-ROUND-SEED(TOURNEY-ROUND-IDX)
       EXIT.

FINDNEXTROUND.
       IF NOT TE-ROUND-STARTED(TOURNEY-ROUND-IDX) THEN
           MOVE TOURNEY-ROUND-IDX TO TOURNEY-ROUND
       END-IF
       EXIT.

SHOWDAILYSCORES.
       MOVE FUNCTION CURRENT-DATE(1:8) TO TODAYS-DATE
       DISPLAY SPACE
           GO TO MAINMENU
       END-IF
       CLOSE DAILY-FILE
       PERFORM LOADHELDSCORES
       SORT DAILY-SORT-FILE ON DESCENDING KEY DLS-SCORE
           USING DAILY-FILE
           GIVING DAILY-SORTED-FILE

SHOWDAILYSCORE-ENTRY.
       IF DLO-DATE IS EQUAL TO TODAYS-DATE THEN
           MOVE "N" TO ENTRY-HELD-FLAG
           PERFORM MATCHHELDDAILYSCORE VARYING HELD-IDX FROM 1 BY 1
               UNTIL HELD-IDX IS GREATER THAN HELD-COUNT OR ENTRY-HELD
           IF NOT ENTRY-HELD THEN
               ADD 1 TO DAILY-DISPLAY-COUNT
               DISPLAY DAILY-DISPLAY-COUNT ". " DLO-INITIALS " " DLO-SCORE
           END-IF
       END-IF
       READ DAILY-SORTED-FILE
           AT END
       END-READ
       EXIT.

      *> RE-READ EACH TIME A BOARD IS SHOWN, SO A HOLD PLACED OR
      *> RELEASED WHILE THE GAME IS UP TAKES EFFECT AT ONCE. NO FILE
      *> MEANS NOTHING IS HELD.
LOADHELDSCORES.
       MOVE 0 TO HELD-COUNT
       MOVE "N" TO HELD-EOF-FLAG
       OPEN INPUT HELD-FILE
       IF HELD-STATUS IS EQUAL TO "00" THEN
           PERFORM LOADHELDSCORE-ENTRY UNTIL HELD-EOF
           CLOSE HELD-FILE
       END-IF
       EXIT.

LOADHELDSCORE-ENTRY.
       READ HELD-FILE
           AT END
               SET HELD-EOF TO TRUE
       END-READ
       IF NOT HELD-EOF
               AND (HD-STATUS IS EQUAL TO "H" OR HD-STATUS IS EQUAL TO "C")
               AND HELD-COUNT IS LESS THAN 2000 THEN
           ADD 1 TO HELD-COUNT
           MOVE HD-SOURCE TO HE-SOURCE(HELD-COUNT)
           MOVE HD-INITIALS TO HE-INITIALS(HELD-COUNT)
           MOVE HD-SCORE TO HE-SCORE(HELD-COUNT)
           MOVE HD-DATE TO HE-DATE(HELD-COUNT)
       END-IF
       EXIT.

MATCHHELDHISCORE.
       IF HE-SOURCE(HELD-IDX) IS EQUAL TO "H"
               AND HE-INITIALS(HELD-IDX) IS EQUAL TO HSO-INITIALS
               AND HE-SCORE(HELD-IDX) IS EQUAL TO HSO-SCORE
               AND HE-DATE(HELD-IDX) IS EQUAL TO HSO-DATE THEN
           SET ENTRY-HELD TO TRUE
       END-IF
       EXIT.

MATCHHELDDAILYSCORE.
       IF HE-SOURCE(HELD-IDX) IS EQUAL TO "D"
               AND HE-INITIALS(HELD-IDX) IS EQUAL TO DLO-INITIALS
               AND HE-SCORE(HELD-IDX) IS EQUAL TO DLO-SCORE
               AND HE-DATE(HELD-IDX) IS EQUAL TO DLO-DATE THEN
           SET ENTRY-HELD TO TRUE
       END-IF
       EXIT.

CHOOSEDIFFICULTY.
       DISPLAY SPACE
       DISPLAY "CHOOSE A DIFFICULTY - [E]ASY, [N]ORMAL, OR [H]ARD (DEFAULT NORMAL): " WITH NO ADVANCING
       PERFORM DISPLAYMESSAGE
       PERFORM ROLLUPCHARACTER
       PERFORM RESETITEMS
       MOVE SPACES TO UNLOCKED-LOCK-TABLE
       MOVE 0 TO SCORE
       MOVE 0 TO RUN-EVENT-COUNT
       PERFORM CLEARVISITFLAG VARYING ROOMNUMBER FROM 1 BY 1 UNTIL ROOMNUMBER IS GREATER THAN ROOM-COUNT
       MOVE 1 TO ROOMNUMBER
       GO TO GAMELOOP.
       END-IF
       MOVE DIFFICULTY-CODE TO TX-DIFFICULTY
       MOVE TRANSCRIPT-FILENAME TO TX-FILENAME
       MOVE PLAYER-INITIALS TO TX-INITIALS
       WRITE TRANSIDX-RECORD
       CLOSE TRANSIDX-FILE
       EXIT.

      *> STAMPED ONCE PER SIGN-ON, SO EVERY RUN IN THE SITTING THAT
      *> FOLLOWS IS TIED TO THE PLAYER WHO ACTUALLY PLAYED IT.
LOGSESSIONPLAYER.
       MOVE SPACES TO TRANSCRIPT-LINE
       STRING "SESSION PLAYER " PLAYER-INITIALS
           DELIMITED BY SIZE INTO TRANSCRIPT-LINE
       PERFORM APPENDTRANSCRIPT
       EXIT.

LOGSESSIONDIFF.
       MOVE SPACES TO TRANSCRIPT-LINE
       STRING "SESSION DIFF " DIFFICULTY-CODE
           PERFORM DISPLAYMESSAGE
           GO TO GAMELOOP
       END-IF
       IF IM-KEY(FOUND-ITEM-IDX) THEN
           PERFORM USEKEY
           GO TO GAMELOOP
       END-IF
       EVALUATE SEARCH-ITEM-NAME
           WHEN "TORCH"
               MOVE "USETORCH" TO MESSAGE-CODE

GOEAST.
       SET ROOM-IDX TO ROOMNUMBER
       MOVE RT-EAST-LOCK(ROOM-IDX) TO EXIT-LOCK-CODE
       PERFORM CHECKEXITLOCK
       IF EXIT-LOCKED AND RT-EAST-EXIT(ROOM-IDX) IS NOT EQUAL TO 0 THEN
           MOVE "LOCKED" TO MESSAGE-CODE
           PERFORM DISPLAYMESSAGE
           GO TO GAMELOOP
       END-IF
       IF RT-EAST-EXIT(ROOM-IDX) IS EQUAL TO 999 THEN
           GO TO CONFIRMLEAVE
       END-IF

GONORTH.
       SET ROOM-IDX TO ROOMNUMBER
       MOVE RT-NORTH-LOCK(ROOM-IDX) TO EXIT-LOCK-CODE
       PERFORM CHECKEXITLOCK
       IF EXIT-LOCKED AND RT-NORTH-EXIT(ROOM-IDX) IS NOT EQUAL TO 0 THEN
           MOVE "LOCKED" TO MESSAGE-CODE
           PERFORM DISPLAYMESSAGE
           GO TO GAMELOOP
       END-IF
       IF RT-NORTH-EXIT(ROOM-IDX) IS EQUAL TO 999 THEN
           GO TO CONFIRMLEAVE
       END-IF

GOSOUTH.
       SET ROOM-IDX TO ROOMNUMBER
       MOVE RT-SOUTH-LOCK(ROOM-IDX) TO EXIT-LOCK-CODE
       PERFORM CHECKEXITLOCK
       IF EXIT-LOCKED AND RT-SOUTH-EXIT(ROOM-IDX) IS NOT EQUAL TO 0 THEN
           MOVE "LOCKED" TO MESSAGE-CODE
           PERFORM DISPLAYMESSAGE
           GO TO GAMELOOP
       END-IF
       IF RT-SOUTH-EXIT(ROOM-IDX) IS EQUAL TO 999 THEN
           GO TO CONFIRMLEAVE
       END-IF

GOWEST.
       SET ROOM-IDX TO ROOMNUMBER
       MOVE RT-WEST-LOCK(ROOM-IDX) TO EXIT-LOCK-CODE
       PERFORM CHECKEXITLOCK
       IF EXIT-LOCKED AND RT-WEST-EXIT(ROOM-IDX) IS NOT EQUAL TO 0 THEN
           MOVE "LOCKED" TO MESSAGE-CODE
           PERFORM DISPLAYMESSAGE
           GO TO GAMELOOP
       END-IF
       IF RT-WEST-EXIT(ROOM-IDX) IS EQUAL TO 999 THEN
           GO TO CONFIRMLEAVE
       END-IF

GOUP.
       SET ROOM-IDX TO ROOMNUMBER
       MOVE RT-UP-LOCK(ROOM-IDX) TO EXIT-LOCK-CODE
       PERFORM CHECKEXITLOCK
       IF EXIT-LOCKED AND RT-UP-EXIT(ROOM-IDX) IS NOT EQUAL TO 0 THEN
           MOVE "LOCKED" TO MESSAGE-CODE
           PERFORM DISPLAYMESSAGE
           GO TO GAMELOOP
       END-IF
       IF RT-UP-EXIT(ROOM-IDX) IS EQUAL TO 999 THEN
           GO TO CONFIRMLEAVE
       END-IF

GODOWN.
       SET ROOM-IDX TO ROOMNUMBER
       MOVE RT-DOWN-LOCK(ROOM-IDX) TO EXIT-LOCK-CODE
       PERFORM CHECKEXITLOCK
       IF EXIT-LOCKED AND RT-DOWN-EXIT(ROOM-IDX) IS NOT EQUAL TO 0 THEN
           MOVE "LOCKED" TO MESSAGE-CODE
           PERFORM DISPLAYMESSAGE
           GO TO GAMELOOP
       END-IF
       IF RT-DOWN-EXIT(ROOM-IDX) IS EQUAL TO 999 THEN
           GO TO CONFIRMLEAVE
       END-IF
       END-IF
       GO TO GAMELOOP.

      *> A LOCKED EXIT LETS THE PLAYER THROUGH ONCE ITS CODE HAS BEEN
      *> UNLOCKED THIS RUN, OR WHILE THEY CARRY A KEY FOR IT.
CHECKEXITLOCK.
       MOVE "N" TO EXIT-LOCKED-FLAG
       IF EXIT-LOCK-CODE IS NOT EQUAL TO SPACES THEN
           SET EXIT-LOCKED TO TRUE
           PERFORM MATCHUNLOCKEDLOCK VARYING UNLOCKED-LOCK-IDX FROM 1 BY 1
               UNTIL UNLOCKED-LOCK-IDX IS GREATER THAN 10
           PERFORM MATCHCARRIEDKEY VARYING ITEM-MASTER-IDX FROM 1 BY 1
               UNTIL ITEM-MASTER-IDX IS GREATER THAN ITEM-MASTER-COUNT
       END-IF
       EXIT.

MATCHUNLOCKEDLOCK.
       IF UNLOCKED-LOCK(UNLOCKED-LOCK-IDX) IS EQUAL TO EXIT-LOCK-CODE THEN
           MOVE "N" TO EXIT-LOCKED-FLAG
       END-IF
       EXIT.

MATCHCARRIEDKEY.
       IF ITEM-CARRIED(ITEM-MASTER-IDX) AND IM-KEY(ITEM-MASTER-IDX)
               AND IM-LOCK-CODE(ITEM-MASTER-IDX) IS EQUAL TO EXIT-LOCK-CODE THEN
           MOVE "N" TO EXIT-LOCKED-FLAG
       END-IF
       EXIT.

      *> USE <KEY> OPENS ITS LOCK FOR THE REST OF THE RUN, BUT ONLY IN
      *> A ROOM WITH AN EXIT THAT CARRIES THE LOCK.
USEKEY.
       MOVE IM-LOCK-CODE(FOUND-ITEM-IDX) TO EXIT-LOCK-CODE
       SET ROOM-IDX TO ROOMNUMBER
       IF EXIT-LOCK-CODE IS NOT EQUAL TO SPACES
               AND (RT-NORTH-LOCK(ROOM-IDX) IS EQUAL TO EXIT-LOCK-CODE
               OR RT-EAST-LOCK(ROOM-IDX) IS EQUAL TO EXIT-LOCK-CODE
               OR RT-SOUTH-LOCK(ROOM-IDX) IS EQUAL TO EXIT-LOCK-CODE
               OR RT-WEST-LOCK(ROOM-IDX) IS EQUAL TO EXIT-LOCK-CODE
               OR RT-UP-LOCK(ROOM-IDX) IS EQUAL TO EXIT-LOCK-CODE
               OR RT-DOWN-LOCK(ROOM-IDX) IS EQUAL TO EXIT-LOCK-CODE) THEN
           PERFORM FINDUNLOCKSLOT VARYING UNLOCKED-LOCK-IDX FROM 1 BY 1
               UNTIL UNLOCKED-LOCK-IDX IS GREATER THAN 10
               OR UNLOCKED-LOCK(UNLOCKED-LOCK-IDX) IS EQUAL TO EXIT-LOCK-CODE
               OR UNLOCKED-LOCK(UNLOCKED-LOCK-IDX) IS EQUAL TO SPACES
           IF UNLOCKED-LOCK-IDX IS LESS THAN OR EQUAL TO 10 THEN
               MOVE EXIT-LOCK-CODE TO UNLOCKED-LOCK(UNLOCKED-LOCK-IDX)
           END-IF
           MOVE "UNLOCKED" TO MESSAGE-CODE
           PERFORM DISPLAYMESSAGE
       ELSE
           MOVE "NOLOCK" TO MESSAGE-CODE
           PERFORM DISPLAYMESSAGE
       END-IF
       EXIT.

FINDUNLOCKSLOT.
       EXIT.

CONFIRMLEAVE.
       MOVE 0 TO VISITED-ROOM-COUNT
       PERFORM COUNTVISITEDROOM VARYING VISIT-TALLY-IDX FROM 1 BY 1
       MOVE "SCOREIS" TO MESSAGE-CODE
       PERFORM GETMESSAGE
       DISPLAY FUNCTION TRIM(MESSAGE-TEXT) " " SCORE
       SET OUTCOME-WIN TO TRUE
       PERFORM APPENDHISCORE
       IF DAILY-GAME THEN
       END-IF
       PERFORM APPENDGAMEHIST
       PERFORM POSTPLAYERRECORD
       PERFORM AWARDACHIEVEMENTS
       PERFORM WRITERUNEVENTS
       GO TO MAINMENU.

      *> TREASURE ONLY COUNTS IF YOU GET OUT WITH IT - THE DEAD
       MOVE "SCOREWAS" TO MESSAGE-CODE
       PERFORM GETMESSAGE
       DISPLAY FUNCTION TRIM(MESSAGE-TEXT) " " SCORE
       SET OUTCOME-DEATH TO TRUE
       PERFORM APPENDHISCORE
       IF DAILY-GAME THEN
       END-IF
       PERFORM APPENDGAMEHIST
       PERFORM POSTPLAYERRECORD
       PERFORM AWARDACHIEVEMENTS
       PERFORM WRITERUNEVENTS
       GO TO MAINMENU.

APPENDHISCORE.
                   MOVE 0 TO PL-BEST-SCORE
                   MOVE 0 TO PL-TOTAL-SCORE
                   MOVE FUNCTION CURRENT-DATE(1:8) TO PL-FIRST-PLAYED
                   MOVE SPACES TO PL-PIN
                   MOVE SPACE TO PL-STATUS
               NOT INVALID KEY
                   SET PLAYER-FOUND TO TRUE
           END-READ
       END-IF
       EXIT.

      *> CHECKED AT THE END OF EVERY RUN, WHILE THE RUN'S SNAPSHOT
      *> AND ENCOUNTER TABLE ARE STILL IN HAND. ONLY BADGES THE PLAYER
      *> DOES NOT ALREADY HOLD ARE TESTED, AND EACH NEW ONE IS
      *> ANNOUNCED AS IT IS RECORDED.
AWARDACHIEVEMENTS.
       IF ACHIEVEMENT-COUNT IS GREATER THAN 0 THEN
           OPEN I-O PLAYERACH-FILE
           IF PLAYERACH-STATUS IS EQUAL TO "35" THEN
               OPEN OUTPUT PLAYERACH-FILE
               CLOSE PLAYERACH-FILE
               OPEN I-O PLAYERACH-FILE
           END-IF
           IF PLAYERACH-STATUS IS NOT EQUAL TO "00" THEN
               DISPLAY "BADGES COULD NOT BE CHECKED."
           ELSE
               PERFORM AWARDACHIEVEMENT VARYING ACHIEVEMENT-IDX FROM 1 BY 1
                   UNTIL ACHIEVEMENT-IDX IS GREATER THAN ACHIEVEMENT-COUNT
               CLOSE PLAYERACH-FILE
           END-IF
       END-IF
       EXIT.

AWARDACHIEVEMENT.
       MOVE "N" TO BADGE-HELD-FLAG
       MOVE FUNCTION UPPER-CASE(PLAYER-INITIALS) TO PA-INITIALS
       MOVE AT-CODE(ACHIEVEMENT-IDX) TO PA-BADGE-CODE
       READ PLAYERACH-FILE
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               SET BADGE-HELD TO TRUE
       END-READ
       IF NOT BADGE-HELD THEN
           PERFORM TESTACHIEVEMENT
           IF BADGE-QUALIFIES THEN
               MOVE FUNCTION UPPER-CASE(PLAYER-INITIALS) TO PA-INITIALS
               MOVE AT-CODE(ACHIEVEMENT-IDX) TO PA-BADGE-CODE
               MOVE BADGE-EARNED-DATE TO PA-DATE-EARNED
               WRITE PLAYERACH-RECORD
               IF PLAYERACH-STATUS IS EQUAL TO "00" THEN
                   MOVE "BADGE" TO MESSAGE-CODE
                   PERFORM GETMESSAGE
                   DISPLAY FUNCTION TRIM(MESSAGE-TEXT) " "
                       FUNCTION TRIM(AT-DESCRIPTION(ACHIEVEMENT-IDX))
               END-IF
           END-IF
       END-IF
       EXIT.

TESTACHIEVEMENT.
       MOVE "N" TO BADGE-QUALIFIES-FLAG
       MOVE FUNCTION CURRENT-DATE(1:8) TO BADGE-EARNED-DATE
       EVALUATE TRUE
           WHEN AT-RULE-HARD-ESCAPE(ACHIEVEMENT-IDX)
               IF OUTCOME-WIN AND DIFFICULTY-HARD THEN
                   SET BADGE-QUALIFIES TO TRUE
               END-IF
           WHEN AT-RULE-ALL-ROOMS(ACHIEVEMENT-IDX)
               MOVE 0 TO VISITED-ROOM-COUNT
               PERFORM COUNTVISITEDROOM VARYING VISIT-TALLY-IDX FROM 1 BY 1
                   UNTIL VISIT-TALLY-IDX IS GREATER THAN ROOM-COUNT
               IF VISITED-ROOM-COUNT IS EQUAL TO ROOM-COUNT THEN
                   SET BADGE-QUALIFIES TO TRUE
               END-IF
           WHEN AT-RULE-ALL-TREASURE(ACHIEVEMENT-IDX)
               MOVE 0 TO TREASURE-COUNT
               MOVE 0 TO TREASURE-CARRIED-COUNT
               PERFORM COUNTTREASURECARRIED VARYING ITEM-MASTER-IDX FROM 1 BY 1
                   UNTIL ITEM-MASTER-IDX IS GREATER THAN ITEM-MASTER-COUNT
               IF OUTCOME-WIN AND TREASURE-COUNT IS GREATER THAN 0
                       AND TREASURE-CARRIED-COUNT IS EQUAL TO TREASURE-COUNT THEN
                   SET BADGE-QUALIFIES TO TRUE
               END-IF
           WHEN AT-RULE-MONSTER(ACHIEVEMENT-IDX)
               PERFORM MATCHSLAINMONSTER VARYING RUN-EVENT-IDX FROM 1 BY 1
                   UNTIL RUN-EVENT-IDX IS GREATER THAN RUN-EVENT-COUNT
           WHEN AT-RULE-DAILY-WIN(ACHIEVEMENT-IDX)
               PERFORM FINDDAILYWIN
       END-EVALUATE
       EXIT.

COUNTTREASURECARRIED.
       IF IM-TREASURE(ITEM-MASTER-IDX) THEN
           ADD 1 TO TREASURE-COUNT
           IF ITEM-CARRIED(ITEM-MASTER-IDX) THEN
               ADD 1 TO TREASURE-CARRIED-COUNT
           END-IF
       END-IF
       EXIT.

MATCHSLAINMONSTER.
       IF EV-MONSTER-SLAIN(RUN-EVENT-IDX) IS EQUAL TO "Y"
               AND EV-MONSTER-NAME(RUN-EVENT-IDX)
                   IS EQUAL TO AT-MONSTER-NAME(ACHIEVEMENT-IDX) THEN
           SET BADGE-QUALIFIES TO TRUE
       END-IF
       EXIT.

      *> A DAILY CHALLENGE IS ONLY WON ONCE ITS DATE IS OVER, SO THIS
      *> LOOKS AT PAST DATES ONLY: THE EARLIEST DATE ON WHICH NOBODY
      *> BEAT THE PLAYER'S BEST IS THE DATE THE BADGE WAS EARNED. A
      *> TIE FOR FIRST COUNTS AS A WIN. A HELD OR CONFIRMED SCORE
      *> NEITHER WINS A DATE NOR BEATS ANYONE ELSE ON IT.
FINDDAILYWIN.
       MOVE FUNCTION CURRENT-DATE(1:8) TO TODAYS-DATE
       MOVE 0 TO DAILY-CLAIM-COUNT
       PERFORM LOADHELDSCORES
       OPEN INPUT DAILY-FILE
       IF DAILY-STATUS IS EQUAL TO "00" THEN
           MOVE "N" TO DAILY-EOF-FLAG
           PERFORM GATHERDAILYCLAIM-ENTRY UNTIL DAILY-EOF
           CLOSE DAILY-FILE
       END-IF
       IF DAILY-CLAIM-COUNT IS GREATER THAN 0 THEN
           OPEN INPUT DAILY-FILE
           IF DAILY-STATUS IS EQUAL TO "00" THEN
               MOVE "N" TO DAILY-EOF-FLAG
               PERFORM CHECKDAILYCLAIM-ENTRY UNTIL DAILY-EOF
               CLOSE DAILY-FILE
               PERFORM PICKDAILYWIN VARYING DAILY-CLAIM-IDX FROM 1 BY 1
                   UNTIL DAILY-CLAIM-IDX IS GREATER THAN DAILY-CLAIM-COUNT
           END-IF
       END-IF
       EXIT.

GATHERDAILYCLAIM-ENTRY.
       READ DAILY-FILE
           AT END
               SET DAILY-EOF TO TRUE
       END-READ
       MOVE "N" TO ENTRY-HELD-FLAG
       IF NOT DAILY-EOF AND DL-SCORE IS NUMERIC THEN
           PERFORM MATCHHELDDAILYENTRY VARYING HELD-IDX FROM 1 BY 1
               UNTIL HELD-IDX IS GREATER THAN HELD-COUNT OR ENTRY-HELD
       END-IF
       IF NOT DAILY-EOF AND NOT ENTRY-HELD THEN
           IF DL-INITIALS IS EQUAL TO FUNCTION UPPER-CASE(PLAYER-INITIALS)
                   AND DL-DATE IS LESS THAN TODAYS-DATE
                   AND DL-SCORE IS NUMERIC
                   AND DAILY-CLAIM-COUNT IS LESS THAN 400 THEN
               ADD 1 TO DAILY-CLAIM-COUNT
               MOVE DL-DATE TO DC-DATE(DAILY-CLAIM-COUNT)
               MOVE DL-SCORE TO DC-SCORE(DAILY-CLAIM-COUNT)
               MOVE "N" TO DC-BEATEN-FLAG(DAILY-CLAIM-COUNT)
           END-IF
       END-IF
       EXIT.

CHECKDAILYCLAIM-ENTRY.
       READ DAILY-FILE
           AT END
               SET DAILY-EOF TO TRUE
       END-READ
       MOVE "N" TO ENTRY-HELD-FLAG
       IF NOT DAILY-EOF AND DL-SCORE IS NUMERIC THEN
           PERFORM MATCHHELDDAILYENTRY VARYING HELD-IDX FROM 1 BY 1
               UNTIL HELD-IDX IS GREATER THAN HELD-COUNT OR ENTRY-HELD
           IF NOT ENTRY-HELD THEN
               PERFORM CHECKDAILYCLAIM VARYING DAILY-CLAIM-IDX FROM 1 BY 1
                   UNTIL DAILY-CLAIM-IDX IS GREATER THAN DAILY-CLAIM-COUNT
           END-IF
       END-IF
       EXIT.

MATCHHELDDAILYENTRY.
       IF HE-SOURCE(HELD-IDX) IS EQUAL TO "D"
               AND HE-INITIALS(HELD-IDX) IS EQUAL TO DL-INITIALS
               AND HE-SCORE(HELD-IDX) IS EQUAL TO DL-SCORE
               AND HE-DATE(HELD-IDX) IS EQUAL TO DL-DATE THEN
           SET ENTRY-HELD TO TRUE
       END-IF
       EXIT.

CHECKDAILYCLAIM.
       IF DC-DATE(DAILY-CLAIM-IDX) IS EQUAL TO DL-DATE
               AND DL-SCORE IS GREATER THAN DC-SCORE(DAILY-CLAIM-IDX) THEN
           SET DC-BEATEN(DAILY-CLAIM-IDX) TO TRUE
       END-IF
       EXIT.

PICKDAILYWIN.
       IF NOT DC-BEATEN(DAILY-CLAIM-IDX)
               AND DC-DATE(DAILY-CLAIM-IDX) IS LESS THAN BADGE-EARNED-DATE THEN
           MOVE DC-DATE(DAILY-CLAIM-IDX) TO BADGE-EARNED-DATE
           SET BADGE-QUALIFIES TO TRUE
       END-IF
       EXIT.

APPENDGAMEHIST.
       OPEN EXTEND GAMEHIST-FILE
       IF GAMEHIST-STATUS IS EQUAL TO "35" THEN
       EVALUATE TRUE
           WHEN DAILY-GAME
               MOVE "D" TO GH-RUN-SEED-MODE
           WHEN TOURNEY-GAME
               MOVE "T" TO GH-RUN-SEED-MODE
           WHEN RNGSEED-OVERRIDE IS NOT EQUAL TO SPACES
                   AND FUNCTION TRIM(RNGSEED-OVERRIDE) IS NUMERIC
               MOVE "Q" TO GH-RUN-SEED-MODE
               MOVE "R" TO GH-RUN-SEED-MODE
       END-EVALUATE
       MOVE GAME-OUTCOME TO GH-RUN-OUTCOME
       MOVE CONTENT-RELEASE TO GH-RUN-RELEASE
       IF TOURNEY-GAME THEN
           MOVE TOURNEY-EVENT-CODE TO GH-RUN-EVENT
           MOVE TOURNEY-ROUND TO GH-RUN-ROUND
       ELSE
           MOVE SPACES TO GH-RUN-EVENT
           MOVE 0 TO GH-RUN-ROUND
       END-IF
       WRITE GAMEHIST-RECORD
       CLOSE GAMEHIST-FILE
       EXIT.
           WHEN "c" WHEN "C"
               GO TO GAMELOOP
           WHEN "s" WHEN "S"
               IF TOURNEY-GAME THEN
                   DISPLAY SPACE
                   DISPLAY "A TOURNAMENT ROUND CANNOT BE SAVED."
               ELSE
                   PERFORM SAVEGAME
               END-IF
               GO TO GAMEMENU
           WHEN "a" WHEN "A"
               GO TO CONFIRMABANDON
           PERFORM COMPUTESAVECHECKSUM
           MOVE CHECKSUM-VALUE TO GS-CHECKSUM
           MOVE GAMEDATA-IMAGE TO GS-PAYLOAD
           MOVE PLAYER-INITIALS TO GS-INITIALS
           MOVE CONTENT-RELEASE TO GS-RELEASE
           MOVE UNLOCKED-LOCK-TABLE TO GS-UNLOCKED-LOCKS
           WRITE GAMESAVE-RECORD
           CLOSE GAMESAVE-FILE
           IF GAMESAVE-STATUS IS NOT EQUAL TO "00" THEN
           STRING "RUN ENDED: ABANDONED IN ROOM " ROOMNUMBER
               DELIMITED BY SIZE INTO TRANSCRIPT-LINE
           PERFORM APPENDTRANSCRIPT
           PERFORM WRITERUNEVENTS
           GO TO MAINMENU
       END-IF
       GO TO GAMEMENU.
RESOLVEENCOUNTER.
       SET ROOM-IDX TO ROOMNUMBER
       IF RT-HAZARD-FLAG(ROOM-IDX) IS EQUAL TO "Y" THEN
           PERFORM CLEARENCOUNTERTALLY
           PERFORM PICKENCOUNTERMONSTER
           IF ENCOUNTER-MONSTER-IDX IS GREATER THAN 0 THEN
               PERFORM FIGHTMONSTER
           ELSE
               PERFORM RESOLVELEGACYHAZARD
           END-IF
           SET ENCOUNTER-PLAYER-WON TO TRUE
           PERFORM RECORDRUNEVENT
       END-IF
       EXIT.

CLEARENCOUNTERTALLY.
       MOVE 0 TO ENCOUNTER-ROUNDS
       MOVE 0 TO ENCOUNTER-FIGHTS
       MOVE 0 TO ENCOUNTER-DODGES
       MOVE 0 TO ENCOUNTER-DAMAGE-TAKEN
       MOVE SPACE TO ENCOUNTER-WINNER
       MOVE "N" TO ENCOUNTER-SLAIN-FLAG
       EXIT.

      *> HOLDS ONE FINISHED ENCOUNTER IN RUN-EVENT-TABLE. CALLED WITH
      *> THE PLAYER AS WINNER WHEN RESOLVEENCOUNTER COMES BACK, AND
      *> WITH THE MONSTER AS WINNER FROM TAKEENCOUNTERDAMAGE JUST
      *> BEFORE A FATAL BLOW JUMPS TO GAMEOVER.
RECORDRUNEVENT.
       IF RUN-EVENT-COUNT IS LESS THAN 50 THEN
           ADD 1 TO RUN-EVENT-COUNT
           SET ROOM-IDX TO ROOMNUMBER
           MOVE FUNCTION CURRENT-DATE(1:8) TO EV-DATE(RUN-EVENT-COUNT)
           MOVE DIFFICULTY-CODE TO EV-DIFFICULTY(RUN-EVENT-COUNT)
           MOVE ROOMNUMBER TO EV-ROOM-NUMBER(RUN-EVENT-COUNT)
           MOVE RT-LEVEL-NUMBER(ROOM-IDX) TO EV-LEVEL-NUMBER(RUN-EVENT-COUNT)
           IF ENCOUNTER-MONSTER-IDX IS GREATER THAN 0 THEN
               MOVE MN-NAME(ENCOUNTER-MONSTER-IDX)
                   TO EV-MONSTER-NAME(RUN-EVENT-COUNT)
           ELSE
               MOVE "HAZARD" TO EV-MONSTER-NAME(RUN-EVENT-COUNT)
           END-IF
           MOVE ENCOUNTER-ROUNDS TO EV-ROUNDS(RUN-EVENT-COUNT)
           MOVE ENCOUNTER-FIGHTS TO EV-FIGHTS(RUN-EVENT-COUNT)
           MOVE ENCOUNTER-DODGES TO EV-DODGES(RUN-EVENT-COUNT)
           MOVE ENCOUNTER-DAMAGE-TAKEN TO EV-DAMAGE-TAKEN(RUN-EVENT-COUNT)
           MOVE ENCOUNTER-WINNER TO EV-WINNER(RUN-EVENT-COUNT)
           MOVE ENCOUNTER-SLAIN-FLAG TO EV-MONSTER-SLAIN(RUN-EVENT-COUNT)
       END-IF
       EXIT.

      *> APPENDS THE RUN'S HELD ENCOUNTERS TO RUNEVENTS UNDER THE
      *> PLAYER'S INITIALS AND EMPTIES THE TABLE FOR THE NEXT RUN.
WRITERUNEVENTS.
       IF RUN-EVENT-COUNT IS GREATER THAN 0 THEN
           OPEN EXTEND RUNEVENTS-FILE
           IF RUNEVENTS-STATUS IS EQUAL TO "35" THEN
               CLOSE RUNEVENTS-FILE
               OPEN OUTPUT RUNEVENTS-FILE
           END-IF
           PERFORM WRITERUNEVENT-ENTRY VARYING RUN-EVENT-IDX FROM 1 BY 1
               UNTIL RUN-EVENT-IDX IS GREATER THAN RUN-EVENT-COUNT
           CLOSE RUNEVENTS-FILE
       END-IF
       MOVE 0 TO RUN-EVENT-COUNT
       EXIT.

WRITERUNEVENT-ENTRY.
       MOVE EV-DATE(RUN-EVENT-IDX) TO RE-DATE
       MOVE FUNCTION UPPER-CASE(PLAYER-INITIALS) TO RE-INITIALS
       MOVE EV-DIFFICULTY(RUN-EVENT-IDX) TO RE-DIFFICULTY
       MOVE EV-ROOM-NUMBER(RUN-EVENT-IDX) TO RE-ROOM-NUMBER
       MOVE EV-LEVEL-NUMBER(RUN-EVENT-IDX) TO RE-LEVEL-NUMBER
       MOVE EV-MONSTER-NAME(RUN-EVENT-IDX) TO RE-MONSTER-NAME
       MOVE EV-ROUNDS(RUN-EVENT-IDX) TO RE-ROUNDS
       MOVE EV-FIGHTS(RUN-EVENT-IDX) TO RE-FIGHTS
       MOVE EV-DODGES(RUN-EVENT-IDX) TO RE-DODGES
       MOVE EV-DAMAGE-TAKEN(RUN-EVENT-IDX) TO RE-DAMAGE-TAKEN
       MOVE EV-WINNER(RUN-EVENT-IDX) TO RE-WINNER
       MOVE EV-MONSTER-SLAIN(RUN-EVENT-IDX) TO RE-MONSTER-SLAIN
       WRITE RUNEVENTS-RECORD
       EXIT.

PICKENCOUNTERMONSTER.
       EXIT.

FIGHTMONSTERROUND.
       IF ENCOUNTER-ROUNDS IS LESS THAN 99 THEN
           ADD 1 TO ENCOUNTER-ROUNDS
       END-IF
       MOVE "DAGGER" TO SEARCH-ITEM-NAME
       PERFORM FINDCARRIEDITEM
       IF FOUND-ITEM-IDX IS GREATER THAN 0 THEN
      *> COSTS THE MONSTER A ROLL OF THE DAGGER'S TUNED DAMAGE DIE;
      *> A MISS LETS IT STRIKE BACK.
MONSTERFIGHTROLL.
       IF ENCOUNTER-FIGHTS IS LESS THAN 99 THEN
           ADD 1 TO ENCOUNTER-FIGHTS
       END-IF
       COMPUTE ENCOUNTER-ROLL = FUNCTION RANDOM() * TUNE-ENCOUNTER-DIE + 1
       IF ENCOUNTER-ROLL + STRENGTH IS GREATER THAN OR EQUAL TO
               MN-TO-HIT(ENCOUNTER-MONSTER-IDX) THEN
               DISPLAY FUNCTION TRIM(MESSAGE-PART1) " "
                   FUNCTION TRIM(MN-NAME(ENCOUNTER-MONSTER-IDX)) " "
                   FUNCTION TRIM(MESSAGE-TEXT)
               SET ENCOUNTER-MONSTER-SLAIN TO TRUE
               SET ENCOUNTER-OVER TO TRUE
           ELSE
               SUBTRACT DAGGER-DAMAGE FROM ENCOUNTER-MONSTER-HP
      *> DODGING TESTS THE OLD STRENGTH/DEXTERITY AVERAGE.
RESOLVELEGACYHAZARD.
       MOVE 0 TO ENCOUNTER-MONSTER-IDX
       MOVE 1 TO ENCOUNTER-ROUNDS
       MOVE "DAGGER" TO SEARCH-ITEM-NAME
       PERFORM FINDCARRIEDITEM
       IF FOUND-ITEM-IDX IS GREATER THAN 0 THEN
       EXIT.

DODGEENCOUNTER.
       IF ENCOUNTER-DODGES IS LESS THAN 99 THEN
           ADD 1 TO ENCOUNTER-DODGES
       END-IF
       COMPUTE ENCOUNTER-ROLL = FUNCTION RANDOM() * TUNE-ENCOUNTER-DIE + 1
       IF ENCOUNTER-ROLL IS GREATER THAN (STRENGTH + DEXTERITY) / 2 THEN
           PERFORM TAKEENCOUNTERDAMAGE
       EXIT.

FIGHTENCOUNTER.
       IF ENCOUNTER-FIGHTS IS LESS THAN 99 THEN
           ADD 1 TO ENCOUNTER-FIGHTS
       END-IF
       COMPUTE ENCOUNTER-ROLL = FUNCTION RANDOM() * TUNE-ENCOUNTER-DIE + 1
       IF ENCOUNTER-ROLL IS LESS THAN OR EQUAL TO STRENGTH THEN
           MOVE "FIGHTWIN" TO MESSAGE-CODE
           PERFORM DISPLAYMESSAGE
           SET ENCOUNTER-MONSTER-SLAIN TO TRUE
       ELSE
           MOVE "FIGHTMIS" TO MESSAGE-CODE
           PERFORM DISPLAYMESSAGE

      *> THE DAMAGE DIE COMES FROM THE MONSTER ON THE FIELD; THE
      *> TUNED HAZARD DIE COVERS THE ANONYMOUS FALLBACK ENCOUNTER.
      *> THE SHIELD ABSORBS ITS TUNED NUMBER OF POINTS. A FATAL BLOW
      *> RECORDS THE ENCOUNTER HERE, SINCE GAMEOVER NEVER RETURNS TO
      *> RESOLVEENCOUNTER.
TAKEENCOUNTERDAMAGE.
       IF ENCOUNTER-MONSTER-IDX IS GREATER THAN 0 THEN
           COMPUTE ENCOUNTER-DAMAGE = FUNCTION RANDOM()
           PERFORM GETMESSAGE
           DISPLAY FUNCTION TRIM(MESSAGE-PART1) " " ENCOUNTER-DAMAGE
               " " FUNCTION TRIM(MESSAGE-TEXT)
           IF ENCOUNTER-DAMAGE-TAKEN + ENCOUNTER-DAMAGE IS LESS THAN 1000 THEN
               ADD ENCOUNTER-DAMAGE TO ENCOUNTER-DAMAGE-TAKEN
           END-IF
           IF ENCOUNTER-DAMAGE IS GREATER THAN OR EQUAL TO HITPOINTS THEN
               MOVE 0 TO HITPOINTS
               SET ENCOUNTER-MONSTER-WON TO TRUE
               PERFORM RECORDRUNEVENT
               GO TO GAMEOVER
           END-IF
           SUBTRACT ENCOUNTER-DAMAGE FROM HITPOINTS
