       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. PYRAMIDACHFILL.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT ACHIEVEMENTS-FILE ASSIGN TO "ACHIEVEMENTS"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS ACHIEVEMENTS-STATUS.
    SELECT PLAYERACH-FILE ASSIGN TO "PLAYERACH"
        ORGANIZATION INDEXED
        ACCESS DYNAMIC
        RECORD KEY PA-KEY
        FILE STATUS PLAYERACH-STATUS.
    SELECT GAMEHIST-FILE ASSIGN TO "GAMEHIST"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS GAMEHIST-STATUS.
    SELECT RUNEVENTS-FILE ASSIGN TO "RUNEVENTS"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS RUNEVENTS-STATUS.
    SELECT DAILY-FILE ASSIGN TO "DAILYSCOR"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS DAILY-STATUS.
    SELECT ITEMS-FILE ASSIGN TO "ITEMS"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS ITEMS-STATUS.
    SELECT ROOMS-FILE ASSIGN TO "ROOMS"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS ROOMS-STATUS.
    SELECT HELD-FILE ASSIGN TO "HELDSCORES"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS HELD-STATUS.

DATA DIVISION.
       FILE SECTION.
      *> BADGE DEFINITIONS - SEE THE ACHIEVEMENTS FD IN THE GAME FOR
      *> THE RULE CODES.
       FD ACHIEVEMENTS-FILE.
       01 ACHIEVEMENTS-RECORD.
          02 AC-CODE PIC X(8).
          02 AC-RULE PIC X.
          02 AC-MONSTER-NAME PIC X(12).
          02 AC-DESCRIPTION PIC X(40).

       FD PLAYERACH-FILE.
       01 PLAYERACH-RECORD.
          02 PA-KEY.
             03 PA-INITIALS PIC X(3).
             03 PA-BADGE-CODE PIC X(8).
          02 PA-DATE-EARNED PIC X(8).

      *> VERSIONED ARCHIVE RECORD AS WRITTEN BY THE GAME. RECORDS THAT
      *> FAIL THE VERSION OR CHECKSUM TEST, OR THAT PREDATE THE RUN
      *> TRAILER AND SO CARRY NO INITIALS, CANNOT BE CREDITED TO
      *> ANYONE AND ARE SKIPPED.
       FD GAMEHIST-FILE.
       01 GAMEHIST-RECORD.
          02 GH-VERSION PIC 99.
          02 GH-CHECKSUM PIC 9(6).
          02 GH-PAYLOAD PIC X(358).
          02 GH-RUN-DATE PIC X(8).
          02 GH-RUN-INITIALS PIC X(3).
          02 GH-RUN-DIFFICULTY PIC X.
          02 GH-RUN-SEED-MODE PIC X.
          02 GH-RUN-OUTCOME PIC X.
          02 GH-RUN-RELEASE PIC 9(4).
          02 GH-RUN-EVENT PIC X(8).
          02 GH-RUN-ROUND PIC 9.

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

       FD DAILY-FILE.
       01 DAILY-RECORD.
          02 DL-DATE PIC X(8).
          02 DL-INITIALS PIC X(3).
          02 DL-SCORE PIC 9999.
          02 DL-ATTEMPTS PIC 99.

       FD ITEMS-FILE.
       01 IF-ITEM-RECORD.
          02 IF-ITEM-NAME PIC X(10).
          02 IF-ITEM-TYPE PIC X.
          02 IF-GOLD-VALUE PIC 9999.
          02 IF-ITEM-WEIGHT PIC 99.
          02 IF-START-LOCATION PIC 999.
          02 IF-LOCK-CODE PIC X(4).

      *> ONLY THE NUMBER OF ROOMS MATTERS HERE.
       FD ROOMS-FILE.
       01 RF-ROOM-RECORD PIC X(405).

      *> ENTRIES THE NIGHTLY SCREENING JOB HAS FLAGGED. A DAILY SCORE
      *> STILL HELD (H) OR CONFIRMED AS BAD (C) CANNOT WIN ITS DATE.
       FD HELD-FILE.
       01 HELD-RECORD.
          02 HD-SOURCE PIC X.
          02 HD-INITIALS PIC X(3).
          02 HD-SCORE PIC 9999.
          02 HD-DATE PIC X(8).
          02 HD-REASON PIC X(4).
          02 HD-STATUS PIC X.
          02 HD-FLAGGED-DATE PIC X(8).

       WORKING-STORAGE SECTION.
       COPY GAMEREC REPLACING RECORD-NAME BY GAMEHIST-DATA.
       01 SAVE-RECORD-VERSION PIC 99 VALUE 2.
       01 GAMEHIST-IMAGE PIC X(358).
       01 CHECKSUM-TOTAL PIC 9(9).
       01 CHECKSUM-VALUE PIC 9(6).
       01 CHECKSUM-IDX PIC 999.
       01 ACHIEVEMENTS-STATUS PIC XX.
       01 ACHIEVEMENTS-EOF-FLAG PIC X VALUE "N".
          88 ACHIEVEMENTS-EOF VALUE "Y".
       01 PLAYERACH-STATUS PIC XX.
       01 GAMEHIST-STATUS PIC XX.
       01 GAMEHIST-EOF-FLAG PIC X VALUE "N".
          88 GAMEHIST-EOF VALUE "Y".
       01 RUNEVENTS-STATUS PIC XX.
       01 RUNEVENTS-EOF-FLAG PIC X VALUE "N".
          88 RUNEVENTS-EOF VALUE "Y".
       01 DAILY-STATUS PIC XX.
       01 DAILY-EOF-FLAG PIC X.
          88 DAILY-EOF VALUE "Y".
       01 ITEMS-STATUS PIC XX.
       01 ITEMS-EOF-FLAG PIC X VALUE "N".
          88 ITEMS-EOF VALUE "Y".
       01 ROOMS-STATUS PIC XX.
       01 ROOMS-EOF-FLAG PIC X VALUE "N".
          88 ROOMS-EOF VALUE "Y".
       01 HELD-STATUS PIC XX.
       01 HELD-EOF-FLAG PIC X VALUE "N".
          88 HELD-EOF VALUE "Y".
       01 HELD-COUNT PIC 9(4) VALUE 0.
       01 HELD-IDX PIC 9(4).
       01 HELD-TABLE.
          02 HELD-ENTRY OCCURS 2000 TIMES.
             03 HE-SOURCE PIC X.
             03 HE-INITIALS PIC X(3).
             03 HE-SCORE PIC 9999.
             03 HE-DATE PIC X(8).
       01 ENTRY-HELD-FLAG PIC X.
          88 ENTRY-HELD VALUE "Y".
       01 ROOM-COUNT PIC 999 VALUE 0.
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
      *> ITEM SLOT N IN A SNAPSHOT IS ITEMS RECORD N, THE SAME WAY
      *> THE GAME LOADS THEM, SO ONLY THE TYPE OF EACH SLOT IS KEPT.
       01 ITEM-MASTER-COUNT PIC 99 VALUE 0.
       01 ITEM-SLOT-IDX PIC 99.
       01 ITEM-TYPE-TABLE.
          02 ITEM-SLOT-TYPE PIC X OCCURS 10 TIMES.
       01 TREASURE-COUNT PIC 99 VALUE 0.
       01 TREASURE-CARRIED-COUNT PIC 99.
       01 VISITED-ROOM-COUNT PIC 999.
       01 VISIT-TALLY-IDX PIC 999.
       01 BADGE-QUALIFIES-FLAG PIC X.
          88 BADGE-QUALIFIES VALUE "Y".
       01 AWARD-INITIALS PIC X(3).
       01 AWARD-DATE PIC X(8).
       01 TODAYS-DATE PIC X(8).
      *> THE BEST DAILY CHALLENGE SCORE FOR EACH DATE ON FILE.
       01 DATE-BEST-COUNT PIC 9(4) VALUE 0.
       01 DATE-BEST-IDX PIC 9(4).
       01 FOUND-DATE-IDX PIC 9(4).
       01 DATE-BEST-TABLE.
          02 DATE-BEST-ENTRY OCCURS 1000 TIMES.
             03 DB-DATE PIC X(8).
             03 DB-BEST-SCORE PIC 9999.
       01 RUNS-READ-COUNT PIC 9(7) VALUE 0.
       01 SKIPPED-COUNT PIC 9(5) VALUE 0.
       01 EVENTS-READ-COUNT PIC 9(7) VALUE 0.
       01 DAILY-READ-COUNT PIC 9(7) VALUE 0.
       01 DATE-OVERFLOW-COUNT PIC 9(5) VALUE 0.
       01 DAILY-HELD-COUNT PIC 9(5) VALUE 0.
       01 AWARDED-COUNT PIC 9(5) VALUE 0.
       01 BACKDATED-COUNT PIC 9(5) VALUE 0.

PROCEDURE DIVISION.
       DISPLAY "PYRAMID OF AHRAXIS - BADGE BACK-FILL FROM HISTORY"
       MOVE FUNCTION CURRENT-DATE(1:8) TO TODAYS-DATE
       PERFORM LOADACHIEVEMENTS
       PERFORM LOADITEMTYPES
       PERFORM COUNTROOMS
       PERFORM OPENPLAYERACH
       PERFORM FILLFROMGAMEHIST
       PERFORM FILLFROMRUNEVENTS
       PERFORM FILLFROMDAILYSCOR
       CLOSE PLAYERACH-FILE
       PERFORM PRINTSUMMARY
       STOP RUN.

LOADACHIEVEMENTS.
       OPEN INPUT ACHIEVEMENTS-FILE
       IF ACHIEVEMENTS-STATUS IS NOT EQUAL TO "00" THEN
           DISPLAY "ACHIEVEMENTS FILE NOT FOUND OR UNREADABLE - NOTHING TO AWARD."
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF
       PERFORM LOADACHIEVEMENT-ENTRY VARYING ACHIEVEMENT-IDX FROM 1 BY 1
           UNTIL ACHIEVEMENTS-EOF OR ACHIEVEMENT-IDX IS GREATER THAN 30
       CLOSE ACHIEVEMENTS-FILE
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

LOADITEMTYPES.
       OPEN INPUT ITEMS-FILE
       IF ITEMS-STATUS IS NOT EQUAL TO "00" THEN
           DISPLAY "ITEMS FILE NOT FOUND OR UNREADABLE - CANNOT CONTINUE."
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF
       PERFORM LOADITEMTYPE-ENTRY VARYING ITEM-SLOT-IDX FROM 1 BY 1
           UNTIL ITEMS-EOF OR ITEM-SLOT-IDX IS GREATER THAN 10
       CLOSE ITEMS-FILE
       EXIT.

LOADITEMTYPE-ENTRY.
       READ ITEMS-FILE
           AT END
               SET ITEMS-EOF TO TRUE
       END-READ
       IF NOT ITEMS-EOF THEN
           ADD 1 TO ITEM-MASTER-COUNT
           MOVE IF-ITEM-TYPE TO ITEM-SLOT-TYPE(ITEM-SLOT-IDX)
           IF IF-ITEM-TYPE IS EQUAL TO "T" THEN
               ADD 1 TO TREASURE-COUNT
           END-IF
       END-IF
       EXIT.

COUNTROOMS.
       OPEN INPUT ROOMS-FILE
       IF ROOMS-STATUS IS NOT EQUAL TO "00" THEN
           DISPLAY "ROOMS FILE NOT FOUND OR UNREADABLE - CANNOT CONTINUE."
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF
       PERFORM COUNTROOM-ENTRY UNTIL ROOMS-EOF
       CLOSE ROOMS-FILE
       EXIT.

COUNTROOM-ENTRY.
       READ ROOMS-FILE
           AT END
               SET ROOMS-EOF TO TRUE
           NOT AT END
               ADD 1 TO ROOM-COUNT
       END-READ
       EXIT.

OPENPLAYERACH.
       OPEN I-O PLAYERACH-FILE
       IF PLAYERACH-STATUS IS EQUAL TO "35" THEN
           OPEN OUTPUT PLAYERACH-FILE
           CLOSE PLAYERACH-FILE
           OPEN I-O PLAYERACH-FILE
       END-IF
       IF PLAYERACH-STATUS IS NOT EQUAL TO "00" THEN
           DISPLAY "PLAYERACH FILE COULD NOT BE OPENED - NOTHING AWARDED."
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF
       EXIT.

      *> THE ESCAPED-ON-HARD, EVERY-ROOM, AND EVERY-TREASURE BADGES
      *> COME FROM THE END-OF-RUN SNAPSHOTS.
FILLFROMGAMEHIST.
       OPEN INPUT GAMEHIST-FILE
       IF GAMEHIST-STATUS IS NOT EQUAL TO "00" THEN
           DISPLAY "NO GAMEHIST FILE FOUND - NO RUN BADGES TO AWARD."
       ELSE
           PERFORM FILLFROMGAMEHIST-ENTRY UNTIL GAMEHIST-EOF
           CLOSE GAMEHIST-FILE
       END-IF
       EXIT.

FILLFROMGAMEHIST-ENTRY.
       READ GAMEHIST-FILE
           AT END
               SET GAMEHIST-EOF TO TRUE
       END-READ
       IF NOT GAMEHIST-EOF THEN
           ADD 1 TO RUNS-READ-COUNT
           MOVE GH-PAYLOAD TO GAMEHIST-IMAGE
           PERFORM COMPUTEHISTCHECKSUM
           IF GH-VERSION IS NOT NUMERIC
                   OR GH-VERSION IS NOT EQUAL TO SAVE-RECORD-VERSION
                   OR GH-CHECKSUM IS NOT NUMERIC
                   OR GH-CHECKSUM IS NOT EQUAL TO CHECKSUM-VALUE
                   OR GH-RUN-INITIALS IS EQUAL TO SPACES THEN
               ADD 1 TO SKIPPED-COUNT
           ELSE
               MOVE GH-PAYLOAD TO GAMEHIST-DATA
               MOVE GH-RUN-INITIALS TO AWARD-INITIALS
               MOVE GH-RUN-DATE TO AWARD-DATE
               PERFORM TESTRUNBADGE VARYING ACHIEVEMENT-IDX FROM 1 BY 1
                   UNTIL ACHIEVEMENT-IDX IS GREATER THAN ACHIEVEMENT-COUNT
           END-IF
       END-IF
       EXIT.

COMPUTEHISTCHECKSUM.
       MOVE 0 TO CHECKSUM-TOTAL
       PERFORM TALLYCHECKSUMBYTE VARYING CHECKSUM-IDX FROM 1 BY 1
           UNTIL CHECKSUM-IDX IS GREATER THAN 358
       COMPUTE CHECKSUM-VALUE = FUNCTION MOD(CHECKSUM-TOTAL, 1000000)
       EXIT.

TALLYCHECKSUMBYTE.
       ADD FUNCTION ORD(GAMEHIST-IMAGE(CHECKSUM-IDX:1)) TO CHECKSUM-TOTAL
       EXIT.

TESTRUNBADGE.
       MOVE "N" TO BADGE-QUALIFIES-FLAG
       EVALUATE TRUE
           WHEN AT-RULE-HARD-ESCAPE(ACHIEVEMENT-IDX)
               IF GH-RUN-OUTCOME IS EQUAL TO "W"
                       AND GH-RUN-DIFFICULTY IS EQUAL TO "H" THEN
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
               MOVE 0 TO TREASURE-CARRIED-COUNT
               PERFORM COUNTTREASURECARRIED VARYING ITEM-SLOT-IDX FROM 1 BY 1
                   UNTIL ITEM-SLOT-IDX IS GREATER THAN ITEM-MASTER-COUNT
               IF GH-RUN-OUTCOME IS EQUAL TO "W"
                       AND TREASURE-COUNT IS GREATER THAN 0
                       AND TREASURE-CARRIED-COUNT IS EQUAL TO TREASURE-COUNT THEN
                   SET BADGE-QUALIFIES TO TRUE
               END-IF
       END-EVALUATE
       IF BADGE-QUALIFIES THEN
           PERFORM AWARDBADGE
       END-IF
       EXIT.

COUNTVISITEDROOM.
       IF HASVISITED(VISIT-TALLY-IDX) THEN
           ADD 1 TO VISITED-ROOM-COUNT
       END-IF
       EXIT.

COUNTTREASURECARRIED.
       IF ITEM-SLOT-TYPE(ITEM-SLOT-IDX) IS EQUAL TO "T"
               AND ITEM-CARRIED(ITEM-SLOT-IDX) THEN
           ADD 1 TO TREASURE-CARRIED-COUNT
       END-IF
       EXIT.

      *> THE SLEW-A-MONSTER BADGES COME FROM THE ENCOUNTER LOG.
FILLFROMRUNEVENTS.
       OPEN INPUT RUNEVENTS-FILE
       IF RUNEVENTS-STATUS IS NOT EQUAL TO "00" THEN
           DISPLAY "NO RUNEVENTS FILE FOUND - NO MONSTER BADGES TO AWARD."
       ELSE
           PERFORM FILLFROMRUNEVENTS-ENTRY UNTIL RUNEVENTS-EOF
           CLOSE RUNEVENTS-FILE
       END-IF
       EXIT.

FILLFROMRUNEVENTS-ENTRY.
       READ RUNEVENTS-FILE
           AT END
               SET RUNEVENTS-EOF TO TRUE
       END-READ
       IF NOT RUNEVENTS-EOF THEN
           ADD 1 TO EVENTS-READ-COUNT
           IF RE-MONSTER-SLAIN IS EQUAL TO "Y"
                   AND RE-INITIALS IS NOT EQUAL TO SPACES THEN
               MOVE RE-INITIALS TO AWARD-INITIALS
               MOVE RE-DATE TO AWARD-DATE
               PERFORM TESTMONSTERBADGE VARYING ACHIEVEMENT-IDX FROM 1 BY 1
                   UNTIL ACHIEVEMENT-IDX IS GREATER THAN ACHIEVEMENT-COUNT
           END-IF
       END-IF
       EXIT.

TESTMONSTERBADGE.
       IF AT-RULE-MONSTER(ACHIEVEMENT-IDX)
               AND AT-MONSTER-NAME(ACHIEVEMENT-IDX) IS EQUAL TO RE-MONSTER-NAME THEN
           PERFORM AWARDBADGE
       END-IF
       EXIT.

      *> THE DAILY-WIN BADGE: THE FIRST PASS FINDS EACH PAST DATE'S
      *> BEST SCORE, THE SECOND CREDITS EVERYONE WHO MATCHED IT. THE
      *> GAME TREATS A TIE FOR FIRST AS A WIN TOO. TODAY IS STILL
      *> BEING PLAYED AND IS LEFT OUT, AND SO IS ANY HELD OR
      *> CONFIRMED SCORE, THE SAME AS ON THE PRINTED STANDINGS.
FILLFROMDAILYSCOR.
       PERFORM FINDACHIEVEMENTRULE
       IF ACHIEVEMENT-IDX IS NOT GREATER THAN ACHIEVEMENT-COUNT THEN
           PERFORM LOADHELDSCORES
           OPEN INPUT DAILY-FILE
           IF DAILY-STATUS IS NOT EQUAL TO "00" THEN
               DISPLAY "NO DAILYSCOR FILE FOUND - NO DAILY BADGES TO AWARD."
           ELSE
               MOVE "N" TO DAILY-EOF-FLAG
               PERFORM GATHERDATEBEST-ENTRY UNTIL DAILY-EOF
               CLOSE DAILY-FILE
               OPEN INPUT DAILY-FILE
               MOVE "N" TO DAILY-EOF-FLAG
               PERFORM AWARDDAILYWIN-ENTRY UNTIL DAILY-EOF
               CLOSE DAILY-FILE
           END-IF
       END-IF
       EXIT.

      *> LEAVES ACHIEVEMENT-IDX ON THE DAILY-WIN DEFINITION, OR PAST
      *> THE END OF THE TABLE WHEN THERE IS NONE.
FINDACHIEVEMENTRULE.
       MOVE 0 TO FOUND-ACHIEVEMENT-IDX
       PERFORM MATCHACHIEVEMENTRULE VARYING ACHIEVEMENT-IDX FROM 1 BY 1
           UNTIL ACHIEVEMENT-IDX IS GREATER THAN ACHIEVEMENT-COUNT
               OR FOUND-ACHIEVEMENT-IDX IS GREATER THAN 0
       IF FOUND-ACHIEVEMENT-IDX IS GREATER THAN 0 THEN
           MOVE FOUND-ACHIEVEMENT-IDX TO ACHIEVEMENT-IDX
       END-IF
       EXIT.

MATCHACHIEVEMENTRULE.
       IF AT-RULE-DAILY-WIN(ACHIEVEMENT-IDX) THEN
           MOVE ACHIEVEMENT-IDX TO FOUND-ACHIEVEMENT-IDX
       END-IF
       EXIT.

GATHERDATEBEST-ENTRY.
       READ DAILY-FILE
           AT END
               SET DAILY-EOF TO TRUE
       END-READ
       IF NOT DAILY-EOF THEN
           ADD 1 TO DAILY-READ-COUNT
           PERFORM CHECKDAILYHELD
           IF ENTRY-HELD THEN
               ADD 1 TO DAILY-HELD-COUNT
           END-IF
           IF DL-DATE IS LESS THAN TODAYS-DATE AND DL-SCORE IS NUMERIC
                   AND NOT ENTRY-HELD THEN
               PERFORM FINDDATEBEST
               IF FOUND-DATE-IDX IS EQUAL TO 0 THEN
                   IF DATE-BEST-COUNT IS LESS THAN 1000 THEN
                       ADD 1 TO DATE-BEST-COUNT
                       MOVE DL-DATE TO DB-DATE(DATE-BEST-COUNT)
                       MOVE DL-SCORE TO DB-BEST-SCORE(DATE-BEST-COUNT)
                   ELSE
                       ADD 1 TO DATE-OVERFLOW-COUNT
                   END-IF
               ELSE
                   IF DL-SCORE IS GREATER THAN DB-BEST-SCORE(FOUND-DATE-IDX) THEN
                       MOVE DL-SCORE TO DB-BEST-SCORE(FOUND-DATE-IDX)
                   END-IF
               END-IF
           END-IF
       END-IF
       EXIT.

FINDDATEBEST.
       MOVE 0 TO FOUND-DATE-IDX
       PERFORM MATCHDATEBEST VARYING DATE-BEST-IDX FROM 1 BY 1
           UNTIL DATE-BEST-IDX IS GREATER THAN DATE-BEST-COUNT
               OR FOUND-DATE-IDX IS GREATER THAN 0
       EXIT.

MATCHDATEBEST.
       IF DB-DATE(DATE-BEST-IDX) IS EQUAL TO DL-DATE THEN
           MOVE DATE-BEST-IDX TO FOUND-DATE-IDX
       END-IF
       EXIT.

AWARDDAILYWIN-ENTRY.
       READ DAILY-FILE
           AT END
               SET DAILY-EOF TO TRUE
       END-READ
       IF NOT DAILY-EOF THEN
           PERFORM CHECKDAILYHELD
       END-IF
       IF NOT DAILY-EOF AND NOT ENTRY-HELD THEN
           IF DL-DATE IS LESS THAN TODAYS-DATE AND DL-SCORE IS NUMERIC
                   AND DL-INITIALS IS NOT EQUAL TO SPACES THEN
               PERFORM FINDDATEBEST
               IF FOUND-DATE-IDX IS GREATER THAN 0
                       AND DL-SCORE IS EQUAL TO DB-BEST-SCORE(FOUND-DATE-IDX) THEN
                   MOVE DL-INITIALS TO AWARD-INITIALS
                   MOVE DL-DATE TO AWARD-DATE
                   PERFORM AWARDBADGE
               END-IF
           END-IF
       END-IF
       EXIT.

      *> NO HELDSCORES FILE MEANS NOTHING IS HELD.
LOADHELDSCORES.
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

CHECKDAILYHELD.
       MOVE "N" TO ENTRY-HELD-FLAG
       IF DL-SCORE IS NUMERIC THEN
           PERFORM MATCHHELDDAILYSCORE VARYING HELD-IDX FROM 1 BY 1
               UNTIL HELD-IDX IS GREATER THAN HELD-COUNT OR ENTRY-HELD
       END-IF
       EXIT.

MATCHHELDDAILYSCORE.
       IF HE-SOURCE(HELD-IDX) IS EQUAL TO "D"
               AND HE-INITIALS(HELD-IDX) IS EQUAL TO DL-INITIALS
               AND HE-SCORE(HELD-IDX) IS EQUAL TO DL-SCORE
               AND HE-DATE(HELD-IDX) IS EQUAL TO DL-DATE THEN
           SET ENTRY-HELD TO TRUE
       END-IF
       EXIT.

      *> A BADGE IS RECORDED ONCE PER PLAYER. WHEN HISTORY SHOWS IT
      *> WAS EARNED EARLIER THAN THE DATE ON FILE, THE EARLIER DATE
      *> WINS - SO THE JOB CAN BE RUN AGAIN WITHOUT HARM.
AWARDBADGE.
       MOVE FUNCTION UPPER-CASE(AWARD-INITIALS) TO PA-INITIALS
       MOVE AT-CODE(ACHIEVEMENT-IDX) TO PA-BADGE-CODE
       READ PLAYERACH-FILE
           INVALID KEY
               MOVE FUNCTION UPPER-CASE(AWARD-INITIALS) TO PA-INITIALS
               MOVE AT-CODE(ACHIEVEMENT-IDX) TO PA-BADGE-CODE
               MOVE AWARD-DATE TO PA-DATE-EARNED
               WRITE PLAYERACH-RECORD
               IF PLAYERACH-STATUS IS EQUAL TO "00" THEN
                   ADD 1 TO AWARDED-COUNT
                   DISPLAY "AWARDED " PA-INITIALS " " PA-BADGE-CODE " "
                       PA-DATE-EARNED
               END-IF
           NOT INVALID KEY
               IF AWARD-DATE IS LESS THAN PA-DATE-EARNED THEN
                   MOVE AWARD-DATE TO PA-DATE-EARNED
                   REWRITE PLAYERACH-RECORD
                   IF PLAYERACH-STATUS IS EQUAL TO "00" THEN
                       ADD 1 TO BACKDATED-COUNT
                   END-IF
               END-IF
       END-READ
       EXIT.

PRINTSUMMARY.
       DISPLAY SPACE
       DISPLAY "BADGE DEFINITIONS: " ACHIEVEMENT-COUNT
       DISPLAY "GAMEHIST RECORDS READ: " RUNS-READ-COUNT
       IF SKIPPED-COUNT IS GREATER THAN 0 THEN
           DISPLAY "RECORDS SKIPPED (BAD VERSION, CHECKSUM, OR NO INITIALS): "
               SKIPPED-COUNT
       END-IF
       DISPLAY "RUNEVENTS RECORDS READ: " EVENTS-READ-COUNT
       DISPLAY "DAILYSCOR RECORDS READ: " DAILY-READ-COUNT
       IF DATE-OVERFLOW-COUNT IS GREATER THAN 0 THEN
           DISPLAY "DAILY ENTRIES PAST THE 1000-DATE TABLE (NOT CHECKED): "
               DATE-OVERFLOW-COUNT
       END-IF
       IF DAILY-HELD-COUNT IS GREATER THAN 0 THEN
           DISPLAY "DAILY ENTRIES HELD OR CONFIRMED (NOT COUNTED): "
               DAILY-HELD-COUNT
       END-IF
       DISPLAY "BADGES AWARDED: " AWARDED-COUNT
       DISPLAY "BADGES BACK-DATED: " BACKDATED-COUNT
       EXIT.
