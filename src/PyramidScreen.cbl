       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. PYRAMIDSCREEN.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT HISCORE-FILE ASSIGN TO "HISCORES"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS HISCORE-STATUS.
    SELECT HISCORE-SORTED-FILE ASSIGN TO "HISCORES.SRT"
        ORGANIZATION LINE SEQUENTIAL.
    SELECT HISCORE-SORT-FILE ASSIGN TO "HISCORES.WRK".
    SELECT DAILY-FILE ASSIGN TO "DAILYSCOR"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS DAILY-STATUS.
    SELECT GAMEHIST-FILE ASSIGN TO "GAMEHIST"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS GAMEHIST-STATUS.
    SELECT TRANSIDX-FILE ASSIGN TO "TRANSIDX"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS TRANSIDX-STATUS.
    SELECT ROOMS-FILE ASSIGN TO "ROOMS"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS ROOMS-STATUS.
    SELECT ITEMS-FILE ASSIGN TO "ITEMS"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS ITEMS-STATUS.
    SELECT HELD-FILE ASSIGN TO "HELDSCORES"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS HELD-STATUS.

DATA DIVISION.
       FILE SECTION.
       FD HISCORE-FILE.
       01 HISCORE-RECORD.
          02 HS-INITIALS PIC X(3).
          02 HS-SCORE PIC 9999.
          02 HS-DATE PIC X(8).

       FD HISCORE-SORTED-FILE.
       01 HISCORE-SORTED-RECORD.
          02 HSO-INITIALS PIC X(3).
          02 HSO-SCORE PIC 9999.
          02 HSO-DATE PIC X(8).

       SD HISCORE-SORT-FILE.
       01 HISCORE-SORT-RECORD.
          02 HSS-INITIALS PIC X(3).
          02 HSS-SCORE PIC 9999.
          02 HSS-DATE PIC X(8).

       FD DAILY-FILE.
       01 DAILY-RECORD.
          02 DL-DATE PIC X(8).
          02 DL-INITIALS PIC X(3).
          02 DL-SCORE PIC 9999.
          02 DL-ATTEMPTS PIC 99.

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

       FD TRANSIDX-FILE.
       01 TRANSIDX-RECORD.
          02 TX-DATE PIC X(8).
          02 FILLER PIC X.
          02 TX-TIME PIC X(6).
          02 FILLER PIC X.
          02 TX-SEED PIC X(10).
          02 FILLER PIC X.
          02 TX-DIFFICULTY PIC X.
          02 FILLER PIC X.
          02 TX-FILENAME PIC X(20).
          02 FILLER PIC X.
          02 TX-INITIALS PIC X(3).

      *> ONLY THE ROOM COUNT MATTERS HERE.
       FD ROOMS-FILE.
       01 RF-ROOM-RECORD PIC X(405).

       FD ITEMS-FILE.
       01 IF-ITEM-RECORD.
          02 IF-ITEM-NAME PIC X(10).
          02 IF-ITEM-TYPE PIC X.
          02 IF-GOLD-VALUE PIC 9999.
          02 IF-ITEM-WEIGHT PIC 99.
          02 IF-START-LOCATION PIC 999.
          02 IF-LOCK-CODE PIC X(4).

      *> ONE RECORD PER SUSPECT LEADERBOARD ENTRY: WHICH BOARD (H
      *> HISCORES, D DAILYSCOR), THE ENTRY ITSELF, WHY IT WAS FLAGGED,
      *> AND WHERE IT STANDS - H HELD UNTIL AN OPERATOR LOOKS AT IT,
      *> R RELEASED BACK ONTO THE BOARDS, C CONFIRMED AND KEPT OFF.
      *> THE BOARDS LEAVE OUT EVERY ENTRY THAT IS HELD OR CONFIRMED.
      *> REASON CODES: MAXS SCORE ABOVE THE MAP'S MAXIMUM, QSED A
      *> QA-SEEDED RUN ON THE PUBLIC BOARD, BRST A BURST OF IDENTICAL
      *> SCORES, NSES NO TRANSIDX SESSION FOR THE PLAYER THAT DAY.
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
       01 HISCORE-STATUS PIC XX.
       01 DAILY-STATUS PIC XX.
       01 GAMEHIST-STATUS PIC XX.
       01 TRANSIDX-STATUS PIC XX.
       01 ROOMS-STATUS PIC XX.
       01 ITEMS-STATUS PIC XX.
       01 HELD-STATUS PIC XX.
       01 HISCORE-SORTED-EOF-FLAG PIC X VALUE "N".
          88 HISCORE-SORTED-EOF VALUE "Y".
       01 DAILY-EOF-FLAG PIC X VALUE "N".
          88 DAILY-EOF VALUE "Y".
       01 GAMEHIST-EOF-FLAG PIC X VALUE "N".
          88 GAMEHIST-EOF VALUE "Y".
       01 TRANSIDX-EOF-FLAG PIC X VALUE "N".
          88 TRANSIDX-EOF VALUE "Y".
       01 ROOMS-EOF-FLAG PIC X VALUE "N".
          88 ROOMS-EOF VALUE "Y".
       01 ITEMS-EOF-FLAG PIC X VALUE "N".
          88 ITEMS-EOF VALUE "Y".
       01 HELD-EOF-FLAG PIC X VALUE "N".
          88 HELD-EOF VALUE "Y".
       01 TODAYS-DATE PIC X(8).
      *> THE HIGHEST SCORE THE CURRENT MAP ALLOWS, THE SAME BOUND THE
      *> AUDIT USES: ONE POINT PER ROOM VISITED, ONE FOR ESCAPING,
      *> AND THE GOLD VALUE OF EVERY TREASURE.
       01 ROOM-COUNT PIC 999 VALUE 0.
       01 TREASURE-GOLD-TOTAL PIC 9(5) VALUE 0.
       01 MAXIMUM-SCORE PIC 9(5).
      *> THIS MANY IDENTICAL SCORES FROM ONE SET OF INITIALS ON ONE
      *> DATE IS A BURST.
       01 BURST-LIMIT PIC 99 VALUE 3.
      *> EVERY HOLD ALREADY ON FILE, WHATEVER ITS STATUS, SO AN ENTRY
      *> AN OPERATOR HAS RELEASED IS NEVER FLAGGED A SECOND TIME.
       01 HOLD-COUNT PIC 9(4) VALUE 0.
       01 HOLD-IDX PIC 9(4).
       01 HOLD-TABLE-LIMIT PIC 9(4) VALUE 2000.
       01 HOLD-TABLE.
          02 HOLD-ENTRY OCCURS 2000 TIMES.
             03 HT-SOURCE PIC X.
             03 HT-INITIALS PIC X(3).
             03 HT-SCORE PIC 9999.
             03 HT-DATE PIC X(8).
      *> ONE ENTRY PER PLAYER PER DAY SEEN IN TRANSIDX. THE INDEX IS
      *> NEWER THAN THE BOARDS, SO NOTHING DATED BEFORE ITS FIRST
      *> LINE IS CHECKED AGAINST IT. A RUN THAT STARTED BEFORE
      *> MIDNIGHT AND ENDED AFTER IS STAMPED WITH THE LATER DATE, SO
      *> A SESSION ON THE DAY BEFORE ALSO COUNTS AS A MATCH.
       01 SESSION-COUNT PIC 9(4) VALUE 0.
       01 SESSION-IDX PIC 9(4).
       01 SESSION-OVERFLOW-COUNT PIC 9(5) VALUE 0.
       01 EARLIEST-SESSION-DATE PIC X(8) VALUE HIGH-VALUES.
       01 SESSION-TABLE.
          02 SESSION-ENTRY OCCURS 5000 TIMES.
             03 SN-DATE PIC X(8).
             03 SN-INITIALS PIC X(3).
       01 SESSION-FOUND-FLAG PIC X.
          88 SESSION-FOUND VALUE "Y".
       01 CHECK-DATE PIC X(8).
       01 CHECK-INITIALS PIC X(3).
       01 PRIOR-DATE PIC X(8).
       01 PRIOR-DATE-NUMBER PIC 9(8).
      *> EVERY QA-SEEDED RUN IN GAMEHIST. THE GAME POSTS EVERY RUN TO
      *> HISCORES, SO ONE WITH THE SAME INITIALS, SCORE AND DATE ON
      *> THE BOARD IS THAT RUN.
       01 QA-RUN-COUNT PIC 9(4) VALUE 0.
       01 QA-RUN-IDX PIC 9(4).
       01 QA-RUN-OVERFLOW-COUNT PIC 9(5) VALUE 0.
       01 QA-RUN-TABLE.
          02 QA-RUN-ENTRY OCCURS 2000 TIMES.
             03 QR-DATE PIC X(8).
             03 QR-INITIALS PIC X(3).
             03 QR-SCORE PIC 9999.
       01 QA-RUN-FOUND-FLAG PIC X.
          88 QA-RUN-FOUND VALUE "Y".
      *> THE ENTRY BEING SCREENED, FROM WHICHEVER BOARD.
       01 SCREEN-SOURCE PIC X.
       01 SCREEN-INITIALS PIC X(3).
       01 SCREEN-SCORE PIC 9999.
       01 SCREEN-DATE PIC X(8).
       01 SCREEN-REASON PIC X(4).
       01 GROUP-COUNT PIC 9(5).
       01 HOLD-FOUND-FLAG PIC X.
          88 HOLD-FOUND VALUE "Y".
       01 HISCORE-READ-COUNT PIC 9(7) VALUE 0.
       01 DAILY-READ-COUNT PIC 9(7) VALUE 0.
       01 NEW-HOLD-COUNT PIC 9(5) VALUE 0.
       01 MAXS-COUNT PIC 9(5) VALUE 0.
       01 QSED-COUNT PIC 9(5) VALUE 0.
       01 BRST-COUNT PIC 9(5) VALUE 0.
       01 NSES-COUNT PIC 9(5) VALUE 0.
       01 HOLD-OVERFLOW-COUNT PIC 9(5) VALUE 0.

PROCEDURE DIVISION.
       DISPLAY "PYRAMID OF AHRAXIS - LEADERBOARD INTEGRITY SCREENING"
       MOVE FUNCTION CURRENT-DATE(1:8) TO TODAYS-DATE
       PERFORM LOADROOMCOUNT
       PERFORM LOADTREASUREVALUE
       COMPUTE MAXIMUM-SCORE = ROOM-COUNT + 1 + TREASURE-GOLD-TOTAL
       PERFORM LOADHOLDS
       PERFORM LOADSESSIONS
       PERFORM LOADQARUNS
       OPEN EXTEND HELD-FILE
       IF HELD-STATUS IS EQUAL TO "35" THEN
           CLOSE HELD-FILE
           OPEN OUTPUT HELD-FILE
       END-IF
       IF HELD-STATUS IS NOT EQUAL TO "00" THEN
           DISPLAY "HELDSCORES COULD NOT BE WRITTEN - NOTHING SCREENED."
           MOVE 8 TO RETURN-CODE
           GOBACK
       END-IF
       PERFORM SCREENHISCORES
       PERFORM SCREENDAILYSCORES
       CLOSE HELD-FILE
       PERFORM PRINTSUMMARY
       GOBACK.

LOADROOMCOUNT.
       OPEN INPUT ROOMS-FILE
       IF ROOMS-STATUS IS NOT EQUAL TO "00" THEN
           DISPLAY "ROOMS FILE NOT FOUND OR UNREADABLE - CANNOT SCREEN."
           MOVE 8 TO RETURN-CODE
           GOBACK
       END-IF
       PERFORM COUNTROOM UNTIL ROOMS-EOF
       CLOSE ROOMS-FILE
       EXIT.

COUNTROOM.
       READ ROOMS-FILE
           AT END
               SET ROOMS-EOF TO TRUE
           NOT AT END
               ADD 1 TO ROOM-COUNT
       END-READ
       EXIT.

LOADTREASUREVALUE.
       OPEN INPUT ITEMS-FILE
       IF ITEMS-STATUS IS NOT EQUAL TO "00" THEN
           DISPLAY "ITEMS FILE NOT FOUND OR UNREADABLE - CANNOT SCREEN."
           MOVE 8 TO RETURN-CODE
           GOBACK
       END-IF
       PERFORM TALLYTREASUREVALUE UNTIL ITEMS-EOF
       CLOSE ITEMS-FILE
       EXIT.

TALLYTREASUREVALUE.
       READ ITEMS-FILE
           AT END
               SET ITEMS-EOF TO TRUE
           NOT AT END
               IF IF-ITEM-TYPE IS EQUAL TO "T" THEN
                   ADD IF-GOLD-VALUE TO TREASURE-GOLD-TOTAL
               END-IF
       END-READ
       EXIT.

LOADHOLDS.
       OPEN INPUT HELD-FILE
       IF HELD-STATUS IS EQUAL TO "00" THEN
           PERFORM LOADHOLD-ENTRY UNTIL HELD-EOF
           CLOSE HELD-FILE
       END-IF
       EXIT.

LOADHOLD-ENTRY.
       READ HELD-FILE
           AT END
               SET HELD-EOF TO TRUE
       END-READ
       IF NOT HELD-EOF THEN
           MOVE HD-SOURCE TO SCREEN-SOURCE
           MOVE HD-INITIALS TO SCREEN-INITIALS
           MOVE HD-SCORE TO SCREEN-SCORE
           MOVE HD-DATE TO SCREEN-DATE
           PERFORM REMEMBERHOLD
       END-IF
       EXIT.

REMEMBERHOLD.
       IF HOLD-COUNT IS LESS THAN HOLD-TABLE-LIMIT THEN
           ADD 1 TO HOLD-COUNT
           MOVE SCREEN-SOURCE TO HT-SOURCE(HOLD-COUNT)
           MOVE SCREEN-INITIALS TO HT-INITIALS(HOLD-COUNT)
           MOVE SCREEN-SCORE TO HT-SCORE(HOLD-COUNT)
           MOVE SCREEN-DATE TO HT-DATE(HOLD-COUNT)
       ELSE
           ADD 1 TO HOLD-OVERFLOW-COUNT
       END-IF
       EXIT.

LOADSESSIONS.
       OPEN INPUT TRANSIDX-FILE
       IF TRANSIDX-STATUS IS NOT EQUAL TO "00" THEN
           DISPLAY "NO TRANSIDX FILE FOUND - SESSION CHECK SKIPPED."
       ELSE
           PERFORM LOADSESSION-ENTRY UNTIL TRANSIDX-EOF
           CLOSE TRANSIDX-FILE
       END-IF
       EXIT.

LOADSESSION-ENTRY.
       READ TRANSIDX-FILE
           AT END
               SET TRANSIDX-EOF TO TRUE
       END-READ
       IF NOT TRANSIDX-EOF AND TX-DATE IS NUMERIC THEN
           IF TX-INITIALS IS NOT EQUAL TO SPACES THEN
               IF TX-DATE IS LESS THAN EARLIEST-SESSION-DATE THEN
                   MOVE TX-DATE TO EARLIEST-SESSION-DATE
               END-IF
               MOVE TX-DATE TO CHECK-DATE
               MOVE FUNCTION UPPER-CASE(TX-INITIALS) TO CHECK-INITIALS
               PERFORM FINDSESSION
               IF NOT SESSION-FOUND THEN
                   IF SESSION-COUNT IS LESS THAN 5000 THEN
                       ADD 1 TO SESSION-COUNT
                       MOVE CHECK-DATE TO SN-DATE(SESSION-COUNT)
                       MOVE CHECK-INITIALS TO SN-INITIALS(SESSION-COUNT)
                   ELSE
                       ADD 1 TO SESSION-OVERFLOW-COUNT
                   END-IF
               END-IF
           END-IF
       END-IF
       EXIT.

FINDSESSION.
       MOVE "N" TO SESSION-FOUND-FLAG
       PERFORM MATCHSESSION VARYING SESSION-IDX FROM 1 BY 1
           UNTIL SESSION-IDX IS GREATER THAN SESSION-COUNT OR SESSION-FOUND
       EXIT.

MATCHSESSION.
       IF SN-DATE(SESSION-IDX) IS EQUAL TO CHECK-DATE
               AND SN-INITIALS(SESSION-IDX) IS EQUAL TO CHECK-INITIALS THEN
           SET SESSION-FOUND TO TRUE
       END-IF
       EXIT.

LOADQARUNS.
       OPEN INPUT GAMEHIST-FILE
       IF GAMEHIST-STATUS IS NOT EQUAL TO "00" THEN
           DISPLAY "NO GAMEHIST FILE FOUND - QA SEED CHECK SKIPPED."
       ELSE
           PERFORM LOADQARUN-ENTRY UNTIL GAMEHIST-EOF
           CLOSE GAMEHIST-FILE
       END-IF
       EXIT.

LOADQARUN-ENTRY.
       READ GAMEHIST-FILE
           AT END
               SET GAMEHIST-EOF TO TRUE
       END-READ
       IF NOT GAMEHIST-EOF AND GH-RUN-SEED-MODE IS EQUAL TO "Q" THEN
           MOVE GH-PAYLOAD TO GAMEHIST-IMAGE
           PERFORM COMPUTEHISTCHECKSUM
           IF GH-VERSION IS NUMERIC
                   AND GH-VERSION IS EQUAL TO SAVE-RECORD-VERSION
                   AND GH-CHECKSUM IS NUMERIC
                   AND GH-CHECKSUM IS EQUAL TO CHECKSUM-VALUE THEN
               MOVE GH-PAYLOAD TO GAMEHIST-DATA
               IF QA-RUN-COUNT IS LESS THAN 2000 THEN
                   ADD 1 TO QA-RUN-COUNT
                   MOVE GH-RUN-DATE TO QR-DATE(QA-RUN-COUNT)
                   MOVE FUNCTION UPPER-CASE(GH-RUN-INITIALS)
                       TO QR-INITIALS(QA-RUN-COUNT)
                   MOVE SCORE TO QR-SCORE(QA-RUN-COUNT)
               ELSE
                   ADD 1 TO QA-RUN-OVERFLOW-COUNT
               END-IF
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

      *> THE BOARD IS SORTED SO IDENTICAL ENTRIES SIT TOGETHER; EACH
      *> GROUP IS SCREENED ONCE WHEN THE NEXT ONE STARTS, WITH ITS
      *> SIZE KNOWN FOR THE BURST TEST. ONE HOLD COVERS THE GROUP.
SCREENHISCORES.
       OPEN INPUT HISCORE-FILE
       IF HISCORE-STATUS IS NOT EQUAL TO "00" THEN
           DISPLAY "NO HISCORES FILE FOUND - HIGH SCORE BOARD NOT SCREENED."
       ELSE
           CLOSE HISCORE-FILE
           SORT HISCORE-SORT-FILE
               ON ASCENDING KEY HSS-INITIALS HSS-DATE HSS-SCORE
               USING HISCORE-FILE
               GIVING HISCORE-SORTED-FILE
           OPEN INPUT HISCORE-SORTED-FILE
           MOVE "H" TO SCREEN-SOURCE
           MOVE 0 TO GROUP-COUNT
           READ HISCORE-SORTED-FILE
               AT END
                   SET HISCORE-SORTED-EOF TO TRUE
           END-READ
           PERFORM SCREENHISCORE-ENTRY UNTIL HISCORE-SORTED-EOF
           IF GROUP-COUNT IS GREATER THAN 0 THEN
               PERFORM SCREENHISCOREGROUP
           END-IF
           CLOSE HISCORE-SORTED-FILE
       END-IF
       EXIT.

SCREENHISCORE-ENTRY.
       ADD 1 TO HISCORE-READ-COUNT
       IF GROUP-COUNT IS GREATER THAN 0
               AND (HSO-INITIALS IS NOT EQUAL TO SCREEN-INITIALS
                   OR HSO-DATE IS NOT EQUAL TO SCREEN-DATE
                   OR HSO-SCORE IS NOT EQUAL TO SCREEN-SCORE) THEN
           PERFORM SCREENHISCOREGROUP
           MOVE 0 TO GROUP-COUNT
       END-IF
       IF GROUP-COUNT IS EQUAL TO 0 THEN
           MOVE HSO-INITIALS TO SCREEN-INITIALS
           MOVE HSO-DATE TO SCREEN-DATE
           MOVE HSO-SCORE TO SCREEN-SCORE
       END-IF
       ADD 1 TO GROUP-COUNT
       READ HISCORE-SORTED-FILE
           AT END
               SET HISCORE-SORTED-EOF TO TRUE
       END-READ
       EXIT.

SCREENHISCOREGROUP.
       MOVE SPACES TO SCREEN-REASON
       IF SCREEN-SCORE IS GREATER THAN MAXIMUM-SCORE THEN
           MOVE "MAXS" TO SCREEN-REASON
       ELSE
           PERFORM FINDQARUN
           IF QA-RUN-FOUND THEN
               MOVE "QSED" TO SCREEN-REASON
           ELSE
               IF GROUP-COUNT IS NOT LESS THAN BURST-LIMIT THEN
                   MOVE "BRST" TO SCREEN-REASON
               ELSE
                   PERFORM CHECKSESSION
                   IF NOT SESSION-FOUND THEN
                       MOVE "NSES" TO SCREEN-REASON
                   END-IF
               END-IF
           END-IF
       END-IF
       IF SCREEN-REASON IS NOT EQUAL TO SPACES THEN
           PERFORM HOLDENTRY
       END-IF
       EXIT.

FINDQARUN.
       MOVE "N" TO QA-RUN-FOUND-FLAG
       PERFORM MATCHQARUN VARYING QA-RUN-IDX FROM 1 BY 1
           UNTIL QA-RUN-IDX IS GREATER THAN QA-RUN-COUNT OR QA-RUN-FOUND
       EXIT.

MATCHQARUN.
       IF QR-DATE(QA-RUN-IDX) IS EQUAL TO SCREEN-DATE
               AND QR-INITIALS(QA-RUN-IDX) IS EQUAL TO
                   FUNCTION UPPER-CASE(SCREEN-INITIALS)
               AND QR-SCORE(QA-RUN-IDX) IS EQUAL TO SCREEN-SCORE THEN
           SET QA-RUN-FOUND TO TRUE
       END-IF
       EXIT.

      *> LEAVES SESSION-FOUND SET WHEN THE ENTRY HAS A SESSION, OR
      *> CANNOT BE CHECKED BECAUSE IT PREDATES THE FIRST SIGNED-ON
      *> SESSION IN THE INDEX.
CHECKSESSION.
       MOVE "Y" TO SESSION-FOUND-FLAG
       IF SCREEN-DATE IS NUMERIC
               AND SCREEN-DATE IS NOT LESS THAN EARLIEST-SESSION-DATE
               AND SESSION-OVERFLOW-COUNT IS EQUAL TO 0 THEN
           MOVE SCREEN-DATE TO CHECK-DATE
           MOVE FUNCTION UPPER-CASE(SCREEN-INITIALS) TO CHECK-INITIALS
           PERFORM FINDSESSION
           IF NOT SESSION-FOUND THEN
               COMPUTE PRIOR-DATE-NUMBER = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(SCREEN-DATE)) - 1)
               MOVE PRIOR-DATE-NUMBER TO PRIOR-DATE
               MOVE PRIOR-DATE TO CHECK-DATE
               PERFORM FINDSESSION
           END-IF
       END-IF
       EXIT.

SCREENDAILYSCORES.
       OPEN INPUT DAILY-FILE
       IF DAILY-STATUS IS NOT EQUAL TO "00" THEN
           DISPLAY "NO DAILYSCOR FILE FOUND - DAILY BOARD NOT SCREENED."
       ELSE
           MOVE "D" TO SCREEN-SOURCE
           PERFORM SCREENDAILYSCORE-ENTRY UNTIL DAILY-EOF
           CLOSE DAILY-FILE
       END-IF
       EXIT.

SCREENDAILYSCORE-ENTRY.
       READ DAILY-FILE
           AT END
               SET DAILY-EOF TO TRUE
       END-READ
       IF NOT DAILY-EOF AND DL-SCORE IS NUMERIC THEN
           ADD 1 TO DAILY-READ-COUNT
           MOVE DL-INITIALS TO SCREEN-INITIALS
           MOVE DL-SCORE TO SCREEN-SCORE
           MOVE DL-DATE TO SCREEN-DATE
           MOVE SPACES TO SCREEN-REASON
           IF SCREEN-SCORE IS GREATER THAN MAXIMUM-SCORE THEN
               MOVE "MAXS" TO SCREEN-REASON
           ELSE
               PERFORM CHECKSESSION
               IF NOT SESSION-FOUND THEN
                   MOVE "NSES" TO SCREEN-REASON
               END-IF
           END-IF
           IF SCREEN-REASON IS NOT EQUAL TO SPACES THEN
               PERFORM HOLDENTRY
           END-IF
       END-IF
       EXIT.

      *> AN ENTRY ALREADY ON FILE - HELD, RELEASED OR CONFIRMED - IS
      *> LEFT ALONE; THE OPERATOR'S DECISION STANDS.
HOLDENTRY.
       MOVE "N" TO HOLD-FOUND-FLAG
       PERFORM MATCHHOLD VARYING HOLD-IDX FROM 1 BY 1
           UNTIL HOLD-IDX IS GREATER THAN HOLD-COUNT OR HOLD-FOUND
       IF NOT HOLD-FOUND THEN
           MOVE SCREEN-SOURCE TO HD-SOURCE
           MOVE SCREEN-INITIALS TO HD-INITIALS
           MOVE SCREEN-SCORE TO HD-SCORE
           MOVE SCREEN-DATE TO HD-DATE
           MOVE SCREEN-REASON TO HD-REASON
           MOVE "H" TO HD-STATUS
           MOVE TODAYS-DATE TO HD-FLAGGED-DATE
           WRITE HELD-RECORD
           PERFORM REMEMBERHOLD
           ADD 1 TO NEW-HOLD-COUNT
           EVALUATE SCREEN-REASON
               WHEN "MAXS"
                   ADD 1 TO MAXS-COUNT
               WHEN "QSED"
                   ADD 1 TO QSED-COUNT
               WHEN "BRST"
                   ADD 1 TO BRST-COUNT
               WHEN "NSES"
                   ADD 1 TO NSES-COUNT
           END-EVALUATE
           DISPLAY "HELD " SCREEN-SOURCE " " SCREEN-INITIALS " "
               SCREEN-SCORE " " SCREEN-DATE " " SCREEN-REASON
       END-IF
       EXIT.

MATCHHOLD.
       IF HT-SOURCE(HOLD-IDX) IS EQUAL TO SCREEN-SOURCE
               AND HT-INITIALS(HOLD-IDX) IS EQUAL TO SCREEN-INITIALS
               AND HT-SCORE(HOLD-IDX) IS EQUAL TO SCREEN-SCORE
               AND HT-DATE(HOLD-IDX) IS EQUAL TO SCREEN-DATE THEN
           SET HOLD-FOUND TO TRUE
       END-IF
       EXIT.

PRINTSUMMARY.
       DISPLAY SPACE
       DISPLAY "MAXIMUM POSSIBLE SCORE: " MAXIMUM-SCORE
       DISPLAY "HISCORES ENTRIES SCREENED: " HISCORE-READ-COUNT
       DISPLAY "DAILYSCOR ENTRIES SCREENED: " DAILY-READ-COUNT
       DISPLAY "QA-SEEDED RUNS IN GAMEHIST: " QA-RUN-COUNT
       DISPLAY "NEW HOLDS: " NEW-HOLD-COUNT
       DISPLAY "  ABOVE MAXIMUM (MAXS): " MAXS-COUNT
       DISPLAY "  QA SEED ON BOARD (QSED): " QSED-COUNT
       DISPLAY "  IDENTICAL-SCORE BURST (BRST): " BRST-COUNT
       DISPLAY "  NO TRANSIDX SESSION (NSES): " NSES-COUNT
       IF SESSION-OVERFLOW-COUNT IS GREATER THAN 0 THEN
           DISPLAY "TRANSIDX TOO LARGE FOR THE SESSION TABLE - SESSION CHECK SKIPPED."
       END-IF
       IF QA-RUN-OVERFLOW-COUNT IS GREATER THAN 0 THEN
           DISPLAY "QA-SEEDED RUNS NOT CHECKED (TABLE FULL): " QA-RUN-OVERFLOW-COUNT
       END-IF
       IF HOLD-OVERFLOW-COUNT IS GREATER THAN 0 THEN
           DISPLAY "HOLDS PAST THE 2000-ENTRY TABLE (MAY REPEAT): "
               HOLD-OVERFLOW-COUNT
       END-IF
       EXIT.
