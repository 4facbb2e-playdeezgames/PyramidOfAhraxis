    SELECT ADJLOG-FILE ASSIGN TO "PLAYERADJ"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS ADJLOG-STATUS.
    SELECT HELD-FILE ASSIGN TO "HELDSCORES"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS HELD-STATUS.
    SELECT HELD-NEW-FILE ASSIGN TO "HELDSCORES.NEW"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS HELD-NEW-STATUS.
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
      *> THIS EDITOR IS THE ONLY SUPPORTED WAY TO CHANGE THE FILE
      *> OUTSIDE OF GAMEPLAY - EVERY CHANGE IT MAKES IS WRITTEN TO
      *> THE PLAYERADJ LOG SO THE NIGHTLY CHECKS CAN EXPLAIN WHY
      *> COUNTERS MOVED WITHOUT A GAME BEING PLAYED. THE SIGN-ON PIN
      *> AND STATUS (S = SUSPENDED) CLOSE THE RECORD; THE PIN IS NEVER
      *> SHOWN OR LOGGED, ONLY CLEARED SO THE PLAYER CAN CHOOSE A NEW
      *> ONE AT THEIR NEXT SIGN-ON.
       FD PLAYERS-FILE.
       01 PLAYERS-RECORD.
          02 PL-INITIALS PIC X(3).
          02 PL-TOTAL-SCORE PIC 9(7).
          02 PL-FIRST-PLAYED PIC X(8).
          02 PL-LAST-PLAYED PIC X(8).
          02 PL-PIN PIC X(4).
          02 PL-STATUS PIC X.
             88 PL-SUSPENDED VALUE "S".

      *> ONE LINE PER ADJUSTMENT, STAMPED WITH DATE AND TIME AND
      *> APPENDED FOR THE LIFE OF THE FILE, THE WAY THE GAME'S
       FD ADJLOG-FILE.
       01 ADJLOG-RECORD PIC X(100).

      *> LEADERBOARD ENTRIES FLAGGED BY THE NIGHTLY SCREENING JOB
      *> (PYRAMIDSCREEN). THE OPERATOR RELEASES A HOLD (R) TO PUT THE
      *> ENTRY BACK ON THE BOARDS, OR CONFIRMS IT (C) TO KEEP IT OFF
      *> FOR GOOD. THE FILE IS REWRITTEN THROUGH A WORK FILE, THE WAY
      *> THE GAME REWRITES DAILYSCOR.
       FD HELD-FILE.
       01 HELD-RECORD.
          02 HD-SOURCE PIC X.
          02 HD-INITIALS PIC X(3).
          02 HD-SCORE PIC 9999.
          02 HD-DATE PIC X(8).
          02 HD-REASON PIC X(4).
          02 HD-STATUS PIC X.
             88 HD-HELD VALUE "H".
          02 HD-FLAGGED-DATE PIC X(8).

       FD HELD-NEW-FILE.
       01 HELD-NEW-RECORD PIC X(29).

      *> THE TOURNAMENT MASTER, KEPT BY HAND. ONLY READ HERE, TO
      *> CHECK AN EVENT CODE BEFORE ITS ROSTER IS TOUCHED.
       FD TOURNEY-FILE.
       01 TOURNEY-RECORD.
          02 TN-EVENT-CODE PIC X(8).
          02 TN-EVENT-NAME PIC X(30).
          02 TN-START-DATE PIC X(8).
          02 TN-END-DATE PIC X(8).
          02 TN-DIFFICULTY PIC X.
          02 TN-ROUND-COUNT PIC 9.
          02 TN-ROUND-SEED PIC 9(8) OCCURS 9 TIMES.

      *> THE ENTRANT ROSTER, KEYED BY EVENT AND INITIALS. THE GAME
      *> MARKS EACH ROUND STARTED (S) AS THE ENTRANT BEGINS IT; AN
      *> ENTRANT WHO HAS STARTED A ROUND CAN NO LONGER BE WITHDRAWN.
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
       01 PLAYERS-STATUS PIC XX.
       01 ADJLOG-STATUS PIC XX.
       01 HELD-STATUS PIC XX.
       01 HELD-NEW-STATUS PIC XX.
       01 HELD-EOF-FLAG PIC X.
          88 HELD-EOF VALUE "Y".
       01 HELD-NEW-EOF-FLAG PIC X.
          88 HELD-NEW-EOF VALUE "Y".
       01 REVIEW-DONE-FLAG PIC X.
          88 REVIEW-DONE VALUE "Y".
       01 TOURNEY-STATUS PIC XX.
       01 TOURNEY-EOF-FLAG PIC X.
          88 TOURNEY-EOF VALUE "Y".
       01 TOURNEY-FOUND-FLAG PIC X.
          88 TOURNEY-FOUND VALUE "Y".
       01 TOURNENT-STATUS PIC XX.
       01 TOURNENT-EOF-FLAG PIC X.
          88 TOURNENT-EOF VALUE "Y".
       01 PLAYERS-EOF-FLAG PIC X VALUE "N".
          88 PLAYERS-EOF VALUE "Y".
       01 RECORD-FOUND-FLAG PIC X.
          02 SR-TOTAL-SCORE PIC 9(7).
          02 SR-FIRST-PLAYED PIC X(8).
          02 SR-LAST-PLAYED PIC X(8).
          02 SR-PIN PIC X(4).
          02 SR-STATUS PIC X.
       01 SCRATCHPAD.
          02 COMMAND PIC X(20).
          02 EDIT-INITIALS PIC X(3).
          02 FIELD-CHANGED-FLAG PIC X.
             88 FIELD-CHANGED VALUE "Y".
          02 BROWSE-COUNT PIC 9(5).
          02 DECIDED-COUNT PIC 9(5).
          02 EVENT-CODE PIC X(8).
          02 EVENT-NAME PIC X(30).
          02 EVENT-ROUND-COUNT PIC 9.
          02 ROUND-IDX PIC 99.
          02 ROUNDS-PLAYED PIC 9.
          02 ADJLOG-LINE PIC X(80).

PROCEDURE DIVISION.
       DISPLAY "[E]DIT RECORD"
       DISPLAY "[M]ERGE RECORDS"
       DISPLAY "[P]URGE RECORD"
       DISPLAY "[S]USPEND OR REINSTATE PLAYER"
       DISPLAY "[R]ESET PLAYER PIN"
       DISPLAY "[H]ELD SCORES - RELEASE OR CONFIRM"
       DISPLAY "[T]OURNAMENT ROSTER"
       DISPLAY "[Q]UIT"
       ACCEPT COMMAND
       EVALUATE COMMAND
               GO TO MERGERECORDS
           WHEN "p" WHEN "P"
               GO TO PURGERECORD
           WHEN "s" WHEN "S"
               GO TO SUSPENDRECORD
           WHEN "r" WHEN "R"
               GO TO RESETPIN
           WHEN "h" WHEN "H"
               GO TO REVIEWHOLDS
           WHEN "t" WHEN "T"
               GO TO ROSTERMENU
           WHEN "q" WHEN "Q"
               STOP RUN
           WHEN OTHER
               SET PLAYERS-EOF TO TRUE
       END-START
       DISPLAY SPACE
       DISPLAY "INI GAMES WINS  DEATHS BEST TOTAL   FIRST    LAST     ST"
       PERFORM BROWSERECORD-ENTRY UNTIL PLAYERS-EOF
       CLOSE PLAYERS-FILE
       IF BROWSE-COUNT IS EQUAL TO 0 THEN
           ADD 1 TO BROWSE-COUNT
           DISPLAY PL-INITIALS " " PL-GAMES-PLAYED " " PL-WINS " "
               PL-DEATHS " " PL-BEST-SCORE " " PL-TOTAL-SCORE " "
               PL-FIRST-PLAYED " " PL-LAST-PLAYED " " PL-STATUS
       END-IF
       EXIT.

       DISPLAY "TOTAL SCORE: " PL-TOTAL-SCORE
       DISPLAY "FIRST PLAYED: " PL-FIRST-PLAYED
       DISPLAY "LAST PLAYED: " PL-LAST-PLAYED
       IF PL-SUSPENDED THEN
           DISPLAY "STATUS: SUSPENDED"
       ELSE
           DISPLAY "STATUS: ACTIVE"
       END-IF
       IF PL-PIN IS EQUAL TO SPACES THEN
           DISPLAY "PIN: NOT SET"
       ELSE
           DISPLAY "PIN: SET"
       END-IF
       EXIT.

CHANGERECORD.
       MOVE PLAYERS-RECORD TO SOURCE-RECORD
       MOVE SPACES TO ADJLOG-LINE
       STRING "MERGE " SOURCE-INITIALS " INTO " TARGET-INITIALS
           " SOURCE WAS " SOURCE-RECORD(1:45)
           DELIMITED BY SIZE INTO ADJLOG-LINE
       PERFORM APPENDADJLOG
       MOVE TARGET-INITIALS TO PL-INITIALS
       END-IF
       MOVE SPACES TO ADJLOG-LINE
       STRING "MERGE " SOURCE-INITIALS " INTO " TARGET-INITIALS
           " RESULT IS " PLAYERS-RECORD(1:45)
           DELIMITED BY SIZE INTO ADJLOG-LINE
       PERFORM APPENDADJLOG
       MOVE SOURCE-INITIALS TO PL-INITIALS
           ACCEPT COMMAND
           IF COMMAND IS EQUAL TO "y" OR COMMAND IS EQUAL TO "Y" THEN
               MOVE SPACES TO ADJLOG-LINE
               STRING "PURGE " PL-INITIALS " WAS " PLAYERS-RECORD(1:45)
                   DELIMITED BY SIZE INTO ADJLOG-LINE
               PERFORM APPENDADJLOG
               DELETE PLAYERS-FILE
       CLOSE PLAYERS-FILE
       GO TO EDITORMENU.

      *> A SUSPENDED PLAYER IS REFUSED AT THE GAME'S SIGN-ON UNTIL
      *> REINSTATED HERE. THE CAREER RECORD ITSELF IS LEFT ALONE.
SUSPENDRECORD.
       DISPLAY SPACE
       PERFORM GETINITIALS
       OPEN I-O PLAYERS-FILE
       IF PLAYERS-STATUS IS NOT EQUAL TO "00" THEN
           DISPLAY "NO PLAYER RECORDS YET."
           GO TO EDITORMENU
       END-IF
       MOVE EDIT-INITIALS TO PL-INITIALS
       MOVE "N" TO RECORD-FOUND-FLAG
       READ PLAYERS-FILE
           INVALID KEY
               DISPLAY "NO CAREER RECORD FOR " PL-INITIALS "."
           NOT INVALID KEY
               SET RECORD-FOUND TO TRUE
       END-READ
       IF RECORD-FOUND THEN
           PERFORM SHOWRECORDFIELDS
           IF PL-SUSPENDED THEN
               DISPLAY "REINSTATE THIS PLAYER? (Y/N): " WITH NO ADVANCING
           ELSE
               DISPLAY "SUSPEND THIS PLAYER? (Y/N): " WITH NO ADVANCING
           END-IF
           ACCEPT COMMAND
           IF COMMAND IS EQUAL TO "y" OR COMMAND IS EQUAL TO "Y" THEN
               MOVE SPACES TO ADJLOG-LINE
               IF PL-SUSPENDED THEN
                   MOVE SPACE TO PL-STATUS
                   STRING "REINSTATE " PL-INITIALS
                       DELIMITED BY SIZE INTO ADJLOG-LINE
                   DISPLAY "PLAYER REINSTATED."
               ELSE
                   SET PL-SUSPENDED TO TRUE
                   STRING "SUSPEND " PL-INITIALS
                       DELIMITED BY SIZE INTO ADJLOG-LINE
                   DISPLAY "PLAYER SUSPENDED."
               END-IF
               REWRITE PLAYERS-RECORD
               PERFORM APPENDADJLOG
           END-IF
       END-IF
       CLOSE PLAYERS-FILE
       GO TO EDITORMENU.

      *> FOR A PLAYER WHO HAS FORGOTTEN THEIR PIN: THE PIN IS CLEARED
      *> AND THE GAME ASKS FOR A NEW ONE AT THEIR NEXT SIGN-ON.
RESETPIN.
       DISPLAY SPACE
       PERFORM GETINITIALS
       OPEN I-O PLAYERS-FILE
       IF PLAYERS-STATUS IS NOT EQUAL TO "00" THEN
           DISPLAY "NO PLAYER RECORDS YET."
           GO TO EDITORMENU
       END-IF
       MOVE EDIT-INITIALS TO PL-INITIALS
       MOVE "N" TO RECORD-FOUND-FLAG
       READ PLAYERS-FILE
           INVALID KEY
               DISPLAY "NO CAREER RECORD FOR " PL-INITIALS "."
           NOT INVALID KEY
               SET RECORD-FOUND TO TRUE
       END-READ
       IF RECORD-FOUND THEN
           DISPLAY "CLEAR THE PIN FOR " PL-INITIALS "? (Y/N): " WITH NO ADVANCING
           ACCEPT COMMAND
           IF COMMAND IS EQUAL TO "y" OR COMMAND IS EQUAL TO "Y" THEN
               MOVE SPACES TO PL-PIN
               REWRITE PLAYERS-RECORD
               MOVE SPACES TO ADJLOG-LINE
               STRING "RESET PIN " PL-INITIALS
                   DELIMITED BY SIZE INTO ADJLOG-LINE
               PERFORM APPENDADJLOG
               DISPLAY "PIN CLEARED."
           END-IF
       END-IF
       CLOSE PLAYERS-FILE
       GO TO EDITORMENU.

      *> WALKS EVERY ENTRY STILL HELD, ONE AT A TIME. AN ENTRY THAT IS
      *> SKIPPED, OR LEFT WHEN THE OPERATOR QUITS, STAYS HELD FOR THE
      *> NEXT REVIEW. EACH DECISION GOES TO THE PLAYERADJ LOG.
REVIEWHOLDS.
       DISPLAY SPACE
       OPEN INPUT HELD-FILE
       IF HELD-STATUS IS NOT EQUAL TO "00" THEN
           DISPLAY "NO HELD SCORES."
           GO TO EDITORMENU
       END-IF
       OPEN OUTPUT HELD-NEW-FILE
       IF HELD-NEW-STATUS IS NOT EQUAL TO "00" THEN
           DISPLAY "HELDSCORES WORK FILE COULD NOT BE WRITTEN."
           CLOSE HELD-FILE
           GO TO EDITORMENU
       END-IF
       MOVE "N" TO HELD-EOF-FLAG
       MOVE "N" TO REVIEW-DONE-FLAG
       MOVE 0 TO BROWSE-COUNT
       MOVE 0 TO DECIDED-COUNT
       PERFORM REVIEWHOLD-ENTRY UNTIL HELD-EOF
       CLOSE HELD-FILE
       CLOSE HELD-NEW-FILE
       IF BROWSE-COUNT IS EQUAL TO 0 THEN
           DISPLAY "NO SCORES ARE WAITING FOR REVIEW."
       ELSE
           IF DECIDED-COUNT IS GREATER THAN 0 THEN
               PERFORM COPYHELDBACK
           END-IF
           DISPLAY DECIDED-COUNT " OF " BROWSE-COUNT " HOLD(S) DECIDED."
       END-IF
       GO TO EDITORMENU.

REVIEWHOLD-ENTRY.
       READ HELD-FILE
           AT END
               SET HELD-EOF TO TRUE
       END-READ
       IF NOT HELD-EOF THEN
           IF HD-HELD AND NOT REVIEW-DONE THEN
               ADD 1 TO BROWSE-COUNT
               PERFORM DECIDEHOLD
           END-IF
           WRITE HELD-NEW-RECORD FROM HELD-RECORD
       END-IF
       EXIT.

DECIDEHOLD.
       DISPLAY SPACE
       IF HD-SOURCE IS EQUAL TO "D" THEN
           DISPLAY "DAILY CHALLENGE ENTRY: " HD-INITIALS " " HD-SCORE " " HD-DATE
       ELSE
           DISPLAY "HIGH SCORE ENTRY: " HD-INITIALS " " HD-SCORE " " HD-DATE
       END-IF
       EVALUATE HD-REASON
           WHEN "MAXS"
               DISPLAY "REASON: SCORE ABOVE THE MAXIMUM THE MAP ALLOWS"
           WHEN "QSED"
               DISPLAY "REASON: QA-SEEDED RUN ON THE PUBLIC BOARD"
           WHEN "BRST"
               DISPLAY "REASON: BURST OF IDENTICAL SCORES"
           WHEN "NSES"
               DISPLAY "REASON: NO TRANSCRIPT SESSION THAT DAY"
           WHEN OTHER
               DISPLAY "REASON: " HD-REASON
       END-EVALUATE
       DISPLAY "FLAGGED: " HD-FLAGGED-DATE
       DISPLAY "[R]ELEASE, [C]ONFIRM, [S]KIP, OR [Q]UIT REVIEW: " WITH NO ADVANCING
       ACCEPT COMMAND
       MOVE SPACES TO ADJLOG-LINE
       EVALUATE COMMAND
           WHEN "r" WHEN "R"
               MOVE "R" TO HD-STATUS
               STRING "RELEASE HOLD " HD-SOURCE " " HD-INITIALS " "
                   HD-SCORE " " HD-DATE " " HD-REASON
                   DELIMITED BY SIZE INTO ADJLOG-LINE
               PERFORM APPENDADJLOG
               ADD 1 TO DECIDED-COUNT
               DISPLAY "RELEASED."
           WHEN "c" WHEN "C"
               MOVE "C" TO HD-STATUS
               STRING "CONFIRM HOLD " HD-SOURCE " " HD-INITIALS " "
                   HD-SCORE " " HD-DATE " " HD-REASON
                   DELIMITED BY SIZE INTO ADJLOG-LINE
               PERFORM APPENDADJLOG
               ADD 1 TO DECIDED-COUNT
               DISPLAY "CONFIRMED."
           WHEN "q" WHEN "Q"
               SET REVIEW-DONE TO TRUE
           WHEN OTHER
               DISPLAY "LEFT HELD."
       END-EVALUATE
       EXIT.

      *> HELDSCORES IS ONLY REWRITTEN ONCE THE WORK FILE READS BACK
      *> CLEANLY - EITHER OPEN FAILING LEAVES IT UNTOUCHED.
COPYHELDBACK.
       MOVE "N" TO HELD-NEW-EOF-FLAG
       OPEN INPUT HELD-NEW-FILE
       IF HELD-NEW-STATUS IS NOT EQUAL TO "00" THEN
           DISPLAY "HELDSCORES COULD NOT BE UPDATED."
       ELSE
           OPEN OUTPUT HELD-FILE
           IF HELD-STATUS IS NOT EQUAL TO "00" THEN
               DISPLAY "HELDSCORES COULD NOT BE UPDATED."
               CLOSE HELD-NEW-FILE
           ELSE
               READ HELD-NEW-FILE
                   AT END
                       SET HELD-NEW-EOF TO TRUE
               END-READ
               PERFORM COPYHELDBACK-ENTRY UNTIL HELD-NEW-EOF
               CLOSE HELD-NEW-FILE
               CLOSE HELD-FILE
           END-IF
       END-IF
       EXIT.

COPYHELDBACK-ENTRY.
       MOVE HELD-NEW-RECORD TO HELD-RECORD
       WRITE HELD-RECORD
       READ HELD-NEW-FILE
           AT END
               SET HELD-NEW-EOF TO TRUE
       END-READ
       EXIT.

      *> ENTRANTS ARE ADDED AND WITHDRAWN ONE EVENT AT A TIME. ONLY
      *> INITIALS WITH A CAREER RECORD THAT IS NOT SUSPENDED CAN BE
      *> ENTERED, AND EACH ENTRY AND WITHDRAWAL GOES TO PLAYERADJ.
ROSTERMENU.
       DISPLAY SPACE
       DISPLAY "ENTER TOURNAMENT EVENT CODE: " WITH NO ADVANCING
       ACCEPT COMMAND
       MOVE FUNCTION UPPER-CASE(COMMAND(1:8)) TO EVENT-CODE
       IF EVENT-CODE IS EQUAL TO SPACES THEN
           GO TO EDITORMENU
       END-IF
       PERFORM FINDTOURNEY
       IF NOT TOURNEY-FOUND THEN
           DISPLAY "NO TOURNAMENT " FUNCTION TRIM(EVENT-CODE) " ON FILE."
           GO TO EDITORMENU
       END-IF
       OPEN I-O TOURNENT-FILE
       IF TOURNENT-STATUS IS EQUAL TO "35" THEN
           OPEN OUTPUT TOURNENT-FILE
           CLOSE TOURNENT-FILE
           OPEN I-O TOURNENT-FILE
       END-IF
       IF TOURNENT-STATUS IS NOT EQUAL TO "00" THEN
           DISPLAY "TOURNAMENT ROSTER COULD NOT BE OPENED."
           GO TO EDITORMENU
       END-IF.
ROSTERACTIONS.
       DISPLAY SPACE
       DISPLAY "ROSTER FOR " FUNCTION TRIM(EVENT-NAME) " ("
           FUNCTION TRIM(EVENT-CODE) "):"
       DISPLAY "[L]IST ENTRANTS"
       DISPLAY "[A]DD ENTRANT"
       DISPLAY "[W]ITHDRAW ENTRANT"
       DISPLAY "[Q]UIT TO EDITOR MENU"
       ACCEPT COMMAND
       EVALUATE COMMAND
           WHEN "l" WHEN "L"
               GO TO LISTROSTER
           WHEN "a" WHEN "A"
               GO TO ADDENTRANT
           WHEN "w" WHEN "W"
               GO TO WITHDRAWENTRANT
           WHEN "q" WHEN "Q"
               CLOSE TOURNENT-FILE
               GO TO EDITORMENU
           WHEN OTHER
               GO TO ROSTERACTIONS
       END-EVALUATE.

LISTROSTER.
       MOVE "N" TO TOURNENT-EOF-FLAG
       MOVE 0 TO BROWSE-COUNT
       MOVE EVENT-CODE TO TE-EVENT-CODE
       MOVE LOW-VALUES TO TE-INITIALS
       START TOURNENT-FILE KEY IS GREATER THAN OR EQUAL TO TE-KEY
           INVALID KEY
               SET TOURNENT-EOF TO TRUE
       END-START
       DISPLAY SPACE
       DISPLAY "INI ENTERED  ROUNDS STARTED"
       PERFORM LISTROSTER-ENTRY UNTIL TOURNENT-EOF
       IF BROWSE-COUNT IS EQUAL TO 0 THEN
           DISPLAY "NO ENTRANTS YET."
       ELSE
           DISPLAY BROWSE-COUNT " ENTRANT(S)."
       END-IF
       GO TO ROSTERACTIONS.

LISTROSTER-ENTRY.
       READ TOURNENT-FILE NEXT RECORD
           AT END
               SET TOURNENT-EOF TO TRUE
       END-READ
       IF NOT TOURNENT-EOF THEN
           IF TE-EVENT-CODE IS NOT EQUAL TO EVENT-CODE THEN
               SET TOURNENT-EOF TO TRUE
           ELSE
               ADD 1 TO BROWSE-COUNT
               PERFORM COUNTROUNDSPLAYED
               DISPLAY TE-INITIALS " " TE-ENTERED-DATE " " ROUNDS-PLAYED
                   " OF " EVENT-ROUND-COUNT
           END-IF
       END-IF
       EXIT.

ADDENTRANT.
       DISPLAY SPACE
       PERFORM GETINITIALS
       IF EDIT-INITIALS IS EQUAL TO SPACES THEN
           GO TO ROSTERACTIONS
       END-IF
       OPEN INPUT PLAYERS-FILE
       IF PLAYERS-STATUS IS NOT EQUAL TO "00" THEN
           DISPLAY "NO PLAYER RECORDS YET."
           GO TO ROSTERACTIONS
       END-IF
       MOVE EDIT-INITIALS TO PL-INITIALS
       MOVE "N" TO RECORD-FOUND-FLAG
       READ PLAYERS-FILE
           INVALID KEY
               DISPLAY "NO CAREER RECORD FOR " PL-INITIALS "."
           NOT INVALID KEY
               SET RECORD-FOUND TO TRUE
       END-READ
       CLOSE PLAYERS-FILE
       IF NOT RECORD-FOUND THEN
           GO TO ROSTERACTIONS
       END-IF
       IF PL-SUSPENDED THEN
           DISPLAY "PLAYER " PL-INITIALS " IS SUSPENDED - NOT ENTERED."
           GO TO ROSTERACTIONS
       END-IF
       MOVE EVENT-CODE TO TE-EVENT-CODE
       MOVE EDIT-INITIALS TO TE-INITIALS
       MOVE FUNCTION CURRENT-DATE(1:8) TO TE-ENTERED-DATE
       MOVE SPACES TO TE-ROUND-TABLE
       WRITE TOURNENT-RECORD
           INVALID KEY
               DISPLAY EDIT-INITIALS " IS ALREADY ENTERED."
           NOT INVALID KEY
               MOVE SPACES TO ADJLOG-LINE
               STRING "ENTER " EVENT-CODE " " EDIT-INITIALS
                   DELIMITED BY SIZE INTO ADJLOG-LINE
               PERFORM APPENDADJLOG
               DISPLAY EDIT-INITIALS " ENTERED."
       END-WRITE
       GO TO ROSTERACTIONS.

      *> ONCE AN ENTRANT HAS STARTED A ROUND THEY STAY ON THE ROSTER,
      *> SO THE STANDINGS ALWAYS ACCOUNT FOR EVERY ROUND PLAYED.
WITHDRAWENTRANT.
       DISPLAY SPACE
       PERFORM GETINITIALS
       MOVE EVENT-CODE TO TE-EVENT-CODE
       MOVE EDIT-INITIALS TO TE-INITIALS
       MOVE "N" TO RECORD-FOUND-FLAG
       READ TOURNENT-FILE
           INVALID KEY
               DISPLAY EDIT-INITIALS " IS NOT ENTERED."
           NOT INVALID KEY
               SET RECORD-FOUND TO TRUE
       END-READ
       IF NOT RECORD-FOUND THEN
           GO TO ROSTERACTIONS
       END-IF
       PERFORM COUNTROUNDSPLAYED
       IF ROUNDS-PLAYED IS GREATER THAN 0 THEN
           DISPLAY EDIT-INITIALS " HAS STARTED " ROUNDS-PLAYED
               " ROUND(S) - CANNOT BE WITHDRAWN."
           GO TO ROSTERACTIONS
       END-IF
       DISPLAY "WITHDRAW " EDIT-INITIALS "? (Y/N): " WITH NO ADVANCING
       ACCEPT COMMAND
       IF COMMAND IS EQUAL TO "y" OR COMMAND IS EQUAL TO "Y" THEN
           DELETE TOURNENT-FILE
           MOVE SPACES TO ADJLOG-LINE
           STRING "WITHDRAW " EVENT-CODE " " EDIT-INITIALS
               DELIMITED BY SIZE INTO ADJLOG-LINE
           PERFORM APPENDADJLOG
           DISPLAY EDIT-INITIALS " WITHDRAWN."
       END-IF
       GO TO ROSTERACTIONS.

COUNTROUNDSPLAYED.
       MOVE 0 TO ROUNDS-PLAYED
       PERFORM COUNTROUNDPLAYED VARYING ROUND-IDX FROM 1 BY 1
           UNTIL ROUND-IDX IS GREATER THAN 9
       EXIT.

COUNTROUNDPLAYED.
       IF TE-ROUND-STARTED(ROUND-IDX) THEN
           ADD 1 TO ROUNDS-PLAYED
       END-IF
       EXIT.

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
               IF TN-EVENT-CODE IS EQUAL TO EVENT-CODE THEN
                   SET TOURNEY-FOUND TO TRUE
                   MOVE TN-EVENT-NAME TO EVENT-NAME
                   MOVE TN-ROUND-COUNT TO EVENT-ROUND-COUNT
               END-IF
       END-READ
       EXIT.

APPENDADJLOG.
       OPEN EXTEND ADJLOG-FILE
       IF ADJLOG-STATUS IS EQUAL TO "35" THEN
