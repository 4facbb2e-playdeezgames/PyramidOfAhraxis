       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. PYRAMIDSTANDINGS.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT TOURNEY-FILE ASSIGN TO "TOURNEY"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS TOURNEY-STATUS.
    SELECT TOURNENT-FILE ASSIGN TO "TOURNENT"
        ORGANIZATION INDEXED
        ACCESS DYNAMIC
        RECORD KEY TE-KEY
        FILE STATUS TOURNENT-STATUS.
    SELECT GAMEHIST-FILE ASSIGN TO "GAMEHIST"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS GAMEHIST-STATUS.
    SELECT BATCHPARM-FILE ASSIGN TO "BATCHPARM"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS BATCHPARM-STATUS.

DATA DIVISION.
       FILE SECTION.
      *> ONE RECORD PER TOURNAMENT: ITS DATES, DIFFICULTY, NUMBER OF
      *> ROUNDS AND THE SEED FOR EACH ROUND.
       FD TOURNEY-FILE.
       01 TOURNEY-RECORD.
          02 TN-EVENT-CODE PIC X(8).
          02 TN-EVENT-NAME PIC X(30).
          02 TN-START-DATE PIC X(8).
          02 TN-END-DATE PIC X(8).
          02 TN-DIFFICULTY PIC X.
          02 TN-ROUND-COUNT PIC 9.
          02 TN-ROUND-SEED PIC 9(8) OCCURS 9 TIMES.

      *> THE ENTRANT ROSTER, KEYED BY EVENT AND INITIALS, WITH EACH
      *> ROUND MARKED STARTED (S) BY THE GAME AS THE ENTRANT BEGAN IT.
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

      *> VERSIONED ARCHIVE RECORD AS WRITTEN BY THE GAME. A TOURNAMENT
      *> RUN CARRIES ITS EVENT CODE AND ROUND IN THE TRAILER; THE SCORE
      *> COMES FROM THE CHECKSUMMED PAYLOAD, SO A RECORD THAT FAILS
      *> EITHER CHECK IS COUNTED AND SKIPPED.
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

      *> LEFT BY THE BATCH DRIVER (PYRAMIDBATCH) WITH THE ANSWER TO
      *> THE CONSOLE PROMPT. EMPTY OR ABSENT WHEN RUN BY HAND.
       FD BATCHPARM-FILE.
       01 BATCHPARM-RECORD.
          02 BP-PROGRAM PIC X(20).
          02 BP-PARAMETER PIC X(40).

       WORKING-STORAGE SECTION.
       COPY GAMEREC REPLACING RECORD-NAME BY GAMEHIST-DATA.
       01 SAVE-RECORD-VERSION PIC 99 VALUE 2.
       01 GAMEHIST-IMAGE PIC X(358).
       01 CHECKSUM-TOTAL PIC 9(9).
       01 CHECKSUM-VALUE PIC 9(6).
       01 CHECKSUM-IDX PIC 999.
       01 TOURNEY-STATUS PIC XX.
       01 TOURNEY-EOF-FLAG PIC X VALUE "N".
          88 TOURNEY-EOF VALUE "Y".
       01 TOURNEY-FOUND-FLAG PIC X VALUE "N".
          88 TOURNEY-FOUND VALUE "Y".
       01 TOURNENT-STATUS PIC XX.
       01 TOURNENT-EOF-FLAG PIC X VALUE "N".
          88 TOURNENT-EOF VALUE "Y".
       01 GAMEHIST-STATUS PIC XX.
       01 GAMEHIST-EOF-FLAG PIC X VALUE "N".
          88 GAMEHIST-EOF VALUE "Y".
       01 BATCHPARM-STATUS PIC XX.
       01 BATCH-PARM-FLAG PIC X VALUE "N".
          88 BATCH-PARM-FOUND VALUE "Y".
       01 COMMAND PIC X(20).
       01 EVENT-CODE PIC X(8).
       01 EVENT-NAME PIC X(30).
       01 EVENT-START-DATE PIC X(8).
       01 EVENT-END-DATE PIC X(8).
       01 EVENT-DIFFICULTY PIC X.
       01 EVENT-ROUND-COUNT PIC 9.
       01 SKIPPED-COUNT PIC 9(5) VALUE 0.
       01 EVENT-RUN-COUNT PIC 9(5) VALUE 0.
       01 UNROSTERED-COUNT PIC 9(5) VALUE 0.
       01 REPEAT-COUNT PIC 9(5) VALUE 0.
      *> ONE ENTRY PER ENTRANT ON THE ROSTER, IN INITIALS ORDER. A
      *> ROUND IS SCORED FROM THE FIRST GAMEHIST RUN TAGGED WITH IT; A
      *> ROUND STARTED BUT NEVER FINISHED (ABANDONED, OR THE GAME WAS
      *> LEFT) SCORES 0 AND COUNTS AS A DEATH FOR THE TIE-BREAK.
       01 ENTRANT-COUNT PIC 999 VALUE 0.
       01 ENTRANT-IDX PIC 999.
       01 ENTRANT-POS PIC 999.
       01 ENTRANT-LIMIT PIC 999 VALUE 500.
       01 ENTRANT-OVERFLOW-COUNT PIC 9(5) VALUE 0.
       01 ROUND-IDX PIC 99.
       01 ENTRANT-TABLE.
          02 ENTRANT-ENTRY OCCURS 500 TIMES.
             03 EN-INITIALS PIC X(3).
             03 EN-ROUND OCCURS 9 TIMES.
                04 EN-ROUND-STATUS PIC X.
                   88 EN-ROUND-STARTED VALUE "S".
                04 EN-ROUND-FLAG PIC X.
                   88 EN-ROUND-FOUND VALUE "Y".
                04 EN-ROUND-SCORE PIC 9999.
                04 EN-ROUND-OUTCOME PIC X.
             03 EN-ROUNDS-PLAYED PIC 9.
             03 EN-POINTS PIC 9(5).
             03 EN-DEATHS PIC 9.
      *> ENTRANTS WHO PLAYED AT LEAST ONE ROUND, IN FINISHING ORDER:
      *> MOST POINTS FIRST, THEN FEWEST DEATHS. EQUAL ON BOTH SHARE A
      *> PLACING AND KEEP ROSTER ORDER.
       01 RANK-COUNT PIC 999 VALUE 0.
       01 RANK-IDX PIC 999.
       01 RANK-POS PIC 999.
       01 RANK-SHIFT-IDX PIC 999.
       01 RANK-TABLE.
          02 RANK-ENTRANT PIC 999 OCCURS 500 TIMES.
       01 PLACING PIC 999.
       01 PREVIOUS-POINTS PIC 9(5).
       01 PREVIOUS-DEATHS PIC 9.
       01 NEVER-PLAYED-COUNT PIC 999 VALUE 0.
       01 SCORE-EDIT PIC ZZZ9.
       01 HEADING-LINE.
          02 FILLER PIC X(10) VALUE "PLACE INI ".
          02 HL-ROUND-CELL OCCURS 9 TIMES.
             03 HL-ROUND-TEXT PIC X(6).
          02 FILLER PIC X(14) VALUE " POINTS DEATHS".
       01 STANDING-LINE.
          02 SL-PLACE PIC ZZ9.
          02 FILLER PIC X(3) VALUE SPACES.
          02 SL-INITIALS PIC X(3).
          02 FILLER PIC X VALUE SPACE.
          02 SL-ROUND-CELL OCCURS 9 TIMES.
             03 SL-ROUND-SCORE PIC X(4).
             03 SL-ROUND-MARK PIC X.
             03 FILLER PIC X.
          02 FILLER PIC X VALUE SPACE.
          02 SL-POINTS PIC ZZZZ9.
          02 FILLER PIC X(4) VALUE SPACES.
          02 SL-DEATHS PIC 9.

PROCEDURE DIVISION.
       PERFORM CHOOSEEVENT
       PERFORM LOADROSTER
       PERFORM OPENGAMEHIST
       PERFORM TALLYGAMEHIST-ENTRY UNTIL GAMEHIST-EOF
       CLOSE GAMEHIST-FILE
       PERFORM TOTALENTRANT VARYING ENTRANT-IDX FROM 1 BY 1
           UNTIL ENTRANT-IDX IS GREATER THAN ENTRANT-COUNT
       PERFORM RANKENTRANT VARYING ENTRANT-IDX FROM 1 BY 1
           UNTIL ENTRANT-IDX IS GREATER THAN ENTRANT-COUNT
       PERFORM PRINTREPORT
       GOBACK.

CHOOSEEVENT.
       PERFORM READBATCHPARM
       IF BATCH-PARM-FOUND THEN
           MOVE BP-PARAMETER TO COMMAND
       ELSE
           DISPLAY "ENTER THE TOURNAMENT EVENT CODE: " WITH NO ADVANCING
           ACCEPT COMMAND
       END-IF
       MOVE FUNCTION UPPER-CASE(COMMAND(1:8)) TO EVENT-CODE
       IF EVENT-CODE IS EQUAL TO SPACES THEN
           DISPLAY "NO EVENT CODE GIVEN - NOTHING TO REPORT."
           MOVE 8 TO RETURN-CODE
           GOBACK
       END-IF
       OPEN INPUT TOURNEY-FILE
       IF TOURNEY-STATUS IS EQUAL TO "00" THEN
           PERFORM FINDTOURNEY-ENTRY UNTIL TOURNEY-EOF OR TOURNEY-FOUND
           CLOSE TOURNEY-FILE
       END-IF
       IF NOT TOURNEY-FOUND THEN
           DISPLAY "NO TOURNAMENT " FUNCTION TRIM(EVENT-CODE)
               " IN THE TOURNEY FILE."
           MOVE 8 TO RETURN-CODE
           GOBACK
       END-IF
       IF EVENT-ROUND-COUNT IS NOT NUMERIC OR EVENT-ROUND-COUNT IS EQUAL TO 0 THEN
           DISPLAY "TOURNAMENT " FUNCTION TRIM(EVENT-CODE)
               " HAS NO ROUNDS SET UP."
           MOVE 8 TO RETURN-CODE
           GOBACK
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
                   IF BP-PROGRAM IS EQUAL TO "PYRAMIDSTANDINGS" THEN
                       SET BATCH-PARM-FOUND TO TRUE
                   END-IF
           END-READ
           CLOSE BATCHPARM-FILE
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
                   MOVE TN-START-DATE TO EVENT-START-DATE
                   MOVE TN-END-DATE TO EVENT-END-DATE
                   MOVE TN-DIFFICULTY TO EVENT-DIFFICULTY
                   MOVE TN-ROUND-COUNT TO EVENT-ROUND-COUNT
               END-IF
       END-READ
       EXIT.

LOADROSTER.
       OPEN INPUT TOURNENT-FILE
       IF TOURNENT-STATUS IS NOT EQUAL TO "00" THEN
           DISPLAY "NO TOURNAMENT ROSTER FOUND - NOTHING TO REPORT."
           MOVE 8 TO RETURN-CODE
           GOBACK
       END-IF
       MOVE EVENT-CODE TO TE-EVENT-CODE
       MOVE LOW-VALUES TO TE-INITIALS
       START TOURNENT-FILE KEY IS NOT LESS THAN TE-KEY
           INVALID KEY
               SET TOURNENT-EOF TO TRUE
       END-START
       PERFORM LOADROSTER-ENTRY UNTIL TOURNENT-EOF
       CLOSE TOURNENT-FILE
       EXIT.

LOADROSTER-ENTRY.
       READ TOURNENT-FILE NEXT RECORD
           AT END
               SET TOURNENT-EOF TO TRUE
       END-READ
       IF NOT TOURNENT-EOF THEN
           IF TE-EVENT-CODE IS NOT EQUAL TO EVENT-CODE THEN
               SET TOURNENT-EOF TO TRUE
           ELSE
               IF ENTRANT-COUNT IS EQUAL TO ENTRANT-LIMIT THEN
                   ADD 1 TO ENTRANT-OVERFLOW-COUNT
               ELSE
                   ADD 1 TO ENTRANT-COUNT
                   MOVE TE-INITIALS TO EN-INITIALS(ENTRANT-COUNT)
                   PERFORM LOADROSTERROUND VARYING ROUND-IDX FROM 1 BY 1
                       UNTIL ROUND-IDX IS GREATER THAN 9
               END-IF
           END-IF
       END-IF
       EXIT.

LOADROSTERROUND.
       MOVE TE-ROUND-STATUS(ROUND-IDX) TO EN-ROUND-STATUS(ENTRANT-COUNT, ROUND-IDX)
       MOVE "N" TO EN-ROUND-FLAG(ENTRANT-COUNT, ROUND-IDX)
       MOVE 0 TO EN-ROUND-SCORE(ENTRANT-COUNT, ROUND-IDX)
       MOVE SPACE TO EN-ROUND-OUTCOME(ENTRANT-COUNT, ROUND-IDX)
       EXIT.

OPENGAMEHIST.
       OPEN INPUT GAMEHIST-FILE
       IF GAMEHIST-STATUS IS NOT EQUAL TO "00" THEN
           DISPLAY "NO GAMEHIST FILE FOUND - NO ROUNDS HAVE BEEN SCORED."
           SET GAMEHIST-EOF TO TRUE
       ELSE
           READ GAMEHIST-FILE
               AT END
                   SET GAMEHIST-EOF TO TRUE
           END-READ
       END-IF
       EXIT.

      *> ONLY RUNS TAGGED WITH THIS EVENT ARE LOOKED AT. A RUN FOR
      *> INITIALS NOT ON THE ROSTER, OR FOR A ROUND ALREADY SCORED,
      *> IS COUNTED AND LEFT OUT.
TALLYGAMEHIST-ENTRY.
       IF GH-RUN-EVENT IS EQUAL TO EVENT-CODE THEN
           MOVE GH-PAYLOAD TO GAMEHIST-IMAGE
           PERFORM COMPUTEHISTCHECKSUM
           IF GH-VERSION IS NOT NUMERIC
                   OR GH-VERSION IS NOT EQUAL TO SAVE-RECORD-VERSION
                   OR GH-CHECKSUM IS NOT NUMERIC
                   OR GH-CHECKSUM IS NOT EQUAL TO CHECKSUM-VALUE
                   OR GH-RUN-ROUND IS NOT NUMERIC
                   OR GH-RUN-ROUND IS EQUAL TO 0
                   OR GH-RUN-ROUND IS GREATER THAN EVENT-ROUND-COUNT THEN
               ADD 1 TO SKIPPED-COUNT
           ELSE
               MOVE GH-PAYLOAD TO GAMEHIST-DATA
               ADD 1 TO EVENT-RUN-COUNT
               PERFORM SCOREROUND
           END-IF
       END-IF
       READ GAMEHIST-FILE
           AT END
               SET GAMEHIST-EOF TO TRUE
       END-READ
       EXIT.

SCOREROUND.
       MOVE 0 TO ENTRANT-POS
       PERFORM MATCHENTRANT VARYING ENTRANT-IDX FROM 1 BY 1
           UNTIL ENTRANT-IDX IS GREATER THAN ENTRANT-COUNT
               OR ENTRANT-POS IS GREATER THAN 0
       IF ENTRANT-POS IS EQUAL TO 0 THEN
           ADD 1 TO UNROSTERED-COUNT
       ELSE
           IF EN-ROUND-FOUND(ENTRANT-POS, GH-RUN-ROUND) THEN
               ADD 1 TO REPEAT-COUNT
           ELSE
               SET EN-ROUND-FOUND(ENTRANT-POS, GH-RUN-ROUND) TO TRUE
               MOVE SCORE TO EN-ROUND-SCORE(ENTRANT-POS, GH-RUN-ROUND)
               MOVE GH-RUN-OUTCOME TO EN-ROUND-OUTCOME(ENTRANT-POS, GH-RUN-ROUND)
           END-IF
       END-IF
       EXIT.

MATCHENTRANT.
       IF EN-INITIALS(ENTRANT-IDX) IS EQUAL TO GH-RUN-INITIALS THEN
           MOVE ENTRANT-IDX TO ENTRANT-POS
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

TOTALENTRANT.
       MOVE 0 TO EN-ROUNDS-PLAYED(ENTRANT-IDX)
       MOVE 0 TO EN-POINTS(ENTRANT-IDX)
       MOVE 0 TO EN-DEATHS(ENTRANT-IDX)
       PERFORM TOTALENTRANTROUND VARYING ROUND-IDX FROM 1 BY 1
           UNTIL ROUND-IDX IS GREATER THAN EVENT-ROUND-COUNT
       EXIT.

TOTALENTRANTROUND.
       IF EN-ROUND-FOUND(ENTRANT-IDX, ROUND-IDX) THEN
           ADD 1 TO EN-ROUNDS-PLAYED(ENTRANT-IDX)
           ADD EN-ROUND-SCORE(ENTRANT-IDX, ROUND-IDX) TO EN-POINTS(ENTRANT-IDX)
           IF EN-ROUND-OUTCOME(ENTRANT-IDX, ROUND-IDX) IS EQUAL TO "D" THEN
               ADD 1 TO EN-DEATHS(ENTRANT-IDX)
           END-IF
       ELSE
           IF EN-ROUND-STARTED(ENTRANT-IDX, ROUND-IDX) THEN
               ADD 1 TO EN-ROUNDS-PLAYED(ENTRANT-IDX)
               ADD 1 TO EN-DEATHS(ENTRANT-IDX)
           END-IF
       END-IF
       EXIT.

      *> INSERTS THE ENTRANT AFTER EVERYONE WHO FINISHED AHEAD OF OR
      *> LEVEL WITH THEM, SO TIES KEEP ROSTER ORDER.
RANKENTRANT.
       IF EN-ROUNDS-PLAYED(ENTRANT-IDX) IS EQUAL TO 0 THEN
           ADD 1 TO NEVER-PLAYED-COUNT
       ELSE
           COMPUTE RANK-POS = RANK-COUNT + 1
           PERFORM FINDRANKPOS VARYING RANK-IDX FROM 1 BY 1
               UNTIL RANK-IDX IS GREATER THAN RANK-COUNT
           PERFORM SHIFTRANKDOWN VARYING RANK-SHIFT-IDX
               FROM RANK-COUNT BY -1
               UNTIL RANK-SHIFT-IDX IS LESS THAN RANK-POS
           MOVE ENTRANT-IDX TO RANK-ENTRANT(RANK-POS)
           ADD 1 TO RANK-COUNT
       END-IF
       EXIT.

FINDRANKPOS.
       IF RANK-IDX IS LESS THAN RANK-POS THEN
           IF EN-POINTS(ENTRANT-IDX) IS GREATER THAN
                   EN-POINTS(RANK-ENTRANT(RANK-IDX))
               OR (EN-POINTS(ENTRANT-IDX) IS EQUAL TO
                   EN-POINTS(RANK-ENTRANT(RANK-IDX))
               AND EN-DEATHS(ENTRANT-IDX) IS LESS THAN
                   EN-DEATHS(RANK-ENTRANT(RANK-IDX))) THEN
               MOVE RANK-IDX TO RANK-POS
           END-IF
       END-IF
       EXIT.

SHIFTRANKDOWN.
       MOVE RANK-ENTRANT(RANK-SHIFT-IDX) TO RANK-ENTRANT(RANK-SHIFT-IDX + 1)
       EXIT.

PRINTREPORT.
       DISPLAY SPACE
       DISPLAY "PYRAMID OF AHRAXIS - TOURNAMENT STANDINGS"
       DISPLAY "EVENT: " EVENT-CODE " " FUNCTION TRIM(EVENT-NAME)
       DISPLAY "OPEN " EVENT-START-DATE " TO " EVENT-END-DATE
           "  DIFFICULTY " EVENT-DIFFICULTY "  ROUNDS " EVENT-ROUND-COUNT
       DISPLAY "ENTRANTS: " ENTRANT-COUNT "  EVENT RUNS IN GAMEHIST: "
           EVENT-RUN-COUNT
       IF ENTRANT-OVERFLOW-COUNT IS GREATER THAN 0 THEN
           DISPLAY "ENTRANTS NOT REPORTED (MORE THAN 500 ON THE ROSTER): "
               ENTRANT-OVERFLOW-COUNT
       END-IF
       IF SKIPPED-COUNT IS GREATER THAN 0 THEN
           DISPLAY "RECORDS SKIPPED (BAD VERSION, CHECKSUM OR ROUND): "
               SKIPPED-COUNT
       END-IF
       IF UNROSTERED-COUNT IS GREATER THAN 0 THEN
           DISPLAY "RUNS FOR INITIALS NOT ON THE ROSTER (NOT SCORED): "
               UNROSTERED-COUNT
       END-IF
       IF REPEAT-COUNT IS GREATER THAN 0 THEN
           DISPLAY "REPEAT RUNS OF A ROUND ALREADY SCORED (NOT SCORED): "
               REPEAT-COUNT
       END-IF
       DISPLAY SPACE
       IF RANK-COUNT IS EQUAL TO 0 THEN
           DISPLAY "NO ROUNDS HAVE BEEN PLAYED YET."
       ELSE
           PERFORM BUILDHEADINGCELL VARYING ROUND-IDX FROM 1 BY 1
               UNTIL ROUND-IDX IS GREATER THAN 9
           DISPLAY HEADING-LINE
           PERFORM PRINTSTANDING VARYING RANK-IDX FROM 1 BY 1
               UNTIL RANK-IDX IS GREATER THAN RANK-COUNT
           DISPLAY SPACE
           DISPLAY "W ESCAPED, D DIED, A STARTED BUT NEVER FINISHED (SCORES 0 AND"
               " COUNTS AS A DEATH), - NOT PLAYED."
           DISPLAY "TIES ON POINTS ARE BROKEN BY FEWEST DEATHS."
       END-IF
       DISPLAY SPACE
       DISPLAY "ENTRANTS WHO NEVER PLAYED A ROUND:"
       IF NEVER-PLAYED-COUNT IS EQUAL TO 0 THEN
           DISPLAY "NONE."
       ELSE
           PERFORM PRINTNEVERPLAYED VARYING ENTRANT-IDX FROM 1 BY 1
               UNTIL ENTRANT-IDX IS GREATER THAN ENTRANT-COUNT
       END-IF
       EXIT.

BUILDHEADINGCELL.
       MOVE SPACES TO HL-ROUND-TEXT(ROUND-IDX)
       IF ROUND-IDX IS NOT GREATER THAN EVENT-ROUND-COUNT THEN
           STRING "   R" ROUND-IDX(2:1)
               DELIMITED BY SIZE INTO HL-ROUND-TEXT(ROUND-IDX)
       END-IF
       EXIT.

PRINTSTANDING.
       MOVE RANK-ENTRANT(RANK-IDX) TO ENTRANT-IDX
       IF RANK-IDX IS EQUAL TO 1
               OR EN-POINTS(ENTRANT-IDX) IS NOT EQUAL TO PREVIOUS-POINTS
               OR EN-DEATHS(ENTRANT-IDX) IS NOT EQUAL TO PREVIOUS-DEATHS THEN
           MOVE RANK-IDX TO PLACING
       END-IF
       MOVE EN-POINTS(ENTRANT-IDX) TO PREVIOUS-POINTS
       MOVE EN-DEATHS(ENTRANT-IDX) TO PREVIOUS-DEATHS
       MOVE PLACING TO SL-PLACE
       MOVE EN-INITIALS(ENTRANT-IDX) TO SL-INITIALS
       PERFORM BUILDROUNDCELL VARYING ROUND-IDX FROM 1 BY 1
           UNTIL ROUND-IDX IS GREATER THAN 9
       MOVE EN-POINTS(ENTRANT-IDX) TO SL-POINTS
       MOVE EN-DEATHS(ENTRANT-IDX) TO SL-DEATHS
       DISPLAY STANDING-LINE
       EXIT.

BUILDROUNDCELL.
       EVALUATE TRUE
           WHEN ROUND-IDX IS GREATER THAN EVENT-ROUND-COUNT
               MOVE SPACES TO SL-ROUND-SCORE(ROUND-IDX)
               MOVE SPACE TO SL-ROUND-MARK(ROUND-IDX)
           WHEN EN-ROUND-FOUND(ENTRANT-IDX, ROUND-IDX)
               MOVE EN-ROUND-SCORE(ENTRANT-IDX, ROUND-IDX) TO SCORE-EDIT
               MOVE SCORE-EDIT TO SL-ROUND-SCORE(ROUND-IDX)
               MOVE EN-ROUND-OUTCOME(ENTRANT-IDX, ROUND-IDX)
                   TO SL-ROUND-MARK(ROUND-IDX)
           WHEN EN-ROUND-STARTED(ENTRANT-IDX, ROUND-IDX)
               MOVE "   0" TO SL-ROUND-SCORE(ROUND-IDX)
               MOVE "A" TO SL-ROUND-MARK(ROUND-IDX)
           WHEN OTHER
               MOVE "   -" TO SL-ROUND-SCORE(ROUND-IDX)
               MOVE SPACE TO SL-ROUND-MARK(ROUND-IDX)
       END-EVALUATE
       EXIT.

PRINTNEVERPLAYED.
       IF EN-ROUNDS-PLAYED(ENTRANT-IDX) IS EQUAL TO 0 THEN
           DISPLAY EN-INITIALS(ENTRANT-IDX)
       END-IF
       EXIT.
