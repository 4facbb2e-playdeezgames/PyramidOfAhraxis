       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. PYRAMIDPLAYERMERGE.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT PLAYERS-FILE ASSIGN TO "PLAYERS"
        ORGANIZATION INDEXED
        ACCESS DYNAMIC
        RECORD KEY PL-INITIALS
        FILE STATUS PLAYERS-STATUS.
    SELECT PLAYERACH-FILE ASSIGN TO "PLAYERACH"
        ORGANIZATION INDEXED
        ACCESS DYNAMIC
        RECORD KEY PA-KEY
        FILE STATUS PLAYERACH-STATUS.
    SELECT TOURNENT-FILE ASSIGN TO "TOURNENT"
        ORGANIZATION INDEXED
        ACCESS DYNAMIC
        RECORD KEY TE-KEY
        FILE STATUS TOURNENT-STATUS.
    SELECT DAILY-FILE ASSIGN TO "DAILYSCOR"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS DAILY-STATUS.
    SELECT DAILY-NEW-FILE ASSIGN TO "DAILYSCOR.NEW"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS DAILY-NEW-STATUS.
    SELECT REWRITE-IN-FILE ASSIGN TO REWRITE-FILENAME
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS REWRITE-IN-STATUS.
    SELECT REWRITE-OUT-FILE ASSIGN TO REWRITE-NEW-FILENAME
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS REWRITE-OUT-STATUS.
    SELECT ADJLOG-FILE ASSIGN TO "PLAYERADJ"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS ADJLOG-STATUS.

DATA DIVISION.
       FILE SECTION.
      *> SAME CAREER RECORD THE GAME POSTS AT THE END OF EVERY RUN.
      *> THE PIN IS NEVER LOGGED - ONLY THE FIRST 45 BYTES OF A
      *> RECORD GO TO PLAYERADJ, THE WAY THE CAREER EDITOR LOGS THEM.
       FD PLAYERS-FILE.
       01 PLAYERS-RECORD.
          02 PL-INITIALS PIC X(3).
          02 PL-GAMES-PLAYED PIC 9(5).
          02 PL-WINS PIC 9(5).
          02 PL-DEATHS PIC 9(5).
          02 PL-BEST-SCORE PIC 9999.
          02 PL-TOTAL-SCORE PIC 9(7).
          02 PL-FIRST-PLAYED PIC X(8).
          02 PL-LAST-PLAYED PIC X(8).
          02 PL-PIN PIC X(4).
          02 PL-STATUS PIC X.
             88 PL-SUSPENDED VALUE "S".

      *> BADGES EARNED, ONE RECORD PER INITIALS AND BADGE.
       FD PLAYERACH-FILE.
       01 PLAYERACH-RECORD.
          02 PA-KEY.
             03 PA-INITIALS PIC X(3).
             03 PA-BADGE-CODE PIC X(8).
          02 PA-DATE-EARNED PIC X(8).

      *> TOURNAMENT ENTRANTS, ONE RECORD PER EVENT AND INITIALS, WITH
      *> EACH ROUND MARKED STARTED (S) ONCE THE ENTRANT BEGAN IT.
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

       FD DAILY-FILE.
       01 DAILY-RECORD.
          02 DL-DATE PIC X(8).
          02 DL-INITIALS PIC X(3).
          02 DL-SCORE PIC 9999.
          02 DL-ATTEMPTS PIC 99.

       FD DAILY-NEW-FILE.
       01 DAILY-NEW-RECORD PIC X(17).

      *> EVERY OTHER FILE THAT CARRIES INITIALS IS A LINE SEQUENTIAL
      *> FILE WITH THE INITIALS IN A FIXED COLUMN, SO ONE PAIR OF
      *> GENERIC RECORDS REWRITES THEM ALL THROUGH A .NEW WORK FILE.
      *> THE WIDEST OF THEM IS A SAVED GAME.
       FD REWRITE-IN-FILE.
       01 REWRITE-IN-RECORD PIC X(450).

       FD REWRITE-OUT-FILE.
       01 REWRITE-OUT-RECORD PIC X(450).

      *> ONE LINE PER RECORD TOUCHED, IN THE SAME LOG THE CAREER
      *> EDITOR WRITES, SO THE NIGHTLY CHECKS CAN EXPLAIN WHY
      *> INITIALS CHANGED WITHOUT A GAME BEING PLAYED.
       FD ADJLOG-FILE.
       01 ADJLOG-RECORD PIC X(100).

       WORKING-STORAGE SECTION.
       01 PLAYERS-STATUS PIC XX.
       01 PLAYERACH-STATUS PIC XX.
       01 TOURNENT-STATUS PIC XX.
       01 DAILY-STATUS PIC XX.
       01 DAILY-NEW-STATUS PIC XX.
       01 REWRITE-IN-STATUS PIC XX.
       01 REWRITE-OUT-STATUS PIC XX.
       01 ADJLOG-STATUS PIC XX.
       01 DAILY-EOF-FLAG PIC X.
          88 DAILY-EOF VALUE "Y".
       01 DAILY-NEW-EOF-FLAG PIC X.
          88 DAILY-NEW-EOF VALUE "Y".
       01 REWRITE-IN-EOF-FLAG PIC X.
          88 REWRITE-IN-EOF VALUE "Y".
       01 REWRITE-OUT-EOF-FLAG PIC X.
          88 REWRITE-OUT-EOF VALUE "Y".
       01 PLAYERACH-EOF-FLAG PIC X.
          88 PLAYERACH-EOF VALUE "Y".
       01 TOURNENT-EOF-FLAG PIC X.
          88 TOURNENT-EOF VALUE "Y".
       01 RECORD-FOUND-FLAG PIC X.
          88 RECORD-FOUND VALUE "Y".
       01 MERGE-FAILED-FLAG PIC X VALUE "N".
          88 MERGE-FAILED VALUE "Y".
       01 COMMAND PIC X(20).
      *> M FOLDS ONE PLAYER'S INITIALS INTO ANOTHER'S. R RETIRES A
      *> PLAYER: THEIR INITIALS ARE FOLDED INTO THE ANONYMOUS "???"
      *> RECORD, WHICH IS KEPT SUSPENDED SO NOBODY CAN SIGN ON AS IT.
       01 MERGE-ACTION PIC X.
          88 MERGE-MODE VALUE "M".
          88 RETIRE-MODE VALUE "R".
       01 ACTION-LABEL PIC X(6).
       01 RETIRED-INITIALS PIC X(3) VALUE "???".
       01 SOURCE-INITIALS PIC X(3).
       01 TARGET-INITIALS PIC X(3).
       01 ADJLOG-LINE PIC X(80).
      *> "MERGE ABC INTO XYZ" - LEADS EVERY LINE THIS RUN LOGS.
       01 LOG-PREFIX PIC X(20).
      *> IMAGE OF THE SOURCE RECORD DURING THE PLAYERS FOLD, SO ITS
      *> COUNTERS SURVIVE READING THE TARGET INTO THE FD AREA.
       01 SOURCE-RECORD.
          02 SR-INITIALS PIC X(3).
          02 SR-GAMES-PLAYED PIC 9(5).
          02 SR-WINS PIC 9(5).
          02 SR-DEATHS PIC 9(5).
          02 SR-BEST-SCORE PIC 9999.
          02 SR-TOTAL-SCORE PIC 9(7).
          02 SR-FIRST-PLAYED PIC X(8).
          02 SR-LAST-PLAYED PIC X(8).
          02 SR-PIN PIC X(4).
          02 SR-STATUS PIC X.
      *> THE SOURCE PLAYER'S BADGES, GATHERED BEFORE ANY ARE MOVED SO
      *> THE KEYED WALK OVER PLAYERACH IS NOT DISTURBED BY THE WRITES.
       01 BADGE-COUNT PIC 999 VALUE 0.
       01 BADGE-IDX PIC 999.
       01 BADGE-TABLE.
          02 BADGE-ENTRY OCCURS 200 TIMES.
             03 BG-BADGE-CODE PIC X(8).
             03 BG-DATE-EARNED PIC X(8).
       01 BADGE-MOVED-COUNT PIC 999 VALUE 0.
      *> THE SOURCE PLAYER'S TOURNAMENT ENTRIES. THE ROSTER IS KEYED
      *> BY EVENT FIRST, SO THE WHOLE FILE IS READ TO FIND THEM, AND
      *> THEY ARE GATHERED BEFORE ANY ARE MOVED FOR THE SAME REASON
      *> AS THE BADGES.
       01 ENTRANT-COUNT PIC 999 VALUE 0.
       01 ENTRANT-IDX PIC 999.
       01 ENTRANT-ROUND-IDX PIC 99.
       01 ENTRANT-TABLE.
          02 ENTRANT-ENTRY OCCURS 200 TIMES.
             03 EN-EVENT-CODE PIC X(8).
             03 EN-ENTERED-DATE PIC X(8).
             03 EN-ROUND OCCURS 9 TIMES.
                04 EN-ROUND-STATUS PIC X.
                   88 EN-ROUND-STARTED VALUE "S".
                04 EN-ROUND-DATE PIC X(8).
       01 ENTRANT-MOVED-COUNT PIC 999 VALUE 0.
      *> EVERY DATE EITHER SET OF INITIALS HAS A DAILY ENTRY FOR, WITH
      *> BOTH SCORES, SO A DATE THEY BOTH PLAYED KEEPS ONLY THE BETTER
      *> ENTRY. A TIE KEEPS THE TARGET'S ENTRY.
       01 DAILY-PAIR-COUNT PIC 9999 VALUE 0.
       01 DAILY-PAIR-IDX PIC 9999.
       01 DAILY-PAIR-LIMIT PIC 9999 VALUE 3660.
       01 DAILY-PAIR-TABLE.
          02 DAILY-PAIR OCCURS 3660 TIMES.
             03 DP-DATE PIC X(8).
             03 DP-SOURCE-FLAG PIC X.
                88 DP-SOURCE-FOUND VALUE "Y".
             03 DP-SOURCE-SCORE PIC 9999.
             03 DP-TARGET-FLAG PIC X.
                88 DP-TARGET-FOUND VALUE "Y".
             03 DP-TARGET-SCORE PIC 9999.
             03 DP-KEEP PIC X.
                88 DP-KEEP-SOURCE VALUE "S".
       01 DAILY-CHANGED-COUNT PIC 9(5) VALUE 0.
       01 DAILY-DROPPED-COUNT PIC 9(5) VALUE 0.
      *> THE FILE BEING REWRITTEN, THE COLUMN ITS INITIALS START IN,
      *> AND FOR THE MONTH ARCHIVES THE COLUMN OF THE BEST-SCORE
      *> INITIALS ON THE "S" SUMMARY RECORD (0 FOR ANY OTHER FILE).
       01 REWRITE-FILENAME PIC X(20).
       01 REWRITE-NEW-FILENAME PIC X(24).
       01 REWRITE-OFFSET PIC 999.
       01 REWRITE-SUMMARY-OFFSET PIC 999.
       01 REWRITE-COLUMN PIC 999.
       01 REWRITE-OPTIONAL-FLAG PIC X.
          88 REWRITE-OPTIONAL VALUE "Y".
       01 REWRITE-RECNO PIC 9(7).
       01 REWRITE-CHANGED-COUNT PIC 9(7).
       01 TOTAL-CHANGED-COUNT PIC 9(7) VALUE 0.
      *> MONTH ARCHIVES ARE LOOKED FOR FROM THIS MONTH THROUGH THE
      *> CURRENT ONE - A MONTH NEVER ROLLED HAS NO FILE AND IS SKIPPED.
       01 ARCHIVE-FIRST-MONTH PIC X(6) VALUE "200001".
       01 ARCHIVE-MONTH.
          02 AM-YEAR PIC 9999.
          02 AM-MONTH PIC 99.
       01 ARCHIVE-LAST-MONTH PIC X(6).

PROCEDURE DIVISION.
       PERFORM CHOOSEMERGEACTION
       IF MERGE-FAILED THEN
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF
       DISPLAY FUNCTION TRIM(LOG-PREFIX)
           " ACROSS EVERY PLAYER, SCORE AND HISTORY FILE."
       DISPLAY "NO GAME MAY BE IN PROGRESS WHILE THIS RUNS."
       DISPLAY "PROCEED (Y/N)? " WITH NO ADVANCING
       ACCEPT COMMAND
       IF COMMAND IS NOT EQUAL TO "Y" AND COMMAND IS NOT EQUAL TO "y" THEN
           DISPLAY "NOTHING CHANGED."
           STOP RUN
       END-IF
       MOVE SPACES TO ADJLOG-LINE
       STRING FUNCTION TRIM(LOG-PREFIX) " STARTED"
           DELIMITED BY SIZE INTO ADJLOG-LINE
       PERFORM APPENDADJLOG
       PERFORM FOLDPLAYERRECORD
       PERFORM FOLDBADGES
       PERFORM FOLDTOURNEYENTRIES
       PERFORM FOLDDAILYSCORES
       PERFORM FOLDINITIALSFILES
       IF MERGE-FAILED THEN
           DISPLAY FUNCTION TRIM(ACTION-LABEL) " STOPPED - CORRECT THE FILE"
               " NAMED ABOVE AND RUN AGAIN TO FINISH."
           MOVE SPACES TO ADJLOG-LINE
           STRING FUNCTION TRIM(LOG-PREFIX) " STOPPED BEFORE COMPLETION"
               DELIMITED BY SIZE INTO ADJLOG-LINE
           PERFORM APPENDADJLOG
           MOVE 8 TO RETURN-CODE
       ELSE
           MOVE SPACES TO ADJLOG-LINE
           STRING FUNCTION TRIM(LOG-PREFIX) " COMPLETE"
               DELIMITED BY SIZE INTO ADJLOG-LINE
           PERFORM APPENDADJLOG
           DISPLAY FUNCTION TRIM(ACTION-LABEL) " OF " SOURCE-INITIALS
               " COMPLETE. RECORDS RENAMED: " TOTAL-CHANGED-COUNT
       END-IF
       STOP RUN.

      *> THE WHOLE RUN IS SAFE TO REPEAT: ONCE A FILE HAS BEEN FOLDED
      *> THE SOURCE INITIALS ARE GONE FROM IT, SO A RUN STOPPED PART
      *> WAY IS FINISHED BY RUNNING THE SAME ACTION AGAIN.
CHOOSEMERGEACTION.
       DISPLAY "PLAYER MERGE AND RETIRE:"
       DISPLAY "[M]ERGE ONE PLAYER'S INITIALS INTO ANOTHER'S"
       DISPLAY "[R]ETIRE A PLAYER'S INITIALS"
       ACCEPT COMMAND
       MOVE FUNCTION UPPER-CASE(COMMAND(1:1)) TO MERGE-ACTION
       IF MERGE-MODE THEN
           MOVE "MERGE" TO ACTION-LABEL
           DISPLAY "MERGE WHICH INITIALS (SOURCE)?"
           ACCEPT COMMAND
           MOVE FUNCTION UPPER-CASE(COMMAND(1:3)) TO SOURCE-INITIALS
           DISPLAY "INTO WHICH INITIALS (TARGET)?"
           ACCEPT COMMAND
           MOVE FUNCTION UPPER-CASE(COMMAND(1:3)) TO TARGET-INITIALS
       ELSE
           IF RETIRE-MODE THEN
               MOVE "RETIRE" TO ACTION-LABEL
               DISPLAY "RETIRE WHICH INITIALS?"
               ACCEPT COMMAND
               MOVE FUNCTION UPPER-CASE(COMMAND(1:3)) TO SOURCE-INITIALS
               MOVE RETIRED-INITIALS TO TARGET-INITIALS
           ELSE
               DISPLAY "NO ACTION CHOSEN."
               SET MERGE-FAILED TO TRUE
           END-IF
       END-IF
       MOVE SPACES TO LOG-PREFIX
       STRING FUNCTION TRIM(ACTION-LABEL) " " SOURCE-INITIALS " INTO "
           TARGET-INITIALS
           DELIMITED BY SIZE INTO LOG-PREFIX
       IF NOT MERGE-FAILED THEN
           IF SOURCE-INITIALS IS EQUAL TO SPACES
                   OR TARGET-INITIALS IS EQUAL TO SPACES THEN
               DISPLAY "INITIALS MAY NOT BE BLANK."
               SET MERGE-FAILED TO TRUE
           ELSE
               IF SOURCE-INITIALS IS EQUAL TO TARGET-INITIALS THEN
                   DISPLAY "SOURCE AND TARGET ARE THE SAME INITIALS."
                   SET MERGE-FAILED TO TRUE
               ELSE
                   IF SOURCE-INITIALS IS EQUAL TO RETIRED-INITIALS
                           OR (MERGE-MODE
                           AND TARGET-INITIALS IS EQUAL TO RETIRED-INITIALS) THEN
                       DISPLAY RETIRED-INITIALS
                           " IS RESERVED FOR RETIRED PLAYERS."
                       SET MERGE-FAILED TO TRUE
                   END-IF
               END-IF
           END-IF
       END-IF
       EXIT.

      *> CAREER TOTALS ADD UP; THE BEST SCORE IS THE BETTER OF THE
      *> TWO, FIRST-PLAYED THE EARLIER AND LAST-PLAYED THE LATER. THE
      *> TARGET KEEPS ITS OWN PIN AND STATUS. A TARGET WITH NO RECORD
      *> YET TAKES OVER THE SOURCE RECORD UNDER ITS OWN INITIALS. THE
      *> RETIRED RECORD NEVER HAS A PIN AND IS ALWAYS SUSPENDED.
FOLDPLAYERRECORD.
       OPEN I-O PLAYERS-FILE
       IF PLAYERS-STATUS IS NOT EQUAL TO "00" THEN
           DISPLAY "NO PLAYER RECORDS YET - PLAYERS SKIPPED."
       ELSE
           MOVE SOURCE-INITIALS TO PL-INITIALS
           MOVE "N" TO RECORD-FOUND-FLAG
           READ PLAYERS-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET RECORD-FOUND TO TRUE
           END-READ
           IF NOT RECORD-FOUND THEN
               DISPLAY "NO CAREER RECORD FOR " SOURCE-INITIALS
                   " - PLAYERS SKIPPED."
           ELSE
               MOVE PLAYERS-RECORD TO SOURCE-RECORD
               MOVE SPACES TO ADJLOG-LINE
               STRING FUNCTION TRIM(LOG-PREFIX)
                   " SOURCE WAS " SOURCE-RECORD(1:45)
                   DELIMITED BY SIZE INTO ADJLOG-LINE
               PERFORM APPENDADJLOG
               MOVE TARGET-INITIALS TO PL-INITIALS
               MOVE "N" TO RECORD-FOUND-FLAG
               READ PLAYERS-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET RECORD-FOUND TO TRUE
               END-READ
               IF RECORD-FOUND THEN
                   ADD SR-GAMES-PLAYED TO PL-GAMES-PLAYED
                   ADD SR-WINS TO PL-WINS
                   ADD SR-DEATHS TO PL-DEATHS
                   ADD SR-TOTAL-SCORE TO PL-TOTAL-SCORE
                   IF SR-BEST-SCORE IS GREATER THAN PL-BEST-SCORE THEN
                       MOVE SR-BEST-SCORE TO PL-BEST-SCORE
                   END-IF
                   IF SR-FIRST-PLAYED IS LESS THAN PL-FIRST-PLAYED THEN
                       MOVE SR-FIRST-PLAYED TO PL-FIRST-PLAYED
                   END-IF
                   IF SR-LAST-PLAYED IS GREATER THAN PL-LAST-PLAYED THEN
                       MOVE SR-LAST-PLAYED TO PL-LAST-PLAYED
                   END-IF
                   IF RETIRE-MODE THEN
                       MOVE SPACES TO PL-PIN
                       MOVE "S" TO PL-STATUS
                   END-IF
                   REWRITE PLAYERS-RECORD
               ELSE
                   MOVE SOURCE-RECORD TO PLAYERS-RECORD
                   MOVE TARGET-INITIALS TO PL-INITIALS
                   IF RETIRE-MODE THEN
                       MOVE SPACES TO PL-PIN
                       MOVE "S" TO PL-STATUS
                   END-IF
                   WRITE PLAYERS-RECORD
               END-IF
               IF PLAYERS-STATUS IS NOT EQUAL TO "00" THEN
                   DISPLAY "PLAYERS RECORD " TARGET-INITIALS
                       " COULD NOT BE WRITTEN."
                   SET MERGE-FAILED TO TRUE
               ELSE
                   MOVE SPACES TO ADJLOG-LINE
                   STRING FUNCTION TRIM(LOG-PREFIX) " RESULT IS "
                       PLAYERS-RECORD(1:45)
                       DELIMITED BY SIZE INTO ADJLOG-LINE
                   PERFORM APPENDADJLOG
                   MOVE SOURCE-INITIALS TO PL-INITIALS
                   DELETE PLAYERS-FILE
                       INVALID KEY
                           DISPLAY "SOURCE RECORD COULD NOT BE DELETED."
                           SET MERGE-FAILED TO TRUE
                   END-DELETE
                   DISPLAY "PLAYERS: " SOURCE-INITIALS " FOLDED INTO "
                       TARGET-INITIALS "."
               END-IF
           END-IF
           CLOSE PLAYERS-FILE
       END-IF
       EXIT.

      *> A BADGE THE TARGET ALREADY HOLDS KEEPS THE EARLIER OF THE TWO
      *> DATES EARNED; ONE IT DOES NOT HOLD MOVES ACROSS AS IS.
FOLDBADGES.
       IF NOT MERGE-FAILED THEN
           OPEN I-O PLAYERACH-FILE
           IF PLAYERACH-STATUS IS NOT EQUAL TO "00" THEN
               DISPLAY "NO BADGES AWARDED YET - PLAYERACH SKIPPED."
           ELSE
               MOVE 0 TO BADGE-COUNT
               MOVE 0 TO BADGE-MOVED-COUNT
               MOVE "N" TO PLAYERACH-EOF-FLAG
               MOVE SOURCE-INITIALS TO PA-INITIALS
               MOVE LOW-VALUES TO PA-BADGE-CODE
               START PLAYERACH-FILE KEY IS NOT LESS THAN PA-KEY
                   INVALID KEY
                       SET PLAYERACH-EOF TO TRUE
               END-START
               PERFORM LOADBADGE-ENTRY UNTIL PLAYERACH-EOF
               PERFORM MOVEBADGE VARYING BADGE-IDX FROM 1 BY 1
                   UNTIL BADGE-IDX IS GREATER THAN BADGE-COUNT
               CLOSE PLAYERACH-FILE
               DISPLAY "PLAYERACH: " BADGE-MOVED-COUNT " BADGES FOLDED."
           END-IF
       END-IF
       EXIT.

LOADBADGE-ENTRY.
       READ PLAYERACH-FILE NEXT RECORD
           AT END
               SET PLAYERACH-EOF TO TRUE
       END-READ
       IF NOT PLAYERACH-EOF THEN
           IF PA-INITIALS IS NOT EQUAL TO SOURCE-INITIALS
                   OR BADGE-COUNT IS EQUAL TO 200 THEN
               SET PLAYERACH-EOF TO TRUE
           ELSE
               ADD 1 TO BADGE-COUNT
               MOVE PA-BADGE-CODE TO BG-BADGE-CODE(BADGE-COUNT)
               MOVE PA-DATE-EARNED TO BG-DATE-EARNED(BADGE-COUNT)
           END-IF
       END-IF
       EXIT.

MOVEBADGE.
       MOVE TARGET-INITIALS TO PA-INITIALS
       MOVE BG-BADGE-CODE(BADGE-IDX) TO PA-BADGE-CODE
       MOVE "N" TO RECORD-FOUND-FLAG
       READ PLAYERACH-FILE
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               SET RECORD-FOUND TO TRUE
       END-READ
       IF RECORD-FOUND THEN
           IF BG-DATE-EARNED(BADGE-IDX) IS LESS THAN PA-DATE-EARNED THEN
               MOVE BG-DATE-EARNED(BADGE-IDX) TO PA-DATE-EARNED
               REWRITE PLAYERACH-RECORD
           END-IF
       ELSE
           MOVE BG-DATE-EARNED(BADGE-IDX) TO PA-DATE-EARNED
           WRITE PLAYERACH-RECORD
       END-IF
       MOVE SOURCE-INITIALS TO PA-INITIALS
       MOVE BG-BADGE-CODE(BADGE-IDX) TO PA-BADGE-CODE
       DELETE PLAYERACH-FILE
           INVALID KEY
               CONTINUE
       END-DELETE
       ADD 1 TO BADGE-MOVED-COUNT
       MOVE SPACES TO ADJLOG-LINE
       STRING FUNCTION TRIM(LOG-PREFIX)
           " PLAYERACH BADGE " BG-BADGE-CODE(BADGE-IDX)
           " EARNED " BG-DATE-EARNED(BADGE-IDX)
           DELIMITED BY SIZE INTO ADJLOG-LINE
       PERFORM APPENDADJLOG
       EXIT.

      *> AN EVENT THE TARGET IS ALREADY ENTERED IN KEEPS THE TARGET'S
      *> ENTRY, TAKING ON ANY ROUND ONLY THE SOURCE HAD STARTED AND THE
      *> EARLIER DATE ENTERED; ANY OTHER ENTRY MOVES ACROSS AS IS.
FOLDTOURNEYENTRIES.
       IF NOT MERGE-FAILED THEN
           OPEN I-O TOURNENT-FILE
           IF TOURNENT-STATUS IS NOT EQUAL TO "00" THEN
               DISPLAY "NO TOURNAMENT ROSTER YET - TOURNENT SKIPPED."
           ELSE
               MOVE 0 TO ENTRANT-COUNT
               MOVE 0 TO ENTRANT-MOVED-COUNT
               MOVE "N" TO TOURNENT-EOF-FLAG
               MOVE LOW-VALUES TO TE-KEY
               START TOURNENT-FILE KEY IS NOT LESS THAN TE-KEY
                   INVALID KEY
                       SET TOURNENT-EOF TO TRUE
               END-START
               PERFORM LOADENTRANT-ENTRY UNTIL TOURNENT-EOF
               PERFORM MOVEENTRANT VARYING ENTRANT-IDX FROM 1 BY 1
                   UNTIL ENTRANT-IDX IS GREATER THAN ENTRANT-COUNT
               CLOSE TOURNENT-FILE
               DISPLAY "TOURNENT: " ENTRANT-MOVED-COUNT
                   " TOURNAMENT ENTRIES FOLDED."
           END-IF
       END-IF
       EXIT.

LOADENTRANT-ENTRY.
       READ TOURNENT-FILE NEXT RECORD
           AT END
               SET TOURNENT-EOF TO TRUE
       END-READ
       IF NOT TOURNENT-EOF AND TE-INITIALS IS EQUAL TO SOURCE-INITIALS THEN
           IF ENTRANT-COUNT IS EQUAL TO 200 THEN
               SET TOURNENT-EOF TO TRUE
           ELSE
               ADD 1 TO ENTRANT-COUNT
               MOVE TE-EVENT-CODE TO EN-EVENT-CODE(ENTRANT-COUNT)
               MOVE TE-ENTERED-DATE TO EN-ENTERED-DATE(ENTRANT-COUNT)
               PERFORM LOADENTRANTROUND VARYING ENTRANT-ROUND-IDX
                   FROM 1 BY 1 UNTIL ENTRANT-ROUND-IDX IS GREATER THAN 9
           END-IF
       END-IF
       EXIT.

LOADENTRANTROUND.
       MOVE TE-ROUND-STATUS(ENTRANT-ROUND-IDX)
           TO EN-ROUND-STATUS(ENTRANT-COUNT, ENTRANT-ROUND-IDX)
       MOVE TE-ROUND-DATE(ENTRANT-ROUND-IDX)
           TO EN-ROUND-DATE(ENTRANT-COUNT, ENTRANT-ROUND-IDX)
       EXIT.

MOVEENTRANT.
       MOVE EN-EVENT-CODE(ENTRANT-IDX) TO TE-EVENT-CODE
       MOVE TARGET-INITIALS TO TE-INITIALS
       MOVE "N" TO RECORD-FOUND-FLAG
       READ TOURNENT-FILE
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               SET RECORD-FOUND TO TRUE
       END-READ
       IF RECORD-FOUND THEN
           IF EN-ENTERED-DATE(ENTRANT-IDX) IS LESS THAN TE-ENTERED-DATE THEN
               MOVE EN-ENTERED-DATE(ENTRANT-IDX) TO TE-ENTERED-DATE
           END-IF
           PERFORM FOLDENTRANTROUND VARYING ENTRANT-ROUND-IDX
               FROM 1 BY 1 UNTIL ENTRANT-ROUND-IDX IS GREATER THAN 9
           REWRITE TOURNENT-RECORD
       ELSE
           MOVE EN-ENTERED-DATE(ENTRANT-IDX) TO TE-ENTERED-DATE
           MOVE SPACES TO TE-ROUND-TABLE
           PERFORM FOLDENTRANTROUND VARYING ENTRANT-ROUND-IDX
               FROM 1 BY 1 UNTIL ENTRANT-ROUND-IDX IS GREATER THAN 9
           WRITE TOURNENT-RECORD
       END-IF
       MOVE EN-EVENT-CODE(ENTRANT-IDX) TO TE-EVENT-CODE
       MOVE SOURCE-INITIALS TO TE-INITIALS
       DELETE TOURNENT-FILE
           INVALID KEY
               CONTINUE
       END-DELETE
       ADD 1 TO ENTRANT-MOVED-COUNT
       MOVE SPACES TO ADJLOG-LINE
       STRING FUNCTION TRIM(LOG-PREFIX)
           " TOURNENT EVENT " EN-EVENT-CODE(ENTRANT-IDX)
           " ENTERED " EN-ENTERED-DATE(ENTRANT-IDX)
           DELIMITED BY SIZE INTO ADJLOG-LINE
       PERFORM APPENDADJLOG
       EXIT.

FOLDENTRANTROUND.
       IF EN-ROUND-STARTED(ENTRANT-IDX, ENTRANT-ROUND-IDX)
               AND NOT TE-ROUND-STARTED(ENTRANT-ROUND-IDX) THEN
           MOVE EN-ROUND-STATUS(ENTRANT-IDX, ENTRANT-ROUND-IDX)
               TO TE-ROUND-STATUS(ENTRANT-ROUND-IDX)
           MOVE EN-ROUND-DATE(ENTRANT-IDX, ENTRANT-ROUND-IDX)
               TO TE-ROUND-DATE(ENTRANT-ROUND-IDX)
       END-IF
       EXIT.

      *> TWO PASSES: THE FIRST GATHERS BOTH PLAYERS' DAILY ENTRIES BY
      *> DATE, THE SECOND WRITES THE FILE BACK THROUGH DAILYSCOR.NEW
      *> WITH THE SOURCE ENTRIES RENAMED AND THE LOSING ENTRY OF ANY
      *> DATE THEY BOTH PLAYED DROPPED.
FOLDDAILYSCORES.
       IF NOT MERGE-FAILED THEN
           MOVE 0 TO DAILY-PAIR-COUNT
           MOVE 0 TO DAILY-CHANGED-COUNT
           MOVE 0 TO DAILY-DROPPED-COUNT
           MOVE "N" TO DAILY-EOF-FLAG
           OPEN INPUT DAILY-FILE
           IF DAILY-STATUS IS NOT EQUAL TO "00" THEN
               DISPLAY "NO DAILY SCORES YET - DAILYSCOR SKIPPED."
           ELSE
               READ DAILY-FILE
                   AT END
                       SET DAILY-EOF TO TRUE
               END-READ
               PERFORM LOADDAILYPAIR-ENTRY UNTIL DAILY-EOF
               CLOSE DAILY-FILE
               PERFORM DECIDEDAILYPAIR VARYING DAILY-PAIR-IDX FROM 1 BY 1
                   UNTIL DAILY-PAIR-IDX IS GREATER THAN DAILY-PAIR-COUNT
               IF NOT MERGE-FAILED AND DAILY-PAIR-COUNT IS GREATER THAN 0 THEN
                   PERFORM WRITEDAILYNEW
               END-IF
               IF NOT MERGE-FAILED AND DAILY-PAIR-COUNT IS GREATER THAN 0 THEN
                   PERFORM COPYDAILYBACK
               END-IF
               DISPLAY "DAILYSCOR: " DAILY-CHANGED-COUNT " RENAMED, "
                   DAILY-DROPPED-COUNT " DROPPED."
               ADD DAILY-CHANGED-COUNT TO TOTAL-CHANGED-COUNT
           END-IF
       END-IF
       EXIT.

LOADDAILYPAIR-ENTRY.
       IF FUNCTION UPPER-CASE(DL-INITIALS) IS EQUAL TO SOURCE-INITIALS
               OR FUNCTION UPPER-CASE(DL-INITIALS) IS EQUAL TO TARGET-INITIALS THEN
           PERFORM FINDDAILYPAIR
           IF DAILY-PAIR-IDX IS GREATER THAN DAILY-PAIR-COUNT THEN
               IF DAILY-PAIR-COUNT IS EQUAL TO DAILY-PAIR-LIMIT THEN
                   DISPLAY "TOO MANY DAILY DATES - DAILYSCOR NOT CHANGED."
                   SET MERGE-FAILED TO TRUE
                   SET DAILY-EOF TO TRUE
               ELSE
                   ADD 1 TO DAILY-PAIR-COUNT
                   MOVE DL-DATE TO DP-DATE(DAILY-PAIR-COUNT)
                   MOVE "N" TO DP-SOURCE-FLAG(DAILY-PAIR-COUNT)
                   MOVE 0 TO DP-SOURCE-SCORE(DAILY-PAIR-COUNT)
                   MOVE "N" TO DP-TARGET-FLAG(DAILY-PAIR-COUNT)
                   MOVE 0 TO DP-TARGET-SCORE(DAILY-PAIR-COUNT)
                   MOVE "T" TO DP-KEEP(DAILY-PAIR-COUNT)
               END-IF
           END-IF
           IF NOT MERGE-FAILED THEN
               IF FUNCTION UPPER-CASE(DL-INITIALS) IS EQUAL TO SOURCE-INITIALS THEN
                   MOVE "Y" TO DP-SOURCE-FLAG(DAILY-PAIR-IDX)
                   MOVE DL-SCORE TO DP-SOURCE-SCORE(DAILY-PAIR-IDX)
               ELSE
                   MOVE "Y" TO DP-TARGET-FLAG(DAILY-PAIR-IDX)
                   MOVE DL-SCORE TO DP-TARGET-SCORE(DAILY-PAIR-IDX)
               END-IF
           END-IF
       END-IF
       IF NOT DAILY-EOF THEN
           READ DAILY-FILE
               AT END
                   SET DAILY-EOF TO TRUE
           END-READ
       END-IF
       EXIT.

      *> LEAVES DAILY-PAIR-IDX ON THE DATE'S ENTRY, OR ONE PAST THE
      *> END OF THE TABLE WHEN THE DATE IS NOT THERE YET.
FINDDAILYPAIR.
       MOVE 1 TO DAILY-PAIR-IDX
       PERFORM NEXTDAILYPAIR
           UNTIL DAILY-PAIR-IDX IS GREATER THAN DAILY-PAIR-COUNT
           OR DP-DATE(DAILY-PAIR-IDX) IS EQUAL TO DL-DATE
       EXIT.

NEXTDAILYPAIR.
       ADD 1 TO DAILY-PAIR-IDX
       EXIT.

DECIDEDAILYPAIR.
       IF DP-SOURCE-FOUND(DAILY-PAIR-IDX) THEN
           IF NOT DP-TARGET-FOUND(DAILY-PAIR-IDX) THEN
               MOVE "S" TO DP-KEEP(DAILY-PAIR-IDX)
           ELSE
               IF DP-SOURCE-SCORE(DAILY-PAIR-IDX) IS GREATER THAN
                       DP-TARGET-SCORE(DAILY-PAIR-IDX) THEN
                   MOVE "S" TO DP-KEEP(DAILY-PAIR-IDX)
               END-IF
           END-IF
       END-IF
       EXIT.

WRITEDAILYNEW.
       MOVE "N" TO DAILY-EOF-FLAG
       OPEN INPUT DAILY-FILE
       OPEN OUTPUT DAILY-NEW-FILE
       IF DAILY-STATUS IS NOT EQUAL TO "00"
               OR DAILY-NEW-STATUS IS NOT EQUAL TO "00" THEN
           DISPLAY "DAILYSCOR COULD NOT BE REWRITTEN."
           SET MERGE-FAILED TO TRUE
       ELSE
           READ DAILY-FILE
               AT END
                   SET DAILY-EOF TO TRUE
           END-READ
           PERFORM WRITEDAILYNEW-ENTRY UNTIL DAILY-EOF
       END-IF
       CLOSE DAILY-FILE
       CLOSE DAILY-NEW-FILE
       EXIT.

      *> A SOURCE ENTRY IS RENAMED WHEN IT IS KEPT AND DROPPED WHEN
      *> THE TARGET'S ENTRY FOR THE DATE WON; A TARGET ENTRY IS ONLY
      *> DROPPED WHEN THE SOURCE'S ENTRY FOR THE SAME DATE BEAT IT.
WRITEDAILYNEW-ENTRY.
       IF FUNCTION UPPER-CASE(DL-INITIALS) IS EQUAL TO SOURCE-INITIALS THEN
           PERFORM FINDDAILYPAIR
           IF DP-KEEP-SOURCE(DAILY-PAIR-IDX) THEN
               MOVE TARGET-INITIALS TO DL-INITIALS
               MOVE DAILY-RECORD TO DAILY-NEW-RECORD
               WRITE DAILY-NEW-RECORD
               ADD 1 TO DAILY-CHANGED-COUNT
               MOVE SPACES TO ADJLOG-LINE
               STRING FUNCTION TRIM(LOG-PREFIX)
                   " DAILYSCOR " DL-DATE " RENAMED SCORE " DL-SCORE
                   DELIMITED BY SIZE INTO ADJLOG-LINE
           ELSE
               ADD 1 TO DAILY-DROPPED-COUNT
               MOVE SPACES TO ADJLOG-LINE
               STRING FUNCTION TRIM(LOG-PREFIX)
                   " DAILYSCOR " DL-DATE " DROPPED " SOURCE-INITIALS
                   " SCORE " DL-SCORE
                   DELIMITED BY SIZE INTO ADJLOG-LINE
           END-IF
           PERFORM APPENDADJLOG
       ELSE
           IF FUNCTION UPPER-CASE(DL-INITIALS) IS EQUAL TO TARGET-INITIALS THEN
               PERFORM FINDDAILYPAIR
               IF DP-KEEP-SOURCE(DAILY-PAIR-IDX) THEN
                   ADD 1 TO DAILY-DROPPED-COUNT
                   MOVE SPACES TO ADJLOG-LINE
                   STRING FUNCTION TRIM(LOG-PREFIX) " DAILYSCOR "
                       DL-DATE " DROPPED "
                       TARGET-INITIALS " SCORE " DL-SCORE
                       DELIMITED BY SIZE INTO ADJLOG-LINE
                   PERFORM APPENDADJLOG
               ELSE
                   MOVE DAILY-RECORD TO DAILY-NEW-RECORD
                   WRITE DAILY-NEW-RECORD
               END-IF
           ELSE
               MOVE DAILY-RECORD TO DAILY-NEW-RECORD
               WRITE DAILY-NEW-RECORD
           END-IF
       END-IF
       READ DAILY-FILE
           AT END
               SET DAILY-EOF TO TRUE
       END-READ
       EXIT.

COPYDAILYBACK.
       MOVE "N" TO DAILY-NEW-EOF-FLAG
       OPEN INPUT DAILY-NEW-FILE
       IF DAILY-NEW-STATUS IS NOT EQUAL TO "00" THEN
           DISPLAY "DAILYSCOR COULD NOT BE UPDATED."
           SET MERGE-FAILED TO TRUE
       ELSE
           OPEN OUTPUT DAILY-FILE
           IF DAILY-STATUS IS NOT EQUAL TO "00" THEN
               DISPLAY "DAILYSCOR COULD NOT BE UPDATED."
               SET MERGE-FAILED TO TRUE
               CLOSE DAILY-NEW-FILE
           ELSE
               READ DAILY-NEW-FILE
                   AT END
                       SET DAILY-NEW-EOF TO TRUE
               END-READ
               PERFORM COPYDAILYBACK-ENTRY UNTIL DAILY-NEW-EOF
               CLOSE DAILY-NEW-FILE
               CLOSE DAILY-FILE
           END-IF
       END-IF
       EXIT.

COPYDAILYBACK-ENTRY.
       MOVE DAILY-NEW-RECORD TO DAILY-RECORD
       WRITE DAILY-RECORD
       READ DAILY-NEW-FILE
           AT END
               SET DAILY-NEW-EOF TO TRUE
       END-READ
       EXIT.

      *> EVERY FILE HERE KEEPS ITS RECORD COUNT AND ORDER - ONLY THE
      *> INITIALS CHANGE - SO THE AUDIT STILL RECONCILES GAMEHIST
      *> AGAINST HISCORES AND THE ARCHIVES, AND THE STATS AND AUDIT
      *> CHECKPOINTS (WHICH COUNT GAMEHIST RECORDS) STAY VALID.
      *> HELDSCORES, TRANSIDX AND RUNEVENTS ARE RENAMED TOO, SO THE
      *> SCREENING JOB STILL MATCHES RENAMED SCORES TO THEIR SESSIONS
      *> AND A HELD SCORE STAYS HELD UNDER ITS NEW INITIALS.
FOLDINITIALSFILES.
       MOVE "N" TO REWRITE-OPTIONAL-FLAG
       MOVE 0 TO REWRITE-SUMMARY-OFFSET
       MOVE "HISCORES" TO REWRITE-FILENAME
       MOVE 1 TO REWRITE-OFFSET
       PERFORM REWRITEINITIALS
       MOVE "GAMEHIST" TO REWRITE-FILENAME
       MOVE 375 TO REWRITE-OFFSET
       PERFORM REWRITEINITIALS
       MOVE "HELDSCORES" TO REWRITE-FILENAME
       MOVE 2 TO REWRITE-OFFSET
       PERFORM REWRITEINITIALS
       MOVE "TRANSIDX" TO REWRITE-FILENAME
       MOVE 51 TO REWRITE-OFFSET
       PERFORM REWRITEINITIALS
       MOVE "RUNEVENTS" TO REWRITE-FILENAME
       MOVE 9 TO REWRITE-OFFSET
       PERFORM REWRITEINITIALS
       MOVE "GAMESAVE" TO REWRITE-FILENAME
       MOVE 367 TO REWRITE-OFFSET
       PERFORM REWRITEINITIALS
       MOVE "GAMESAVE.BAK" TO REWRITE-FILENAME
       PERFORM REWRITEINITIALS
       SET REWRITE-OPTIONAL TO TRUE
       MOVE 2 TO REWRITE-OFFSET
       MOVE 17 TO REWRITE-SUMMARY-OFFSET
       MOVE ARCHIVE-FIRST-MONTH TO ARCHIVE-MONTH
       MOVE FUNCTION CURRENT-DATE(1:6) TO ARCHIVE-LAST-MONTH
       PERFORM REWRITEARCHIVEMONTH
           UNTIL ARCHIVE-MONTH IS GREATER THAN ARCHIVE-LAST-MONTH
       EXIT.

REWRITEARCHIVEMONTH.
       MOVE SPACES TO REWRITE-FILENAME
       STRING "HISCARCH." ARCHIVE-MONTH
           DELIMITED BY SIZE INTO REWRITE-FILENAME
       PERFORM REWRITEINITIALS
       IF AM-MONTH IS EQUAL TO 12 THEN
           MOVE 1 TO AM-MONTH
           ADD 1 TO AM-YEAR
       ELSE
           ADD 1 TO AM-MONTH
       END-IF
       EXIT.

      *> A FILE THAT DOES NOT EXIST HAS NOTHING TO RENAME. THE ORIGINAL
      *> IS ONLY REPLACED WHEN SOMETHING IN IT CHANGED AND THE WORK
      *> FILE WAS WRITTEN IN FULL.
REWRITEINITIALS.
       IF NOT MERGE-FAILED THEN
           MOVE SPACES TO REWRITE-NEW-FILENAME
           STRING FUNCTION TRIM(REWRITE-FILENAME) ".NEW"
               DELIMITED BY SIZE INTO REWRITE-NEW-FILENAME
           MOVE 0 TO REWRITE-RECNO
           MOVE 0 TO REWRITE-CHANGED-COUNT
           MOVE "N" TO REWRITE-IN-EOF-FLAG
           OPEN INPUT REWRITE-IN-FILE
           IF REWRITE-IN-STATUS IS EQUAL TO "35" THEN
               IF NOT REWRITE-OPTIONAL THEN
                   DISPLAY FUNCTION TRIM(REWRITE-FILENAME)
                       ": NOT FOUND - SKIPPED."
               END-IF
           ELSE
               IF REWRITE-IN-STATUS IS NOT EQUAL TO "00" THEN
                   DISPLAY FUNCTION TRIM(REWRITE-FILENAME)
                       " COULD NOT BE READ."
                   SET MERGE-FAILED TO TRUE
               ELSE
                   OPEN OUTPUT REWRITE-OUT-FILE
                   IF REWRITE-OUT-STATUS IS NOT EQUAL TO "00" THEN
                       DISPLAY FUNCTION TRIM(REWRITE-NEW-FILENAME)
                           " COULD NOT BE WRITTEN."
                       SET MERGE-FAILED TO TRUE
                   ELSE
                       READ REWRITE-IN-FILE
                           AT END
                               SET REWRITE-IN-EOF TO TRUE
                       END-READ
                       PERFORM REWRITEINITIALS-ENTRY UNTIL REWRITE-IN-EOF
                       CLOSE REWRITE-OUT-FILE
                   END-IF
                   CLOSE REWRITE-IN-FILE
                   IF NOT MERGE-FAILED
                           AND REWRITE-CHANGED-COUNT IS GREATER THAN 0 THEN
                       PERFORM COPYREWRITEBACK
                   END-IF
                   DISPLAY FUNCTION TRIM(REWRITE-FILENAME) ": "
                       REWRITE-CHANGED-COUNT " OF " REWRITE-RECNO
                       " RECORDS RENAMED."
                   ADD REWRITE-CHANGED-COUNT TO TOTAL-CHANGED-COUNT
               END-IF
           END-IF
       END-IF
       EXIT.

REWRITEINITIALS-ENTRY.
       ADD 1 TO REWRITE-RECNO
       MOVE REWRITE-OFFSET TO REWRITE-COLUMN
       IF REWRITE-SUMMARY-OFFSET IS GREATER THAN 0
               AND REWRITE-IN-RECORD(1:1) IS EQUAL TO "S" THEN
           MOVE REWRITE-SUMMARY-OFFSET TO REWRITE-COLUMN
       END-IF
       MOVE REWRITE-IN-RECORD TO REWRITE-OUT-RECORD
       IF FUNCTION UPPER-CASE(REWRITE-IN-RECORD(REWRITE-COLUMN:3))
               IS EQUAL TO SOURCE-INITIALS THEN
           MOVE TARGET-INITIALS TO REWRITE-OUT-RECORD(REWRITE-COLUMN:3)
           ADD 1 TO REWRITE-CHANGED-COUNT
           MOVE SPACES TO ADJLOG-LINE
           STRING FUNCTION TRIM(LOG-PREFIX)
               " " FUNCTION TRIM(REWRITE-FILENAME) " RECORD " REWRITE-RECNO
               DELIMITED BY SIZE INTO ADJLOG-LINE
           PERFORM APPENDADJLOG
       END-IF
       WRITE REWRITE-OUT-RECORD
       READ REWRITE-IN-FILE
           AT END
               SET REWRITE-IN-EOF TO TRUE
       END-READ
       EXIT.

COPYREWRITEBACK.
       MOVE "N" TO REWRITE-OUT-EOF-FLAG
       OPEN INPUT REWRITE-OUT-FILE
       IF REWRITE-OUT-STATUS IS NOT EQUAL TO "00" THEN
           DISPLAY FUNCTION TRIM(REWRITE-FILENAME) " COULD NOT BE UPDATED."
           SET MERGE-FAILED TO TRUE
       ELSE
           OPEN OUTPUT REWRITE-IN-FILE
           IF REWRITE-IN-STATUS IS NOT EQUAL TO "00" THEN
               DISPLAY FUNCTION TRIM(REWRITE-FILENAME)
                   " COULD NOT BE UPDATED."
               SET MERGE-FAILED TO TRUE
               CLOSE REWRITE-OUT-FILE
           ELSE
               READ REWRITE-OUT-FILE
                   AT END
                       SET REWRITE-OUT-EOF TO TRUE
               END-READ
               PERFORM COPYREWRITEBACK-ENTRY UNTIL REWRITE-OUT-EOF
               CLOSE REWRITE-OUT-FILE
               CLOSE REWRITE-IN-FILE
           END-IF
       END-IF
       EXIT.

COPYREWRITEBACK-ENTRY.
       MOVE REWRITE-OUT-RECORD TO REWRITE-IN-RECORD
       WRITE REWRITE-IN-RECORD
       READ REWRITE-OUT-FILE
           AT END
               SET REWRITE-OUT-EOF TO TRUE
       END-READ
       EXIT.

APPENDADJLOG.
       OPEN EXTEND ADJLOG-FILE
       IF ADJLOG-STATUS IS EQUAL TO "35" THEN
           CLOSE ADJLOG-FILE
           OPEN OUTPUT ADJLOG-FILE
       END-IF
       MOVE SPACES TO ADJLOG-RECORD
       STRING FUNCTION CURRENT-DATE(1:8) " " FUNCTION CURRENT-DATE(9:6)
           " " ADJLOG-LINE
           DELIMITED BY SIZE INTO ADJLOG-RECORD
       WRITE ADJLOG-RECORD
       CLOSE ADJLOG-FILE
       EXIT.
