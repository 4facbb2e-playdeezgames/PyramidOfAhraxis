       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. PYRAMIDLEAGUEEXT.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT PLAYERS-FILE ASSIGN TO "PLAYERS"
        ORGANIZATION INDEXED
        ACCESS DYNAMIC
        RECORD KEY PL-INITIALS
        FILE STATUS PLAYERS-STATUS.
    SELECT GAMEHIST-FILE ASSIGN TO "GAMEHIST"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS GAMEHIST-STATUS.
    SELECT DAILY-FILE ASSIGN TO "DAILYSCOR"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS DAILY-STATUS.
    SELECT CHECKPOINT-FILE ASSIGN TO "LEAGUECKPT"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS CHECKPOINT-STATUS.
    SELECT EXTRACT-FILE ASSIGN TO EXTRACT-FILENAME
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS EXTRACT-STATUS.
    SELECT EXTLOG-FILE ASSIGN TO "LEAGUELOG"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS EXTLOG-STATUS.
    SELECT HELD-FILE ASSIGN TO "HELDSCORES"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS HELD-STATUS.

DATA DIVISION.
       FILE SECTION.
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

       FD DAILY-FILE.
       01 DAILY-RECORD.
          02 DL-DATE PIC X(8).
          02 DL-INITIALS PIC X(3).
          02 DL-SCORE PIC 9999.
          02 DL-ATTEMPTS PIC 99.

      *> ONE RECORD: THE LAST SEQUENCE NUMBER ISSUED AND THE LAST
      *> DAY WHOSE RESULTS HAVE GONE OUT. NO FILE MEANS NO EXTRACT
      *> HAS EVER RUN, SO THE FIRST ONE CARRIES THE WHOLE HISTORY.
       FD CHECKPOINT-FILE.
       01 CHECKPOINT-RECORD.
          02 CK-LAST-SEQUENCE PIC 9(6).
          02 CK-THROUGH-DATE PIC X(8).
          02 CK-EXTRACT-DATE PIC X(8).

      *> THE INTERFACE FILE FOR THE LEAGUE SITE, ONE PER EXTRACT
      *> (LEAGUEXTR.NNNNNN) AND KEPT, SO A NIGHT'S FILE CAN BE SENT
      *> AGAIN EXACTLY AS IT FIRST WENT. FIELDS ARE SEPARATED BY "|"
      *> AND THE FIRST FIELD NAMES THE RECORD TYPE.
       FD EXTRACT-FILE.
       01 EXTRACT-RECORD PIC X(80).

      *> ONE LINE PER EXTRACT, STAMPED WITH DATE AND TIME AND
      *> APPENDED FOR THE LIFE OF THE FILE.
       FD EXTLOG-FILE.
       01 EXTLOG-RECORD PIC X(100).

      *> ENTRIES THE NIGHTLY SCREENING JOB HAS FLAGGED. ONE STILL HELD
      *> (H) OR CONFIRMED AS BAD (C) IS NOT SENT TO THE SITE, THE SAME
      *> AS IT IS LEFT OUT OF THE PRINTED STANDINGS.
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
       01 PLAYERS-STATUS PIC XX.
       01 GAMEHIST-STATUS PIC XX.
       01 DAILY-STATUS PIC XX.
       01 CHECKPOINT-STATUS PIC XX.
       01 EXTRACT-STATUS PIC XX.
       01 EXTLOG-STATUS PIC XX.
       01 EXTRACT-FILENAME PIC X(16).
       01 PLAYERS-EOF-FLAG PIC X VALUE "N".
          88 PLAYERS-EOF VALUE "Y".
       01 GAMEHIST-EOF-FLAG PIC X VALUE "N".
          88 GAMEHIST-EOF VALUE "Y".
       01 DAILY-EOF-FLAG PIC X VALUE "N".
          88 DAILY-EOF VALUE "Y".
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
       01 HELD-ROW-COUNT PIC 9(5) VALUE 0.
      *> THE WINDOW THIS EXTRACT COVERS: EVERY DAY AFTER THE LAST
      *> CHECKPOINT UP TO AND INCLUDING YESTERDAY. TODAY IS STILL
      *> BEING PLAYED, SO ITS RUNS AND DAILY RESULTS WAIT FOR THE
      *> NEXT EXTRACT, WHEN THEY ARE FINAL.
       01 TODAYS-DATE PIC X(8).
       01 PRIOR-THROUGH-DATE PIC X(8).
       01 THROUGH-DATE PIC X(8).
       01 THROUGH-DATE-NUMBER PIC 9(8).
       01 EXTRACT-SEQUENCE PIC 9(6).
       01 PLAYER-ROW-COUNT PIC 9(7) VALUE 0.
       01 RUN-ROW-COUNT PIC 9(7) VALUE 0.
       01 DAILY-ROW-COUNT PIC 9(7) VALUE 0.
       01 TOTAL-ROW-COUNT PIC 9(7) VALUE 0.
       01 SCORE-HASH-TOTAL PIC 9(9) VALUE 0.
       01 SKIPPED-COUNT PIC 9(5) VALUE 0.
       01 EXTRACT-HEADER-LINE.
          02 FILLER PIC X(4) VALUE "HDR|".
          02 EH-EXTRACT-DATE PIC X(8).
          02 FILLER PIC X VALUE "|".
          02 EH-SEQUENCE PIC 9(6).
          02 FILLER PIC X VALUE "|".
          02 EH-FROM-DATE PIC X(8).
          02 FILLER PIC X VALUE "|".
          02 EH-THROUGH-DATE PIC X(8).
      *> CAREER TOTALS AS THEY STAND AT EXTRACT TIME, FOR EVERY
      *> PLAYER WHO REGISTERED OR PLAYED SINCE THE LAST CHECKPOINT.
      *> THE SITE REPLACES ITS COPY OF THE PLAYER WITH THIS ROW.
       01 EXTRACT-PLAYER-LINE.
          02 FILLER PIC X(4) VALUE "PLR|".
          02 EP-INITIALS PIC X(3).
          02 FILLER PIC X VALUE "|".
          02 EP-GAMES-PLAYED PIC 9(5).
          02 FILLER PIC X VALUE "|".
          02 EP-WINS PIC 9(5).
          02 FILLER PIC X VALUE "|".
          02 EP-DEATHS PIC 9(5).
          02 FILLER PIC X VALUE "|".
          02 EP-BEST-SCORE PIC 9999.
          02 FILLER PIC X VALUE "|".
          02 EP-TOTAL-SCORE PIC 9(7).
          02 FILLER PIC X VALUE "|".
          02 EP-FIRST-PLAYED PIC X(8).
          02 FILLER PIC X VALUE "|".
          02 EP-LAST-PLAYED PIC X(8).
       01 EXTRACT-RUN-LINE.
          02 FILLER PIC X(4) VALUE "RUN|".
          02 ER-DATE PIC X(8).
          02 FILLER PIC X VALUE "|".
          02 ER-INITIALS PIC X(3).
          02 FILLER PIC X VALUE "|".
          02 ER-DIFFICULTY PIC X.
          02 FILLER PIC X VALUE "|".
          02 ER-SEED-MODE PIC X.
          02 FILLER PIC X VALUE "|".
          02 ER-OUTCOME PIC X.
          02 FILLER PIC X VALUE "|".
          02 ER-SCORE PIC 9999.
       01 EXTRACT-DAILY-LINE.
          02 FILLER PIC X(4) VALUE "DLY|".
          02 ED-DATE PIC X(8).
          02 FILLER PIC X VALUE "|".
          02 ED-INITIALS PIC X(3).
          02 FILLER PIC X VALUE "|".
          02 ED-SCORE PIC 9999.
          02 FILLER PIC X VALUE "|".
          02 ED-ATTEMPTS PIC 99.
      *> THE SCORE HASH IS THE SUM OF EVERY SCORE FIELD IN THE FILE:
      *> PLAYER BEST SCORES, RUN SCORES AND DAILY SCORES.
       01 EXTRACT-TRAILER-LINE.
          02 FILLER PIC X(4) VALUE "TRL|".
          02 ET-PLAYER-COUNT PIC 9(7).
          02 FILLER PIC X VALUE "|".
          02 ET-RUN-COUNT PIC 9(7).
          02 FILLER PIC X VALUE "|".
          02 ET-DAILY-COUNT PIC 9(7).
          02 FILLER PIC X VALUE "|".
          02 ET-TOTAL-COUNT PIC 9(7).
          02 FILLER PIC X VALUE "|".
          02 ET-SCORE-HASH PIC 9(9).
       01 EXTLOG-LINE PIC X(84).

PROCEDURE DIVISION.
       DISPLAY "PYRAMID OF AHRAXIS - LEAGUE SITE EXTRACT"
       MOVE FUNCTION CURRENT-DATE(1:8) TO TODAYS-DATE
       COMPUTE THROUGH-DATE-NUMBER = FUNCTION DATE-OF-INTEGER(
           FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(TODAYS-DATE)) - 1)
       MOVE THROUGH-DATE-NUMBER TO THROUGH-DATE
       PERFORM READCHECKPOINT
       IF PRIOR-THROUGH-DATE IS NOT LESS THAN THROUGH-DATE THEN
           DISPLAY "RESULTS ALREADY EXTRACTED THROUGH " PRIOR-THROUGH-DATE
               " - NOTHING NEW TO SEND."
           GOBACK
       END-IF
       PERFORM LOADHELDSCORES
       PERFORM OPENEXTRACT
       PERFORM WRITEEXTRACTHEADER
       PERFORM EXTRACTPLAYERS
       PERFORM EXTRACTRUNS
       PERFORM EXTRACTDAILIES
       PERFORM WRITEEXTRACTTRAILER
       CLOSE EXTRACT-FILE
       PERFORM WRITECHECKPOINT
       PERFORM APPENDEXTLOG
       PERFORM PRINTSUMMARY
       GOBACK.

READCHECKPOINT.
       MOVE 0 TO EXTRACT-SEQUENCE
       MOVE "00000000" TO PRIOR-THROUGH-DATE
       OPEN INPUT CHECKPOINT-FILE
       IF CHECKPOINT-STATUS IS EQUAL TO "00" THEN
           READ CHECKPOINT-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF CK-LAST-SEQUENCE IS NUMERIC THEN
                       MOVE CK-LAST-SEQUENCE TO EXTRACT-SEQUENCE
                   END-IF
                   IF CK-THROUGH-DATE IS NUMERIC THEN
                       MOVE CK-THROUGH-DATE TO PRIOR-THROUGH-DATE
                   END-IF
           END-READ
           CLOSE CHECKPOINT-FILE
       ELSE
           DISPLAY "NO LEAGUECKPT FILE FOUND - EXTRACTING ALL HISTORY."
       END-IF
       ADD 1 TO EXTRACT-SEQUENCE
       EXIT.

OPENEXTRACT.
       MOVE SPACES TO EXTRACT-FILENAME
       STRING "LEAGUEXTR." EXTRACT-SEQUENCE
           DELIMITED BY SIZE INTO EXTRACT-FILENAME
       OPEN OUTPUT EXTRACT-FILE
       IF EXTRACT-STATUS IS NOT EQUAL TO "00" THEN
           DISPLAY "EXTRACT FILE " EXTRACT-FILENAME " COULD NOT BE WRITTEN."
           MOVE 8 TO RETURN-CODE
           GOBACK
       END-IF
       EXIT.

WRITEEXTRACTHEADER.
       MOVE TODAYS-DATE TO EH-EXTRACT-DATE
       MOVE EXTRACT-SEQUENCE TO EH-SEQUENCE
       MOVE PRIOR-THROUGH-DATE TO EH-FROM-DATE
       MOVE THROUGH-DATE TO EH-THROUGH-DATE
       WRITE EXTRACT-RECORD FROM EXTRACT-HEADER-LINE
       EXIT.

EXTRACTPLAYERS.
       OPEN INPUT PLAYERS-FILE
       IF PLAYERS-STATUS IS NOT EQUAL TO "00" THEN
           DISPLAY "NO PLAYERS FILE FOUND - NO PLAYER ROWS EXTRACTED."
       ELSE
           MOVE LOW-VALUES TO PL-INITIALS
           START PLAYERS-FILE KEY IS GREATER THAN OR EQUAL TO PL-INITIALS
               INVALID KEY
                   SET PLAYERS-EOF TO TRUE
           END-START
           PERFORM EXTRACTPLAYER-ENTRY UNTIL PLAYERS-EOF
           CLOSE PLAYERS-FILE
       END-IF
       EXIT.

EXTRACTPLAYER-ENTRY.
       READ PLAYERS-FILE NEXT RECORD
           AT END
               SET PLAYERS-EOF TO TRUE
       END-READ
       IF NOT PLAYERS-EOF THEN
           IF PL-FIRST-PLAYED IS GREATER THAN PRIOR-THROUGH-DATE
                   OR PL-LAST-PLAYED IS GREATER THAN PRIOR-THROUGH-DATE THEN
               MOVE PL-INITIALS TO EP-INITIALS
               MOVE PL-GAMES-PLAYED TO EP-GAMES-PLAYED
               MOVE PL-WINS TO EP-WINS
               MOVE PL-DEATHS TO EP-DEATHS
               MOVE PL-BEST-SCORE TO EP-BEST-SCORE
               MOVE PL-TOTAL-SCORE TO EP-TOTAL-SCORE
               MOVE PL-FIRST-PLAYED TO EP-FIRST-PLAYED
               MOVE PL-LAST-PLAYED TO EP-LAST-PLAYED
               WRITE EXTRACT-RECORD FROM EXTRACT-PLAYER-LINE
               ADD 1 TO PLAYER-ROW-COUNT
               ADD PL-BEST-SCORE TO SCORE-HASH-TOTAL
           END-IF
       END-IF
       EXIT.

      *> GAMEHIST IS ONLY EVER APPENDED TO, ONE RECORD PER FINISHED
      *> RUN. RECORDS THAT FAIL THE VERSION OR CHECKSUM TEST, OR THAT
      *> PREDATE THE RUN TRAILER, ARE COUNTED AND LEFT OUT.
EXTRACTRUNS.
       OPEN INPUT GAMEHIST-FILE
       IF GAMEHIST-STATUS IS NOT EQUAL TO "00" THEN
           DISPLAY "NO GAMEHIST FILE FOUND - NO RUN ROWS EXTRACTED."
       ELSE
           PERFORM EXTRACTRUN-ENTRY UNTIL GAMEHIST-EOF
           CLOSE GAMEHIST-FILE
       END-IF
       EXIT.

EXTRACTRUN-ENTRY.
       READ GAMEHIST-FILE
           AT END
               SET GAMEHIST-EOF TO TRUE
       END-READ
       IF NOT GAMEHIST-EOF THEN
           IF GH-RUN-DATE IS GREATER THAN PRIOR-THROUGH-DATE
                   AND GH-RUN-DATE IS NOT GREATER THAN THROUGH-DATE THEN
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
                   MOVE "N" TO ENTRY-HELD-FLAG
                   PERFORM MATCHHELDRUN VARYING HELD-IDX FROM 1 BY 1
                       UNTIL HELD-IDX IS GREATER THAN HELD-COUNT OR ENTRY-HELD
                   IF ENTRY-HELD THEN
                       ADD 1 TO HELD-ROW-COUNT
                   ELSE
                       MOVE GH-RUN-DATE TO ER-DATE
                       MOVE GH-RUN-INITIALS TO ER-INITIALS
                       MOVE GH-RUN-DIFFICULTY TO ER-DIFFICULTY
                       MOVE GH-RUN-SEED-MODE TO ER-SEED-MODE
                       MOVE GH-RUN-OUTCOME TO ER-OUTCOME
                       MOVE SCORE TO ER-SCORE
                       WRITE EXTRACT-RECORD FROM EXTRACT-RUN-LINE
                       ADD 1 TO RUN-ROW-COUNT
                       ADD SCORE TO SCORE-HASH-TOTAL
                   END-IF
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

      *> THE GAME REWRITES TODAY'S DAILY ENTRIES AS REPEAT ATTEMPTS
      *> COME IN, BUT A PAST DATE'S ENTRIES NO LONGER CHANGE - SO
      *> ONLY CLOSED DATES IN THE WINDOW ARE SENT.
EXTRACTDAILIES.
       OPEN INPUT DAILY-FILE
       IF DAILY-STATUS IS NOT EQUAL TO "00" THEN
           DISPLAY "NO DAILYSCOR FILE FOUND - NO DAILY ROWS EXTRACTED."
       ELSE
           PERFORM EXTRACTDAILY-ENTRY UNTIL DAILY-EOF
           CLOSE DAILY-FILE
       END-IF
       EXIT.

EXTRACTDAILY-ENTRY.
       READ DAILY-FILE
           AT END
               SET DAILY-EOF TO TRUE
       END-READ
       IF NOT DAILY-EOF THEN
           IF DL-DATE IS GREATER THAN PRIOR-THROUGH-DATE
                   AND DL-DATE IS NOT GREATER THAN THROUGH-DATE THEN
               MOVE "N" TO ENTRY-HELD-FLAG
               IF DL-SCORE IS NUMERIC THEN
                   PERFORM MATCHHELDDAILYSCORE VARYING HELD-IDX FROM 1 BY 1
                       UNTIL HELD-IDX IS GREATER THAN HELD-COUNT OR ENTRY-HELD
               END-IF
               IF DL-SCORE IS NOT NUMERIC THEN
                   ADD 1 TO SKIPPED-COUNT
               ELSE
                   IF ENTRY-HELD THEN
                       ADD 1 TO HELD-ROW-COUNT
                   ELSE
                       MOVE DL-DATE TO ED-DATE
                       MOVE DL-INITIALS TO ED-INITIALS
                       MOVE DL-SCORE TO ED-SCORE
                       IF DL-ATTEMPTS IS NUMERIC THEN
                           MOVE DL-ATTEMPTS TO ED-ATTEMPTS
                       ELSE
                           MOVE 1 TO ED-ATTEMPTS
                       END-IF
                       WRITE EXTRACT-RECORD FROM EXTRACT-DAILY-LINE
                       ADD 1 TO DAILY-ROW-COUNT
                       ADD DL-SCORE TO SCORE-HASH-TOTAL
                   END-IF
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

      *> EVERY FINISHED RUN POSTS ONE HISCORES ENTRY WITH THE SAME
      *> INITIALS, SCORE AND DATE, SO A HOLD ON THAT ENTRY HOLDS THE RUN.
MATCHHELDRUN.
       IF HE-SOURCE(HELD-IDX) IS EQUAL TO "H"
               AND HE-INITIALS(HELD-IDX) IS EQUAL TO GH-RUN-INITIALS
               AND HE-SCORE(HELD-IDX) IS EQUAL TO SCORE
               AND HE-DATE(HELD-IDX) IS EQUAL TO GH-RUN-DATE THEN
           SET ENTRY-HELD TO TRUE
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

WRITEEXTRACTTRAILER.
       COMPUTE TOTAL-ROW-COUNT = PLAYER-ROW-COUNT + RUN-ROW-COUNT
           + DAILY-ROW-COUNT
       MOVE PLAYER-ROW-COUNT TO ET-PLAYER-COUNT
       MOVE RUN-ROW-COUNT TO ET-RUN-COUNT
       MOVE DAILY-ROW-COUNT TO ET-DAILY-COUNT
       MOVE TOTAL-ROW-COUNT TO ET-TOTAL-COUNT
       MOVE SCORE-HASH-TOTAL TO ET-SCORE-HASH
       WRITE EXTRACT-RECORD FROM EXTRACT-TRAILER-LINE
       EXIT.

      *> THE CHECKPOINT ONLY MOVES ONCE THE EXTRACT FILE IS CLOSED,
      *> SO A FAILED RUN SENDS THE SAME WINDOW AGAIN NEXT TIME.
WRITECHECKPOINT.
       OPEN OUTPUT CHECKPOINT-FILE
       IF CHECKPOINT-STATUS IS NOT EQUAL TO "00" THEN
           DISPLAY "LEAGUECKPT COULD NOT BE UPDATED - THE NEXT EXTRACT WILL REPEAT THIS ONE."
           MOVE 8 TO RETURN-CODE
       ELSE
           MOVE EXTRACT-SEQUENCE TO CK-LAST-SEQUENCE
           MOVE THROUGH-DATE TO CK-THROUGH-DATE
           MOVE TODAYS-DATE TO CK-EXTRACT-DATE
           WRITE CHECKPOINT-RECORD
           CLOSE CHECKPOINT-FILE
       END-IF
       EXIT.

APPENDEXTLOG.
       MOVE SPACES TO EXTLOG-LINE
       STRING "EXTRACT " EXTRACT-SEQUENCE
           " THROUGH " THROUGH-DATE " PLR " PLAYER-ROW-COUNT
           " RUN " RUN-ROW-COUNT " DLY " DAILY-ROW-COUNT
           " HASH " SCORE-HASH-TOTAL
           DELIMITED BY SIZE INTO EXTLOG-LINE
       OPEN EXTEND EXTLOG-FILE
       IF EXTLOG-STATUS IS EQUAL TO "35" THEN
           CLOSE EXTLOG-FILE
           OPEN OUTPUT EXTLOG-FILE
       END-IF
       MOVE SPACES TO EXTLOG-RECORD
       STRING FUNCTION CURRENT-DATE(1:8) " " FUNCTION CURRENT-DATE(9:6)
           " " EXTLOG-LINE
           DELIMITED BY SIZE INTO EXTLOG-RECORD
       WRITE EXTLOG-RECORD
       CLOSE EXTLOG-FILE
       EXIT.

PRINTSUMMARY.
       DISPLAY SPACE
       DISPLAY "EXTRACT SEQUENCE: " EXTRACT-SEQUENCE
       DISPLAY "WRITTEN TO: " EXTRACT-FILENAME
       DISPLAY "DAYS COVERED: AFTER " PRIOR-THROUGH-DATE " THROUGH " THROUGH-DATE
       DISPLAY "PLAYER ROWS: " PLAYER-ROW-COUNT
       DISPLAY "RUN ROWS: " RUN-ROW-COUNT
       DISPLAY "DAILY ROWS: " DAILY-ROW-COUNT
       DISPLAY "SCORE HASH TOTAL: " SCORE-HASH-TOTAL
       IF SKIPPED-COUNT IS GREATER THAN 0 THEN
           DISPLAY "RECORDS SKIPPED (BAD VERSION, CHECKSUM, OR SCORE): "
               SKIPPED-COUNT
       END-IF
       IF HELD-ROW-COUNT IS GREATER THAN 0 THEN
           DISPLAY "HELD SCORES NOT SENT: " HELD-ROW-COUNT
       END-IF
       EXIT.
