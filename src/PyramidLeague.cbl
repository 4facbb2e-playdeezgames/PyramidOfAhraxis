        ACCESS DYNAMIC
        RECORD KEY PL-INITIALS
        FILE STATUS PLAYERS-STATUS.
    SELECT HELD-FILE ASSIGN TO "HELDSCORES"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS HELD-STATUS.
    SELECT REPORT-FILE ASSIGN TO "LEAGUERPT"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS REPORT-STATUS.
          02 PL-TOTAL-SCORE PIC 9(7).
          02 PL-FIRST-PLAYED PIC X(8).
          02 PL-LAST-PLAYED PIC X(8).
          02 PL-PIN PIC X(4).
          02 PL-STATUS PIC X.
             88 PL-SUSPENDED VALUE "S".

      *> ENTRIES THE NIGHTLY SCREENING JOB HAS FLAGGED. ONE STILL HELD
      *> (H) OR CONFIRMED AS BAD (C) IS LEFT OUT OF THE STANDINGS.
       FD HELD-FILE.
       01 HELD-RECORD.
          02 HD-SOURCE PIC X.
          02 HD-INITIALS PIC X(3).
          02 HD-SCORE PIC 9999.
          02 HD-DATE PIC X(8).
          02 HD-REASON PIC X(4).
          02 HD-STATUS PIC X.
          02 HD-FLAGGED-DATE PIC X(8).

      *> THE FORMATTED PRINT FILE POSTED IN THE BREAK ROOM - PAGE
      *> BREAKS ARE FORM FEEDS, READY FOR A LINE PRINTER.
       01 DAILY-STATUS PIC XX.
       01 PLAYERS-STATUS PIC XX.
       01 REPORT-STATUS PIC XX.
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
       01 HISCORE-SORTED-EOF-FLAG PIC X VALUE "N".
          88 HISCORE-SORTED-EOF VALUE "Y".
       01 DAILY-SORTED-EOF-FLAG PIC X VALUE "N".
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF
       PERFORM LOADHELDSCORES
       PERFORM PRINTTOPSCORES
       PERFORM PRINTDAILYWINNERS
       PERFORM PRINTCAREERSTANDINGS
       EXIT.

PRINTTOPSCORE-ENTRY.
       MOVE "N" TO ENTRY-HELD-FLAG
       IF HSO-DATE(1:6) IS EQUAL TO REPORT-MONTH THEN
           PERFORM MATCHHELDHISCORE VARYING HELD-IDX FROM 1 BY 1
               UNTIL HELD-IDX IS GREATER THAN HELD-COUNT OR ENTRY-HELD
       END-IF
       IF HSO-DATE(1:6) IS EQUAL TO REPORT-MONTH AND NOT ENTRY-HELD THEN
           ADD 1 TO SECTION-RANK
           MOVE SECTION-RANK TO SDL-RANK
           MOVE HSO-INITIALS TO SDL-INITIALS

      *> SECTION TWO: THE DAILY CHALLENGE WINNER FOR EACH DATE IN THE
      *> MONTH. THE SORT PUTS EACH DATE'S BEST SCORE FIRST, SO THE
      *> FIRST RECORD SEEN FOR A DATE IS ITS WINNER - UNLESS IT IS
      *> HELD, WHEN THE NEXT BEST ENTRY THAT DATE TAKES ITS PLACE.
PRINTDAILYWINNERS.
       MOVE "DAILY CHALLENGE WINNERS BY DATE" TO REPORT-LINE
       PERFORM WRITEREPORTLINE
       EXIT.

PRINTDAILYWINNER-ENTRY.
       MOVE "N" TO ENTRY-HELD-FLAG
       IF DLO-DATE(1:6) IS EQUAL TO REPORT-MONTH
               AND DLO-DATE IS NOT EQUAL TO WINNER-DATE THEN
           PERFORM MATCHHELDDAILYSCORE VARYING HELD-IDX FROM 1 BY 1
               UNTIL HELD-IDX IS GREATER THAN HELD-COUNT OR ENTRY-HELD
       END-IF
       IF DLO-DATE(1:6) IS EQUAL TO REPORT-MONTH
               AND DLO-DATE IS NOT EQUAL TO WINNER-DATE
               AND NOT ENTRY-HELD THEN
           MOVE DLO-DATE TO WINNER-DATE
           ADD 1 TO SECTION-RANK
           MOVE DLO-DATE TO DDL-DATE
       END-READ
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

      *> SECTION THREE: ALL-TIME CAREER STANDINGS FROM THE PLAYERS
      *> FILE, RANKED BY WINS WITH BEST SCORE BREAKING TIES. A PLAYER
      *> WHO HAS REGISTERED BUT NOT YET FINISHED A RUN IS LEFT OFF.
PRINTCAREERSTANDINGS.
       MOVE "CAREER STANDINGS" TO REPORT-LINE
       PERFORM WRITEREPORTLINE
               SET PLAYERS-EOF TO TRUE
       END-READ
       IF NOT PLAYERS-EOF
               AND PL-GAMES-PLAYED IS GREATER THAN 0
               AND STANDINGS-COUNT IS LESS THAN 200 THEN
           PERFORM INSERTSTANDING
       END-IF
