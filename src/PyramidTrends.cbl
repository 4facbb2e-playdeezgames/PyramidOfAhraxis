    SELECT GAMEHIST-FILE ASSIGN TO "GAMEHIST"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS GAMEHIST-STATUS.
    SELECT BATCHPARM-FILE ASSIGN TO "BATCHPARM"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS BATCHPARM-STATUS.

DATA DIVISION.
       FILE SECTION.
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
       01 GAMEHIST-STATUS PIC XX.
       01 GAMEHIST-EOF-FLAG PIC X VALUE "N".
          88 GAMEHIST-EOF VALUE "Y".
       01 COMMAND PIC X(20).
       01 BATCHPARM-STATUS PIC XX.
       01 BATCH-PARM-FLAG PIC X VALUE "N".
          88 BATCH-PARM-FOUND VALUE "Y".
       01 RELEASE-SPLIT-FLAG PIC X VALUE "N".
          88 RELEASE-SPLIT VALUE "Y".
       01 PERIOD-LABEL PIC X(7) VALUE "MONTH".
      *> ONE ENTRY PER MONTH SEEN IN THE ARCHIVE, KEPT IN MONTH ORDER
      *> AS ENTRIES ARE INSERTED. BUCKET 1-3 ARE DIFFICULTIES E/N/H;
      *> BUCKET 4 COLLECTS UNKNOWN OR PRE-TRAILER RECORDS. WHEN THE
      *> REPORT IS SPLIT BY CONTENT RELEASE INSTEAD, EACH ENTRY IS A
      *> RELEASE NUMBER AND RUN-MONTH / TM-MONTH HOLD THAT NUMBER.
       01 TREND-MONTH-COUNT PIC 999 VALUE 0.
       01 TREND-MONTH-IDX PIC 999.
       01 SHIFT-IDX PIC 999.
       01 DEATH-RATE PIC 999.

PROCEDURE DIVISION.
       PERFORM CHOOSERUNMODE
       OPEN INPUT GAMEHIST-FILE
       IF GAMEHIST-STATUS IS NOT EQUAL TO "00" THEN
           DISPLAY "NO GAMEHIST FILE FOUND - NOTHING TO REPORT."
           GOBACK
       END-IF
       READ GAMEHIST-FILE
           AT END
       PERFORM TALLYTREND-ENTRY UNTIL GAMEHIST-EOF
       CLOSE GAMEHIST-FILE
       PERFORM PRINTREPORT
       GOBACK.

CHOOSERUNMODE.
       PERFORM READBATCHPARM
       IF BATCH-PARM-FOUND THEN
           MOVE BP-PARAMETER TO COMMAND
       ELSE
           DISPLAY "ENTER R TO SPLIT BY CONTENT RELEASE OR PRESS ENTER TO"
               " SPLIT BY MONTH: " WITH NO ADVANCING
           ACCEPT COMMAND
       END-IF
       IF COMMAND IS EQUAL TO "r" OR COMMAND IS EQUAL TO "R" THEN
           SET RELEASE-SPLIT TO TRUE
           MOVE "RELEASE" TO PERIOD-LABEL
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
                   IF BP-PROGRAM IS EQUAL TO "PYRAMIDTRENDS" THEN
                       SET BATCH-PARM-FOUND TO TRUE
                   END-IF
           END-READ
           CLOSE BATCHPARM-FILE
       END-IF
       EXIT.

TALLYTREND-ENTRY.
       MOVE GH-PAYLOAD TO GAMEHIST-IMAGE
           ADD 1 TO SKIPPED-COUNT
       ELSE
           MOVE GH-PAYLOAD TO GAMEHIST-DATA
           IF RELEASE-SPLIT THEN
               IF GH-RUN-RELEASE IS NUMERIC THEN
                   MOVE GH-RUN-RELEASE TO RUN-MONTH
               ELSE
                   MOVE "UNKNOWN" TO RUN-MONTH
               END-IF
           ELSE
               IF GH-RUN-DATE(1:6) IS NUMERIC THEN
                   MOVE GH-RUN-DATE(1:6) TO RUN-MONTH
               ELSE
                   MOVE "UNKNOWN" TO RUN-MONTH
               END-IF
           END-IF
           EVALUATE GH-RUN-DIFFICULTY
               WHEN "E"
       END-IF
       EXIT.

      *> "UNKNOWN" SORTS AFTER EVERY YYYYMM KEY (AND EVERY RELEASE
      *> NUMBER), SO THE PRE-TRAILER BUCKET PRINTS AT THE BOTTOM.
INSERTTRENDMONTH.
       COMPUTE INSERT-POS = TREND-MONTH-COUNT + 1
       PERFORM FINDTRENDMONTHPOS VARYING TREND-MONTH-IDX FROM 1 BY 1
           DISPLAY "RECORDS SKIPPED (BAD VERSION OR CHECKSUM): " SKIPPED-COUNT
       END-IF
       IF OVERFLOW-COUNT IS GREATER THAN 0 THEN
           DISPLAY "RECORDS NOT TALLIED (MORE THAN 120 DISTINCT "
               FUNCTION TRIM(PERIOD-LABEL) "S): " OVERFLOW-COUNT
       END-IF
       IF TREND-MONTH-COUNT IS EQUAL TO 0 THEN
           DISPLAY "NO COMPLETED RUNS FOUND IN GAMEHIST - NOTHING TO REPORT."

PRINTTRENDMONTH.
       DISPLAY SPACE
       DISPLAY FUNCTION TRIM(PERIOD-LABEL) " " TM-MONTH(TREND-MONTH-IDX) ":"
       MOVE 0 TO MONTH-RUNS
       MOVE 0 TO MONTH-WINS
       MOVE 0 TO MONTH-DEATHS
