    SELECT CKPT-FILE ASSIGN TO "STATSCKPT"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS CKPT-STATUS.
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

      *> RUNNING TOTALS PLUS THE NUMBER OF THE LAST GAMEHIST RECORD
      *> ALREADY TALLIED, SO A NORMAL NIGHT ONLY READS THE RECORDS
          02 CK-VISIT-COUNTS.
             03 CK-VISIT-COUNT PIC 9(5) OCCURS 200 TIMES.

      *> LEFT BY THE BATCH DRIVER (PYRAMIDBATCH) WITH THE ANSWER TO
      *> THE CONSOLE PROMPT. EMPTY OR ABSENT WHEN RUN BY HAND.
       FD BATCHPARM-FILE.
       01 BATCHPARM-RECORD.
          02 BP-PROGRAM PIC X(20).
          02 BP-PARAMETER PIC X(40).

       WORKING-STORAGE SECTION.
       COPY GAMEREC REPLACING RECORD-NAME BY GAMEHIST-DATA.
       01 SAVE-RECORD-VERSION PIC 99 VALUE 2.
       01 REPORT-ROOM-NUMBER PIC 999.
       01 CKPT-STATUS PIC XX.
       01 COMMAND PIC X(20).
       01 BATCHPARM-STATUS PIC XX.
       01 BATCH-PARM-FLAG PIC X VALUE "N".
          88 BATCH-PARM-FOUND VALUE "Y".
       01 FULL-REBUILD-FLAG PIC X VALUE "N".
          88 FULL-REBUILD VALUE "Y".
       01 CHECKPOINT-RECNO PIC 9(7) VALUE 0.
       01 SKIP-RECNO PIC 9(7).
       01 NEW-RECORD-COUNT PIC 9(7) VALUE 0.
       01 CHECKPOINT-INTERVAL PIC 999 VALUE 100.
      *> THE BY-RELEASE SPLIT, KEPT IN RELEASE ORDER AS ENTRIES ARE
      *> INSERTED. RUNS FROM BEFORE RELEASES WERE STAMPED GO UNDER
      *> "NONE", WHICH SORTS AFTER EVERY RELEASE NUMBER.
       01 RELEASE-SPLIT-FLAG PIC X VALUE "N".
          88 RELEASE-SPLIT VALUE "Y".
       01 RUN-RELEASE PIC X(4).
       01 RELEASE-COUNT PIC 99 VALUE 0.
       01 RELEASE-IDX PIC 99.
       01 RELEASE-POS PIC 99.
       01 RELEASE-SHIFT-IDX PIC 99.
       01 RELEASE-OVERFLOW-COUNT PIC 9(5) VALUE 0.
       01 RELEASE-TABLE.
          02 RELEASE-ENTRY OCCURS 50 TIMES.
             03 RS-RELEASE PIC X(4).
             03 RS-RUN-COUNT PIC 9(5).
             03 RS-SCORE-TOTAL PIC 9(7).
             03 RS-VISIT-COUNT PIC 9(5) OCCURS 200 TIMES.

PROCEDURE DIVISION.
       PERFORM CHOOSERUNMODE
       CLOSE GAMEHIST-FILE
       PERFORM WRITECHECKPOINT
       PERFORM PRINTREPORT
       GOBACK.

      *> SPLITTING BY CONTENT RELEASE NEEDS EVERY RUN, SO IT IS A
      *> FULL REBUILD THAT ALSO KEEPS A SET OF FIGURES PER RELEASE.
CHOOSERUNMODE.
       PERFORM READBATCHPARM
       IF BATCH-PARM-FOUND THEN
           MOVE BP-PARAMETER TO COMMAND
       ELSE
           DISPLAY "ENTER F FOR A FULL REBUILD, R FOR A FULL REBUILD SPLIT BY"
               " CONTENT RELEASE, OR PRESS ENTER FOR INCREMENTAL: "
               WITH NO ADVANCING
           ACCEPT COMMAND
       END-IF
       IF COMMAND IS EQUAL TO "f" OR COMMAND IS EQUAL TO "F" THEN
           SET FULL-REBUILD TO TRUE
       END-IF
       IF COMMAND IS EQUAL TO "r" OR COMMAND IS EQUAL TO "R" THEN
           SET FULL-REBUILD TO TRUE
           SET RELEASE-SPLIT TO TRUE
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
                   IF BP-PROGRAM IS EQUAL TO "PYRAMIDSTATS" THEN
                       SET BATCH-PARM-FOUND TO TRUE
                   END-IF
           END-READ
           CLOSE BATCHPARM-FILE
       END-IF
       EXIT.

LOADCHECKPOINT.
           DISPLAY "GAMEHIST IS SHORTER THAN THE STATSCKPT CHECKPOINT - "
               "RUN AGAIN WITH F FOR A FULL REBUILD."
           MOVE 8 TO RETURN-CODE
           GOBACK
       END-IF
       READ GAMEHIST-FILE
           AT END
       IF CKPT-STATUS IS NOT EQUAL TO "00" THEN
           DISPLAY "STATSCKPT COULD NOT BE WRITTEN."
           MOVE 8 TO RETURN-CODE
           GOBACK
       END-IF
       MOVE PROCESSED-RECNO TO CK-LAST-RECNO
       MOVE RUN-COUNT TO CK-RUN-COUNT
           ADD SCORE TO SCORE-TOTAL
           PERFORM TALLYVISITFLAG VARYING REPORT-ROOM-NUMBER FROM 1 BY 1
               UNTIL REPORT-ROOM-NUMBER IS GREATER THAN 200
           IF RELEASE-SPLIT THEN
               PERFORM TALLYRELEASE
           END-IF
       END-IF
       IF FUNCTION MOD(NEW-RECORD-COUNT, CHECKPOINT-INTERVAL) IS EQUAL TO 0 THEN
           PERFORM WRITECHECKPOINT
       END-IF
       EXIT.

TALLYRELEASE.
       IF GH-RUN-RELEASE IS NUMERIC THEN
           MOVE GH-RUN-RELEASE TO RUN-RELEASE
       ELSE
           MOVE "NONE" TO RUN-RELEASE
       END-IF
       PERFORM FINDRELEASE
       IF RELEASE-POS IS EQUAL TO 0 THEN
           ADD 1 TO RELEASE-OVERFLOW-COUNT
       ELSE
           ADD 1 TO RS-RUN-COUNT(RELEASE-POS)
           ADD SCORE TO RS-SCORE-TOTAL(RELEASE-POS)
           PERFORM TALLYRELEASEVISIT VARYING REPORT-ROOM-NUMBER FROM 1 BY 1
               UNTIL REPORT-ROOM-NUMBER IS GREATER THAN 200
       END-IF
       EXIT.

TALLYRELEASEVISIT.
       IF HASVISITED(REPORT-ROOM-NUMBER) THEN
           ADD 1 TO RS-VISIT-COUNT(RELEASE-POS, REPORT-ROOM-NUMBER)
       END-IF
       EXIT.

      *> FINDS (OR INSERTS, IN RELEASE ORDER) THE ENTRY FOR RUN-RELEASE
      *> AND LEAVES ITS POSITION IN RELEASE-POS. A FULL TABLE LEAVES
      *> RELEASE-POS AT 0 AND THE RUN IS COUNTED AS OVERFLOW.
FINDRELEASE.
       MOVE 0 TO RELEASE-POS
       PERFORM MATCHRELEASE VARYING RELEASE-IDX FROM 1 BY 1
           UNTIL RELEASE-IDX IS GREATER THAN RELEASE-COUNT
           OR RELEASE-POS IS GREATER THAN 0
       IF RELEASE-POS IS EQUAL TO 0
               AND RELEASE-COUNT IS LESS THAN 50 THEN
           PERFORM INSERTRELEASE
       END-IF
       EXIT.

MATCHRELEASE.
       IF RS-RELEASE(RELEASE-IDX) IS EQUAL TO RUN-RELEASE THEN
           MOVE RELEASE-IDX TO RELEASE-POS
       END-IF
       EXIT.

INSERTRELEASE.
       COMPUTE RELEASE-POS = RELEASE-COUNT + 1
       PERFORM FINDRELEASEPOS VARYING RELEASE-IDX FROM 1 BY 1
           UNTIL RELEASE-IDX IS GREATER THAN RELEASE-COUNT
       PERFORM SHIFTRELEASEDOWN VARYING RELEASE-SHIFT-IDX
           FROM RELEASE-COUNT BY -1
           UNTIL RELEASE-SHIFT-IDX IS LESS THAN RELEASE-POS
       MOVE RUN-RELEASE TO RS-RELEASE(RELEASE-POS)
       MOVE 0 TO RS-RUN-COUNT(RELEASE-POS)
       MOVE 0 TO RS-SCORE-TOTAL(RELEASE-POS)
       PERFORM CLEARRELEASEVISIT VARYING REPORT-ROOM-NUMBER FROM 1 BY 1
           UNTIL REPORT-ROOM-NUMBER IS GREATER THAN 200
       ADD 1 TO RELEASE-COUNT
       EXIT.

FINDRELEASEPOS.
       IF RS-RELEASE(RELEASE-IDX) IS GREATER THAN RUN-RELEASE
               AND RELEASE-IDX IS LESS THAN RELEASE-POS THEN
           MOVE RELEASE-IDX TO RELEASE-POS
       END-IF
       EXIT.

SHIFTRELEASEDOWN.
       MOVE RELEASE-ENTRY(RELEASE-SHIFT-IDX) TO RELEASE-ENTRY(RELEASE-SHIFT-IDX + 1)
       EXIT.

CLEARRELEASEVISIT.
       MOVE 0 TO RS-VISIT-COUNT(RELEASE-POS, REPORT-ROOM-NUMBER)
       EXIT.

PRINTREPORT.
       IF RUN-COUNT IS EQUAL TO 0 THEN
           DISPLAY SPACE
           DISPLAY "ROOM VISIT FREQUENCY:"
           PERFORM PRINTROOMLINE VARYING REPORT-ROOM-NUMBER FROM 1 BY 1
               UNTIL REPORT-ROOM-NUMBER IS GREATER THAN 200
           IF RELEASE-SPLIT THEN
               PERFORM PRINTRELEASESPLIT
           END-IF
       END-IF
       EXIT.

      *> ONLY ROOMS VISITED UNDER A RELEASE ARE LISTED FOR IT - A MAP
      *> CHANGE SHOWS UP AS ROOMS APPEARING OR DROPPING OUT.
PRINTRELEASESPLIT.
       DISPLAY SPACE
       DISPLAY "FIGURES BY CONTENT RELEASE:"
       IF RELEASE-OVERFLOW-COUNT IS GREATER THAN 0 THEN
           DISPLAY "RUNS NOT SPLIT (MORE THAN 50 DISTINCT RELEASES): "
               RELEASE-OVERFLOW-COUNT
       END-IF
       PERFORM PRINTRELEASE VARYING RELEASE-IDX FROM 1 BY 1
           UNTIL RELEASE-IDX IS GREATER THAN RELEASE-COUNT
       EXIT.

PRINTRELEASE.
       COMPUTE AVERAGE-SCORE = RS-SCORE-TOTAL(RELEASE-IDX) / RS-RUN-COUNT(RELEASE-IDX)
       DISPLAY SPACE
       DISPLAY "RELEASE " RS-RELEASE(RELEASE-IDX) ": RUNS " RS-RUN-COUNT(RELEASE-IDX)
           " AVERAGE FINAL SCORE " AVERAGE-SCORE
       PERFORM PRINTRELEASEROOMLINE VARYING REPORT-ROOM-NUMBER FROM 1 BY 1
           UNTIL REPORT-ROOM-NUMBER IS GREATER THAN 200
       EXIT.

PRINTRELEASEROOMLINE.
       IF RS-VISIT-COUNT(RELEASE-IDX, REPORT-ROOM-NUMBER) IS GREATER THAN 0 THEN
           DISPLAY "  ROOM " REPORT-ROOM-NUMBER ": "
               RS-VISIT-COUNT(RELEASE-IDX, REPORT-ROOM-NUMBER) " VISIT(S)"
       END-IF
       EXIT.

