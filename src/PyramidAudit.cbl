    SELECT CKPT-FILE ASSIGN TO "AUDITCKPT"
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

       FD HISCORE-FILE.
       01 HISCORE-RECORD.
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

      *> ONLY THE TOTAL TREASURE VALUE MATTERS TO THE AUDIT - IT
      *> BOUNDS HOW FAR A LEGITIMATE SCORE CAN EXCEED THE VISIT COUNT.
          02 IF-GOLD-VALUE PIC 9999.
          02 IF-ITEM-WEIGHT PIC 99.
          02 IF-START-LOCATION PIC 999.
          02 IF-LOCK-CODE PIC X(4).

      *> RUNNING TOTALS OF EVERY HISCORE RECORD THE MONTH-END ARCHIVE
      *> JOB (PYRAMIDHISCARCH) HAS ROLLED OUT OF THE LIVE FILE. THEY
          02 CK-SCORE-TALLIES.
             03 CK-SCORE-TALLY PIC 9(5) OCCURS 10000 TIMES.

      *> LEFT BY THE BATCH DRIVER (PYRAMIDBATCH) WITH THE ANSWER TO
      *> THE CONSOLE PROMPT. EMPTY OR ABSENT WHEN RUN BY HAND.
       FD BATCHPARM-FILE.
       01 BATCHPARM-RECORD.
          02 BP-PROGRAM PIC X(20).
          02 BP-PARAMETER PIC X(40).

       WORKING-STORAGE SECTION.
       COPY GAMEREC REPLACING RECORD-NAME BY GAMEHIST-DATA.
       01 SAVE-RECORD-VERSION PIC 99 VALUE 2.
       01 ARCHIVED-COUNT PIC 9(7) VALUE 0.
       01 CKPT-STATUS PIC XX.
       01 COMMAND PIC X(20).
       01 BATCHPARM-STATUS PIC XX.
       01 BATCH-PARM-FLAG PIC X VALUE "N".
          88 BATCH-PARM-FOUND VALUE "Y".
       01 FULL-REBUILD-FLAG PIC X VALUE "N".
          88 FULL-REBUILD VALUE "Y".
       01 CHECKPOINT-RECNO PIC 9(7) VALUE 0.
       PERFORM COMPARECOUNTS
       PERFORM COMPARESCORES
       PERFORM PRINTSUMMARY
       GOBACK.

CLEARSCORETALLIES.
       MOVE 0 TO GAMEHIST-SCORE-TALLY(SCORE-SLOT)
       EXIT.

CHOOSERUNMODE.
       PERFORM READBATCHPARM
       IF BATCH-PARM-FOUND THEN
           MOVE BP-PARAMETER TO COMMAND
       ELSE
           DISPLAY "ENTER F FOR A FULL REBUILD OR PRESS ENTER FOR INCREMENTAL: "
               WITH NO ADVANCING
           ACCEPT COMMAND
       END-IF
       IF COMMAND IS EQUAL TO "f" OR COMMAND IS EQUAL TO "F" THEN
           SET FULL-REBUILD TO TRUE
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
                   IF BP-PROGRAM IS EQUAL TO "PYRAMIDAUDIT" THEN
                       SET BATCH-PARM-FOUND TO TRUE
                   END-IF
           END-READ
           CLOSE BATCHPARM-FILE
       END-IF
       EXIT.

      *> EXCEPTIONS FOUND ON PRIOR NIGHTS ARE CARRIED IN THE COUNT
      *> (A BAD ARCHIVE RECORD STAYS BAD) BUT THEIR DETAIL LINES WERE
      *> PRINTED THE NIGHT THEY ARRIVED AND ARE NOT REPEATED.
           DISPLAY "GAMEHIST IS SHORTER THAN THE AUDITCKPT CHECKPOINT - "
               "RUN AGAIN WITH F FOR A FULL REBUILD."
           MOVE 8 TO RETURN-CODE
           GOBACK
       END-IF
       READ GAMEHIST-FILE
           AT END
       IF CKPT-STATUS IS NOT EQUAL TO "00" THEN
           DISPLAY "AUDITCKPT COULD NOT BE WRITTEN."
           MOVE 8 TO RETURN-CODE
           GOBACK
       END-IF
       MOVE PROCESSED-RECNO TO CK-LAST-RECNO
       MOVE GAMEHIST-COUNT TO CK-GAMEHIST-COUNT
       IF ROOMS-STATUS IS NOT EQUAL TO "00" THEN
           DISPLAY "ROOMS FILE NOT FOUND OR UNREADABLE - CANNOT AUDIT."
           MOVE 8 TO RETURN-CODE
           GOBACK
       END-IF
       PERFORM COUNTROOM UNTIL ROOMS-EOF
       CLOSE ROOMS-FILE
       IF ITEMS-STATUS IS NOT EQUAL TO "00" THEN
           DISPLAY "ITEMS FILE NOT FOUND OR UNREADABLE - CANNOT AUDIT."
           MOVE 8 TO RETURN-CODE
           GOBACK
       END-IF
       PERFORM TALLYTREASUREVALUE UNTIL ITEMS-EOF
       CLOSE ITEMS-FILE
