    SELECT ARCHTOT-FILE ASSIGN TO "HISCARCH.TOT"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS ARCHTOT-STATUS.
    SELECT BATCHPARM-FILE ASSIGN TO "BATCHPARM"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS BATCHPARM-STATUS.

DATA DIVISION.
       FILE SECTION.
          02 AT-SCORE-TALLIES.
             03 AT-SCORE-TALLY PIC 9(5) OCCURS 10000 TIMES.

      *> LEFT BY THE BATCH DRIVER (PYRAMIDBATCH) WITH THE ANSWER TO
      *> THE CONSOLE PROMPT. EMPTY OR ABSENT WHEN RUN BY HAND.
       FD BATCHPARM-FILE.
       01 BATCHPARM-RECORD.
          02 BP-PROGRAM PIC X(20).
          02 BP-PARAMETER PIC X(40).

       WORKING-STORAGE SECTION.
       01 HISCORE-STATUS PIC XX.
       01 ARCHIVE-STATUS PIC XX.
       01 HISCORE-SORTED-EOF-FLAG PIC X VALUE "N".
          88 HISCORE-SORTED-EOF VALUE "Y".
       01 COMMAND PIC X(20).
       01 BATCHPARM-STATUS PIC XX.
       01 BATCH-PARM-FLAG PIC X VALUE "N".
          88 BATCH-PARM-FOUND VALUE "Y".
       01 ARCHIVE-MONTH.
          02 AM-YEAR PIC 9999.
          02 AM-MONTH PIC 99.
       IF HISCORE-STATUS IS NOT EQUAL TO "00" THEN
           DISPLAY "NO HISCORES FILE FOUND - NOTHING TO ARCHIVE."
           MOVE 8 TO RETURN-CODE
           GOBACK
       END-IF
       CLOSE HISCORE-FILE
       SORT HISCORE-SORT-FILE ON DESCENDING KEY HSS-SCORE
           DISPLAY "HISCORES COULD NOT BE REWRITTEN - NOTHING ARCHIVED."
           CLOSE ARCHIVE-FILE
           MOVE 8 TO RETURN-CODE
           GOBACK
       END-IF
       OPEN INPUT HISCORE-SORTED-FILE
       MOVE 0 TO RECORD-RANK
       CLOSE ARCHIVE-FILE
       PERFORM UPDATEARCHTOT
       PERFORM PRINTSUMMARY
       GOBACK.

      *> THE MONTH TO ROLL IS TAKEN FROM THE OPERATOR, DEFAULTING TO
      *> THE MONTH BEFORE TODAY - THE NORMAL MONTH-END CASE.
CHOOSEARCHIVEMONTH.
       PERFORM READBATCHPARM
       IF BATCH-PARM-FOUND THEN
           MOVE BP-PARAMETER TO COMMAND
       ELSE
           DISPLAY "ENTER MONTH TO ROLL (YYYYMM) OR PRESS ENTER FOR LAST MONTH: "
               WITH NO ADVANCING
           ACCEPT COMMAND
       END-IF
       IF COMMAND(1:6) IS NUMERIC
               AND COMMAND(5:2) IS GREATER THAN OR EQUAL TO "01"
               AND COMMAND(5:2) IS LESS THAN OR EQUAL TO "12" THEN
           DELIMITED BY SIZE INTO ARCHIVE-FILENAME
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
                   IF BP-PROGRAM IS EQUAL TO "PYRAMIDHISCARCH" THEN
                       SET BATCH-PARM-FOUND TO TRUE
                   END-IF
           END-READ
           CLOSE BATCHPARM-FILE
       END-IF
       EXIT.

CLEARRUNTALLIES.
       MOVE 0 TO RUN-SCORE-TALLY(SCORE-SLOT)
       EXIT.
       IF ARCHIVE-STATUS IS NOT EQUAL TO "00" THEN
           DISPLAY "ARCHIVE FILE " ARCHIVE-FILENAME " COULD NOT BE WRITTEN."
           MOVE 8 TO RETURN-CODE
           GOBACK
       END-IF
       EXIT.

       IF ARCHTOT-STATUS IS NOT EQUAL TO "00" THEN
           DISPLAY "HISCARCH.TOT COULD NOT BE WRITTEN."
           MOVE 8 TO RETURN-CODE
           GOBACK
       END-IF
       MOVE TOT-ARCHIVED-COUNT TO AT-ARCHIVED-COUNT
       MOVE TOT-TALLY-TABLE TO AT-SCORE-TALLIES
