DATA DIVISION.
       FILE SECTION.
      *> GENERIC RECORD WIDE ENOUGH FOR THE WIDEST MASTER FILE (A
      *> ROOMS RECORD IS 405 BYTES). LINE SEQUENTIAL COPYING TRIMS
      *> TRAILING SPACES, WHICH EVERY READER PADS BACK ON INPUT.
       FD COPYIN-FILE.
       01 COPYIN-RECORD PIC X(512).
          02 PL-TOTAL-SCORE PIC 9(7).
          02 PL-FIRST-PLAYED PIC X(8).
          02 PL-LAST-PLAYED PIC X(8).
          02 PL-PIN PIC X(4).
          02 PL-STATUS PIC X.
             88 PL-SUSPENDED VALUE "S".

      *> ONE DATED LINE PER SNAPSHOT OR RESTORE, APPENDED FOR THE
      *> LIFE OF THE FILE - THE RECORD OF WHICH GENERATION WAS TAKEN
       01 COPY-COUNT PIC 9(5).
      *> BYTE WIDTH OF PLAYERS-RECORD ABOVE - KEEP IN STEP WITH THE
      *> FD SO A FLAT EXPORT CARRIES THE WHOLE RECORD.
       01 PLAYERS-RECORD-LENGTH PIC 99 VALUE 50.
      *> GENERATIONS KEPT PER FILE: G1 IS LAST NIGHT, G2 AND G3 THE
      *> TWO NIGHTS BEFORE. RAISE THIS (UP TO 9) TO KEEP MORE.
       01 RETENTION-COUNT PIC 9 VALUE 3.
       PERFORM BACKUPMASTER VARYING MASTER-IDX FROM 1 BY 1
           UNTIL MASTER-IDX IS GREATER THAN 6
       PERFORM BACKUPPLAYERS
       GOBACK.

BACKUPMASTER.
       MOVE MASTER-NAME(MASTER-IDX) TO CURRENT-MASTER
               DISPLAY COPYOUT-NAME " COULD NOT BE WRITTEN."
               CLOSE COPYIN-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           READ COPYIN-FILE
               AT END
               DISPLAY COPYOUT-NAME " COULD NOT BE WRITTEN."
               CLOSE PLAYERS-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE "N" TO PLAYERS-EOF-FLAG
           MOVE 0 TO COPY-COUNT
