          02 PL-TOTAL-SCORE PIC 9(7).
          02 PL-FIRST-PLAYED PIC X(8).
          02 PL-LAST-PLAYED PIC X(8).
          02 PL-PIN PIC X(4).
          02 PL-STATUS PIC X.
             88 PL-SUSPENDED VALUE "S".

       FD GENLOG-FILE.
       01 GENLOG-RECORD PIC X(80).
       01 COPY-COUNT PIC 9(5).
      *> BYTE WIDTH OF PLAYERS-RECORD ABOVE - KEEP IN STEP WITH THE
      *> FD SO THE FLAT COPIES CARRY THE WHOLE RECORD.
       01 PLAYERS-RECORD-LENGTH PIC 99 VALUE 50.
       01 GENLOG-LINE PIC X(64).
       01 MASTER-NAME-DATA.
          02 FILLER PIC X(10) VALUE "ROOMS".
