          02 NH-RUN-DIFFICULTY PIC X.
          02 NH-RUN-SEED-MODE PIC X.
          02 NH-RUN-OUTCOME PIC X.
          02 NH-RUN-RELEASE PIC X(4).
          02 NH-RUN-EVENT PIC X(8).
          02 NH-RUN-ROUND PIC X.

       WORKING-STORAGE SECTION.
       COPY GAMEREC REPLACING RECORD-NAME BY GAMEHIST-DATA.
       MOVE SPACE TO NH-RUN-DIFFICULTY
       MOVE SPACE TO NH-RUN-SEED-MODE
       MOVE SPACE TO NH-RUN-OUTCOME
       MOVE SPACES TO NH-RUN-RELEASE
       MOVE SPACES TO NH-RUN-EVENT
       MOVE SPACE TO NH-RUN-ROUND
       WRITE NEWHIST-RECORD
       ADD 1 TO CONVERTED-COUNT
       READ OLDHIST-FILE
