          02 GAME-MODE PIC X VALUE "S".
             88 STANDARD-GAME VALUE "S".
             88 DAILY-GAME VALUE "D".
             88 TOURNEY-GAME VALUE "T".
          02 CHARACTERSHEET.
             03 STRENGTH PIC 99.
             03 DEXTERITY PIC 99.
