               END-IF
               invoke self::noteDate(GAME-DATE-1)
               GO TO SCAN-LOOP.
      *    logins and the side files carry no stats.
           IF JRNL-FILE-ID NOT = "PL" AND JRNL-FILE-ID NOT = SPACES
               GO TO SCAN-LOOP.
      *    a player-file row (spaces on pre-existing journals
      *    mean PL).
