       01 games           List [type gameD] public.
       01 gameData        List [type gameDataD] public.
       01 toiData         List [type toiDataD] public.
      *    per-pitch tracking-unit measurements for the game
      *    asked for (request type "T"), from pitchTracking.cbl.
       01 pitchData       List [type pitchDataD] public.
      *    most recent GAME-UPL-TIME across the games GET-GAMES
      *    just scanned, so the landing page can show a data-freshness
      *    banner without a separate round trip.
      *    schema change. pitchVelocity is miles-per-hour off a pitcher's
      *    hand; shotSpeed is miles-per-hour off a shooter's stick --
      *    left unset (0) by GET-DATA until a real source field shows up
      *    in LK-EVENT-TABLE. Measured pitch velocity now rides in
      *    pitchData (pitchDataD below), one entry per tracked pitch.
       01 pitchVelocity           type Double public.
       01 shotSpeed               type Double public.
       end class.

      *    one tracked pitch: where it sits in the game (inning,
      *    at-bat sequence, pitch number) and what the park's tracking
      *    unit measured -- mph, rpm, inches of break, feet of release.
       class-id pitchDataD public.
       01 inning                  type Single public.
       01 abSeq                   type Single public.
       01 pitchNum                type Single public.
       01 batter                  type String public.
       01 pitcher                 type String public.
       01 pitchVelocity           type Double public.
       01 spinRate                type Double public.
       01 horzBreak               type Double public.
       01 vertBreak               type Double public.
       01 releaseHeight           type Double public.
       end class.

       class-id toiDataD public.
       01 playerId                type Single public.
       01 period                  type Single public.
