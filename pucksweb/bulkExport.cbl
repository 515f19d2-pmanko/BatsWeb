               GAME-HOME-TEAM::Trim & "|" & GAME-VISITORS::Trim & "|" &
               GAME-HOME-SCORE & "|" & GAME-VIS-SCORE & "|" &
               GAME-PLAYOFF & "|" & GAME-NHL-DONE & "|" &
               GAME-UPL-TIME::Trim & "|" &
               type pucksweb.venueZone::zoneOf(GAME-HOME-TEAM))
           add 1 to gamesWritten
           IF GAME-NHL-DONE = "Y"
               invoke self::dumpEngineDetail(eventsOut, toiOut)
           invoke manifestOut::WriteLine("BULK EXPORT MANIFEST  generated " &
               type DateTime::Now::ToString("yyyyMMddHHmmss"))
           invoke manifestOut::WriteLine("delimiter: | (pipe), one record per line")
           invoke manifestOut::WriteLine("GAMES.TXT: gameDate|homeTeam|visitors|homeScore|visScore|playoffFlag|doneFlag|lastPosted|homeZone")
           invoke manifestOut::WriteLine("lastPosted is UTC; homeZone is the home venue's time zone")
           invoke manifestOut::WriteLine("PLAYS.TXT: playKey|team|lastName|firstName|pos|officialId|duration")
           invoke manifestOut::WriteLine("EVENTS.TXT: gameDate|homeTeam|visitors|period|elapsedSecs|clock|visScore|homeScore|visSkaters|homeSkaters|clipType|clipSubCode|zone|aTeam|bTeam|aStrength|bStrength|aPlayerId|bPlayerId|shotType|emptyNet|goalZone|x|y|aReason")
           invoke manifestOut::WriteLine("TOI.TXT: gameDate|homeTeam|visitors|playerId|period|elapsedSecs|clock|duration|visSkaters|homeSkaters|strength|lastName|firstName")
