      * row per player per game in date order) when it is named on
      * the command line.
      *
      * Tournament and showcase games (tournamentEvent.cbl) are left
      * out of every streak and total unless --with-tournaments is
      * given.
      *
      * Usage: streakWatchNightly <path-to-GAME-FILE> <path-to-PKW027.DAT>
      *                           [season-start-yyyymmdd]
      *                           [path-to-player-games.csv]
      *                           [--with-tournaments]
      * Without a season start the whole file is walked -- pass the
      * season opener so the milestone totals are this season's, not
      * five years' worth.
       01  rowsWritten                 PIC 9(4) VALUE 0.
       01  WS-SEASON-START             PIC 9(8) VALUE 0.
       01  WS-PLAYER-CSV               PIC X(256) VALUE SPACES.
       01  WS-WITH-TOURNEYS            PIC X      VALUE "N".

       method-id Main static public.
       local-storage section.
               invoke type Int32::TryParse(args[2]::Trim(), by reference WS-SEASON-START).
           if args::Length > 3
               move args[3] to WS-PLAYER-CSV.
           if args::Length > 4
               if args[4]::Trim() = "--with-tournaments"
                   move "Y" to WS-WITH-TOURNEYS.
           IF WS-SEASON-START > 0
               INITIALIZE GAME-KEY
               MOVE WS-SEASON-START TO GAME-DATE-1
               AT END GO TO GAME-DONE.
           IF GAME-NHL-DONE NOT = "Y"
               GO TO GAME-LOOP.
           if WS-WITH-TOURNEYS not = "Y"
               if type pucksweb.tournamentEvent::eventOf(GAME-DATE-1,
                   "" & GAME-HOME-TEAM, "" & GAME-VISITORS) not = ""
                   GO TO GAME-LOOP.
           IF GAME-HOME-SCORE NOT NUMERIC
               MOVE 0 TO GAME-HOME-SCORE.
           IF GAME-VIS-SCORE NOT NUMERIC
       01  rowHits         type Int32.
       01  rowGoals        type Int32.
       01  rowPts          type Int32.
       01  lineDate        type Int32.
       procedure division.
           set tallies to new Dictionary[String, String]
           set reader to new StreamReader(WS-PLAYER-CSV::Trim)
           set csvFields to csvLine::Split(",")
           if csvFields::Length < 7
               go to PCSV-LOOP.
           if WS-WITH-TOURNEYS not = "Y"
               set lineDate to 0
               invoke type Int32::TryParse(csvFields[2]::Trim(), by reference lineDate)
               if type pucksweb.tournamentEvent::eventForTeam(lineDate,
                   csvFields[1]) not = ""
                   go to PCSV-LOOP
               end-if
           end-if
           set playerKey to csvFields[0]::Trim()::ToUpper()
           if tallies::ContainsKey(playerKey)
               set parts to tallies[playerKey]::Split("|")
