      * loadStatus.aspx.cbl already does and tallies a
      * win/loss/tie table per team instead of listing individual
      * games, so a team's league position is visible without manually
      * tallying wins and losses game by game. Tournament and
      * showcase games (tournamentEvent.cbl) are left out unless the
      * include-tournament box is ticked.
       class-id pucksweb.standings is partial
                inherits type System.Web.UI.Page public.

               "" & GAME-HOME-TEAM, "" & GAME-VISITORS) not = "O"
               GO TO STAND-LOOP.

      *    showcase tournament games stay out of the season
      *    table unless asked for.
           if cbIncludeTournament::Checked = false
               if type pucksweb.tournamentEvent::eventOf(GAME-DATE-1,
                   "" & GAME-HOME-TEAM, "" & GAME-VISITORS) not = ""
                   GO TO STAND-LOOP.

           IF GAME-HOME-SCORE NOT NUMERIC
               MOVE 0 TO GAME-HOME-SCORE.
           IF GAME-VIS-SCORE NOT NUMERIC
           if type pucksweb.gameLinks::isSuspendedHalf(GAME-DATE-1,
               "" & GAME-HOME-TEAM, "" & GAME-VISITORS) = "Y"
               GO TO ARCH-LOOP.
           if cbIncludeTournament::Checked = false
               if type pucksweb.tournamentEvent::eventOf(GAME-DATE-1,
                   "" & GAME-HOME-TEAM, "" & GAME-VISITORS) not = ""
                   GO TO ARCH-LOOP.
           IF GAME-HOME-SCORE NOT NUMERIC
               MOVE 0 TO GAME-HOME-SCORE.
           IF GAME-VIS-SCORE NOT NUMERIC
