      * official-box row, or disagrees with it, is suppressed from
      * every page and listed in SUPPRESSED.TXT for the morning crew.
      *
      * With --stars=<path-to-PKW069.DAT> each published final on
      * WEEK.HTML carries its three stars and STARS.HTML ranks the
      * season's stars leaderboard (threeStarsLines.cbl) over the
      * published games only.
      *
      * Tournament and showcase games (tournamentEvent.cbl) are
      * league business only when --with-tournaments is given last;
      * otherwise they stay off the standings and the leader board.
      *
      * Usage: publicStats <path-to-GAME-FILE> <path-to-PKW025.DAT>
      *            <path-to-PKW026.DAT> <out-dir>
      *            [<player-games-csv>] [<season-start-yyyymmdd>]
      *            [--stars=<path-to-PKW069.DAT>] [--with-tournaments]

       $set ilusing"System.IO"

       01  LD-CUR                      PIC 9(3) VALUE 0.
       01  gamesPublished              PIC 9(5) VALUE 0.
       01  gamesSuppressed             PIC 9(5) VALUE 0.
       01  WS-WITH-TOURNEYS            PIC X      VALUE "N".
       01  WS-STARS-FILE               PIC X(256) VALUE SPACES.
      *    the published games as "date|home|visitors", for the
      *    stars leaderboard's gate.
       01  pubGames        type List[String].

       method-id Main static public.
       local-storage section.
       01  weekAgo         type Int32.
       01  weekAhead       type Int32.
       01  startArg        type Int32.
       01  lastArgIdx      type Int32.
       01  argIdx          type Int32.
       01  starsLine       type String.
       procedure division using by value args as type String occurs any.
           if args::Length < 4
               invoke type Console::WriteLine("usage: publicStats <path-to-GAME-FILE> <path-to-PKW025.DAT> <path-to-PKW026.DAT> <out-dir> [<player-games-csv>] [<season-start-yyyymmdd>] [--stars=<path-to-PKW069.DAT>] [--with-tournaments]")
               exit method.
           move args[0] to WS-GAME-FILE
           move args[1] to WS-SCHEDULE-FILE
           move args[2] to WS-OFFBOX-FILE
           set outDir to args[3]::Trim()
           set lastArgIdx to args::Length - 1
           if args[lastArgIdx]::Trim() = "--with-tournaments"
               MOVE "Y" TO WS-WITH-TOURNEYS
           end-if
           perform varying argIdx from 4 by 1 until argIdx > lastArgIdx
               if args[argIdx]::Trim()::StartsWith("--stars=")
                   MOVE args[argIdx]::Trim()::Substring(8) TO WS-STARS-FILE
               end-if
           end-perform
           set pubGames to new List[String]
           if args::Length > 5
               set startArg to 0
               invoke type Int32::TryParse(args[5]::Trim(), by reference startArg)
               "" & GAME-HOME-TEAM, "" & GAME-VISITORS) not = "O"
               GO TO GAME-LOOP
           end-if
      *    nor do showcase games, unless asked -- their lines
      *    then miss the leaders gate too.
           if WS-WITH-TOURNEYS not = "Y"
               if type pucksweb.tournamentEvent::eventOf(GAME-DATE-1,
                   "" & GAME-HOME-TEAM, "" & GAME-VISITORS) not = ""
                   GO TO GAME-LOOP
               end-if
           end-if
           IF GAME-HOME-SCORE NOT NUMERIC
               MOVE 0 TO GAME-HOME-SCORE.
           IF GAME-VIS-SCORE NOT NUMERIC
           add 1 to gamesPublished
           invoke self::notePublished("" & GAME-HOME-TEAM)
           invoke self::notePublished("" & GAME-VISITORS)
           invoke pubGames::Add("" & GAME-DATE-1 & "|" & GAME-HOME-TEAM::Trim &
               "|" & GAME-VISITORS::Trim)
           invoke self::bumpStandings
           if GAME-DATE-1 >= weekAgo
               invoke weekOut::WriteLine(GAME-DATE-1 & "  " &
                   GAME-VISITORS::Trim & " " & GAME-VIS-SCORE & " at " &
                   GAME-HOME-TEAM::Trim & " " & GAME-HOME-SCORE)
               if WS-STARS-FILE not = spaces
                   set starsLine to type pucksweb.threeStarsLines::textFor(
                       WS-STARS-FILE, "" & GAME-DATE-1, "" & GAME-HOME-TEAM,
                       "" & GAME-VISITORS)
                   if starsLine not = ""
                       invoke weekOut::WriteLine("          " & starsLine)
                   end-if
               end-if
           end-if
           GO TO GAME-LOOP.
       GAME-DONE.

           invoke self::writeStandings(outDir)
           if args::Length > 4 and args[4]::Trim() not = ""
            and args[4]::Trim()::StartsWith("--") = false
               invoke self::writeLeaders(outDir, args[4], suppressOut)
           end-if
           if WS-STARS-FILE not = spaces
               invoke self::writeStars(outDir)
           end-if
           invoke suppressOut::Dispose

           invoke type Console::WriteLine(gamesPublished::ToString("0") &
           invoke leadOut::Dispose.
       end method.

      *    STARS.HTML -- the season's three stars leaderboard,
      *    counted over the published games only.
       method-id writeStars static protected.
       local-storage section.
       01  starsOut        type StreamWriter.
       01  boardRows       type List[String].
       01  boardRow        type String.
       01  rowsOut         type Int32.
       procedure division using by value outDir as String.
           set boardRows to type pucksweb.threeStarsLines::seasonBoard(
               WS-STARS-FILE, WS-SEASON-START, 99999999, pubGames)
           try
               set starsOut to new StreamWriter(type Path::Combine(outDir, "STARS.HTML"))
           catch exc as type Exception
               exit method
           end-try
           invoke starsOut::WriteLine("<html><body><h2>Three stars</h2><pre>")
           invoke starsOut::WriteLine("PLAYER                          TEAM             1ST  2ND  3RD  PTS")
           set rowsOut to 0
           perform varying boardRow through boardRows
               if rowsOut < 20
                   invoke starsOut::WriteLine(boardRow)
                   add 1 to rowsOut
               end-if
           end-perform
           invoke starsOut::WriteLine("</pre></body></html>")
           invoke starsOut::Dispose.
       end method.

      *    remembers one published game side for the leaders
      *    gate.
       method-id notePublished static protected.
