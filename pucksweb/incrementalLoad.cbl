      * overnight load runs before flipping GAME-NHL-DONE, and stamps
      * GAME-UPL-TIME so the data-freshness banner reflects the
      * intraday post. Refuses to run while the overnight window is
      * already open. A game inside a registered tournament's dates
      * is tagged to the event as it posts (tournamentEvent.cbl).
      * Named, the charter who charted the game is stamped on the
      * game and on every play that lands (charterStamp.cbl).
      *
      * Usage: incrementalLoad <path-to-GAME-FILE> <path-to-PLAY-FILE>
      *            <staged-GAME.DAT> <staged-PLAY.DAT>
      *            <yyyymmdd> <home> <visitors> [<charter-id>]

       $set ilusing"System.IO"

       01  WS-GAME-DATE                PIC 9(8) VALUE 0.
       01  WS-HOME-TEAM                PIC X(15).
       01  WS-VISITORS                 PIC X(15).
       01  WS-CHARTER                  PIC X(12) VALUE SPACES.
       01  stagedPlays                 PIC 9(5) VALUE 0.
       01  appendedPlays               PIC 9(5) VALUE 0.
       01  landedPlays                 PIC 9(5) VALUE 0.
       01  playKeyStr      type String.
       procedure division using by value args as type String occurs any.
           if args::Length < 7
               invoke type Console::WriteLine("usage: incrementalLoad <path-to-GAME-FILE> <path-to-PLAY-FILE> <staged-GAME.DAT> <staged-PLAY.DAT> <yyyymmdd> <home> <visitors> [<charter-id>]")
               exit method.
           move args[0] to WS-GAME-FILE
           move args[1] to WS-PLAY-FILE
           invoke type Int32::TryParse(args[4]::Trim(), by reference WS-GAME-DATE)
           move args[5]::Trim()::ToUpper() to WS-HOME-TEAM
           move args[6]::Trim()::ToUpper() to WS-VISITORS
           if args::Length > 7
               move args[7]::Trim()::ToUpper() to WS-CHARTER
           end-if
           if WS-GAME-DATE = 0
               invoke type Console::WriteLine("Bad date -- use yyyymmdd.")
               exit method.
               NOT INVALID KEY
                   invoke type pucksweb.playJournal::record("W",
                       "" & PLAY-KEY, " ", "" & PLAY-REC)
                   invoke type pucksweb.charterStamp::stamp("" & PLAY-KEY,
                       "" & WS-CHARTER)
                   ADD 1 TO appendedPlays
           END-WRITE
           GO TO APPEND-LOOP.
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO GAME-NHL-DONE
                   set GAME-UPL-TIME to type DateTime::UtcNow::ToString("yyyyMMddHHmmss")
                   REWRITE GAME-REC
                   invoke type pucksweb.playJournal::recordFile("GA",
                       "R", " ", " ", "" & GAME-REC)
           END-READ
           CLOSE GAME-FILE.
           invoke type pucksweb.charterStamp::stampGame(WS-GAME-DATE,
               "" & WS-HOME-TEAM, "" & WS-VISITORS, "" & WS-CHARTER)
      *    a showcase game is tagged to its event as it posts,
      *    the same as the overnight chain does.
           invoke type pucksweb.tournamentEvent::autoTag(WS-GAME-DATE,
               "" & WS-HOME-TEAM, "" & WS-VISITORS, "INCLOAD")

           invoke self::writeStamp("READY")
           invoke type Console::WriteLine("Appended: 1 game, " &
