      * league-equivalency factor build. Run against the
      * per-player game-lines extract each league's overnight load
      * emits (player,team,yyyymmdd,hits,goals,points,shutout -- the
      * CSV streakWatchNightly consumes), one extract per league,
      * named on the command line with its registry code. Every
      * player is summed per league over the window and resolved to
      * a permanent id through the player master; each player with
      * at least FAC-MIN-GAMES games in two leagues is a data point
      * for that league pair, weighted by the smaller of the two game
      * counts. Per pair and per rate stat (hits, goals and points per
      * game) the factor is the weighted to-league rate over the
      * weighted from-league rate, written both directions into
      * BATSW049.DAT (leagueFactors.cbl) with the players and games
      * behind it. A pair under FAC-MIN-PLAYERS players is listed but
      * not written. Rows a team-admin has set on
      * leagueFactorAdmin.aspx.cbl are left alone. BATSW050.DAT, the
      * per-player per-league lines the screens translate, is
      * rebuilt from scratch every run.
      *
      * Usage: leagueFactorBuild <from-yyyymmdd> <to-yyyymmdd>
      *            <path-to-BATSW049.DAT> <path-to-BATSW050.DAT>
      *            <league-code>=<player-games-csv>
      *            <league-code>=<player-games-csv> [...]

       $set ilusing"System.IO"

       class-id batsweb.leagueFactorBuild.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       $SET CALLFH"EXTFH"
       $SET DATACOMPRESS"1"
          SELECT FACTOR-FILE ASSIGN WS-FACTOR-FILE
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS FAC-KEY
              LOCK MANUAL
              FILE STATUS IS STATUS-COMN.

          SELECT LEAGUE-LINE-FILE ASSIGN WS-LEAGUE-LINE-FILE
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS LL-KEY
              LOCK MANUAL
              FILE STATUS IS STATUS-COMN2.

       file section.
       FD  FACTOR-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS FAC-REC.

      *    layout owned by leagueFactors.cbl -- keep in sync
      *    with the FD there.
       01  FAC-REC.
           05  FAC-KEY.
               10  FAC-FROM-LEAGUE     PIC X(4).
               10  FAC-TO-LEAGUE       PIC X(4).
               10  FAC-STAT            PIC X(6).
           05  FAC-FACTOR              PIC 9(2)V9(4).
           05  FAC-PLAYERS             PIC 9(5).
           05  FAC-GAMES               PIC 9(7).
           05  FAC-SOURCE              PIC X.
           05  FAC-WINDOW-FROM         PIC 9(8).
           05  FAC-WINDOW-TO           PIC 9(8).
           05  FAC-UPDATED             PIC X(14).
           05  FAC-USER                PIC X(20).
           05  FILLER                  PIC X(10).

       FD  LEAGUE-LINE-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS LL-REC.

      *    layout owned by leagueFactors.cbl -- keep in sync
      *    with the FD there.
       01  LL-REC.
           05  LL-KEY.
               10  LL-ID               PIC 9(6).
               10  LL-LEAGUE           PIC X(4).
               10  LL-NAME             PIC X(30).
           05  LL-GAMES                PIC 9(4).
           05  LL-HITS                 PIC 9(5).
           05  LL-GOALS                PIC 9(5).
           05  LL-POINTS               PIC 9(5).
           05  LL-WINDOW-FROM          PIC 9(8).
           05  LL-WINDOW-TO            PIC 9(8).
           05  LL-BUILT                PIC X(14).
           05  FILLER                  PIC X(10).

       working-storage section.
       01  WS-FACTOR-FILE              PIC X(256).
       01  WS-LEAGUE-LINE-FILE         PIC X(256).
       01  STATUS-COMN.
           05  STATUS-BYTE-1           PIC X      VALUE SPACES.
           05  STATUS-BYTE-2           PIC X      VALUE SPACES.
       01  STATUS-COMN2.
           05  STATUS2-BYTE-1          PIC X      VALUE SPACES.
           05  STATUS2-BYTE-2          PIC X      VALUE SPACES.
       01  WS-FROM-DATE                PIC 9(8) VALUE 0.
       01  WS-TO-DATE                  PIC 9(8) VALUE 0.
       01  WS-ROW-DATE                 PIC 9(8) VALUE 0.
       01  WS-RUN-STAMP                PIC X(14).
      *    a player needs a real sample in both leagues to count,
      *    and a pair needs a handful of such players to be written.
       01  FAC-MIN-GAMES               PIC 9(3) VALUE 10.
       01  FAC-MIN-PLAYERS             PIC 9(3) VALUE 3.
      *    one row per player per league. LT-STAT 1-3: hits,
      *    goals, points.
       01  LINE-TABLE.
           05  LT-ROW OCCURS 5000 TIMES.
               10  LT-ID               PIC 9(6).
               10  LT-NAME             PIC X(30).
               10  LT-LEAGUE           PIC X(4).
               10  LT-GAMES            PIC 9(4).
               10  LT-STAT OCCURS 3 TIMES PIC 9(5).
       01  LT-COUNT                    PIC 9(5) VALUE 0.
      *    one row per ordered league pair; the sums are
      *    weight times per-game rate, from-league and to-league.
       01  PAIR-TABLE.
           05  PR-ROW OCCURS 60 TIMES.
               10  PR-FROM             PIC X(4).
               10  PR-TO               PIC X(4).
               10  PR-PLAYERS          PIC 9(5).
               10  PR-GAMES            PIC 9(7).
               10  PR-SUM-FROM OCCURS 3 TIMES PIC 9(7)V9(6).
               10  PR-SUM-TO   OCCURS 3 TIMES PIC 9(7)V9(6).
       01  PR-COUNT                    PIC 9(3) VALUE 0.
       01  STAT-CODES.
           05  FILLER                  PIC X(6) VALUE "HITS".
           05  FILLER                  PIC X(6) VALUE "GOALS".
           05  FILLER                  PIC X(6) VALUE "POINTS".
       01  STAT-CODE-TABLE REDEFINES STAT-CODES.
           05  STAT-CODE OCCURS 3 TIMES PIC X(6).
       01  rowsRead                    PIC 9(7) VALUE 0.
       01  rowsSkipped                 PIC 9(7) VALUE 0.
       01  factorsWritten              PIC 9(5) VALUE 0.
       01  factorsKept                 PIC 9(5) VALUE 0.

       method-id Main static public.
       local-storage section.
       01  runStamp        type String.
       01  argIdx          type Int32.
       01  leagueCode      type String.
       01  extractPath     type String.
       01  lineIndex       type Dictionary[String, type Int32].
       01  playerLines     type Dictionary[String, type List[type Int32]].
       01  nameIds         type Dictionary[String, type Int32].
       01  playerKey       type String.
       01  idxList         type List[type Int32].
       01  posA            type Int32.
       01  posB            type Int32.
       01  lastPos         type Int32.
       01  rowIdx          type Int32.
       procedure division using by value args as type String occurs any.
           if args::Length < 6
               invoke type Console::WriteLine("usage: leagueFactorBuild <from-yyyymmdd> <to-yyyymmdd> <path-to-BATSW049.DAT> <path-to-BATSW050.DAT> <league>=<player-games-csv> <league>=<player-games-csv> [...]")
               exit method.
           invoke type Int32::TryParse(args[0]::Trim(), by reference WS-FROM-DATE)
           invoke type Int32::TryParse(args[1]::Trim(), by reference WS-TO-DATE)
           if WS-FROM-DATE = 0 or WS-TO-DATE = 0 or WS-FROM-DATE > WS-TO-DATE
               invoke type Console::WriteLine("Bad window -- use yyyymmdd yyyymmdd, from before to.")
               exit method.
           move args[2] to WS-FACTOR-FILE
           move args[3] to WS-LEAGUE-LINE-FILE

           set runStamp to type batsweb.jobRunLog::begin("LEAGUEFACT")
           move runStamp to WS-RUN-STAMP
           set lineIndex to new Dictionary[String, type Int32]
           set playerLines to new Dictionary[String, type List[type Int32]]
           set nameIds to new Dictionary[String, type Int32]

      *    pass 1 -- every league's extract into the line table.
           perform varying argIdx from 4 by 1 until argIdx >= args::Length
               if args[argIdx]::IndexOf("=") < 1
                   invoke type Console::WriteLine("Skipping " & args[argIdx] &
                       " -- name each extract as <league>=<path>.")
               else
                   set leagueCode to args[argIdx]::Substring(0,
                       args[argIdx]::IndexOf("="))::Trim::ToUpper
                   set extractPath to args[argIdx]::Substring(
                       args[argIdx]::IndexOf("=") + 1)::Trim
                   if self::loadExtract(leagueCode, extractPath, lineIndex,
                       playerLines, nameIds) not = "Y"
                       invoke type batsweb.jobRunLog::finish("LEAGUEFACT",
                           runStamp, rowsRead, "FAIL")
                       exit method
                   end-if
               end-if
           end-perform
           invoke type Console::WriteLine(rowsRead::ToString & " row(s) in the window, " &
               rowsSkipped::ToString & " skipped, " & LT-COUNT::ToString &
               " player-league line(s).")

      *    pass 2 -- every two-league player into the pair sums,
      *    both directions.
           perform varying playerKey through playerLines::Keys
               set idxList to playerLines[playerKey]
               set lastPos to idxList::Count - 1
               perform varying posA from 0 by 1 until posA > lastPos
                   perform varying posB from 0 by 1 until posB > lastPos
                       if posA not = posB
                           invoke self::addToPair(idxList[posA], idxList[posB])
                       end-if
                   end-perform
               end-perform
           end-perform

           if self::writeFactors() not = "Y"
               invoke type batsweb.jobRunLog::finish("LEAGUEFACT", runStamp,
                   rowsRead, "FAIL")
               exit method.

      *    the per-league lines, rebuilt from scratch.
           OPEN OUTPUT LEAGUE-LINE-FILE.
           IF STATUS2-BYTE-1 NOT EQUAL ZEROES
               invoke type Console::WriteLine("Unable to open " & WS-LEAGUE-LINE-FILE::Trim)
               invoke type batsweb.jobRunLog::finish("LEAGUEFACT", runStamp,
                   rowsRead, "FAIL")
               exit method.
           perform varying rowIdx from 1 by 1 until rowIdx > LT-COUNT
               MOVE LT-ID(rowIdx) TO LL-ID
               MOVE LT-LEAGUE(rowIdx) TO LL-LEAGUE
               IF LT-ID(rowIdx) = 0
                   MOVE LT-NAME(rowIdx) TO LL-NAME
               ELSE
                   MOVE SPACES TO LL-NAME
               END-IF
               MOVE LT-GAMES(rowIdx) TO LL-GAMES
               MOVE LT-STAT(rowIdx, 1) TO LL-HITS
               MOVE LT-STAT(rowIdx, 2) TO LL-GOALS
               MOVE LT-STAT(rowIdx, 3) TO LL-POINTS
               MOVE WS-FROM-DATE TO LL-WINDOW-FROM
               MOVE WS-TO-DATE TO LL-WINDOW-TO
               MOVE WS-RUN-STAMP TO LL-BUILT
               WRITE LL-REC
                   INVALID KEY REWRITE LL-REC
               END-WRITE
           end-perform
           CLOSE LEAGUE-LINE-FILE.

           invoke type Console::WriteLine(factorsWritten::ToString &
               " factor(s) written, " & factorsKept::ToString &
               " admin-set factor(s) left alone.")
           invoke type batsweb.jobRunLog::finish("LEAGUEFACT", runStamp,
               rowsRead, "OK")
       end method.

      *    one league's extract, summed per player inside the
      *    window. "N" when the file can't be read.
       method-id loadExtract static protected.
       local-storage section.
       01  reader          type StreamReader.
       01  csvLine         type String.
       01  csvFields       type String occurs any.
       01  nameParts       type String occurs any.
       01  playerName      type String.
       01  masterId        type Int32.
       01  playerKey       type String.
       01  lineKey         type String.
       01  rowIdx          type Int32.
       01  statIdx         type Int32.
       01  statVal         type Int32.
       01  colIdx          type Int32.
       procedure division using by value leagueCode as String
                                 by value extractPath as String
                                 by value lineIndex as type Dictionary[String, type Int32]
                                 by value playerLines as type Dictionary[String, type List[type Int32]]
                                 by value nameIds as type Dictionary[String, type Int32]
                          returning loadedOk as String.
           set loadedOk to "N"
           try
               set reader to new StreamReader(extractPath)
           catch exc as type Exception
               invoke type Console::WriteLine("Unable to open " &
                   extractPath & ": " & exc::Message)
               exit method
           end-try
           set loadedOk to "Y".
       CSV-LOOP.
           set csvLine to reader::ReadLine()
           if csvLine = null
               go to CSV-DONE.
           if csvLine::Trim() = "" or csvLine::StartsWith("*")
               go to CSV-LOOP.
           set csvFields to csvLine::Split(",")
           if csvFields::Length < 6
               add 1 to rowsSkipped
               go to CSV-LOOP.
           move 0 to WS-ROW-DATE
           invoke type Int32::TryParse(csvFields[2]::Trim(), by reference WS-ROW-DATE)
           if WS-ROW-DATE < WS-FROM-DATE or WS-ROW-DATE > WS-TO-DATE
               go to CSV-LOOP.
           add 1 to rowsRead
      *    the permanent id through the master, once per
      *    spelling -- the ageCurveReport resolution.
           set playerName to csvFields[0]::Trim::ToUpper
           if nameIds::ContainsKey(playerName)
               set masterId to nameIds[playerName]
           else
               set masterId to 0
               if playerName::Contains(",")
                   set nameParts to playerName::Split(",")
                   set masterId to type batsweb.playerBio::idForName(
                       nameParts[0], nameParts[1])
               end-if
               invoke nameIds::Add(playerName, masterId)
           end-if
           if masterId = 0
               set playerKey to "N" & playerName
           else
               set playerKey to "I" & masterId::ToString
           end-if
           set lineKey to playerKey & "|" & leagueCode
           if lineIndex::ContainsKey(lineKey)
               set rowIdx to lineIndex[lineKey]
           else
               if LT-COUNT >= 5000
                   add 1 to rowsSkipped
                   go to CSV-LOOP
               end-if
               add 1 to LT-COUNT
               move LT-COUNT to rowIdx
               move masterId to LT-ID(rowIdx)
               move playerName to LT-NAME(rowIdx)
               move leagueCode to LT-LEAGUE(rowIdx)
               move 0 to LT-GAMES(rowIdx)
               perform varying statIdx from 1 by 1 until statIdx > 3
                   move 0 to LT-STAT(rowIdx, statIdx)
               end-perform
               invoke lineIndex::Add(lineKey, rowIdx)
               if playerLines::ContainsKey(playerKey) = false
                   invoke playerLines::Add(playerKey, new List[type Int32])
               end-if
               invoke playerLines[playerKey]::Add(rowIdx)
           end-if
           add 1 to LT-GAMES(rowIdx)
           perform varying statIdx from 1 by 1 until statIdx > 3
               set statVal to 0
               compute colIdx = statIdx + 2
               invoke type Int32::TryParse(csvFields[colIdx]::Trim(),
                   by reference statVal)
               add statVal to LT-STAT(rowIdx, statIdx)
           end-perform
           go to CSV-LOOP.
       CSV-DONE.
           invoke reader::Dispose.
       end method.

      *    one player's from-league and to-league lines into the
      *    pair's sums, weighted by the smaller game count.
       method-id addToPair static protected.
       local-storage section.
       01  pairIdx         type Int32.
       01  searchIdx       type Int32.
       01  weightGames     type Int32.
       01  statIdx         type Int32.
       procedure division using by value fromIdx as type Int32
                                 by value toIdx as type Int32.
           if LT-GAMES(fromIdx) < FAC-MIN-GAMES
            or LT-GAMES(toIdx) < FAC-MIN-GAMES
               exit method.
           set pairIdx to 0
           perform varying searchIdx from 1 by 1 until searchIdx > PR-COUNT
               if PR-FROM(searchIdx) = LT-LEAGUE(fromIdx)
                and PR-TO(searchIdx) = LT-LEAGUE(toIdx)
                   move searchIdx to pairIdx
                   exit perform
               end-if
           end-perform
           if pairIdx = 0
               if PR-COUNT >= 60
                   exit method
               end-if
               add 1 to PR-COUNT
               move PR-COUNT to pairIdx
               move LT-LEAGUE(fromIdx) to PR-FROM(pairIdx)
               move LT-LEAGUE(toIdx) to PR-TO(pairIdx)
               move 0 to PR-PLAYERS(pairIdx) PR-GAMES(pairIdx)
               perform varying statIdx from 1 by 1 until statIdx > 3
                   move 0 to PR-SUM-FROM(pairIdx, statIdx)
                             PR-SUM-TO(pairIdx, statIdx)
               end-perform
           end-if
           if LT-GAMES(fromIdx) < LT-GAMES(toIdx)
               move LT-GAMES(fromIdx) to weightGames
           else
               move LT-GAMES(toIdx) to weightGames
           end-if
           add 1 to PR-PLAYERS(pairIdx)
           add weightGames to PR-GAMES(pairIdx)
           perform varying statIdx from 1 by 1 until statIdx > 3
               compute PR-SUM-FROM(pairIdx, statIdx) =
                   PR-SUM-FROM(pairIdx, statIdx) +
                   weightGames * LT-STAT(fromIdx, statIdx) / LT-GAMES(fromIdx)
               compute PR-SUM-TO(pairIdx, statIdx) =
                   PR-SUM-TO(pairIdx, statIdx) +
                   weightGames * LT-STAT(toIdx, statIdx) / LT-GAMES(toIdx)
           end-perform.
       end method.

      *    every pair with enough players, every stat, into
      *    BATSW049.DAT -- admin-set rows kept as they are.
       method-id writeFactors static protected.
       local-storage section.
       01  pairIdx         type Int32.
       01  statIdx         type Int32.
       01  factorVal       type Double.
       procedure division returning writtenOk as String.
           set writtenOk to "N"
           OPEN I-O FACTOR-FILE.
           IF STATUS-COMN = "35"
               OPEN OUTPUT FACTOR-FILE
               CLOSE FACTOR-FILE
               OPEN I-O FACTOR-FILE.
           IF STATUS-BYTE-1 NOT EQUAL ZEROES
               invoke type Console::WriteLine("Unable to open " & WS-FACTOR-FILE::Trim)
               exit method.
           set writtenOk to "Y"
           invoke type Console::WriteLine("FROM TO    STAT    FACTOR  PLAYERS  GAMES")
           perform varying pairIdx from 1 by 1 until pairIdx > PR-COUNT
               perform varying statIdx from 1 by 1 until statIdx > 3
                   if PR-SUM-FROM(pairIdx, statIdx) > 0
                       set factorVal to PR-SUM-TO(pairIdx, statIdx) /
                           PR-SUM-FROM(pairIdx, statIdx)
                       if factorVal > 99
                           set factorVal to 99
                       end-if
                       invoke type Console::WriteLine(PR-FROM(pairIdx) & " " &
                           PR-TO(pairIdx) & "  " & STAT-CODE(statIdx) & "  " &
                           factorVal::ToString("F4") & "  " &
                           PR-PLAYERS(pairIdx) & "  " & PR-GAMES(pairIdx))
                       if PR-PLAYERS(pairIdx) >= FAC-MIN-PLAYERS
                           invoke self::writeFactor(pairIdx, statIdx, factorVal)
                       end-if
                   end-if
               end-perform
           end-perform
           CLOSE FACTOR-FILE.
       end method.

       method-id writeFactor static protected.
       procedure division using by value pairIdx as type Int32
                                 by value statIdx as type Int32
                                 by value factorVal as type Double.
           MOVE PR-FROM(pairIdx) TO FAC-FROM-LEAGUE
           MOVE PR-TO(pairIdx) TO FAC-TO-LEAGUE
           MOVE STAT-CODE(statIdx) TO FAC-STAT
           READ FACTOR-FILE
               INVALID KEY
                   MOVE SPACES TO FAC-SOURCE
           END-READ
           IF FAC-SOURCE = "A"
               ADD 1 TO factorsKept
               exit method.
           MOVE factorVal TO FAC-FACTOR
           MOVE PR-PLAYERS(pairIdx) TO FAC-PLAYERS
           MOVE PR-GAMES(pairIdx) TO FAC-GAMES
           MOVE "S" TO FAC-SOURCE
           MOVE WS-FROM-DATE TO FAC-WINDOW-FROM
           MOVE WS-TO-DATE TO FAC-WINDOW-TO
           MOVE WS-RUN-STAMP TO FAC-UPDATED
           MOVE "LEAGUEFACT" TO FAC-USER
           WRITE FAC-REC
               INVALID KEY REWRITE FAC-REC
           END-WRITE
           ADD 1 TO factorsWritten.
       end method.

       end class.
