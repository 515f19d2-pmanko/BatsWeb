      * preseason player projections and their season-end
      * scoring. Contract, lineup and depth-chart talk all starts
      * from what we expect of a player next year, and that was a
      * guess. Run preseason, this reads the per-player game-lines
      * extract (player,team,yyyymmdd,hits,goals,points,shutout --
      * every charted season, backfilled ones included), resolves
      * each name to its permanent id, and for every id on the player
      * master writes a projected per-game line for hits, goals and
      * points into BATSW051.DAT (playerProjection.cbl):
      *   - the last three seasons weighted PRJ-WEIGHT 5/4/3, newest
      *     first;
      *   - regressed toward the league rate over the same seasons by
      *     adding PRJ-REGRESS-GAMES games of league-average play, so
      *     a thin record leans on the league and a long one on the
      *     player;
      *   - adjusted for age as of the season opener (playerBio.cbl):
      *     PRJ-AGE-GAIN per year under PRJ-PEAK-AGE, PRJ-AGE-LOSS per
      *     year over it -- the shape ageCurveReport.cbl shows.
      * A player with no charted games projects at the league rate
      * with reliability zero. With --score after the season the
      * same extract supplies the actual rates: every projection for
      * that season with at least PRJ-MIN-SCORE-GAMES actual games is
      * stamped with its actuals, and the report lists each miss and
      * the average miss against simply guessing the league rate --
      * the test of whether the method earns its keep.
      *
      * Usage: projectionBuild <season-yyyy> <player-games-csv>
      *            <path-to-BATSW025.DAT> <path-to-BATSW051.DAT>
      *            [season-start-mmdd]
      *        projectionBuild --score <season-yyyy> <player-games-csv>
      *            <path-to-BATSW051.DAT> <report-out>
      *            [season-start-mmdd]
      * The season start (default 0101) is the month and day the
      * season year turns over -- 0901 or so for a winter league.

       $set ilusing"System.IO"

       class-id batsweb.projectionBuild.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       $SET CALLFH"EXTFH"
       $SET DATACOMPRESS"1"
          SELECT PLAYER-MASTER-FILE ASSIGN WS-PLAYER-MASTER-FILE
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS PMAST-KEY
              ALTERNATE KEY IS PMAST-ID WITH DUPLICATES
              FILE STATUS IS STATUS-COMN.

          SELECT PROJECTION-FILE ASSIGN WS-PROJECTION-FILE
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS PRJ-KEY
              LOCK MANUAL
              FILE STATUS IS STATUS-COMN2.

       file section.
       FD  PLAYER-MASTER-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS PMAST-REC.

      *    layout owned by playerMaster.aspx.cbl -- keep in
      *    sync with the FD there.
       01  PMAST-REC.
           05  PMAST-KEY.
               10  PMAST-LAST          PIC X(15).
               10  PMAST-FIRST         PIC X(15).
           05  PMAST-ID                PIC 9(6).
           05  PMAST-PRIMARY           PIC X.
           05  PMAST-ADDED             PIC X(14).
           05  FILLER                  PIC X(10).

       FD  PROJECTION-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS PRJ-REC.

      *    layout owned by playerProjection.cbl -- keep in sync
      *    with the FD there.
       01  PRJ-REC.
           05  PRJ-KEY.
               10  PRJ-ID              PIC 9(6).
               10  PRJ-SEASON          PIC 9(4).
           05  PRJ-NAME                PIC X(30).
           05  PRJ-AGE                 PIC 9(2).
           05  PRJ-BASE-GAMES          PIC 9(4).
           05  PRJ-RELIABILITY         PIC 9V99.
           05  PRJ-RATE OCCURS 3 TIMES PIC 9(2)V9(3).
           05  PRJ-BUILT               PIC X(14).
           05  PRJ-ACT-GAMES           PIC 9(4).
           05  PRJ-ACT-RATE OCCURS 3 TIMES PIC 9(2)V9(3).
           05  PRJ-SCORED              PIC X(14).
           05  FILLER                  PIC X(10).

       working-storage section.
       01  WS-PLAYER-MASTER-FILE       PIC X(256).
       01  WS-PROJECTION-FILE          PIC X(256).
       01  STATUS-COMN.
           05  STATUS-BYTE-1           PIC X      VALUE SPACES.
           05  STATUS-BYTE-2           PIC X      VALUE SPACES.
       01  STATUS-COMN2.
           05  STATUS2-BYTE-1          PIC X      VALUE SPACES.
           05  STATUS2-BYTE-2          PIC X      VALUE SPACES.
       01  WS-TARGET-SEASON            PIC 9(4) VALUE 0.
       01  WS-SEASON-MMDD              PIC 9(4) VALUE 0101.
       01  WS-RUN-STAMP                PIC X(14).
       01  WS-YMD.
           05  WS-YMD-YEAR             PIC 9(4).
           05  WS-YMD-MMDD             PIC 9(4).
       01  WS-YMD-NUM REDEFINES WS-YMD PIC 9(8).
      *    the method's constants.
       01  PRJ-WEIGHTS.
           05  FILLER                  PIC 9(2) VALUE 5.
           05  FILLER                  PIC 9(2) VALUE 4.
           05  FILLER                  PIC 9(2) VALUE 3.
       01  PRJ-WEIGHT-TABLE REDEFINES PRJ-WEIGHTS.
           05  PRJ-WEIGHT OCCURS 3 TIMES PIC 9(2).
       01  PRJ-REGRESS-GAMES           PIC 9(3) VALUE 40.
       01  PRJ-PEAK-AGE                PIC 9(2) VALUE 27.
       01  PRJ-AGE-GAIN                PIC V9(4) VALUE .0060.
       01  PRJ-AGE-LOSS                PIC V9(4) VALUE .0030.
       01  PRJ-MIN-SCORE-GAMES         PIC 9(3) VALUE 10.
      *    per-id charted history: bucket 1 is the newest season
      *    read, 2 and 3 the two before it. HT-STAT 1-3: hits,
      *    goals, points.
       01  HISTORY-TABLE.
           05  HT-ROW OCCURS 4000 TIMES.
               10  HT-ID               PIC 9(6).
               10  HT-BUCKET OCCURS 3 TIMES.
                   15  HT-GAMES        PIC 9(4).
                   15  HT-STAT OCCURS 3 TIMES PIC 9(5).
       01  HT-COUNT                    PIC 9(5) VALUE 0.
      *    every player's games, league-wide, by bucket.
       01  LEAGUE-TOTALS.
           05  LG-BUCKET OCCURS 3 TIMES.
               10  LG-GAMES            PIC 9(7).
               10  LG-STAT OCCURS 3 TIMES PIC 9(8).
       01  LG-RATE-TABLE.
           05  LG-RATE OCCURS 3 TIMES  PIC 9(2)V9(6).
       01  rowsRead                    PIC 9(7) VALUE 0.
       01  rowsUnresolved              PIC 9(7) VALUE 0.
       01  playersProjected            PIC 9(5) VALUE 0.
       01  playersWithHistory          PIC 9(5) VALUE 0.
       01  playersScored               PIC 9(5) VALUE 0.
       01  ERROR-TOTALS.
           05  ERR-PROJ OCCURS 3 TIMES PIC 9(5)V9(6).
           05  ERR-BASE OCCURS 3 TIMES PIC 9(5)V9(6).

       method-id Main static public.
       local-storage section.
       01  runStamp        type String.
       01  idIndex         type Dictionary[type Int32, type Int32].
       01  extractPath     type String.
       01  mmddArg         type Int32.
       01  priorSeason     type Int32.
       procedure division using by value args as type String occurs any.
           if args::Length < 5
               invoke type Console::WriteLine("usage: projectionBuild <season-yyyy> <player-games-csv> <path-to-BATSW025.DAT> <path-to-BATSW051.DAT> [season-start-mmdd]")
               invoke type Console::WriteLine("       projectionBuild --score <season-yyyy> <player-games-csv> <path-to-BATSW051.DAT> <report-out> [season-start-mmdd]")
               exit method.
           set idIndex to new Dictionary[type Int32, type Int32]

           if args[0]::Trim() = "--score"
               if args::Length < 5
                   invoke type Console::WriteLine("usage: projectionBuild --score <season-yyyy> <player-games-csv> <path-to-BATSW051.DAT> <report-out> [season-start-mmdd]")
                   exit method
               end-if
               invoke type Int32::TryParse(args[1]::Trim(), by reference WS-TARGET-SEASON)
               set extractPath to args[2]::Trim()
               move args[3] to WS-PROJECTION-FILE
               if args::Length > 5
                   set mmddArg to 0
                   invoke type Int32::TryParse(args[5]::Trim(), by reference mmddArg)
                   if mmddArg > 0
                       move mmddArg to WS-SEASON-MMDD
                   end-if
               end-if
           else
               invoke type Int32::TryParse(args[0]::Trim(), by reference WS-TARGET-SEASON)
               set extractPath to args[1]::Trim()
               move args[2] to WS-PLAYER-MASTER-FILE
               move args[3] to WS-PROJECTION-FILE
               if args::Length > 4
                   set mmddArg to 0
                   invoke type Int32::TryParse(args[4]::Trim(), by reference mmddArg)
                   if mmddArg > 0
                       move mmddArg to WS-SEASON-MMDD
                   end-if
               end-if
           end-if
           if WS-TARGET-SEASON < 1900
               invoke type Console::WriteLine("Bad season -- use the four-digit year the season opens in.")
               exit method.

           if args[0]::Trim() = "--score"
               set runStamp to type batsweb.jobRunLog::begin("PROJSCORE")
               move runStamp to WS-RUN-STAMP
               if self::loadHistory(extractPath, WS-TARGET-SEASON, idIndex) not = "Y"
                   invoke type batsweb.jobRunLog::finish("PROJSCORE", runStamp, 0, "FAIL")
                   exit method
               end-if
               if self::scoreSeason(args[4]::Trim(), idIndex) not = "Y"
                   invoke type batsweb.jobRunLog::finish("PROJSCORE", runStamp,
                       playersScored, "FAIL")
                   exit method
               end-if
               invoke type batsweb.jobRunLog::finish("PROJSCORE", runStamp,
                   playersScored, "OK")
           else
               set runStamp to type batsweb.jobRunLog::begin("PROJECT")
               move runStamp to WS-RUN-STAMP
               compute priorSeason = WS-TARGET-SEASON - 1
               if self::loadHistory(extractPath, priorSeason, idIndex) not = "Y"
                   invoke type batsweb.jobRunLog::finish("PROJECT", runStamp, 0, "FAIL")
                   exit method
               end-if
               if self::projectAll(idIndex) not = "Y"
                   invoke type batsweb.jobRunLog::finish("PROJECT", runStamp,
                       playersProjected, "FAIL")
                   exit method
               end-if
               invoke type batsweb.jobRunLog::finish("PROJECT", runStamp,
                   playersProjected, "OK")
           end-if.
       end method.

      *    the extract into the history table: each row's season
      *    by WS-SEASON-MMDD, bucket 1 for newestSeason, 2 and 3 for
      *    the two before it; older and newer rows are passed over.
       method-id loadHistory static protected.
       local-storage section.
       01  reader          type StreamReader.
       01  csvLine         type String.
       01  csvFields       type String occurs any.
       01  nameParts       type String occurs any.
       01  nameIds         type Dictionary[String, type Int32].
       01  playerName      type String.
       01  masterId        type Int32.
       01  rowDate         type Int32.
       01  rowSeason       type Int32.
       01  bucketIdx       type Int32.
       01  rowIdx          type Int32.
       01  statIdx         type Int32.
       01  colIdx          type Int32.
       01  statVal         type Int32.
       procedure division using by value extractPath as String
                                 by value newestSeason as type Int32
                                 by value idIndex as type Dictionary[type Int32, type Int32]
                          returning loadedOk as String.
           set loadedOk to "N"
           INITIALIZE LEAGUE-TOTALS
           try
               set reader to new StreamReader(extractPath)
           catch exc as type Exception
               invoke type Console::WriteLine("Unable to open " &
                   extractPath & ": " & exc::Message)
               exit method
           end-try
           set loadedOk to "Y"
           set nameIds to new Dictionary[String, type Int32].
       CSV-LOOP.
           set csvLine to reader::ReadLine()
           if csvLine = null
               go to CSV-DONE.
           if csvLine::Trim() = "" or csvLine::StartsWith("*")
               go to CSV-LOOP.
           set csvFields to csvLine::Split(",")
           if csvFields::Length < 6
               go to CSV-LOOP.
           set rowDate to 0
           invoke type Int32::TryParse(csvFields[2]::Trim(), by reference rowDate)
           if rowDate = 0
               go to CSV-LOOP.
           move rowDate to WS-YMD-NUM
           move WS-YMD-YEAR to rowSeason
           if WS-YMD-MMDD < WS-SEASON-MMDD
               subtract 1 from rowSeason.
           compute bucketIdx = newestSeason - rowSeason + 1
           if bucketIdx < 1 or bucketIdx > 3
               go to CSV-LOOP.
           add 1 to rowsRead
           add 1 to LG-GAMES(bucketIdx)

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
           set rowIdx to 0
           if masterId = 0
               add 1 to rowsUnresolved
           else
               if idIndex::ContainsKey(masterId)
                   set rowIdx to idIndex[masterId]
               else
                   if HT-COUNT < 4000
                       add 1 to HT-COUNT
                       move HT-COUNT to rowIdx
                       INITIALIZE HT-ROW(rowIdx)
                       move masterId to HT-ID(rowIdx)
                       invoke idIndex::Add(masterId, rowIdx)
                   end-if
               end-if
           end-if
           if rowIdx > 0
               add 1 to HT-GAMES(rowIdx, bucketIdx)
           end-if
           perform varying statIdx from 1 by 1 until statIdx > 3
               set statVal to 0
               compute colIdx = statIdx + 2
               invoke type Int32::TryParse(csvFields[colIdx]::Trim(),
                   by reference statVal)
               add statVal to LG-STAT(bucketIdx, statIdx)
               if rowIdx > 0
                   add statVal to HT-STAT(rowIdx, bucketIdx, statIdx)
               end-if
           end-perform
           go to CSV-LOOP.
       CSV-DONE.
           invoke reader::Dispose
           invoke type Console::WriteLine(rowsRead::ToString & " game line(s) read, " &
               rowsUnresolved::ToString & " under names the master doesn't know, " &
               HT-COUNT::ToString & " player(s) with history.").
       end method.

      *    every id on the master, projected. The primary
      *    spelling names the row.
       method-id projectAll static protected.
       local-storage section.
       01  idNames         type Dictionary[type Int32, String].
       01  masterId        type Int32.
       01  statIdx         type Int32.
       01  bucketIdx       type Int32.
       01  weightedGames   type Int32.
       01  weightedStat    type Int32.
       01  rateVal         type Double.
       procedure division using by value idIndex as type Dictionary[type Int32, type Int32]
                          returning builtOk as String.
           set builtOk to "N"
      *    the league rate over the same weighted seasons.
           perform varying statIdx from 1 by 1 until statIdx > 3
               set weightedGames to 0
               set weightedStat to 0
               perform varying bucketIdx from 1 by 1 until bucketIdx > 3
                   compute weightedGames = weightedGames +
                       PRJ-WEIGHT(bucketIdx) * LG-GAMES(bucketIdx)
                   compute weightedStat = weightedStat +
                       PRJ-WEIGHT(bucketIdx) * LG-STAT(bucketIdx, statIdx)
               end-perform
               if weightedGames > 0
                   compute LG-RATE(statIdx) = weightedStat / weightedGames
               else
                   move 0 to LG-RATE(statIdx)
               end-if
           end-perform

           OPEN INPUT PLAYER-MASTER-FILE.
           IF STATUS-BYTE-1 NOT EQUAL ZEROES
               invoke type Console::WriteLine("Unable to open " & WS-PLAYER-MASTER-FILE::Trim)
               exit method.
           set idNames to new Dictionary[type Int32, String].
       MASTER-LOOP.
           READ PLAYER-MASTER-FILE NEXT
               AT END GO TO MASTER-DONE.
           IF PMAST-LAST = "*CONTROL*" OR PMAST-ID = 0
               GO TO MASTER-LOOP.
           move PMAST-ID to masterId
           if idNames::ContainsKey(masterId) = false
               invoke idNames::Add(masterId, PMAST-LAST::Trim & ", " &
                   PMAST-FIRST::Trim)
           else
               if PMAST-PRIMARY = "Y"
                   set idNames[masterId] to PMAST-LAST::Trim & ", " &
                       PMAST-FIRST::Trim
               end-if
           end-if
           GO TO MASTER-LOOP.
       MASTER-DONE.
           CLOSE PLAYER-MASTER-FILE.

           OPEN I-O PROJECTION-FILE.
           IF STATUS-COMN2 = "35"
               OPEN OUTPUT PROJECTION-FILE
               CLOSE PROJECTION-FILE
               OPEN I-O PROJECTION-FILE.
           IF STATUS2-BYTE-1 NOT EQUAL ZEROES
               invoke type Console::WriteLine("Unable to open " & WS-PROJECTION-FILE::Trim)
               exit method.
           set builtOk to "Y"
           perform varying masterId through idNames::Keys
               if idIndex::ContainsKey(masterId)
                   invoke self::projectPlayer(masterId, idNames[masterId],
                       idIndex[masterId])
               else
                   invoke self::projectPlayer(masterId, idNames[masterId], 0)
               end-if
           end-perform
           CLOSE PROJECTION-FILE.

           set rateVal to LG-RATE(1)
           invoke type Console::WriteLine("SEASON " & WS-TARGET-SEASON &
               " PROJECTIONS -- league H/G " & rateVal::ToString("F3"))
           invoke type Console::WriteLine(playersProjected::ToString &
               " player(s) projected, " & playersWithHistory::ToString &
               " with charted history; the rest at the league rate.").
       end method.

       method-id projectPlayer static protected.
       local-storage section.
       01  statIdx         type Int32.
       01  bucketIdx       type Int32.
       01  weightedGames   type Int32.
       01  weightedStat    type Int32.
       01  baseGames       type Int32.
       01  playerAge       type Int32.
       01  ageFactor       type Double.
       01  rateVal         type Double.
       01  relVal          type Double.
       procedure division using by value masterId as type Int32
                                 by value playerName as String
                                 by value rowIdx as type Int32.
           set weightedGames to 0
           set baseGames to 0
           if rowIdx > 0
               perform varying bucketIdx from 1 by 1 until bucketIdx > 3
                   compute weightedGames = weightedGames +
                       PRJ-WEIGHT(bucketIdx) * HT-GAMES(rowIdx, bucketIdx)
                   compute baseGames = baseGames + HT-GAMES(rowIdx, bucketIdx)
               end-perform
           end-if
           if baseGames > 0
               add 1 to playersWithHistory
           end-if

      *    age at the opener of the projected season.
           set playerAge to type batsweb.playerBio::ageAsOf(masterId,
               WS-TARGET-SEASON * 10000 + WS-SEASON-MMDD)
           set ageFactor to 1
           if playerAge > 0
               if playerAge < PRJ-PEAK-AGE
                   compute ageFactor = 1 + (PRJ-PEAK-AGE - playerAge) * PRJ-AGE-GAIN
               else
                   compute ageFactor = 1 - (playerAge - PRJ-PEAK-AGE) * PRJ-AGE-LOSS
               end-if
           end-if

           MOVE masterId TO PRJ-ID
           MOVE WS-TARGET-SEASON TO PRJ-SEASON
           MOVE playerName TO PRJ-NAME
           MOVE playerAge TO PRJ-AGE
           MOVE baseGames TO PRJ-BASE-GAMES
           compute relVal = weightedGames / (weightedGames + PRJ-REGRESS-GAMES)
           MOVE relVal TO PRJ-RELIABILITY
           perform varying statIdx from 1 by 1 until statIdx > 3
               set weightedStat to 0
               if rowIdx > 0
                   perform varying bucketIdx from 1 by 1 until bucketIdx > 3
                       compute weightedStat = weightedStat +
                           PRJ-WEIGHT(bucketIdx) * HT-STAT(rowIdx, bucketIdx, statIdx)
                   end-perform
               end-if
               compute rateVal = (weightedStat + PRJ-REGRESS-GAMES * LG-RATE(statIdx))
                   / (weightedGames + PRJ-REGRESS-GAMES) * ageFactor
               MOVE rateVal TO PRJ-RATE(statIdx)
               MOVE 0 TO PRJ-ACT-RATE(statIdx)
           end-perform
           MOVE WS-RUN-STAMP TO PRJ-BUILT
           MOVE 0 TO PRJ-ACT-GAMES
           MOVE SPACES TO PRJ-SCORED
           WRITE PRJ-REC
               INVALID KEY REWRITE PRJ-REC
           END-WRITE
           add 1 to playersProjected.
       end method.

      *    season-end: each projection for the season against
      *    what the player did, and against the league rate as the
      *    do-nothing guess.
       method-id scoreSeason static protected.
       local-storage section.
       01  reportOut       type StreamWriter.
       01  rowIdx          type Int32.
       01  statIdx         type Int32.
       01  actRate         type Double.
       01  projRate        type Double.
       01  lgActual        type Double.
       01  projErr         type Double.
       01  baseErr         type Double.
       01  avgProj         type Double.
       01  avgBase         type Double.
       01  lineText        type String.
       procedure division using by value reportPath as String
                                 by value idIndex as type Dictionary[type Int32, type Int32]
                          returning scoredOk as String.
           set scoredOk to "N"
           INITIALIZE ERROR-TOTALS
           OPEN I-O PROJECTION-FILE.
           IF STATUS2-BYTE-1 NOT EQUAL ZEROES
               invoke type Console::WriteLine("Unable to open " & WS-PROJECTION-FILE::Trim)
               exit method.
           try
               set reportOut to new StreamWriter(reportPath)
           catch exc as type Exception
               CLOSE PROJECTION-FILE
               invoke type Console::WriteLine("Unable to open " &
                   reportPath & ": " & exc::Message)
               exit method
           end-try
           set scoredOk to "Y"
           invoke reportOut::WriteLine("PROJECTION SCORECARD -- SEASON " &
               WS-TARGET-SEASON & "   (run " & WS-RUN-STAMP & ")")
           invoke reportOut::WriteLine("players with at least " &
               PRJ-MIN-SCORE-GAMES & " games; rates per game, projected / actual")
           invoke reportOut::WriteLine("")
           MOVE 0 TO PRJ-ID
           MOVE 0 TO PRJ-SEASON
           START PROJECTION-FILE KEY NOT < PRJ-KEY
               INVALID KEY
                   GO TO SCORE-DONE.
       SCORE-LOOP.
           READ PROJECTION-FILE NEXT
               AT END GO TO SCORE-DONE.
           IF PRJ-SEASON NOT = WS-TARGET-SEASON
               GO TO SCORE-LOOP.
           if idIndex::ContainsKey(PRJ-ID) = false
               GO TO SCORE-LOOP.
           set rowIdx to idIndex[PRJ-ID]
           IF HT-GAMES(rowIdx, 1) < PRJ-MIN-SCORE-GAMES
               GO TO SCORE-LOOP.
           MOVE HT-GAMES(rowIdx, 1) TO PRJ-ACT-GAMES
           set lineText to PRJ-NAME & " " & PRJ-ACT-GAMES & " GP "
           perform varying statIdx from 1 by 1 until statIdx > 3
               compute actRate = HT-STAT(rowIdx, 1, statIdx) / HT-GAMES(rowIdx, 1)
               MOVE actRate TO PRJ-ACT-RATE(statIdx)
               set projRate to PRJ-RATE(statIdx)
               compute lgActual = LG-STAT(1, statIdx) / LG-GAMES(1)
               compute projErr = projRate - actRate
               if projErr < 0
                   compute projErr = 0 - projErr
               end-if
               compute baseErr = lgActual - actRate
               if baseErr < 0
                   compute baseErr = 0 - baseErr
               end-if
               add projErr to ERR-PROJ(statIdx)
               add baseErr to ERR-BASE(statIdx)
               set lineText to lineText & "  " & projRate::ToString("F2") &
                   "/" & actRate::ToString("F2")
           end-perform
           MOVE WS-RUN-STAMP TO PRJ-SCORED
           REWRITE PRJ-REC
           add 1 to playersScored
           invoke reportOut::WriteLine(lineText)
           GO TO SCORE-LOOP.
       SCORE-DONE.
           CLOSE PROJECTION-FILE.

           invoke reportOut::WriteLine("")
           if playersScored = 0
               invoke reportOut::WriteLine("No projections for " & WS-TARGET-SEASON &
                   " have enough actual games to score.")
           else
               invoke reportOut::WriteLine("AVERAGE MISS PER GAME (" &
                   playersScored::ToString & " players)   projection   league-rate guess")
               perform varying statIdx from 1 by 1 until statIdx > 3
                   compute avgProj = ERR-PROJ(statIdx) / playersScored
                   compute avgBase = ERR-BASE(statIdx) / playersScored
                   evaluate statIdx
                       when 1 set lineText to "  hits/game   "
                       when 2 set lineText to "  goals/game  "
                       when other set lineText to "  points/game "
                   end-evaluate
                   invoke reportOut::WriteLine(lineText & "           " &
                       avgProj::ToString("F3") & "        " & avgBase::ToString("F3"))
               end-perform
           end-if
           invoke reportOut::Dispose
           invoke type Console::WriteLine(playersScored::ToString &
               " projection(s) scored for " & WS-TARGET-SEASON & ".").
       end method.

       end class.
