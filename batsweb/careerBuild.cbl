      * career register build. Once archiveSeason.cbl moves a
      * season into GAMEARCH.DAT it drops off every player screen,
      * so a career line meant old printouts and a calculator. This
      * reads the per-player game-lines extracts (player,team,
      * yyyymmdd,hits,goals,points,shutout -- the CSV
      * streakWatchNightly consumes), one or more per league, named
      * on the command line with the league's registry code the way
      * leagueFactorBuild.cbl takes them; the live extract, the ones
      * kept from each archived season, and the backfilled seasons'
      * are all fed in, a "/A" or "/B" after the code marking an
      * extract as archived or backfilled. Every line is resolved to
      * its permanent player-master id (the ageCurveReport
      * resolution) and summed per id, season and league; the
      * team(s) come off the roster stint history (BATSW026.DAT,
      * every stint that overlaps the season, in date order), or off
      * the extract when no stint covers the season. BATSW054.DAT,
      * the register careerRegister.aspx.cbl shows, is rebuilt from
      * scratch every run. Names the master doesn't know ride on id
      * zero under their own spelling so nothing is quietly lost.
      *
      * Usage: careerBuild <path-to-BATSW026.DAT> <path-to-BATSW054.DAT>
      *            <season-start-mmdd>
      *            <league>[/A|/B]=<player-games-csv> [...]
      * The season start (0101 for a calendar season) is the month
      * and day the season year turns over.

       $set ilusing"System.IO"

       class-id batsweb.careerBuild.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       $SET CALLFH"EXTFH"
       $SET DATACOMPRESS"1"
          SELECT STINT-FILE ASSIGN WS-STINT-FILE
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS STINT-KEY
              FILE STATUS IS STATUS-COMN.

          SELECT CAREER-FILE ASSIGN WS-CAREER-FILE
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS CAR-KEY
              LOCK MANUAL
              FILE STATUS IS STATUS-COMN2.

       file section.
       FD  STINT-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS STINT-REC.

      *    layout owned by tradeHistory.aspx.cbl -- keep in sync
      *    with the FD there.
       01  STINT-REC.
           05  STINT-KEY.
               10  STINT-LAST          PIC X(15).
               10  STINT-FIRST         PIC X(15).
               10  STINT-EFF-DATE      PIC 9(8).
           05  STINT-TEAM              PIC X(15).
           05  STINT-END-DATE          PIC 9(8).
           05  STINT-RECORDED          PIC X(14).
           05  STINT-TERMS.
               10  STINT-SALARY        PIC 9(9).
               10  STINT-CON-START     PIC 9(8).
               10  STINT-CON-END       PIC 9(8).
               10  STINT-OPTION        PIC X.
           05  STINT-SEAL              PIC X(9).
           05  FILLER                  PIC X(1).

       FD  CAREER-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS CAR-REC.

      *    one row per player-master id, season and league.
      *    CAR-NAME is the spelling for id zero rows only. CAR-SOURCE
      *    flags where the season's lines came from: position 1 "A"
      *    archived, 2 "B" backfilled, 3 "L" live.
       01  CAR-REC.
           05  CAR-KEY.
               10  CAR-ID              PIC 9(6).
               10  CAR-NAME            PIC X(30).
               10  CAR-SEASON          PIC 9(4).
               10  CAR-LEAGUE          PIC X(4).
           05  CAR-TEAMS               PIC X(48).
           05  CAR-GAMES               PIC 9(4).
           05  CAR-HITS                PIC 9(5).
           05  CAR-GOALS               PIC 9(5).
           05  CAR-POINTS              PIC 9(5).
           05  CAR-SHUTOUTS            PIC 9(3).
           05  CAR-SOURCE              PIC X(3).
           05  CAR-BUILT               PIC X(14).
           05  FILLER                  PIC X(10).

       working-storage section.
       01  WS-STINT-FILE               PIC X(256).
       01  WS-CAREER-FILE              PIC X(256).
       01  STATUS-COMN.
           05  STATUS-BYTE-1           PIC X      VALUE SPACES.
           05  STATUS-BYTE-2           PIC X      VALUE SPACES.
       01  STATUS-COMN2.
           05  STATUS2-BYTE-1          PIC X      VALUE SPACES.
           05  STATUS2-BYTE-2          PIC X      VALUE SPACES.
       01  WS-SEASON-MMDD              PIC 9(4) VALUE 0101.
       01  WS-RUN-STAMP                PIC X(14).
       01  WS-SRC                      PIC X.
       01  WS-YMD.
           05  WS-YMD-YEAR             PIC 9(4).
           05  WS-YMD-MMDD             PIC 9(4).
       01  WS-YMD-NUM REDEFINES WS-YMD PIC 9(8).
      *    one row per id (or unknown spelling), season and
      *    league. CR-STAT 1-4: hits, goals, points, shutouts.
      *    CR-XTEAMS is what the extract says; CR-STEAMS what the
      *    stints say, which wins when there is any.
       01  CAREER-TABLE.
           05  CR-ROW OCCURS 20000 TIMES.
               10  CR-ID               PIC 9(6).
               10  CR-NAME             PIC X(30).
               10  CR-SEASON           PIC 9(4).
               10  CR-LEAGUE           PIC X(4).
               10  CR-GAMES            PIC 9(4).
               10  CR-STAT OCCURS 4 TIMES PIC 9(5).
               10  CR-SRC              PIC X(3).
               10  CR-XTEAMS           PIC X(48).
               10  CR-STEAMS           PIC X(48).
       01  CR-COUNT                    PIC 9(5) VALUE 0.
       01  rowsRead                    PIC 9(7) VALUE 0.
       01  rowsSkipped                 PIC 9(7) VALUE 0.
       01  rowsUnresolved              PIC 9(7) VALUE 0.
       01  stintsApplied               PIC 9(6) VALUE 0.

       method-id Main static public.
       local-storage section.
       01  runStamp        type String.
       01  argIdx          type Int32.
       01  mmddArg         type Int32.
       01  leagueCode      type String.
       01  extractPath     type String.
       01  lineIndex       type Dictionary[String, type Int32].
       01  idRows          type Dictionary[type Int32, type List[type Int32]].
       01  nameIds         type Dictionary[String, type Int32].
       01  rowIdx          type Int32.
       procedure division using by value args as type String occurs any.
           if args::Length < 4
               invoke type Console::WriteLine("usage: careerBuild <path-to-BATSW026.DAT> <path-to-BATSW054.DAT> <season-start-mmdd> <league>[/A|/B]=<player-games-csv> [...]")
               exit method.
           move args[0] to WS-STINT-FILE
           move args[1] to WS-CAREER-FILE
           set mmddArg to 0
           invoke type Int32::TryParse(args[2]::Trim(), by reference mmddArg)
           if mmddArg < 101 or mmddArg > 1231
               invoke type Console::WriteLine("Bad season start -- use mmdd, e.g. 0101.")
               exit method.
           move mmddArg to WS-SEASON-MMDD

           set runStamp to type batsweb.jobRunLog::begin("CAREER")
           move runStamp to WS-RUN-STAMP
           set lineIndex to new Dictionary[String, type Int32]
           set idRows to new Dictionary[type Int32, type List[type Int32]]
           set nameIds to new Dictionary[String, type Int32]

      *    pass 1 -- every extract into the career table.
           perform varying argIdx from 3 by 1 until argIdx >= args::Length
               if args[argIdx]::IndexOf("=") < 1
                   invoke type Console::WriteLine("Skipping " & args[argIdx] &
                       " -- name each extract as <league>=<path>.")
               else
                   set leagueCode to args[argIdx]::Substring(0,
                       args[argIdx]::IndexOf("="))::Trim::ToUpper
                   set extractPath to args[argIdx]::Substring(
                       args[argIdx]::IndexOf("=") + 1)::Trim
                   MOVE "L" TO WS-SRC
                   if leagueCode::EndsWith("/A")
                       MOVE "A" TO WS-SRC
                   end-if
                   if leagueCode::EndsWith("/B")
                       MOVE "B" TO WS-SRC
                   end-if
                   if leagueCode::IndexOf("/") > 0
                       set leagueCode to leagueCode::Substring(0,
                           leagueCode::IndexOf("/"))
                   end-if
                   if self::loadExtract(leagueCode, extractPath, lineIndex,
                       idRows, nameIds) not = "Y"
                       invoke type batsweb.jobRunLog::finish("CAREER",
                           runStamp, rowsRead, "FAIL")
                       exit method
                   end-if
               end-if
           end-perform
           invoke type Console::WriteLine(rowsRead::ToString & " game line(s) read, " &
               rowsUnresolved::ToString & " under names the master doesn't know, " &
               rowsSkipped::ToString & " skipped, " & CR-COUNT::ToString &
               " season line(s).")

      *    pass 2 -- the stint history onto the season lines.
           if self::applyStints(idRows, nameIds) not = "Y"
               invoke type batsweb.jobRunLog::finish("CAREER", runStamp,
                   rowsRead, "FAIL")
               exit method.

      *    the register, rebuilt from scratch.
           OPEN OUTPUT CAREER-FILE.
           IF STATUS2-BYTE-1 NOT EQUAL ZEROES
               invoke type Console::WriteLine("Unable to open " & WS-CAREER-FILE::Trim)
               invoke type batsweb.jobRunLog::finish("CAREER", runStamp,
                   rowsRead, "FAIL")
               exit method.
           perform varying rowIdx from 1 by 1 until rowIdx > CR-COUNT
               MOVE CR-ID(rowIdx) TO CAR-ID
               IF CR-ID(rowIdx) = 0
                   MOVE CR-NAME(rowIdx) TO CAR-NAME
               ELSE
                   MOVE SPACES TO CAR-NAME
               END-IF
               MOVE CR-SEASON(rowIdx) TO CAR-SEASON
               MOVE CR-LEAGUE(rowIdx) TO CAR-LEAGUE
               IF CR-STEAMS(rowIdx) NOT = SPACES
                   MOVE CR-STEAMS(rowIdx) TO CAR-TEAMS
               ELSE
                   MOVE CR-XTEAMS(rowIdx) TO CAR-TEAMS
               END-IF
               MOVE CR-GAMES(rowIdx) TO CAR-GAMES
               MOVE CR-STAT(rowIdx, 1) TO CAR-HITS
               MOVE CR-STAT(rowIdx, 2) TO CAR-GOALS
               MOVE CR-STAT(rowIdx, 3) TO CAR-POINTS
               MOVE CR-STAT(rowIdx, 4) TO CAR-SHUTOUTS
               MOVE CR-SRC(rowIdx) TO CAR-SOURCE
               MOVE WS-RUN-STAMP TO CAR-BUILT
               WRITE CAR-REC
                   INVALID KEY REWRITE CAR-REC
               END-WRITE
           end-perform
           CLOSE CAREER-FILE.

           invoke type Console::WriteLine(stintsApplied::ToString &
               " stint(s) matched to season lines.")
           invoke type batsweb.jobRunLog::finish("CAREER", runStamp,
               rowsRead, "OK")
       end method.

      *    one extract, summed per id, season and league. "N"
      *    when the file can't be read.
       method-id loadExtract static protected.
       local-storage section.
       01  reader          type StreamReader.
       01  csvLine         type String.
       01  csvFields       type String occurs any.
       01  nameParts       type String occurs any.
       01  playerName      type String.
       01  teamName        type String.
       01  masterId        type Int32.
       01  rowDate         type Int32.
       01  rowSeason       type Int32.
       01  lineKey         type String.
       01  rowIdx          type Int32.
       01  statIdx         type Int32.
       01  statVal         type Int32.
       01  colIdx          type Int32.
       procedure division using by value leagueCode as String
                                 by value extractPath as String
                                 by value lineIndex as type Dictionary[String, type Int32]
                                 by value idRows as type Dictionary[type Int32, type List[type Int32]]
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
           if csvFields::Length < 7
               add 1 to rowsSkipped
               go to CSV-LOOP.
           set rowDate to 0
           invoke type Int32::TryParse(csvFields[2]::Trim(), by reference rowDate)
           if rowDate = 0
               add 1 to rowsSkipped
               go to CSV-LOOP.
           move rowDate to WS-YMD-NUM
           move WS-YMD-YEAR to rowSeason
           if WS-YMD-MMDD < WS-SEASON-MMDD
               subtract 1 from rowSeason.
           add 1 to rowsRead
      *    the permanent id through the master, once per
      *    spelling -- the ageCurveReport resolution.
           set playerName to csvFields[0]::Trim::ToUpper
           set teamName to csvFields[1]::Trim::ToUpper
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
               add 1 to rowsUnresolved
               set lineKey to "N" & playerName & "|" & rowSeason & "|" & leagueCode
           else
               set lineKey to "I" & masterId::ToString & "|" & rowSeason & "|" & leagueCode
           end-if
           if lineIndex::ContainsKey(lineKey)
               set rowIdx to lineIndex[lineKey]
           else
               if CR-COUNT >= 20000
                   add 1 to rowsSkipped
                   go to CSV-LOOP
               end-if
               add 1 to CR-COUNT
               move CR-COUNT to rowIdx
               INITIALIZE CR-ROW(rowIdx)
               move masterId to CR-ID(rowIdx)
               move playerName to CR-NAME(rowIdx)
               move rowSeason to CR-SEASON(rowIdx)
               move leagueCode to CR-LEAGUE(rowIdx)
               invoke lineIndex::Add(lineKey, rowIdx)
               if masterId not = 0
                   if idRows::ContainsKey(masterId) = false
                       invoke idRows::Add(masterId, new List[type Int32])
                   end-if
                   invoke idRows[masterId]::Add(rowIdx)
               end-if
           end-if
           add 1 to CR-GAMES(rowIdx)
           perform varying statIdx from 1 by 1 until statIdx > 3
               set statVal to 0
               compute colIdx = statIdx + 2
               invoke type Int32::TryParse(csvFields[colIdx]::Trim(),
                   by reference statVal)
               add statVal to CR-STAT(rowIdx, statIdx)
           end-perform
           if csvFields[6]::Trim::ToUpper = "Y"
               add 1 to CR-STAT(rowIdx, 4)
           end-if
           evaluate WS-SRC
               when "A"
                   move "A" to CR-SRC(rowIdx)(1:1)
               when "B"
                   move "B" to CR-SRC(rowIdx)(2:1)
               when other
                   move "L" to CR-SRC(rowIdx)(3:1)
           end-evaluate
           invoke self::addTeam(rowIdx, teamName, "X")
           go to CSV-LOOP.
       CSV-DONE.
           invoke reader::Dispose.
       end method.

      *    every stint onto the season lines of its player's id
      *    for each season it overlaps. "N" when the stint file
      *    won't open or is on the old layout.
       method-id applyStints static protected.
       local-storage section.
       01  nameKey         type String.
       01  masterId        type Int32.
       01  rowIdx          type Int32.
       01  seasonOpen      type Int32.
       01  nextOpen        type Int32.
       procedure division using by value idRows as type Dictionary[type Int32, type List[type Int32]]
                                 by value nameIds as type Dictionary[String, type Int32]
                          returning appliedOk as String.
           set appliedOk to "N"
           OPEN INPUT STINT-FILE.
           IF STATUS-BYTE-1 NOT EQUAL ZEROES
               invoke type Console::WriteLine("Unable to open " & WS-STINT-FILE::Trim)
               exit method.
           if type pucksweb.layoutVersion::check(WS-STINT-FILE::Trim, 2)
               not = "OK"
               CLOSE STINT-FILE
               invoke type Console::WriteLine(WS-STINT-FILE::Trim &
                   " is not at layout version 2 -- run stintMigrate first.")
               exit method.
           set appliedOk to "Y".
       STINT-LOOP.
           READ STINT-FILE NEXT
               AT END GO TO STINT-DONE.
      *    one master lookup per spelling, not per stint.
           set nameKey to STINT-LAST::Trim & ", " & STINT-FIRST::Trim
           if nameIds::ContainsKey(nameKey)
               set masterId to nameIds[nameKey]
           else
               set masterId to type batsweb.playerBio::idForName(
                   STINT-LAST::Trim, STINT-FIRST::Trim)
               invoke nameIds::Add(nameKey, masterId)
           end-if
           if masterId = 0 or idRows::ContainsKey(masterId) = false
               GO TO STINT-LOOP.
           perform varying rowIdx through idRows[masterId]
               compute seasonOpen = CR-SEASON(rowIdx) * 10000 + WS-SEASON-MMDD
               compute nextOpen = (CR-SEASON(rowIdx) + 1) * 10000 + WS-SEASON-MMDD
               if STINT-EFF-DATE < nextOpen
                and (STINT-END-DATE = 0 or STINT-END-DATE >= seasonOpen)
                   invoke self::addTeam(rowIdx, "" & STINT-TEAM, "S")
                   add 1 to stintsApplied
               end-if
           end-perform
           GO TO STINT-LOOP.
       STINT-DONE.
           CLOSE STINT-FILE.
       end method.

      *    a team onto a season line's extract ("X") or stint
      *    ("S") list, once, "/"-separated, while it fits.
       method-id addTeam static protected.
       local-storage section.
       01  teamList        type String.
       procedure division using by value rowIdx as type Int32
                                 by value teamName as String
                                 by value listKind as String.
           if teamName::Trim = ""
               exit method.
           if listKind = "S"
               set teamList to CR-STEAMS(rowIdx)::Trim
           else
               set teamList to CR-XTEAMS(rowIdx)::Trim
           end-if
           if ("/" & teamList & "/")::Contains("/" & teamName::Trim::ToUpper & "/")
               exit method.
           if teamList not = ""
               set teamList to teamList & "/"
           end-if
           set teamList to teamList & teamName::Trim::ToUpper
           if teamList::Length > 48
               exit method.
           if listKind = "S"
               MOVE teamList TO CR-STEAMS(rowIdx)
           else
               MOVE teamList TO CR-XTEAMS(rowIdx).
       end method.

       end class.
