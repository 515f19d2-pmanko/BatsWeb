      * comparable-player season profiles. "Who does this kid
      * remind you of" has always been answered from memory; this
      * gives comparablePlayers.aspx.cbl a charted answer. One run
      * per season per sport writes a BATSW052.DAT row per player for
      * that season -- the raw counts the similarity score is taken
      * from -- replacing whatever that season's rows held before, so
      * the run is safe to repeat. Run it nightly against the current
      * season's extracts, and once against each archived season
      * database's extracts so the whole charted history is
      * searchable; a season's following-season results are simply
      * the same player's row for the next season.
      *
      *   B  hitters. The per-batter profile extract carries the
      *      plate-discipline and spray counts; the zone extract
      *      (the one zoneBenchmarks.cbl reads, batter,zone,ab,hits)
      *      adds each batter's at-bats by zone cell, joined on the
      *      batter's name with commas and doubled spaces dropped.
      *      Handedness is the playerBio bats code.
      *        last,first,pa,ab,hits,walks,strikeouts,ground,air,
      *        pull,center,oppo
      *   K  skaters, from the per-skater usage extract (times in
      *      seconds):
      *        last,first,games,shots,goals,points,toi,pp-toi,sh-toi
      * Names resolve to the permanent id through BATSW025.DAT; a
      * name the master doesn't know yet -- an unsigned prospect seen
      * at a showcase -- is kept under id zero and its name, so the
      * prospect board can search it from the first charted game.
      *
      * Usage: comparableBuild B <season-yyyy> <batter-profile.csv>
      *            <zone-extract.csv> <path-to-BATSW052.DAT>
      *        comparableBuild K <season-yyyy> <skater-usage.csv>
      *            <path-to-BATSW052.DAT>

       $set ilusing"System.IO"

       class-id batsweb.comparableBuild.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       $SET CALLFH"EXTFH"
       $SET DATACOMPRESS"1"
          SELECT PROFILE-FILE ASSIGN WS-PROFILE-FILE
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS PROF-KEY
              LOCK MANUAL
              FILE STATUS IS STATUS-COMN.

       file section.
       FD  PROFILE-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS PROF-REC.

      *    layout owned by comparablePlayers.aspx.cbl -- keep in
      *    sync with the FD there.
       01  PROF-REC.
           05  PROF-KEY.
               10  PROF-SPORT          PIC X.
               10  PROF-ID             PIC 9(6).
               10  PROF-NAME           PIC X(30).
               10  PROF-SEASON         PIC 9(4).
           05  PROF-DISPLAY            PIC X(30).
           05  PROF-HAND               PIC X.
           05  PROF-COUNTS.
               10  PROF-COUNT OCCURS 22 TIMES PIC 9(7).
           05  PROF-HITTER REDEFINES PROF-COUNTS.
               10  PROF-PA             PIC 9(7).
               10  PROF-AB             PIC 9(7).
               10  PROF-HITS           PIC 9(7).
               10  PROF-WALKS          PIC 9(7).
               10  PROF-STRIKEOUTS     PIC 9(7).
               10  PROF-GROUND         PIC 9(7).
               10  PROF-AIR            PIC 9(7).
               10  PROF-PULL           PIC 9(7).
               10  PROF-CENTER         PIC 9(7).
               10  PROF-OPPO           PIC 9(7).
               10  PROF-ZONE-AB OCCURS 12 TIMES PIC 9(7).
           05  PROF-SKATER REDEFINES PROF-COUNTS.
               10  PROF-GAMES          PIC 9(7).
               10  PROF-SHOTS          PIC 9(7).
               10  PROF-GOALS          PIC 9(7).
               10  PROF-POINTS         PIC 9(7).
               10  PROF-TOI            PIC 9(7).
               10  PROF-PP-TOI         PIC 9(7).
               10  PROF-SH-TOI         PIC 9(7).
               10  FILLER              PIC X(105).
           05  PROF-BUILT              PIC X(14).
           05  FILLER                  PIC X(10).

       working-storage section.
       01  WS-PROFILE-FILE             PIC X(256).
       01  STATUS-COMN.
           05  STATUS-BYTE-1           PIC X      VALUE SPACES.
           05  STATUS-BYTE-2           PIC X      VALUE SPACES.
       01  WS-SPORT                    PIC X      VALUE SPACE.
       01  WS-SEASON                   PIC 9(4)   VALUE 0.
       01  WS-RUN-STAMP                PIC X(14).
      *    one row per player name in the extract; CT-COUNT in
      *    PROF-COUNT order for the sport being built.
       01  COUNT-TABLE.
           05  CT-ROW OCCURS 3000 TIMES.
               10  CT-LAST             PIC X(15).
               10  CT-FIRST            PIC X(15).
               10  CT-COUNT OCCURS 22 TIMES PIC 9(7).
       01  CT-COUNT-MAX                PIC 9(4) VALUE 0.
       01  rowsRead                    PIC 9(7) VALUE 0.
       01  rowsSkipped                 PIC 9(7) VALUE 0.
       01  zoneRowsMatched             PIC 9(7) VALUE 0.
       01  profilesWritten             PIC 9(5) VALUE 0.
       01  profilesDropped             PIC 9(5) VALUE 0.
       01  unresolvedNames             PIC 9(5) VALUE 0.

       method-id Main static public.
       local-storage section.
       01  runStamp        type String.
       01  nameIndex       type Dictionary[String, type Int32].
       01  profilePath     type String.
       procedure division using by value args as type String occurs any.
           if args::Length < 4
               invoke type Console::WriteLine("usage: comparableBuild B <season-yyyy> <batter-profile.csv> <zone-extract.csv> <path-to-BATSW052.DAT>")
               invoke type Console::WriteLine("       comparableBuild K <season-yyyy> <skater-usage.csv> <path-to-BATSW052.DAT>")
               exit method.
           move args[0]::Trim::ToUpper to WS-SPORT
           invoke type Int32::TryParse(args[1]::Trim(), by reference WS-SEASON)
           if WS-SEASON < 1900
               invoke type Console::WriteLine("Bad season -- use the four-digit year the season opens in.")
               exit method.
           if WS-SPORT = "B"
               if args::Length < 5
                   invoke type Console::WriteLine("usage: comparableBuild B <season-yyyy> <batter-profile.csv> <zone-extract.csv> <path-to-BATSW052.DAT>")
                   exit method
               end-if
               set profilePath to args[4]
           else
               if WS-SPORT not = "K"
                   invoke type Console::WriteLine("Sport must be B (hitters) or K (skaters).")
                   exit method
               end-if
               set profilePath to args[3]
           end-if
           move profilePath to WS-PROFILE-FILE

           set runStamp to type batsweb.jobRunLog::begin("COMPARABLE")
           move runStamp to WS-RUN-STAMP
           set nameIndex to new Dictionary[String, type Int32]
           if WS-SPORT = "B"
               move 10 to CT-COUNT-MAX
           else
               move 7 to CT-COUNT-MAX
           end-if
           if self::loadCounts(args[2]::Trim(), nameIndex) not = "Y"
               invoke type batsweb.jobRunLog::finish("COMPARABLE", runStamp, 0, "FAIL")
               exit method.
           if WS-SPORT = "B"
               if self::loadZones(args[3]::Trim(), nameIndex) not = "Y"
                   invoke type batsweb.jobRunLog::finish("COMPARABLE", runStamp, 0, "FAIL")
                   exit method
               end-if
           end-if
           if self::writeProfiles(nameIndex) not = "Y"
               invoke type batsweb.jobRunLog::finish("COMPARABLE", runStamp,
                   profilesWritten, "FAIL")
               exit method.

           invoke type Console::WriteLine("SEASON " & WS-SEASON & " " & WS-SPORT &
               " PROFILES -- " & rowsRead::ToString & " extract row(s), " &
               rowsSkipped::ToString & " skipped, " & profilesWritten::ToString &
               " profile(s) written, " & profilesDropped::ToString &
               " old row(s) replaced, " & unresolvedNames::ToString &
               " under names the master doesn't know.")
           if WS-SPORT = "B"
               invoke type Console::WriteLine(zoneRowsMatched::ToString &
                   " zone row(s) joined to a batter.")
           end-if
           invoke type batsweb.jobRunLog::finish("COMPARABLE", runStamp,
               profilesWritten, "OK")
       end method.

      *    the join key both extracts share: upper case, commas
      *    and doubled spaces dropped.
       method-id nameKey static protected.
       procedure division using by value rawName as String
                          returning keyOut as String.
           set keyOut to rawName::ToUpper::Replace(",", " ")
           set keyOut to keyOut::Replace("  ", " ")
           set keyOut to keyOut::Replace("  ", " ")::Trim.
       end method.

      *    the sport's profile or usage extract into the count
      *    table, summed per name (a player traded mid-season appears
      *    once per team).
       method-id loadCounts static protected.
       local-storage section.
       01  reader          type StreamReader.
       01  csvLine         type String.
       01  csvFields       type String occurs any.
       01  playerKey       type String.
       01  rowIdx          type Int32.
       01  countIdx        type Int32.
       01  colIdx          type Int32.
       01  countVal        type Int32.
       01  colsWanted      type Int32.
       procedure division using by value extractPath as String
                                 by value nameIndex as type Dictionary[String, type Int32]
                          returning loadedOk as String.
           set loadedOk to "N"
           try
               set reader to new StreamReader(extractPath)
           catch exc as type Exception
               invoke type Console::WriteLine("Unable to open " &
                   extractPath & ": " & exc::Message)
               exit method
           end-try
           set loadedOk to "Y"
           compute colsWanted = CT-COUNT-MAX + 2.
       CSV-LOOP.
           set csvLine to reader::ReadLine()
           if csvLine = null
               go to CSV-DONE.
           if csvLine::Trim() = "" or csvLine::StartsWith("*")
               go to CSV-LOOP.
           set csvFields to csvLine::Split(",")
           if csvFields::Length < colsWanted or csvFields[0]::Trim() = ""
               add 1 to rowsSkipped
               go to CSV-LOOP.
           add 1 to rowsRead
           set playerKey to self::nameKey(csvFields[0]::Trim & " " & csvFields[1]::Trim)
           if nameIndex::ContainsKey(playerKey)
               set rowIdx to nameIndex[playerKey]
           else
               if nameIndex::Count >= 3000
                   add 1 to rowsSkipped
                   go to CSV-LOOP
               end-if
               compute rowIdx = nameIndex::Count + 1
               INITIALIZE CT-ROW(rowIdx)
               MOVE csvFields[0]::Trim::ToUpper TO CT-LAST(rowIdx)
               MOVE csvFields[1]::Trim::ToUpper TO CT-FIRST(rowIdx)
               invoke nameIndex::Add(playerKey, rowIdx)
           end-if
           perform varying countIdx from 1 by 1 until countIdx > CT-COUNT-MAX
               set countVal to 0
               compute colIdx = countIdx + 1
               invoke type Int32::TryParse(csvFields[colIdx]::Trim(),
                   by reference countVal)
               add countVal to CT-COUNT(rowIdx, countIdx)
           end-perform
           go to CSV-LOOP.
       CSV-DONE.
           invoke reader::Dispose.
       end method.

      *    zone-cell at-bats onto the batters already loaded --
      *    PROF-ZONE-AB follows the first ten counts.
       method-id loadZones static protected.
       local-storage section.
       01  reader          type StreamReader.
       01  csvLine         type String.
       01  csvFields       type String occurs any.
       01  playerKey       type String.
       01  rowIdx          type Int32.
       01  zoneNum         type Int32.
       01  countIdx        type Int32.
       01  abVal           type Int32.
       procedure division using by value extractPath as String
                                 by value nameIndex as type Dictionary[String, type Int32]
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
       ZONE-LOOP.
           set csvLine to reader::ReadLine()
           if csvLine = null
               go to ZONE-DONE.
           if csvLine::Trim() = "" or csvLine::StartsWith("*")
               go to ZONE-LOOP.
           set csvFields to csvLine::Split(",")
           if csvFields::Length < 4
               go to ZONE-LOOP.
           set zoneNum to 0
           invoke type Int32::TryParse(csvFields[1]::Trim(), by reference zoneNum)
           if zoneNum < 1 or zoneNum > 12
               go to ZONE-LOOP.
           set playerKey to self::nameKey(csvFields[0])
           if nameIndex::ContainsKey(playerKey) = false
               go to ZONE-LOOP.
           set rowIdx to nameIndex[playerKey]
           set abVal to 0
           invoke type Int32::TryParse(csvFields[2]::Trim(), by reference abVal)
           compute countIdx = zoneNum + 10
           add abVal to CT-COUNT(rowIdx, countIdx)
           add 1 to zoneRowsMatched
           go to ZONE-LOOP.
       ZONE-DONE.
           invoke reader::Dispose.
       end method.

      *    the season's rows for the sport cleared, then one row
      *    per name written.
       method-id writeProfiles static protected.
       local-storage section.
       01  rowIdx          type Int32.
       01  masterId        type Int32.
       01  countIdx        type Int32.
       procedure division using by value nameIndex as type Dictionary[String, type Int32]
                          returning writtenOk as String.
           set writtenOk to "N"
           OPEN I-O PROFILE-FILE.
           IF STATUS-COMN = "35"
               OPEN OUTPUT PROFILE-FILE
               CLOSE PROFILE-FILE
               OPEN I-O PROFILE-FILE.
           IF STATUS-BYTE-1 NOT EQUAL ZEROES
               invoke type Console::WriteLine("Unable to open " & WS-PROFILE-FILE::Trim)
               exit method.
           set writtenOk to "Y"

           MOVE WS-SPORT TO PROF-SPORT
           MOVE 0 TO PROF-ID
           MOVE SPACES TO PROF-NAME
           MOVE 0 TO PROF-SEASON
           START PROFILE-FILE KEY NOT < PROF-KEY
               INVALID KEY
                   GO TO PURGE-DONE.
       PURGE-LOOP.
           READ PROFILE-FILE NEXT
               AT END GO TO PURGE-DONE.
           IF PROF-SPORT NOT = WS-SPORT
               GO TO PURGE-DONE.
           IF PROF-SEASON = WS-SEASON
               DELETE PROFILE-FILE RECORD
               add 1 to profilesDropped.
           GO TO PURGE-LOOP.
       PURGE-DONE.

           perform varying rowIdx from 1 by 1 until rowIdx > nameIndex::Count
               set masterId to type batsweb.playerBio::idForName(
                   CT-LAST(rowIdx), CT-FIRST(rowIdx))
               INITIALIZE PROF-REC
               MOVE WS-SPORT TO PROF-SPORT
               MOVE masterId TO PROF-ID
               MOVE WS-SEASON TO PROF-SEASON
               MOVE SPACES TO PROF-DISPLAY
               set PROF-DISPLAY to CT-LAST(rowIdx)::Trim & ", " &
                   CT-FIRST(rowIdx)::Trim
               IF masterId = 0
                   MOVE PROF-DISPLAY TO PROF-NAME
                   add 1 to unresolvedNames
               ELSE
                   MOVE SPACES TO PROF-NAME
               END-IF
               IF WS-SPORT = "B"
                   MOVE type batsweb.playerBio::handByName(PROF-DISPLAY::Trim, "B")
                       TO PROF-HAND
               ELSE
                   MOVE SPACE TO PROF-HAND
               END-IF
               perform varying countIdx from 1 by 1 until countIdx > 22
                   MOVE CT-COUNT(rowIdx, countIdx) TO PROF-COUNT(countIdx)
               end-perform
               MOVE WS-RUN-STAMP TO PROF-BUILT
               WRITE PROF-REC
                   INVALID KEY
      *    two spellings of one id in the same season -- fold
      *    the second into the first.
                       READ PROFILE-FILE
                       perform varying countIdx from 1 by 1 until countIdx > 22
                           ADD CT-COUNT(rowIdx, countIdx) TO PROF-COUNT(countIdx)
                       end-perform
                       REWRITE PROF-REC
                   NOT INVALID KEY
                       add 1 to profilesWritten
               END-WRITE
           end-perform
           CLOSE PROFILE-FILE.
       end method.

       end class.
