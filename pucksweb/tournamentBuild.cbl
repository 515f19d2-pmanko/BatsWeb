      * tournament tagging and event leaders, run by the chain
      * after the overnight load. Walks GAME-FILE over the load's
      * date range and hands every game to tournamentEvent.cbl's
      * autoTag(), so a showcase game is tagged to its event the
      * night it loads (incrementalLoad.cbl does the same for a game
      * posted during the day). With the per-player game-lines
      * extract named (player,team,yyyymmdd,hits,goals,points,
      * shutout) it then rebuilds the event leaders in PKW066.DAT --
      * one row per player per event, from the lines whose team
      * played a tagged game that day -- for tournament.aspx.cbl.
      * Only the events the extract touches are rebuilt; an event
      * whose games have rolled out of the extract keeps its leaders.
      *
      * Usage: tournamentBuild <path-to-GAME-FILE> <path-to-PKW066.DAT>
      *            <from-yyyymmdd> <to-yyyymmdd> [player-games-csv]

       $set ilusing"System.IO"

       class-id pucksweb.tournamentBuild.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       $SET CALLFH"EXTFH"
       $SET DATACOMPRESS"1"
          SELECT GAME-FILE ASSIGN WS-GAME-FILE
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS GAME-KEY
              FILE STATUS IS STATUS-COMN.

          SELECT LEADER-FILE ASSIGN WS-LEADER-FILE
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS LDR-KEY
              LOCK MANUAL
              FILE STATUS IS STATUS-COMN2.

       file section.
       COPY "y:\SYDEXsource\FDS\FDPKGAME.CBL".

       FD  LEADER-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS LDR-REC.

      *    one player's line for one event.
       01  LDR-REC.
           05  LDR-KEY.
               10  LDR-EVENT           PIC X(8).
               10  LDR-PLAYER          PIC X(30).
           05  LDR-TEAM                PIC X(15).
           05  LDR-GP                  PIC 9(3).
           05  LDR-HITS                PIC 9(4).
           05  LDR-GOALS               PIC 9(4).
           05  LDR-POINTS              PIC 9(4).
           05  LDR-SHUTOUTS            PIC 9(2).
           05  LDR-BUILT               PIC X(14).
           05  FILLER                  PIC X(10).

       working-storage section.
       01  WS-GAME-FILE                PIC X(256).
       01  WS-LEADER-FILE              PIC X(256).
       01  STATUS-COMN.
           05  STATUS-BYTE-1           PIC X      VALUE SPACES.
           05  STATUS-BYTE-2           PIC X      VALUE SPACES.
       01  STATUS-COMN2.
           05  STATUS2-BYTE-1          PIC X      VALUE SPACES.
           05  STATUS2-BYTE-2          PIC X      VALUE SPACES.
       01  WS-FROM-DATE                PIC 9(8) VALUE 0.
       01  WS-TO-DATE                  PIC 9(8) VALUE 0.
       01  WS-RUN-STAMP                PIC X(14).
       01  WS-PURGE-EVENT              PIC X(8).
      *    the leader lines, one row per event and player.
       01  LEAD-TABLE.
           05  LT-ROW OCCURS 2000 TIMES.
               10  LT-EVENT            PIC X(8).
               10  LT-PLAYER           PIC X(30).
               10  LT-TEAM             PIC X(15).
               10  LT-GP               PIC 9(3).
               10  LT-HITS             PIC 9(4).
               10  LT-GOALS            PIC 9(4).
               10  LT-POINTS           PIC 9(4).
               10  LT-SHUTOUTS         PIC 9(2).
       01  LT-COUNT                    PIC 9(4) VALUE 0.
       01  gamesWalked                 PIC 9(6) VALUE 0.
       01  gamesTagged                 PIC 9(6) VALUE 0.
       01  linesCounted                PIC 9(7) VALUE 0.
       01  leadersWritten              PIC 9(5) VALUE 0.

       method-id Main static public.
       local-storage section.
       01  runStamp        type String.
       01  eventCode       type String.
       procedure division using by value args as type String occurs any.
           if args::Length < 4
               invoke type Console::WriteLine("usage: tournamentBuild <path-to-GAME-FILE> <path-to-PKW066.DAT> <from-yyyymmdd> <to-yyyymmdd> [player-games-csv]")
               exit method.
           move args[0] to WS-GAME-FILE
           move args[1] to WS-LEADER-FILE
           invoke type Int32::TryParse(args[2]::Trim(), by reference WS-FROM-DATE)
           invoke type Int32::TryParse(args[3]::Trim(), by reference WS-TO-DATE)
           if WS-FROM-DATE = 0 or WS-TO-DATE = 0 or WS-FROM-DATE > WS-TO-DATE
               invoke type Console::WriteLine("Bad range -- use yyyymmdd yyyymmdd, from before to.")
               exit method.
           set runStamp to type pucksweb.jobRunLog::begin("TOURNEY")
           move runStamp to WS-RUN-STAMP

           OPEN INPUT GAME-FILE.
           IF STATUS-BYTE-1 NOT EQUAL ZEROES
               invoke type Console::WriteLine("Unable to open " & WS-GAME-FILE::Trim)
               invoke type pucksweb.jobRunLog::finish("TOURNEY", runStamp, 0, "FAIL")
               exit method.
           INITIALIZE GAME-KEY
           MOVE WS-FROM-DATE TO GAME-DATE-1
           START GAME-FILE KEY NOT < GAME-KEY
               INVALID KEY
                   GO TO GAME-DONE.
       GAME-LOOP.
           READ GAME-FILE NEXT
               AT END GO TO GAME-DONE.
           IF GAME-DATE-1 > WS-TO-DATE
               GO TO GAME-DONE.
           add 1 to gamesWalked
           set eventCode to type pucksweb.tournamentEvent::autoTag(GAME-DATE-1,
               "" & GAME-HOME-TEAM, "" & GAME-VISITORS, "TOURNEY " & WS-RUN-STAMP)
           if eventCode not = ""
               add 1 to gamesTagged
           end-if
           GO TO GAME-LOOP.
       GAME-DONE.
           CLOSE GAME-FILE.
           invoke type Console::WriteLine(gamesWalked::ToString & " game(s) walked, " &
               gamesTagged::ToString & " in a tournament.")

           if args::Length > 4
               if self::buildLeaders(args[4]::Trim()) not = "Y"
                   invoke type pucksweb.jobRunLog::finish("TOURNEY", runStamp,
                       gamesTagged, "FAIL")
                   exit method
               end-if
           end-if
           invoke type pucksweb.jobRunLog::finish("TOURNEY", runStamp,
               gamesTagged, "OK")
       end method.

      *    the extract's tournament lines summed per event and
      *    player, then each event touched rewritten.
       method-id buildLeaders static protected.
       local-storage section.
       01  reader          type StreamReader.
       01  csvLine         type String.
       01  csvFields       type String occurs any.
       01  lineDate        type Int32.
       01  eventCode       type String.
       01  rowKey          type String.
       01  rowIndex        type Dictionary[String, type Int32].
       01  eventsTouched   type List[String].
       01  rowIdx          type Int32.
       01  statVal         type Int32.
       procedure division using by value linesPath as String
                          returning builtOk as String.
           set builtOk to "N"
           try
               set reader to new StreamReader(linesPath)
           catch exc as type Exception
               invoke type Console::WriteLine("Unable to open " &
                   linesPath & ": " & exc::Message)
               exit method
           end-try
           set rowIndex to new Dictionary[String, type Int32]
           set eventsTouched to new List[String].
       LINE-LOOP.
           set csvLine to reader::ReadLine()
           if csvLine = null
               go to LINE-DONE.
           if csvLine::Trim() = "" or csvLine::StartsWith("*")
               go to LINE-LOOP.
           set csvFields to csvLine::Split(",")
           if csvFields::Length < 7
               go to LINE-LOOP.
           set lineDate to 0
           invoke type Int32::TryParse(csvFields[2]::Trim(), by reference lineDate)
           if lineDate < WS-FROM-DATE or lineDate > WS-TO-DATE
               go to LINE-LOOP.
           set eventCode to type pucksweb.tournamentEvent::eventForTeam(lineDate,
               csvFields[1])
           if eventCode = ""
               go to LINE-LOOP.
           add 1 to linesCounted
           set rowKey to eventCode & "|" & csvFields[0]::Trim::ToUpper
           if rowIndex::ContainsKey(rowKey)
               set rowIdx to rowIndex[rowKey]
           else
               if LT-COUNT >= 2000
                   go to LINE-LOOP
               end-if
               add 1 to LT-COUNT
               move LT-COUNT to rowIdx
               INITIALIZE LT-ROW(rowIdx)
               MOVE eventCode TO LT-EVENT(rowIdx)
               MOVE csvFields[0]::Trim::ToUpper TO LT-PLAYER(rowIdx)
               MOVE csvFields[1]::Trim::ToUpper TO LT-TEAM(rowIdx)
               invoke rowIndex::Add(rowKey, rowIdx)
               if eventsTouched::Contains(eventCode) = false
                   invoke eventsTouched::Add(eventCode)
               end-if
           end-if
           add 1 to LT-GP(rowIdx)
           set statVal to 0
           invoke type Int32::TryParse(csvFields[3]::Trim(), by reference statVal)
           add statVal to LT-HITS(rowIdx)
           set statVal to 0
           invoke type Int32::TryParse(csvFields[4]::Trim(), by reference statVal)
           add statVal to LT-GOALS(rowIdx)
           set statVal to 0
           invoke type Int32::TryParse(csvFields[5]::Trim(), by reference statVal)
           add statVal to LT-POINTS(rowIdx)
           if csvFields[6]::Trim::ToUpper = "Y"
               add 1 to LT-SHUTOUTS(rowIdx)
           end-if
           go to LINE-LOOP.
       LINE-DONE.
           invoke reader::Dispose

           OPEN I-O LEADER-FILE.
           IF STATUS-COMN2 = "35"
               OPEN OUTPUT LEADER-FILE
               CLOSE LEADER-FILE
               OPEN I-O LEADER-FILE.
           IF STATUS2-BYTE-1 NOT EQUAL ZEROES
               invoke type Console::WriteLine("Unable to open " & WS-LEADER-FILE::Trim)
               exit method.
           set builtOk to "Y"
           perform varying eventCode through eventsTouched
               invoke self::purgeEvent(eventCode)
           end-perform
           perform varying rowIdx from 1 by 1 until rowIdx > LT-COUNT
               MOVE LT-EVENT(rowIdx) TO LDR-EVENT
               MOVE LT-PLAYER(rowIdx) TO LDR-PLAYER
               MOVE LT-TEAM(rowIdx) TO LDR-TEAM
               MOVE LT-GP(rowIdx) TO LDR-GP
               MOVE LT-HITS(rowIdx) TO LDR-HITS
               MOVE LT-GOALS(rowIdx) TO LDR-GOALS
               MOVE LT-POINTS(rowIdx) TO LDR-POINTS
               MOVE LT-SHUTOUTS(rowIdx) TO LDR-SHUTOUTS
               MOVE WS-RUN-STAMP TO LDR-BUILT
               WRITE LDR-REC
                   INVALID KEY REWRITE LDR-REC
               END-WRITE
               add 1 to leadersWritten
           end-perform
           CLOSE LEADER-FILE.
           invoke type Console::WriteLine(linesCounted::ToString &
               " tournament game line(s), " & leadersWritten::ToString &
               " leader row(s) across " & eventsTouched::Count::ToString &
               " event(s).").
       end method.

      *    one event's old leader rows, before the rewrite.
       method-id purgeEvent static protected.
       procedure division using by value eventCode as String.
           MOVE eventCode TO WS-PURGE-EVENT
           MOVE WS-PURGE-EVENT TO LDR-EVENT
           MOVE SPACES TO LDR-PLAYER
           START LEADER-FILE KEY NOT < LDR-KEY
               INVALID KEY
                   exit method.
       PURGE-LOOP.
           READ LEADER-FILE NEXT
               AT END GO TO PURGE-DONE.
           IF LDR-EVENT NOT = WS-PURGE-EVENT
               GO TO PURGE-DONE.
           DELETE LEADER-FILE RECORD
           GO TO PURGE-LOOP.
       PURGE-DONE.
       end method.

       end class.
