      * live in-game stats feed for the broadcast partners. The
      * public pages and the GAME-NHL-DONE webhook only fire once a
      * game is final; the broadcaster's on-screen graphics want the
      * numbers while it is being played. Started by the charting
      * side when a game goes live (with --loop, or once after each
      * save the way it hands incrementalLoad.cbl its staged pair),
      * each pass makes the per-game PK360APP call (the JSON data
      * service's, as threeStarsBuild.cbl does) and, when the events
      * or shift rows have moved since the last pass, republishes
      * the running totals: a game-state header (period, clock,
      * score, strength home-v-visitors, team shots and faceoffs won)
      * and one line per player (goals, shots on goal, faceoffs won
      * and taken, time on ice). Every partner whose profile
      * (partnerEntitlements.aspx.cbl, PKW045.DAT) takes the live
      * feed and covers one of the two clubs gets their own document
      * -- JSON or XML as the profile says, only their clubs' player
      * lines, no score or goals unless the profile lets scores ride
      * along -- written over the same file in <out-dir>\<PARTNER>\
      * (the fixed URL the partner polls) and, when an endpoint is on
      * file for them, POSTed to it. PKW074.DAT keeps per partner
      * and game what was last delivered; a failed push is retried
      * on the next pass even if nothing changed. The pass that sees
      * GAME-NHL-DONE flip publishes the FINAL document and the feed
      * stops.
      *
      * Usage: liveFeed <path-to-GAME-FILE> <path-to-PLAY-FILE>
      *            <out-dir> <yyyymmdd> <home> <visitors>
      *            [--loop <seconds>]

       $set ilusing"System.IO"

       class-id pucksweb.liveFeed.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       $SET CALLFH"EXTFH"
       $SET DATACOMPRESS"1"
          SELECT GAME-FILE ASSIGN WS-GAME-FILE
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS GAME-KEY
              FILE STATUS IS STATUS-COMN.

          SELECT PLAY-FILE ASSIGN WS-PLAY-FILE
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS PLAY-KEY
              ALTERNATE KEY IS PLAY-ALT-KEY1
              ALTERNATE KEY IS PLAY-ALT-KEY2
              FILE STATUS IS STATUS-COMN2.

          SELECT ENT-FILE ASSIGN WS-ENT-FILE
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS ENT-KEY
              FILE STATUS IS STATUS-COMN3.

          SELECT LIVE-FILE ASSIGN WS-LIVE-FILE
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS LIVE-KEY
              LOCK MANUAL
              FILE STATUS IS STATUS-COMN4.

       file section.
       COPY "y:\SYDEXsource\FDS\FDPKGAME.CBL".
       COPY "Y:\SYDEXSOURCE\FDS\FDPKPLAY.CBL".

       FD  ENT-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS ENT-REC.

      *    layout owned by partnerEntitlements.aspx.cbl -- keep
      *    in sync with the FD there.
       01  ENT-REC.
           05  ENT-KEY.
               10  ENT-PARTNER         PIC X(12).
           05  ENT-TEAMS               PIC X(60).
           05  ENT-WANT-GAMES          PIC X.
           05  ENT-WANT-LINES          PIC X.
           05  ENT-WANT-SCORES         PIC X.
           05  ENT-ACTIVE              PIC X.
           05  ENT-UPDATED             PIC X(14).
           05  ENT-WANT-LIVE           PIC X.
           05  ENT-LIVE-FORMAT         PIC X.
           05  FILLER                  PIC X(8).

       FD  LIVE-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS LIVE-REC.

      *    LIVE-KIND "E": a partner's push endpoint (game key
      *    zero, kept on the entitlements screen); "P": what was last
      *    delivered to a partner for one game -- the pass signature,
      *    how many documents, when, and how the last push went.
       01  LIVE-REC.
           05  LIVE-KEY.
               10  LIVE-KIND           PIC X.
               10  LIVE-PARTNER        PIC X(12).
               10  LIVE-GAME-DATE      PIC 9(8).
               10  LIVE-HOME-TEAM      PIC X(15).
               10  LIVE-VISITORS       PIC X(15).
           05  LIVE-PUSH-URL           PIC X(200).
           05  LIVE-SIGNATURE          PIC X(40).
           05  LIVE-PUBLISHED          PIC 9(5).
           05  LIVE-LAST-STAMP         PIC X(14).
           05  LIVE-LAST-STATUS        PIC X(60).
           05  FILLER                  PIC X(10).

       working-storage section.
       01  WS-GAME-FILE                PIC X(256).
       01  WS-PLAY-FILE                PIC X(256).
       01  WS-ENT-FILE        PIC X(256) VALUE "PKW045.DAT".
       01  WS-LIVE-FILE       PIC X(256) VALUE "PKW074.DAT".
       01  WS-OUT-DIR                  PIC X(200).
       01  STATUS-COMN.
           05  STATUS-BYTE-1           PIC X      VALUE SPACES.
           05  STATUS-BYTE-2           PIC X      VALUE SPACES.
       01  STATUS-COMN2.
           05  STATUS2-BYTE-1          PIC X      VALUE SPACES.
           05  STATUS2-BYTE-2          PIC X      VALUE SPACES.
       01  STATUS-COMN3.
           05  STATUS3-BYTE-1          PIC X      VALUE SPACES.
           05  STATUS3-BYTE-2          PIC X      VALUE SPACES.
       01  STATUS-COMN4.
           05  STATUS4-BYTE-1          PIC X      VALUE SPACES.
           05  STATUS4-BYTE-2          PIC X      VALUE SPACES.
       01  WS-GAME-DATE                PIC 9(8) VALUE 0.
       01  WS-HOME                     PIC X(15).
       01  WS-VISITORS                 PIC X(15).
       01  WS-VIS-BASE                 PIC X(15).
       01  WS-GAME-OVER                PIC X      VALUE "N".
       01  WS-FINAL                    PIC X      VALUE "N".
       01  WS-SIGNATURE                PIC X(40).
       01  WS-EVT-COUNT                PIC 9(4) VALUE 0.
       01  WS-TOI-COUNT                PIC 9(4) VALUE 0.
       01  WS-CLOCK-MIN                PIC 9(3).
       01  WS-CLOCK-SEC                PIC 99.
       01  docsWritten                 PIC 9(6) VALUE 0.
       01  passesRun                   PIC 9(6) VALUE 0.
      *    the game state as of the last event.
       01  GAME-STATE.
           05  GS-PERIOD               PIC 99     VALUE 0.
           05  GS-CLOCK                PIC X(5)   VALUE SPACES.
           05  GS-HOME-SCORE           PIC 99     VALUE 0.
           05  GS-VIS-SCORE            PIC 99     VALUE 0.
           05  GS-HOME-SKATERS         PIC 9      VALUE 5.
           05  GS-VIS-SKATERS          PIC 9      VALUE 5.
           05  GS-HOME-SHOTS           PIC 9(3)   VALUE 0.
           05  GS-VIS-SHOTS            PIC 9(3)   VALUE 0.
           05  GS-HOME-FO              PIC 9(3)   VALUE 0.
           05  GS-VIS-FO               PIC 9(3)   VALUE 0.
      *    one line per player seen in the events or the shifts.
      *    PL-SIDE H/V; blank until an event or PLAY-FILE places them.
       01  PLAYER-TABLE.
           05  PL-ROW OCCURS 80 TIMES.
               10  PL-ID               PIC X(7).
               10  PL-NAME             PIC X(30).
               10  PL-SIDE             PIC X.
               10  PL-GOALS            PIC 9(2).
               10  PL-SHOTS            PIC 9(3).
               10  PL-FO-WON           PIC 9(3).
               10  PL-FO-TAKEN         PIC 9(3).
               10  PL-TOI              PIC 9(5).
       01  PL-COUNT                    PIC 9(4) VALUE 0.
       01  PL-CUR                      PIC 9(4) VALUE 0.
      *    the PK360 dialog interface -- same table shape the
      *    JSON data service hands the engine (see Default.aspx.cbl's
      *    GET-DATA), kept in sync with it.
       01  LK-FIELDS.
          05  LK-GAME-KEY.
               10  LK-GAME-DATE-1.
                   15  LK-GAME-DATE-YYYY           PIC 9999.
                   15  LK-GAME-DATE-MM             PIC 99.
                   15  LK-GAME-DATE-DD             PIC 99.
               10  LK-GAME-HOME                PIC X(15).
               10  LK-GAME-VISITORS            PIC X(15).
          05  LK-EVENT-TABLE OCCURS 3000 TIMES.
               10  LK-E-PRD                    PIC 99.
               10  LK-E-PRD-TIME-SECS        PIC 9(5).
               10  LK-E-PRD-CLOCK            PIC X(5).
               10  LK-E-VIS-SCORE               PIC 9(2).
               10  LK-E-HOME-SCORE              PIC 9(2).
               10  LK-E-VIS-SKATERS            PIC 9.
               10  LK-E-HOME-SKATERS            PIC 9.
               10  LK-E-CLIP-TYPE.
                   15  LK-E-CLIP-TYPE-CODE         PIC X(4).
                   15  LK-E-CLIP-SUB-CODE         PIC X(4).
               10  LK-E-MEDIA-FILE                 PIC X(100).
               10  LK-E-MEDIA-DURATION         PIC 9(5)V9.
               10  LK-E-MEDIA-START-SECS         PIC 9(5)V9.
               10  LK-E-ZONE                 PIC X.
               10  LK-E-ATEAM                PIC X(15).
               10  LK-E-BTEAM                PIC X(15).
               10  LK-E-A-STRENGTH            PIC 9.
               10  LK-E-B-STRENGTH           PIC 9.
               10  LK-E-APLAYERID            PIC X(7).
               10  LK-E-BPLAYERID            PIC X(7).
               10  LK-E-SHOT-TYPE            PIC XX.
               10  LK-E-EMPTY-NET            PIC X.
               10  LK-E-GOALZONE            PIC X.
               10  LK-E-X                     PIC 9(4).
               10  LK-E-Y                     PIC 9(4).
               10  LK-E-AREASON              PIC X(50).
           05  LK-TOI-TABLE OCCURS 3000 TIMES.
               10  LK-T-PLAYERID            PIC X(7).
               10  LK-T-PRD                    PIC 99.
               10  LK-T-PRD-TIME-SECS        PIC 9(5).
               10  LK-T-PRD-CLOCK            PIC X(5).
               10  LK-T-DURATION             PIC 9(5).
               10  LK-T-MEDIA-FILE                 PIC X(100).
               10  LK-T-MEDIA-DURATION         PIC 9(5)V9.
               10  LK-T-MEDIA-START-SECS         PIC 9(5)V9.
               10  LK-T-VIS-SKATERS            PIC 9.
               10  LK-T-HOME-SKATERS            PIC 9.
               10  LK-T-STRENGTH           PIC XX.
               10  LK-T-LAST            PIC X(15).
               10  LK-T-FIRST            PIC X(15).

       method-id Main static public.
       local-storage section.
       01  runStamp        type String.
       01  loopSeconds     type Int32.
       01  argIdx          type Int32.
       01  gameYmd         type Int32.
       procedure division using by value args as type String occurs any.
           if args::Length < 6
               invoke type Console::WriteLine("usage: liveFeed <path-to-GAME-FILE> <path-to-PLAY-FILE> <out-dir> <yyyymmdd> <home> <visitors> [--loop <seconds>]")
               exit method.
           move args[0] to WS-GAME-FILE
           move args[1] to WS-PLAY-FILE
           move args[2] to WS-OUT-DIR
           invoke type Int32::TryParse(args[3]::Trim(), by reference gameYmd)
           move gameYmd to WS-GAME-DATE
           move args[4]::Trim::ToUpper to WS-HOME
           move args[5]::Trim::ToUpper to WS-VISITORS
           if WS-GAME-DATE = 0
               invoke type Console::WriteLine("Bad game date -- use yyyymmdd.")
               exit method.
           MOVE type pucksweb.gameNumber::baseName(WS-VISITORS::Trim) TO WS-VIS-BASE
           set loopSeconds to 0
           move 6 to argIdx.
       ARG-LOOP.
           if argIdx >= args::Length
               go to ARG-DONE.
           if args[argIdx] = "--loop" and argIdx + 1 < args::Length
               invoke type Int32::TryParse(args[argIdx + 1]::Trim(),
                   by reference loopSeconds)
               add 1 to argIdx.
           add 1 to argIdx
           go to ARG-LOOP.
       ARG-DONE.
           set runStamp to type pucksweb.jobRunLog::begin("LIVEFEED").
       PASS-LOOP.
           add 1 to passesRun
           invoke self::onePass
           if WS-GAME-OVER = "Y" or loopSeconds <= 0
               go to PASS-DONE.
           invoke type System.Threading.Thread::Sleep(loopSeconds * 1000)
           go to PASS-LOOP.
       PASS-DONE.
           invoke type Console::WriteLine(passesRun::ToString & " pass(es), " &
               docsWritten::ToString & " document(s) delivered for " &
               WS-VISITORS::Trim & " at " & WS-HOME::Trim & ".")
           if WS-FINAL = "Y"
               invoke type Console::WriteLine("Game is final -- the feed has stopped.").
           invoke type pucksweb.jobRunLog::finish("LIVEFEED", runStamp,
               docsWritten, "OK")
       end method.

      *    one pass: the game's done flag, the engine's tables,
      *    the totals, then a document for each entitled partner
      *    whose last delivery is stale.
       method-id onePass static protected.
       procedure division.
           OPEN INPUT GAME-FILE.
           IF STATUS-BYTE-1 NOT EQUAL ZEROES
               invoke type Console::WriteLine("Unable to open " & WS-GAME-FILE::Trim)
               MOVE "Y" TO WS-GAME-OVER
               exit method.
           INITIALIZE GAME-KEY
           MOVE WS-GAME-DATE TO GAME-DATE-1
           MOVE WS-HOME TO GAME-HOME-TEAM
           MOVE WS-VISITORS TO GAME-VISITORS
           READ GAME-FILE WITH NO LOCK
               INVALID KEY
                   CLOSE GAME-FILE
                   invoke type Console::WriteLine("No such game on " & WS-GAME-FILE::Trim)
                   MOVE "Y" TO WS-GAME-OVER
                   exit method.
           IF GAME-NHL-DONE = "Y"
               MOVE "Y" TO WS-FINAL.
           CLOSE GAME-FILE.

           invoke self::tally
           set WS-SIGNATURE to "" & WS-EVT-COUNT & "-" & WS-TOI-COUNT & "-" &
               GS-PERIOD & GS-CLOCK & "-" & WS-FINAL
           invoke self::deliverAll
           if WS-FINAL = "Y"
               MOVE "Y" TO WS-GAME-OVER.
       end method.

      *    the engine's tables into GAME-STATE and PLAYER-TABLE.
       method-id tally static protected.
       local-storage section.
       01  aa              type Int32.
       01  tt              type Int32.
       01  lastIdx         type Int32.
       procedure division.
           initialize LK-FIELDS
           move WS-GAME-DATE to LK-GAME-DATE-1
           move WS-HOME to LK-GAME-HOME
           move WS-VISITORS to LK-GAME-VISITORS
           call "PK360APP" using LK-FIELDS
           initialize GAME-STATE PLAYER-TABLE
           move 5 to GS-HOME-SKATERS GS-VIS-SKATERS
           move 0 to PL-COUNT WS-EVT-COUNT WS-TOI-COUNT

      *    goals, shots on goal and faceoffs off the events; the A
      *    side shoots, scores and wins the draw.
           move 1 to aa.
       EVT-LOOP.
           if aa > 3000 or LK-E-PRD(aa) = 0
               go to EVT-DONE.
           move aa to WS-EVT-COUNT
           if LK-E-APLAYERID(aa) not = spaces
               invoke self::playerOf("" & LK-E-APLAYERID(aa), "" & LK-E-ATEAM(aa))
           else
               move 0 to PL-CUR
           end-if
           if LK-E-CLIP-TYPE-CODE(aa) = "GOAL"
               if LK-E-ATEAM(aa) = WS-HOME
                   add 1 to GS-HOME-SCORE
               else
                   add 1 to GS-VIS-SCORE
               end-if
               if PL-CUR > 0
                   add 1 to PL-GOALS(PL-CUR)
               end-if
           end-if
           if LK-E-SHOT-TYPE(aa) not = spaces
               if LK-E-CLIP-TYPE-CODE(aa) = "GOAL"
                or (LK-E-BPLAYERID(aa) not = spaces and LK-E-EMPTY-NET(aa) not = "Y")
                   if LK-E-ATEAM(aa) = WS-HOME
                       add 1 to GS-HOME-SHOTS
                   else
                       add 1 to GS-VIS-SHOTS
                   end-if
                   if PL-CUR > 0
                       add 1 to PL-SHOTS(PL-CUR)
                   end-if
               end-if
           end-if
           if LK-E-CLIP-TYPE-CODE(aa) = "FO" or LK-E-CLIP-TYPE-CODE(aa) = "FACE"
               if LK-E-ATEAM(aa) = WS-HOME
                   add 1 to GS-HOME-FO
               else
                   add 1 to GS-VIS-FO
               end-if
               if PL-CUR > 0
                   add 1 to PL-FO-WON(PL-CUR) PL-FO-TAKEN(PL-CUR)
               end-if
               if LK-E-BPLAYERID(aa) not = spaces
                   invoke self::playerOf("" & LK-E-BPLAYERID(aa), "" & LK-E-BTEAM(aa))
                   if PL-CUR > 0
                       add 1 to PL-FO-TAKEN(PL-CUR)
                   end-if
               end-if
           end-if
           add 1 to aa
           go to EVT-LOOP.
       EVT-DONE.
      *    the state as of the last event charted.
           set lastIdx to WS-EVT-COUNT
           if lastIdx > 0
               move LK-E-PRD(lastIdx) to GS-PERIOD
               move LK-E-PRD-CLOCK(lastIdx) to GS-CLOCK
               if LK-E-HOME-SKATERS(lastIdx) > 0
                   move LK-E-HOME-SKATERS(lastIdx) to GS-HOME-SKATERS
               end-if
               if LK-E-VIS-SKATERS(lastIdx) > 0
                   move LK-E-VIS-SKATERS(lastIdx) to GS-VIS-SKATERS
               end-if
           end-if

      *    names and time on ice off the shift rows.
           move 1 to tt.
       TOI-LOOP.
           if tt > 3000 or LK-T-PRD(tt) = 0
               go to TOI-DONE.
           move tt to WS-TOI-COUNT
           invoke self::playerOf("" & LK-T-PLAYERID(tt), "")
           if PL-CUR > 0
               add LK-T-DURATION(tt) to PL-TOI(PL-CUR)
               if PL-NAME(PL-CUR) = spaces
                   set PL-NAME(PL-CUR) to LK-T-LAST(tt)::Trim & ", " & LK-T-FIRST(tt)::Trim
               end-if
           end-if
           add 1 to tt
           go to TOI-LOOP.
       TOI-DONE.
           invoke self::sidesFromPlayers.
       end method.

      *    the player's row, added when new; the side from the
      *    club the event gives, when it gives one.
       method-id playerOf static protected.
       local-storage section.
       01  scanIdx         type Int32.
       procedure division using by value playerId as String
                                 by value teamName as String.
           move 0 to PL-CUR
           perform varying scanIdx from 1 by 1 until scanIdx > PL-COUNT
               if PL-ID(scanIdx) = playerId
                   move scanIdx to PL-CUR
               end-if
           end-perform
           if PL-CUR = 0
               if PL-COUNT >= 80
                   exit method
               end-if
               add 1 to PL-COUNT
               move PL-COUNT to PL-CUR
               move playerId to PL-ID(PL-CUR)
           end-if
           if PL-SIDE(PL-CUR) = spaces and teamName::Trim not = ""
               if teamName::Trim = WS-HOME::Trim
                   move "H" to PL-SIDE(PL-CUR)
               else
                   if teamName::Trim = WS-VIS-BASE::Trim
                       move "V" to PL-SIDE(PL-CUR)
                   end-if
               end-if
           end-if.
       end method.

      *    a player only the shift rows know takes their side
      *    from PLAY-FILE's club, by official id.
       method-id sidesFromPlayers static protected.
       local-storage section.
       01  scanIdx         type Int32.
       01  needSide        type String.
       procedure division.
           set needSide to "N"
           perform varying scanIdx from 1 by 1 until scanIdx > PL-COUNT
               if PL-SIDE(scanIdx) = spaces
                   set needSide to "Y"
               end-if
           end-perform
           if needSide = "N"
               exit method.
           OPEN INPUT PLAY-FILE.
           IF STATUS2-BYTE-1 NOT EQUAL ZEROES
               exit method.
       SIDE-LOOP.
           READ PLAY-FILE NEXT WITH NO LOCK
               AT END GO TO SIDE-DONE.
           perform varying scanIdx from 1 by 1 until scanIdx > PL-COUNT
               if PL-SIDE(scanIdx) = spaces and PL-ID(scanIdx) = PLAY-NHL-ID-R
                   if PLAY-TEAM-NAME = WS-HOME
                       move "H" to PL-SIDE(scanIdx)
                   else
                       if PLAY-TEAM-NAME = WS-VIS-BASE
                           move "V" to PL-SIDE(scanIdx)
                       end-if
                   end-if
                   if PL-NAME(scanIdx) = spaces
                       set PL-NAME(scanIdx) to PLAY-LAST-NAME::Trim & ", " & PLAY-FIRST-NAME::Trim
                   end-if
               end-if
           end-perform
           GO TO SIDE-LOOP.
       SIDE-DONE.
           CLOSE PLAY-FILE.
       end method.

      *    every active profile taking the live feed for either
      *    club gets the pass's document when theirs is stale.
       method-id deliverAll static protected.
       local-storage section.
       01  teamList        type String.
       01  wantHome        type String.
       01  wantVis         type String.
       procedure division.
           OPEN INPUT ENT-FILE.
           IF STATUS3-BYTE-1 NOT EQUAL ZEROES
               invoke type Console::WriteLine("Unable to open " & WS-ENT-FILE::Trim)
               exit method.
           OPEN I-O LIVE-FILE.
           IF STATUS-COMN4 = "35"
               OPEN OUTPUT LIVE-FILE
               CLOSE LIVE-FILE
               OPEN I-O LIVE-FILE.
           IF STATUS4-BYTE-1 NOT EQUAL ZEROES
               CLOSE ENT-FILE
               invoke type Console::WriteLine("Unable to open " & WS-LIVE-FILE::Trim)
               exit method.
       ENT-LOOP.
           READ ENT-FILE NEXT WITH NO LOCK
               AT END GO TO ENT-DONE.
           IF ENT-ACTIVE NOT = "Y" OR ENT-WANT-LIVE NOT = "Y"
               GO TO ENT-LOOP.
           if ENT-TEAMS = spaces
               set wantHome to "Y"
               set wantVis to "Y"
           else
               set teamList to "," & ENT-TEAMS::Trim & ","
               set wantHome to "N"
               set wantVis to "N"
               if teamList::Contains("," & WS-HOME::Trim & ",")
                   set wantHome to "Y"
               end-if
               if teamList::Contains("," & WS-VIS-BASE::Trim & ",")
                   set wantVis to "Y"
               end-if
           end-if
           IF wantHome = "N" AND wantVis = "N"
               GO TO ENT-LOOP.
           invoke self::deliverOne(wantHome, wantVis)
           GO TO ENT-LOOP.
       ENT-DONE.
           CLOSE LIVE-FILE.
           CLOSE ENT-FILE.
       end method.

      *    one partner: skip when they already have this pass's
      *    numbers; otherwise write their file, push when they have
      *    an endpoint, and note what went out.
       method-id deliverOne static protected.
       local-storage section.
       01  docText         type String.
       01  docExt          type String.
       01  partnerDir      type String.
       01  outPath         type String.
       01  tmpPath         type String.
       01  pushUrl         type String.
       01  pushStatus      type String.
       01  http            type System.Net.WebClient.
       01  onFile          type String.
       procedure division using by value wantHome as String
                                 by value wantVis as String.
      *    the endpoint, if any.
           set pushUrl to ""
           MOVE SPACES TO LIVE-REC
           MOVE "E" TO LIVE-KIND
           MOVE ENT-PARTNER TO LIVE-PARTNER
           MOVE 0 TO LIVE-GAME-DATE
           READ LIVE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   set pushUrl to LIVE-PUSH-URL::Trim
           END-READ

      *    what they last got for this game.
           MOVE SPACES TO LIVE-REC
           MOVE "P" TO LIVE-KIND
           MOVE ENT-PARTNER TO LIVE-PARTNER
           MOVE WS-GAME-DATE TO LIVE-GAME-DATE
           MOVE WS-HOME TO LIVE-HOME-TEAM
           MOVE WS-VISITORS TO LIVE-VISITORS
           set onFile to "Y"
           READ LIVE-FILE
               INVALID KEY
                   set onFile to "N"
                   MOVE 0 TO LIVE-PUBLISHED
           END-READ
           if onFile = "Y" and LIVE-SIGNATURE = WS-SIGNATURE
            and LIVE-LAST-STATUS(1:2) = "OK"
               exit method.

           if ENT-LIVE-FORMAT = "X"
               set docText to self::buildXml(wantHome, wantVis)
               set docExt to ".XML"
           else
               set docText to self::buildJson(wantHome, wantVis)
               set docExt to ".JSON"
           end-if

      *    written beside and then copied over, so a partner
      *    polling the file never reads half a document.
           set pushStatus to "OK"
           try
               set partnerDir to WS-OUT-DIR::Trim & "\" & ENT-PARTNER::Trim
               invoke type Directory::CreateDirectory(partnerDir)
               set outPath to partnerDir & "\LIVE-" & WS-GAME-DATE & "-" &
                   WS-HOME::Trim::Replace(" ", "_") & "-" &
                   WS-VISITORS::Trim::Replace(" ", "_")::Replace("#", "G") & docExt
               set tmpPath to outPath & ".TMP"
               invoke type File::WriteAllText(tmpPath, docText)
               invoke type File::Copy(tmpPath, outPath, true)
               invoke type File::Delete(tmpPath)
           catch exc as type Exception
               set pushStatus to "WRITE FAILED: " & exc::Message
           end-try

           if pushStatus = "OK" and pushUrl not = ""
               try
                   set http to new System.Net.WebClient()
                   if ENT-LIVE-FORMAT = "X"
                       invoke http::Headers::Add("Content-Type", "application/xml")
                   else
                       invoke http::Headers::Add("Content-Type", "application/json")
                   end-if
                   invoke http::UploadString(pushUrl, docText)
                   set pushStatus to "OK PUSHED"
               catch exc as type Exception
      *            a partner outage must not stop the feed for the
      *            others -- the stale signature retries next pass.
                   set pushStatus to "PUSH FAILED: " & exc::Message
               end-try
           end-if

           MOVE "P" TO LIVE-KIND
           MOVE ENT-PARTNER TO LIVE-PARTNER
           MOVE WS-GAME-DATE TO LIVE-GAME-DATE
           MOVE WS-HOME TO LIVE-HOME-TEAM
           MOVE WS-VISITORS TO LIVE-VISITORS
           MOVE pushUrl TO LIVE-PUSH-URL
           if pushStatus::StartsWith("OK")
               MOVE WS-SIGNATURE TO LIVE-SIGNATURE
               ADD 1 TO LIVE-PUBLISHED
               ADD 1 TO docsWritten
           end-if
           set LIVE-LAST-STAMP to type DateTime::Now::ToString("yyyyMMddHHmmss")
           MOVE pushStatus TO LIVE-LAST-STATUS
           if onFile = "Y"
               REWRITE LIVE-REC
           else
               WRITE LIVE-REC
                   INVALID KEY REWRITE LIVE-REC
               END-WRITE
           end-if
           if pushStatus::StartsWith("OK") = false
               invoke type Console::WriteLine(ENT-PARTNER::Trim & ": " & pushStatus).
       end method.

      *    "m:ss" for a number of seconds.
       method-id clockText static protected.
       procedure division using by value totalSecs as type Int32
                          returning clockOut as String.
           DIVIDE totalSecs BY 60 GIVING WS-CLOCK-MIN REMAINDER WS-CLOCK-SEC
           set clockOut to WS-CLOCK-MIN::ToString & ":" & WS-CLOCK-SEC.
       end method.

       method-id jsonText static protected.
       procedure division using by value rawText as String
                          returning jsonOut as String.
           set jsonOut to """" & rawText::Trim::Replace("\", "\\")::Replace("""", "\""") & """".
       end method.

      *    the JSON document: "game" the state header, "players"
      *    the lines of the clubs the partner covers.
       method-id buildJson static protected.
       local-storage section.
       01  sb              type System.Text.StringBuilder.
       01  scanIdx         type Int32.
       01  firstLine       type String.
       procedure division using by value wantHome as String
                                 by value wantVis as String
                          returning docText as String.
           set sb to new System.Text.StringBuilder
           invoke sb::Append("{""game"":{""date"":""" & WS-GAME-DATE & """,""home"":" &
               self::jsonText(WS-HOME) & ",""visitors"":" & self::jsonText(WS-VIS-BASE))
           if WS-FINAL = "Y"
               invoke sb::Append(",""status"":""FINAL""")
           else
               invoke sb::Append(",""status"":""LIVE""")
           end-if
           invoke sb::Append(",""period"":" & GS-PERIOD::ToString & ",""clock"":" &
               self::jsonText(GS-CLOCK))
           if ENT-WANT-SCORES = "Y"
               invoke sb::Append(",""homeScore"":" & GS-HOME-SCORE::ToString &
                   ",""visScore"":" & GS-VIS-SCORE::ToString)
           end-if
           invoke sb::Append(",""strength"":""" & GS-HOME-SKATERS & "v" & GS-VIS-SKATERS & """" &
               ",""homeShots"":" & GS-HOME-SHOTS::ToString & ",""visShots"":" & GS-VIS-SHOTS::ToString &
               ",""homeFaceoffsWon"":" & GS-HOME-FO::ToString & ",""visFaceoffsWon"":" & GS-VIS-FO::ToString &
               ",""updated"":""" & type DateTime::Now::ToString("yyyy-MM-ddTHH:mm:ss") & """}")
           invoke sb::Append(",""players"":[")
           set firstLine to "Y"
           perform varying scanIdx from 1 by 1 until scanIdx > PL-COUNT
               if (PL-SIDE(scanIdx) = "H" and wantHome = "Y")
                or (PL-SIDE(scanIdx) = "V" and wantVis = "Y")
                   if firstLine = "N"
                       invoke sb::Append(",")
                   end-if
                   set firstLine to "N"
                   invoke sb::Append("{""id"":" & self::jsonText(PL-ID(scanIdx)) &
                       ",""name"":" & self::jsonText(PL-NAME(scanIdx)) & ",""team"":")
                   if PL-SIDE(scanIdx) = "H"
                       invoke sb::Append(self::jsonText(WS-HOME))
                   else
                       invoke sb::Append(self::jsonText(WS-VIS-BASE))
                   end-if
                   if ENT-WANT-SCORES = "Y"
                       invoke sb::Append(",""goals"":" & PL-GOALS(scanIdx)::ToString)
                   end-if
                   invoke sb::Append(",""shots"":" & PL-SHOTS(scanIdx)::ToString &
                       ",""faceoffsWon"":" & PL-FO-WON(scanIdx)::ToString &
                       ",""faceoffsTaken"":" & PL-FO-TAKEN(scanIdx)::ToString &
                       ",""toi"":""" & self::clockText(PL-TOI(scanIdx)) & """}")
               end-if
           end-perform
           invoke sb::Append("]}")
           set docText to sb::ToString.
       end method.

      *    the same document as XML.
       method-id buildXml static protected.
       local-storage section.
       01  sb              type System.Text.StringBuilder.
       01  scanIdx         type Int32.
       01  teamText        type String.
       procedure division using by value wantHome as String
                                 by value wantVis as String
                          returning docText as String.
           set sb to new System.Text.StringBuilder
           invoke sb::AppendLine("<?xml version=""1.0"" encoding=""utf-8""?>")
           invoke sb::AppendLine("<liveGame>")
           invoke sb::Append("  <game date=""" & WS-GAME-DATE & """ home=""" &
               type System.Security.SecurityElement::Escape(WS-HOME::Trim) & """ visitors=""" &
               type System.Security.SecurityElement::Escape(WS-VIS-BASE::Trim) & """")
           if WS-FINAL = "Y"
               invoke sb::Append(" status=""FINAL""")
           else
               invoke sb::Append(" status=""LIVE""")
           end-if
           invoke sb::Append(" period=""" & GS-PERIOD::ToString & """ clock=""" & GS-CLOCK::Trim & """")
           if ENT-WANT-SCORES = "Y"
               invoke sb::Append(" homeScore=""" & GS-HOME-SCORE::ToString & """ visScore=""" &
                   GS-VIS-SCORE::ToString & """")
           end-if
           invoke sb::AppendLine(" strength=""" & GS-HOME-SKATERS & "v" & GS-VIS-SKATERS &
               """ homeShots=""" & GS-HOME-SHOTS::ToString & """ visShots=""" & GS-VIS-SHOTS::ToString &
               """ homeFaceoffsWon=""" & GS-HOME-FO::ToString & """ visFaceoffsWon=""" &
               GS-VIS-FO::ToString & """ updated=""" &
               type DateTime::Now::ToString("yyyy-MM-ddTHH:mm:ss") & """ />")
           invoke sb::AppendLine("  <players>")
           perform varying scanIdx from 1 by 1 until scanIdx > PL-COUNT
               if (PL-SIDE(scanIdx) = "H" and wantHome = "Y")
                or (PL-SIDE(scanIdx) = "V" and wantVis = "Y")
                   if PL-SIDE(scanIdx) = "H"
                       set teamText to WS-HOME::Trim
                   else
                       set teamText to WS-VIS-BASE::Trim
                   end-if
                   invoke sb::Append("    <player id=""" & PL-ID(scanIdx)::Trim & """ name=""" &
                       type System.Security.SecurityElement::Escape(PL-NAME(scanIdx)::Trim) &
                       """ team=""" & type System.Security.SecurityElement::Escape(teamText) & """")
                   if ENT-WANT-SCORES = "Y"
                       invoke sb::Append(" goals=""" & PL-GOALS(scanIdx)::ToString & """")
                   end-if
                   invoke sb::AppendLine(" shots=""" & PL-SHOTS(scanIdx)::ToString &
                       """ faceoffsWon=""" & PL-FO-WON(scanIdx)::ToString &
                       """ faceoffsTaken=""" & PL-FO-TAKEN(scanIdx)::ToString &
                       """ toi=""" & self::clockText(PL-TOI(scanIdx)) & """ />")
               end-if
           end-perform
           invoke sb::AppendLine("  </players>")
           invoke sb::AppendLine("</liveGame>")
           set docText to sb::ToString.
       end method.

       end class.
