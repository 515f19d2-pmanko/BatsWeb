      * zone-start deployment for every skater on a club.
      * faceoffMatrix.aspx.cbl covers the man taking the draw, but a
      * coach deploys whole units by zone, and who gets sent out for
      * defensive-zone draws shapes everyone's numbers. For the
      * club's finished games in the date range this makes the
      * per-game PK360APP call (the JSON data service's), lays each
      * of the club's skater shift rows against the faceoff events,
      * and calls a shift that begins within WS-FO-WINDOW seconds of
      * a draw in the same period a zone start -- offensive, neutral
      * or defensive from the club's side of the draw (a draw charted
      * without its zone counts neutral) -- and any other shift an
      * on-the-fly start. The shots and goals for and against while
      * the shift was on the ice are credited to its starting zone.
      * Per player: starts by zone and the O/N/D split of the
      * faceoff starts, the on-the-fly share of all shifts, and
      * shots/goals by starting zone, heaviest defensive deployment
      * first. Per line: the skaters who start together on a draw,
      * with the same O/N/D split. Skaters are matched to the club
      * and goalies left out through PLAY-FILE, by the official id
      * the event table carries.
       class-id pucksweb.zoneStarts is partial
                inherits type System.Web.UI.Page public.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
          SELECT GAME-FILE ASSIGN LK-GAME-FILE
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS GAME-KEY
              LOCK MANUAL
              FILE STATUS IS STATUS-COMN.

          SELECT PLAY-FILE ASSIGN LK-PLAYER-FILE
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS PLAY-KEY
              ALTERNATE KEY IS PLAY-ALT-KEY1
              ALTERNATE KEY IS PLAY-ALT-KEY2
              LOCK MANUAL
              FILE STATUS IS STATUS-COMN2.

       file section.
       COPY "y:\SYDEXsource\FDS\FDPKGAME.CBL".
       COPY "Y:\SYDEXSOURCE\FDS\FDPKPLAY.CBL".

       working-storage section.
       copy "y:\sydexsource\pucks\pucksglobal.cpb".
       COPY "y:\sydexsource\pucks\wspuckf.CBL".
       77  WS-NETWORK-FLAG             PIC X      VALUE "A".
       01  STATUS-COMN.
           05  STATUS-BYTE-1           PIC X      VALUE SPACES.
           05  STATUS-BYTE-2           PIC X      VALUE SPACES.
       01  STATUS-COMN2.
           05  STATUS2-BYTE-1          PIC X      VALUE SPACES.
           05  STATUS2-BYTE-2          PIC X      VALUE SPACES.
       01  WS-FROM-DATE                PIC 9(8) VALUE 0.
       01  WS-TO-DATE                  PIC 9(8) VALUE 0.
       01  WS-OUR-TEAM                 PIC X(15).
       01  WS-PLAYER-ID                PIC X(7).
      *    seconds either side of a draw a shift may begin and
      *    still count as starting on it.
       01  WS-FO-WINDOW                PIC 9(2) VALUE 2.
       01  WS-EVT-COUNT                PIC 9(4) VALUE 0.
       01  WS-TOI-COUNT                PIC 9(4) VALUE 0.
       01  WS-GAMES                    PIC 9(4) VALUE 0.
      *    the club's skaters, by official id, from PLAY-FILE.
       01  nameById        type Dictionary[String, String].
      *    one row per skater. Zone subscripts: 1 offensive,
      *    2 neutral, 3 defensive, 4 on the fly.
       01  ZS-TABLE.
           05  ZS-ROW OCCURS 60 TIMES.
               10  ZS-ID               PIC X(7).
               10  ZS-NAME             PIC X(30).
               10  ZS-ZONE OCCURS 4 TIMES.
                   15  ZS-STARTS       PIC 9(5).
                   15  ZS-SF           PIC 9(5).
                   15  ZS-SA           PIC 9(5).
                   15  ZS-GF           PIC 9(4).
                   15  ZS-GA           PIC 9(4).
               10  ZS-DZ-SHARE         PIC 9(3).
       01  ZS-COUNT                    PIC 9(4) VALUE 0.
       01  ZS-SWAP-ROW.
           05  ZS-SWAP-ID              PIC X(7).
           05  ZS-SWAP-NAME            PIC X(30).
           05  ZS-SWAP-ZONE OCCURS 4 TIMES.
               10  ZS-SWAP-STARTS      PIC 9(5).
               10  ZS-SWAP-SF          PIC 9(5).
               10  ZS-SWAP-SA          PIC 9(5).
               10  ZS-SWAP-GF          PIC 9(4).
               10  ZS-SWAP-GA          PIC 9(4).
           05  ZS-SWAP-DZ-SHARE        PIC 9(3).
      *    one row per unit that starts together on a draw.
       01  LINE-TABLE.
           05  LN-ROW OCCURS 200 TIMES.
               10  LN-KEY              PIC X(160).
               10  LN-STARTS OCCURS 3 TIMES PIC 9(5).
       01  LN-COUNT                    PIC 9(4) VALUE 0.
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

       method-id Page_Load protected.
       local-storage section.
       procedure division using by value param-sender as object
                                         param-e as type System.EventArgs.
           if self::Session["level"] = null
               invoke self::Response::Redirect("~/Default.aspx")
               exit method.
      *    a raised kill flag (force-logout from the sessions
      *    monitor) takes effect at the login gate.
           if type pucksweb.sessionRegistry::touch(self::Session::SessionID) = "KILL"
               invoke self::Session::Abandon
               invoke self::Response::Redirect("~/Default.aspx")
               exit method.
           if self::IsPostBack
               exit method.
           set tbFromDate::Text to type DateTime::Today::AddMonths(-1)::ToString("yyyyMMdd")
           set tbToDate::Text to type DateTime::Today::ToString("yyyyMMdd")
           goback.
       end method.

       method-id btnReport_Click protected.
       local-storage section.
       01  rowIdx          type Int32.
       01  zoneIdx         type Int32.
       procedure division using by value sender as object e as type System.EventArgs.
           invoke lbPlayers::Items::Clear.
           invoke lbLines::Items::Clear.
           set lblMsg::Text to ""
           move 0 to WS-FROM-DATE WS-TO-DATE
           invoke type Int32::TryParse(tbFromDate::Text::Trim(), by reference WS-FROM-DATE)
           invoke type Int32::TryParse(tbToDate::Text::Trim(), by reference WS-TO-DATE)
           if tbTeam::Text::Trim() = "" or WS-FROM-DATE = 0 or WS-TO-DATE = 0
               set lblMsg::Text to "Enter the club and the date range (YYYYMMDD)."
               exit method.
           MOVE tbTeam::Text::Trim::ToUpper TO WS-OUR-TEAM
           move 0 to ZS-COUNT LN-COUNT WS-GAMES
           perform varying rowIdx from 1 by 1 until rowIdx > 60
               move spaces to ZS-ID(rowIdx) ZS-NAME(rowIdx)
               move 0 to ZS-DZ-SHARE(rowIdx)
               perform varying zoneIdx from 1 by 1 until zoneIdx > 4
                   move 0 to ZS-STARTS(rowIdx, zoneIdx) ZS-SF(rowIdx, zoneIdx)
                             ZS-SA(rowIdx, zoneIdx) ZS-GF(rowIdx, zoneIdx)
                             ZS-GA(rowIdx, zoneIdx)
               end-perform
           end-perform

           MOVE "Y" TO SH-WEB-FORM-IP.
           set SH-WEB-FORM-APP-FOLDER to
             type HttpContext::Current::Server::MapPath("~/App_Data")
           set SH-WEB-FORM-SESSION-ID
                 to type HttpContext::Current::Session::SessionID
           set SH-WEB-FORM-DB
                 to type HttpContext::Current::Session::Item("database")
           set SH-WF-TEAM to
             type HttpContext::Current::Session::Item("team").
           CALL "PKFIL2" USING LK-FILE-NAMES, WS-NETWORK-FLAG.
           set LK-GAME-FILE to type pucksweb.activeCopy::resolve(LK-GAME-FILE)

      *    the club's skaters -- goalies start no shifts that
      *    matter here.
           set nameById to new Dictionary[String, String]
           OPEN INPUT PLAY-FILE.
           IF STATUS2-BYTE-1 NOT EQUAL ZEROES
               set lblMsg::Text to "Unable to open the player file."
               exit method.
       PLAY-LOOP.
           READ PLAY-FILE NEXT WITH NO LOCK
               AT END GO TO PLAY-DONE.
           IF PLAY-TEAM-NAME NOT = WS-OUR-TEAM OR PLAY-POS = "G"
               GO TO PLAY-LOOP.
           MOVE PLAY-NHL-ID-R TO WS-PLAYER-ID
           IF WS-PLAYER-ID = SPACES OR WS-PLAYER-ID = "0000000"
               GO TO PLAY-LOOP.
           if nameById::ContainsKey(WS-PLAYER-ID) = false
               invoke nameById::Add(WS-PLAYER-ID, PLAY-LAST-NAME::Trim & ", " &
                   PLAY-FIRST-NAME::Trim)
           end-if
           GO TO PLAY-LOOP.
       PLAY-DONE.
           CLOSE PLAY-FILE.
           if nameById::Count = 0
               set lblMsg::Text to "No skaters with official ids on file for " &
                   WS-OUR-TEAM::Trim & "."
               exit method.

           OPEN INPUT GAME-FILE.
           IF STATUS-BYTE-1 NOT EQUAL ZEROES
               set lblMsg::Text to "Unable to open the game file."
               exit method.
           INITIALIZE GAME-KEY.
           MOVE WS-FROM-DATE TO GAME-DATE-1.
           START GAME-FILE KEY NOT < GAME-KEY
               INVALID KEY
                   GO TO GAME-DONE.
       GAME-LOOP.
           READ GAME-FILE NEXT WITH NO LOCK
               AT END GO TO GAME-DONE.
           IF GAME-DATE-1 > WS-TO-DATE
               GO TO GAME-DONE.
           IF GAME-NHL-DONE NOT = "Y"
               GO TO GAME-LOOP.
           if GAME-HOME-TEAM not = WS-OUR-TEAM
            and type pucksweb.gameNumber::baseName(GAME-VISITORS::Trim) not = WS-OUR-TEAM::Trim
               GO TO GAME-LOOP.
           add 1 to WS-GAMES
           initialize LK-FIELDS
           move GAME-DATE-1 to LK-GAME-DATE-1
           move GAME-HOME-TEAM to LK-GAME-HOME
           move GAME-VISITORS to LK-GAME-VISITORS
           call "PK360APP" using LK-FIELDS
           invoke self::scanGame
           GO TO GAME-LOOP.
       GAME-DONE.
           CLOSE GAME-FILE.

           if WS-GAMES = 0
               set lblMsg::Text to "No finished games for " & WS-OUR-TEAM::Trim &
                   " in that range."
               exit method.
           invoke self::showPlayers
           invoke self::showLines
           set lblMsg::Text to "" & WS-GAMES & " game(s) read."
       end method.

      *    one game's shifts against its draws and shots.
       method-id scanGame private.
       local-storage section.
       01  toiIdx          type Int32.
       01  evtIdx          type Int32.
       01  rowIdx          type Int32.
       01  zoneIdx         type Int32.
       01  shiftEnd        type Int32.
       01  playerName      type String.
       procedure division.
           move 0 to WS-EVT-COUNT WS-TOI-COUNT
           perform varying evtIdx from 1 by 1
                   until evtIdx > 3000 or LK-E-PRD(evtIdx) = 0
               move evtIdx to WS-EVT-COUNT
           end-perform
           perform varying toiIdx from 1 by 1
                   until toiIdx > 3000 or LK-T-PRD(toiIdx) = 0
               move toiIdx to WS-TOI-COUNT
           end-perform

           perform varying toiIdx from 1 by 1 until toiIdx > WS-TOI-COUNT
               if nameById::ContainsKey(LK-T-PLAYERID(toiIdx))
                   set playerName to nameById[LK-T-PLAYERID(toiIdx)]
                   set rowIdx to self::findOrAddSkater("" & LK-T-PLAYERID(toiIdx), playerName)
                   if rowIdx > 0
                       set zoneIdx to self::startZone(LK-T-PRD(toiIdx), LK-T-PRD-TIME-SECS(toiIdx))
                       add 1 to ZS-STARTS(rowIdx, zoneIdx)
                       compute shiftEnd = LK-T-PRD-TIME-SECS(toiIdx) + LK-T-DURATION(toiIdx)
                       perform varying evtIdx from 1 by 1 until evtIdx > WS-EVT-COUNT
                           if LK-E-PRD(evtIdx) = LK-T-PRD(toiIdx)
                            and LK-E-PRD-TIME-SECS(evtIdx) > LK-T-PRD-TIME-SECS(toiIdx)
                            and LK-E-PRD-TIME-SECS(evtIdx) <= shiftEnd
                            and LK-E-SHOT-TYPE(evtIdx) not = spaces
                               if LK-E-ATEAM(evtIdx) = WS-OUR-TEAM
                                   add 1 to ZS-SF(rowIdx, zoneIdx)
                                   if LK-E-CLIP-TYPE-CODE(evtIdx) = "GOAL"
                                       add 1 to ZS-GF(rowIdx, zoneIdx)
                                   end-if
                               else
                                   add 1 to ZS-SA(rowIdx, zoneIdx)
                                   if LK-E-CLIP-TYPE-CODE(evtIdx) = "GOAL"
                                       add 1 to ZS-GA(rowIdx, zoneIdx)
                                   end-if
                               end-if
                           end-if
                       end-perform
                   end-if
               end-if
           end-perform

      *    the units: every draw, the club's skaters whose shifts
      *    begin on it.
           perform varying evtIdx from 1 by 1 until evtIdx > WS-EVT-COUNT
               if self::isFaceoff(evtIdx) = "Y"
                   invoke self::tallyUnit(evtIdx)
               end-if
           end-perform.
       end method.

       method-id isFaceoff private.
       procedure division using by value evtIdx as type Int32
                          returning foFlag as String.
           set foFlag to "N"
           if LK-E-CLIP-TYPE-CODE(evtIdx) = "FO" or LK-E-CLIP-TYPE-CODE(evtIdx) = "FACE"
               set foFlag to "Y".
       end method.

      *    the draw's zone from the club's side: 1 offensive,
      *    2 neutral, 3 defensive. The event's zone is the A team's.
       method-id drawZone private.
       procedure division using by value evtIdx as type Int32
                          returning zoneIdx as type Int32.
           set zoneIdx to 2
           if LK-E-ATEAM(evtIdx) = WS-OUR-TEAM
               if LK-E-ZONE(evtIdx) = "O"
                   set zoneIdx to 1
               end-if
               if LK-E-ZONE(evtIdx) = "D"
                   set zoneIdx to 3
               end-if
           else
               if LK-E-ZONE(evtIdx) = "O"
                   set zoneIdx to 3
               end-if
               if LK-E-ZONE(evtIdx) = "D"
                   set zoneIdx to 1
               end-if
           end-if.
       end method.

      *    the zone a shift starting at this period and second
      *    started in -- 4 when no draw is within the window.
       method-id startZone private.
       local-storage section.
       01  evtIdx          type Int32.
       01  gapSecs         type Int32.
       procedure division using by value periodNo as type Int32
                                 by value startSecs as type Int32
                          returning zoneIdx as type Int32.
           set zoneIdx to 4
           perform varying evtIdx from 1 by 1 until evtIdx > WS-EVT-COUNT
               if LK-E-PRD(evtIdx) = periodNo
                   compute gapSecs = LK-E-PRD-TIME-SECS(evtIdx) - startSecs
                   if gapSecs >= 0 - WS-FO-WINDOW and gapSecs <= WS-FO-WINDOW
                       if self::isFaceoff(evtIdx) = "Y"
                           set zoneIdx to self::drawZone(evtIdx)
                           exit method
                       end-if
                   end-if
               end-if
           end-perform.
       end method.

      *    the club's skaters starting on this draw, as a unit
      *    (two or more -- a lone change isn't a line).
       method-id tallyUnit private.
       local-storage section.
       01  toiIdx          type Int32.
       01  gapSecs         type Int32.
       01  unitNames       type List[String].
       01  unitKey         type String.
       01  lineIdx         type Int32.
       01  foundIdx        type Int32.
       01  zoneIdx         type Int32.
       procedure division using by value evtIdx as type Int32.
           set unitNames to new List[String]
           perform varying toiIdx from 1 by 1 until toiIdx > WS-TOI-COUNT
               if LK-T-PRD(toiIdx) = LK-E-PRD(evtIdx)
                and nameById::ContainsKey(LK-T-PLAYERID(toiIdx))
                   compute gapSecs = LK-E-PRD-TIME-SECS(evtIdx) - LK-T-PRD-TIME-SECS(toiIdx)
                   if gapSecs >= 0 - WS-FO-WINDOW and gapSecs <= WS-FO-WINDOW
                       invoke unitNames::Add(nameById[LK-T-PLAYERID(toiIdx)])
                   end-if
               end-if
           end-perform
           if unitNames::Count < 2
               exit method.
           invoke unitNames::Sort()
           set unitKey to type String::Join(" / ", unitNames)
           if unitKey::Length > 160
               set unitKey to unitKey::Substring(0, 160).
           set zoneIdx to self::drawZone(evtIdx)
           set foundIdx to 0
           perform varying lineIdx from 1 by 1 until lineIdx > LN-COUNT
               if LN-KEY(lineIdx) = unitKey
                   set foundIdx to lineIdx
                   exit perform
               end-if
           end-perform
           if foundIdx = 0
               if LN-COUNT >= 200
                   exit method
               end-if
               add 1 to LN-COUNT
               set foundIdx to LN-COUNT
               move unitKey to LN-KEY(foundIdx)
               move 0 to LN-STARTS(foundIdx, 1) LN-STARTS(foundIdx, 2)
                         LN-STARTS(foundIdx, 3)
           end-if
           add 1 to LN-STARTS(foundIdx, zoneIdx).
       end method.

       method-id findOrAddSkater private.
       local-storage section.
       01  searchIdx       type Int32.
       procedure division using by value playerId as String
                                 by value playerName as String
                          returning rowIdx as type Int32.
           set rowIdx to 0
           perform varying searchIdx from 1 by 1 until searchIdx > ZS-COUNT
               if ZS-ID(searchIdx) = playerId
                   set rowIdx to searchIdx
                   exit method
               end-if
           end-perform
           if ZS-COUNT < 60
               add 1 to ZS-COUNT
               set rowIdx to ZS-COUNT
               move playerId to ZS-ID(rowIdx)
               move playerName to ZS-NAME(rowIdx)
           end-if.
       end method.

      *    per skater, heaviest defensive-zone deployment first.
       method-id showPlayers private.
       local-storage section.
       01  rowIdx          type Int32.
       01  sortI           type Int32.
       01  sortJ           type Int32.
       01  nextJ           type Int32.
       01  foStarts        type Int32.
       01  allShifts       type Int32.
       01  ozPct           type Int32.
       01  nzPct           type Int32.
       01  flyPct          type Int32.
       01  rowText         type String.
       procedure division.
           perform varying rowIdx from 1 by 1 until rowIdx > ZS-COUNT
               compute foStarts = ZS-STARTS(rowIdx, 1) + ZS-STARTS(rowIdx, 2)
                                + ZS-STARTS(rowIdx, 3)
               move 0 to ZS-DZ-SHARE(rowIdx)
               if foStarts > 0
                   compute ZS-DZ-SHARE(rowIdx) ROUNDED =
                       ZS-STARTS(rowIdx, 3) * 100 / foStarts
               end-if
           end-perform
           perform varying sortI from 1 by 1 until sortI >= ZS-COUNT
               perform varying sortJ from 1 by 1 until sortJ > ZS-COUNT - sortI
                   compute nextJ = sortJ + 1
                   if ZS-DZ-SHARE(nextJ) > ZS-DZ-SHARE(sortJ)
                       move ZS-ROW(sortJ) to ZS-SWAP-ROW
                       move ZS-ROW(nextJ) to ZS-ROW(sortJ)
                       move ZS-SWAP-ROW to ZS-ROW(nextJ)
                   end-if
               end-perform
           end-perform

           invoke lbPlayers::Items::Add(
               "SKATER                     OZ%  NZ%  DZ%  FLY%   O/N/D/FLY     SF-SA GF-GA  OZ | NZ | DZ | FLY")
           perform varying rowIdx from 1 by 1 until rowIdx > ZS-COUNT
               compute foStarts = ZS-STARTS(rowIdx, 1) + ZS-STARTS(rowIdx, 2)
                                + ZS-STARTS(rowIdx, 3)
               compute allShifts = foStarts + ZS-STARTS(rowIdx, 4)
               set ozPct to 0
               set nzPct to 0
               set flyPct to 0
               if foStarts > 0
                   compute ozPct ROUNDED = ZS-STARTS(rowIdx, 1) * 100 / foStarts
                   compute nzPct ROUNDED = ZS-STARTS(rowIdx, 2) * 100 / foStarts
               end-if
               if allShifts > 0
                   compute flyPct ROUNDED = ZS-STARTS(rowIdx, 4) * 100 / allShifts
               end-if
               set rowText to ZS-NAME(rowIdx) & " " & ozPct::ToString::PadLeft(3) &
                   "  " & nzPct::ToString::PadLeft(3) & "  " &
                   ZS-DZ-SHARE(rowIdx) & "  " & flyPct::ToString::PadLeft(3) &
                   "   " & ZS-STARTS(rowIdx, 1) & "/" & ZS-STARTS(rowIdx, 2) &
                   "/" & ZS-STARTS(rowIdx, 3) & "/" & ZS-STARTS(rowIdx, 4) &
                   "  " & self::zoneCell(rowIdx, 1) & " | " &
                   self::zoneCell(rowIdx, 2) & " | " & self::zoneCell(rowIdx, 3) &
                   " | " & self::zoneCell(rowIdx, 4)
               invoke lbPlayers::Items::Add(rowText)
           end-perform.
       end method.

      *    "SF-SA GF-GA" for one skater's starts in one zone.
       method-id zoneCell private.
       procedure division using by value rowIdx as type Int32
                                 by value zoneIdx as type Int32
                          returning cellText as String.
           set cellText to ZS-SF(rowIdx, zoneIdx)::ToString & "-" &
               ZS-SA(rowIdx, zoneIdx)::ToString & " " &
               ZS-GF(rowIdx, zoneIdx)::ToString & "-" &
               ZS-GA(rowIdx, zoneIdx)::ToString.
       end method.

      *    per unit, the draws it was sent out for.
       method-id showLines private.
       local-storage section.
       01  lineIdx         type Int32.
       01  foStarts        type Int32.
       01  ozPct           type Int32.
       01  nzPct           type Int32.
       01  dzPct           type Int32.
       procedure division.
           invoke lbLines::Items::Add("UNIT  --  draws O/N/D  --  OZ% NZ% DZ%")
           perform varying lineIdx from 1 by 1 until lineIdx > LN-COUNT
               compute foStarts = LN-STARTS(lineIdx, 1) + LN-STARTS(lineIdx, 2)
                                + LN-STARTS(lineIdx, 3)
      *        one-off combinations are noise, not a line.
               if foStarts >= 5
                   compute ozPct ROUNDED = LN-STARTS(lineIdx, 1) * 100 / foStarts
                   compute nzPct ROUNDED = LN-STARTS(lineIdx, 2) * 100 / foStarts
                   compute dzPct ROUNDED = LN-STARTS(lineIdx, 3) * 100 / foStarts
                   invoke lbLines::Items::Add(LN-KEY(lineIdx)::Trim & "  --  " &
                       LN-STARTS(lineIdx, 1) & "/" & LN-STARTS(lineIdx, 2) & "/" &
                       LN-STARTS(lineIdx, 3) & "  --  " & ozPct::ToString & " " &
                       nzPct::ToString & " " & dzPct::ToString)
               end-if
           end-perform.
       end method.

       end class.
