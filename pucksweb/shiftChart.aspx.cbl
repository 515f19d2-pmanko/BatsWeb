      * per-game shift chart. The shift rows behind the time-
      * on-ice table carry every shift's period, start and length,
      * but as rows nobody can see a double shift or a late change.
      * For the game picked off the date's schedule this makes the
      * per-game PK360APP call (the JSON data service's) and draws
      * the shifts with Bitmap/Graphics the way gameFlow.aspx.cbl
      * draws its strip: one lane per player, visitors then home,
      * each side grouped forwards / defense / goalies (position from
      * PLAY-FILE by the official id; the side from the events the
      * player appears in, or PLAY-FILE's club when there are none),
      * each shift a bar along the game clock, period breaks in gray,
      * goals as a green line down the whole chart, penalties as an
      * orange mark on the penalized player's lane. The chart is an
      * ImageMap with one hot spot per bar; clicking a bar queues
      * that shift's video in the player the other screens launch,
      * through the game's camera-clock calibration.
       class-id pucksweb.shiftChart is partial
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
       01  WS-GAME-DATE                PIC 9(8) VALUE 0.
       01  WS-PLAYER-ID                PIC X(7).
       01  WS-EVT-COUNT                PIC 9(4) VALUE 0.
       01  WS-TOI-COUNT                PIC 9(4) VALUE 0.
       01  WS-TOTAL-SECS               PIC 9(5) VALUE 0.
       01  WS-CLOCK-MIN                PIC 9(3).
       01  WS-CLOCK-SEC                PIC 99.
      *    chart geometry, in pixels.
       01  WS-LABEL-WIDTH              PIC 9(4) VALUE 170.
       01  WS-PLOT-WIDTH               PIC 9(4) VALUE 1200.
       01  WS-RULER-HEIGHT             PIC 9(4) VALUE 22.
       01  WS-LANE-HEIGHT              PIC 9(4) VALUE 13.
       01  WS-HEADER-HEIGHT            PIC 9(4) VALUE 18.
       01  WS-CHART-HEIGHT             PIC 9(5) VALUE 0.
      *    position and club by official id, from PLAY-FILE.
       01  posById         type Dictionary[String, String].
       01  teamById        type Dictionary[String, String].
      *    the side (V/H) each id turned up on in the events.
       01  sideById        type Dictionary[String, String].
       01  laneById        type Dictionary[String, type Int32].
      *    one lane per player. LN-GROUP 1 forwards, 2 defense,
      *    3 goalies; LN-SORT orders visitors first, then group,
      *    then name.
       01  LANE-TABLE.
           05  LN-ROW OCCURS 60 TIMES.
               10  LN-SORT.
                   15  LN-SIDE-ORDER   PIC 9.
                   15  LN-GROUP        PIC 9.
                   15  LN-NAME         PIC X(30).
               10  LN-ID               PIC X(7).
               10  LN-SIDE             PIC X.
               10  LN-Y                PIC 9(5).
       01  LN-COUNT                    PIC 9(4) VALUE 0.
       01  LN-SWAP-ROW                 PIC X(45).
       01  GROUP-LABELS                PIC X(24) VALUE
           "FORWARDSDEFENSE GOALIES ".
       01  GROUP-LABELS-R REDEFINES GROUP-LABELS.
           05  GROUP-LABEL OCCURS 3 TIMES PIC X(8).
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
           set tbDate::Text to type DateTime::Today::AddDays(-1)::ToString("yyyyMMdd")
           goback.
       end method.

       method-id openFiles private.
       procedure division.
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
           set LK-GAME-FILE to type pucksweb.activeCopy::resolve(LK-GAME-FILE).
       end method.

      *    the date's games into the picker -- value is the
      *    game key, date + home + visitors.
       method-id btnGames_Click protected.
       local-storage section.
       01  gameItem        type ListItem.
       procedure division using by value sender as object e as type System.EventArgs.
           invoke ddGame::Items::Clear.
           set lblMsg::Text to ""
           move 0 to WS-GAME-DATE
           invoke type Int32::TryParse(tbDate::Text::Trim(), by reference WS-GAME-DATE)
           if WS-GAME-DATE = 0
               set lblMsg::Text to "Enter the game date (YYYYMMDD)."
               exit method.
           invoke self::openFiles
           OPEN INPUT GAME-FILE.
           IF STATUS-BYTE-1 NOT EQUAL ZEROES
               set lblMsg::Text to "Unable to open the game file."
               exit method.
           INITIALIZE GAME-KEY.
           MOVE WS-GAME-DATE TO GAME-DATE-1.
           START GAME-FILE KEY NOT < GAME-KEY
               INVALID KEY
                   GO TO GAMES-DONE.
       GAMES-LOOP.
           READ GAME-FILE NEXT WITH NO LOCK
               AT END GO TO GAMES-DONE.
           IF GAME-DATE-1 NOT = WS-GAME-DATE
               GO TO GAMES-DONE.
           set gameItem to new ListItem(
               type pucksweb.teamAlias::shownAs(GAME-VISITORS, "" & GAME-DATE-1) & " at " &
               type pucksweb.teamAlias::shownAs(GAME-HOME-TEAM, "" & GAME-DATE-1),
               "" & GAME-DATE-1 & GAME-HOME-TEAM & GAME-VISITORS)
           invoke ddGame::Items::Add(gameItem)
           GO TO GAMES-LOOP.
       GAMES-DONE.
           CLOSE GAME-FILE.
           if ddGame::Items::Count = 0
               set lblMsg::Text to "No games on " & tbDate::Text::Trim & ".".
       end method.

       method-id btnChart_Click protected.
       procedure division using by value sender as object e as type System.EventArgs.
           set lblMsg::Text to ""
           if ddGame::SelectedItem = null
               set lblMsg::Text to "List the date's games and pick one first."
               exit method.
           set self::Session["shiftchart-game"] to ddGame::SelectedValue
           invoke self::loadGame(ddGame::SelectedValue)
           if WS-TOI-COUNT = 0
               set imShift::Visible to false
               set lblMsg::Text to "No shift rows charted for that game."
               exit method.
           invoke self::loadPlayers
           invoke self::buildLanes
           invoke self::drawChart.
       end method.

      *    the per-game tables for a date + home + visitors key.
       method-id loadGame private.
       local-storage section.
       01  evtIdx          type Int32.
       01  toiIdx          type Int32.
       procedure division using by value gameKey as String.
           invoke self::openFiles
           initialize LK-FIELDS
           move gameKey::Substring(0, 8) to LK-GAME-DATE-1
           move gameKey::Substring(8, 15) to LK-GAME-HOME
           move gameKey::Substring(23) to LK-GAME-VISITORS
           call "PK360APP" using LK-FIELDS
           move 0 to WS-EVT-COUNT WS-TOI-COUNT
           perform varying evtIdx from 1 by 1
                   until evtIdx > 3000 or LK-E-PRD(evtIdx) = 0
               move evtIdx to WS-EVT-COUNT
           end-perform
           perform varying toiIdx from 1 by 1
                   until toiIdx > 3000 or LK-T-PRD(toiIdx) = 0
               move toiIdx to WS-TOI-COUNT
           end-perform.
       end method.

       method-id loadPlayers private.
       procedure division.
           set posById to new Dictionary[String, String]
           set teamById to new Dictionary[String, String]
           OPEN INPUT PLAY-FILE.
           IF STATUS2-BYTE-1 NOT EQUAL ZEROES
               exit method.
       PLAY-LOOP.
           READ PLAY-FILE NEXT WITH NO LOCK
               AT END GO TO PLAY-DONE.
           MOVE PLAY-NHL-ID-R TO WS-PLAYER-ID
           IF WS-PLAYER-ID = SPACES OR WS-PLAYER-ID = "0000000"
               GO TO PLAY-LOOP.
           if posById::ContainsKey(WS-PLAYER-ID) = false
               invoke posById::Add(WS-PLAYER-ID, "" & PLAY-POS)
               invoke teamById::Add(WS-PLAYER-ID, PLAY-TEAM-NAME::Trim)
           end-if
           GO TO PLAY-LOOP.
       PLAY-DONE.
           CLOSE PLAY-FILE.
       end method.

      *    one lane per player on the shift rows, sorted and
      *    given its place down the chart.
       method-id buildLanes private.
       local-storage section.
       01  evtIdx          type Int32.
       01  toiIdx          type Int32.
       01  laneIdx         type Int32.
       01  sortI           type Int32.
       01  sortJ           type Int32.
       01  nextJ           type Int32.
       01  playerId        type String.
       01  posText         type String.
       01  prevSide        type String.
       01  prevGroup       type Int32.
       01  yPos            type Int32.
       procedure division.
           set sideById to new Dictionary[String, String]
           perform varying evtIdx from 1 by 1 until evtIdx > WS-EVT-COUNT
               if LK-E-APLAYERID(evtIdx) not = spaces
                and sideById::ContainsKey(LK-E-APLAYERID(evtIdx)) = false
                   invoke sideById::Add(LK-E-APLAYERID(evtIdx),
                       self::sideOfTeam("" & LK-E-ATEAM(evtIdx)))
               end-if
               if LK-E-BPLAYERID(evtIdx) not = spaces
                and sideById::ContainsKey(LK-E-BPLAYERID(evtIdx)) = false
                   invoke sideById::Add(LK-E-BPLAYERID(evtIdx),
                       self::sideOfTeam("" & LK-E-BTEAM(evtIdx)))
               end-if
           end-perform

           move 0 to LN-COUNT
           set laneById to new Dictionary[String, type Int32]
           perform varying toiIdx from 1 by 1 until toiIdx > WS-TOI-COUNT
               set playerId to LK-T-PLAYERID(toiIdx)
               if laneById::ContainsKey(playerId) = false and LN-COUNT < 60
                   add 1 to LN-COUNT
                   invoke laneById::Add(playerId, LN-COUNT)
                   move playerId to LN-ID(LN-COUNT)
                   set LN-NAME(LN-COUNT) to LK-T-LAST(toiIdx)::Trim & ", " &
                       LK-T-FIRST(toiIdx)::Trim
                   move "V" to LN-SIDE(LN-COUNT)
                   if sideById::ContainsKey(playerId)
                       move sideById[playerId] to LN-SIDE(LN-COUNT)
                   else
                       if teamById::ContainsKey(playerId)
                           move self::sideOfTeam(teamById[playerId]) to LN-SIDE(LN-COUNT)
                       end-if
                   end-if
                   if LN-SIDE(LN-COUNT) = "V"
                       move 1 to LN-SIDE-ORDER(LN-COUNT)
                   else
                       move 2 to LN-SIDE-ORDER(LN-COUNT)
                   end-if
                   move 1 to LN-GROUP(LN-COUNT)
                   if posById::ContainsKey(playerId)
                       set posText to posById[playerId]
                       if posText = "G"
                           move 3 to LN-GROUP(LN-COUNT)
                       end-if
                       if posText = "D"
                           move 2 to LN-GROUP(LN-COUNT)
                       end-if
                   end-if
               end-if
           end-perform

           perform varying sortI from 1 by 1 until sortI >= LN-COUNT
               perform varying sortJ from 1 by 1 until sortJ > LN-COUNT - sortI
                   compute nextJ = sortJ + 1
                   if LN-SORT(nextJ) < LN-SORT(sortJ)
                       move LN-ROW(sortJ) to LN-SWAP-ROW
                       move LN-ROW(nextJ) to LN-ROW(sortJ)
                       move LN-SWAP-ROW to LN-ROW(nextJ)
                   end-if
               end-perform
           end-perform

      *    a header row ahead of every side/group change.
           invoke laneById::Clear
           set prevSide to ""
           set prevGroup to 0
           set yPos to WS-RULER-HEIGHT
           perform varying laneIdx from 1 by 1 until laneIdx > LN-COUNT
               if LN-SIDE(laneIdx) not = prevSide or LN-GROUP(laneIdx) not = prevGroup
                   add WS-HEADER-HEIGHT to yPos
                   set prevSide to LN-SIDE(laneIdx)
                   set prevGroup to LN-GROUP(laneIdx)
               end-if
               move yPos to LN-Y(laneIdx)
               add WS-LANE-HEIGHT to yPos
               invoke laneById::Add(LN-ID(laneIdx), laneIdx)
           end-perform
           compute WS-CHART-HEIGHT = yPos + 4.
       end method.

       method-id sideOfTeam private.
       procedure division using by value teamName as String
                          returning sideOut as String.
           if teamName::Trim::ToUpper = LK-GAME-HOME::Trim::ToUpper
               set sideOut to "H"
           else
               set sideOut to "V".
       end method.

      *    game-clock seconds from a period and elapsed seconds.
       method-id gameSecs private.
       procedure division using by value periodNo as type Int32
                                 by value periodSecs as type Int32
                          returning secsOut as type Int32.
           compute secsOut = ((periodNo - 1) * 1200) + periodSecs.
       end method.

       method-id xFor private.
       procedure division using by value clockSecs as type Int32
                          returning xOut as type Int32.
           compute xOut = WS-LABEL-WIDTH + (clockSecs * WS-PLOT-WIDTH / WS-TOTAL-SECS).
       end method.

       method-id clockText private.
       procedure division using by value periodSecs as type Int32
                          returning textOut as String.
           divide periodSecs by 60 giving WS-CLOCK-MIN remainder WS-CLOCK-SEC
           set textOut to "" & WS-CLOCK-MIN::ToString & ":" & WS-CLOCK-SEC.
       end method.

       method-id drawChart private.
       local-storage section.
       01  drawArea        type Bitmap.
       01  g               type Graphics.
       01  myfont          type Font.
       01  boldFont        type Font.
       01  blackBrush      type Brush.
       01  visBrush        type Brush.
       01  homeBrush       type Brush.
       01  shadeBrush      type Brush.
       01  penBrush        type Brush.
       01  grayPen         type Pen.
       01  goalPen         type Pen.
       01  laneIdx         type Int32.
       01  toiIdx          type Int32.
       01  evtIdx          type Int32.
       01  clockSecs       type Int32.
       01  endSecs         type Int32.
       01  xPos            type Int32.
       01  xEnd            type Int32.
       01  yBottom         type Int32.
       01  barWidth        type Int32.
       01  rulerPeriod     type Int32.
       01  rulerSecs       type Int32.
       01  laneHalf        type Int32.
       01  laneOdd         type Int32.
       01  imageWidth      type Int32.
       01  prevSide        type String.
       01  prevGroup       type Int32.
       01  headY           type Int32.
       01  sideName        type String.
       01  hotSpot         type RectangleHotSpot.
       01  cacheDir        type String.
       01  cacheName       type String.
       procedure division.
      *    the clock runs sixty minutes or to the end of the last
      *    overtime shift.
           move 3600 to WS-TOTAL-SECS
           perform varying toiIdx from 1 by 1 until toiIdx > WS-TOI-COUNT
               set endSecs to self::gameSecs(LK-T-PRD(toiIdx), LK-T-PRD-TIME-SECS(toiIdx))
               add LK-T-DURATION(toiIdx) to endSecs
               if endSecs > WS-TOTAL-SECS
                   move endSecs to WS-TOTAL-SECS
               end-if
           end-perform

           compute imageWidth = WS-LABEL-WIDTH + WS-PLOT-WIDTH + 10
           set drawArea to new Bitmap(imageWidth, WS-CHART-HEIGHT)
           set g to type Graphics::FromImage(drawArea)
           invoke g::Clear(type Color::White)
           set myfont to new Font("Arial", 7)
           set boldFont to new Font("Arial", 8, type FontStyle::Bold)
           set blackBrush to new SolidBrush(type Color::Black)
           set visBrush to new SolidBrush(type Color::SteelBlue)
           set homeBrush to new SolidBrush(type Color::Firebrick)
           set shadeBrush to new SolidBrush(type Color::WhiteSmoke)
           set penBrush to new SolidBrush(type Color::DarkOrange)
           set grayPen to new Pen(type Color::Gray)
           set goalPen to new Pen(type Color::Green, 2)

      *    the ruler: a tick and label every five minutes.
           perform varying clockSecs from 0 by 300 until clockSecs > WS-TOTAL-SECS
               set xPos to self::xFor(clockSecs)
               invoke g::DrawLine(grayPen, xPos, WS-RULER-HEIGHT - 6, xPos, WS-RULER-HEIGHT)
               divide clockSecs by 1200 giving rulerPeriod remainder rulerSecs
               invoke g::DrawString(self::clockText(rulerSecs), myfont, blackBrush, xPos - 8, 2)
           end-perform

      *    lanes: shaded every other one, group headers, names.
           set prevSide to ""
           set prevGroup to 0
           perform varying laneIdx from 1 by 1 until laneIdx > LN-COUNT
               if LN-SIDE(laneIdx) not = prevSide or LN-GROUP(laneIdx) not = prevGroup
                   compute headY = LN-Y(laneIdx) - WS-HEADER-HEIGHT + 3
                   if LN-SIDE(laneIdx) = "H"
                       set sideName to LK-GAME-HOME::Trim
                   else
                       set sideName to type pucksweb.gameNumber::baseName(LK-GAME-VISITORS::Trim)
                   end-if
                   invoke g::DrawString(sideName & " " & GROUP-LABEL(LN-GROUP(laneIdx))::Trim,
                       boldFont, blackBrush, 2, headY)
                   set prevSide to LN-SIDE(laneIdx)
                   set prevGroup to LN-GROUP(laneIdx)
               end-if
               divide laneIdx by 2 giving laneHalf remainder laneOdd
               if laneOdd = 0
                   invoke g::FillRectangle(shadeBrush, 0, LN-Y(laneIdx), imageWidth, WS-LANE-HEIGHT)
               end-if
               invoke g::DrawString(LN-NAME(laneIdx)::Trim, myfont, blackBrush, 8, LN-Y(laneIdx))
           end-perform

      *    period breaks.
           perform varying clockSecs from 1200 by 1200 until clockSecs >= WS-TOTAL-SECS
               set xPos to self::xFor(clockSecs)
               invoke g::DrawLine(grayPen, xPos, WS-RULER-HEIGHT, xPos, WS-CHART-HEIGHT)
           end-perform

      *    the shifts, each a bar and a hot spot.
           invoke imShift::HotSpots::Clear
           perform varying toiIdx from 1 by 1 until toiIdx > WS-TOI-COUNT
               if laneById::ContainsKey(LK-T-PLAYERID(toiIdx))
                   set laneIdx to laneById[LK-T-PLAYERID(toiIdx)]
                   set clockSecs to self::gameSecs(LK-T-PRD(toiIdx), LK-T-PRD-TIME-SECS(toiIdx))
                   set xPos to self::xFor(clockSecs)
                   compute endSecs = clockSecs + LK-T-DURATION(toiIdx)
                   set xEnd to self::xFor(endSecs)
                   compute barWidth = xEnd - xPos
                   if barWidth < 1
                       set barWidth to 1
                   end-if
                   if LN-SIDE(laneIdx) = "H"
                       invoke g::FillRectangle(homeBrush, xPos, LN-Y(laneIdx) + 2,
                           barWidth, WS-LANE-HEIGHT - 4)
                   else
                       invoke g::FillRectangle(visBrush, xPos, LN-Y(laneIdx) + 2,
                           barWidth, WS-LANE-HEIGHT - 4)
                   end-if
                   set hotSpot to new RectangleHotSpot
                   set hotSpot::Left to xPos
                   set hotSpot::Top to LN-Y(laneIdx)
                   compute xEnd = xPos + barWidth
                   set hotSpot::Right to xEnd
                   compute yBottom = LN-Y(laneIdx) + WS-LANE-HEIGHT
                   set hotSpot::Bottom to yBottom
                   set hotSpot::HotSpotMode to type HotSpotMode::PostBack
                   set hotSpot::PostBackValue to toiIdx::ToString
                   set hotSpot::AlternateText to LN-NAME(laneIdx)::Trim & " P" &
                       LK-T-PRD(toiIdx) & " " & self::clockText(LK-T-PRD-TIME-SECS(toiIdx)) &
                       " (" & LK-T-DURATION(toiIdx)::ToString & "s)"
                   invoke imShift::HotSpots::Add(hotSpot)
               end-if
           end-perform

      *    goals down the whole chart, penalties on the lane.
           perform varying evtIdx from 1 by 1 until evtIdx > WS-EVT-COUNT
               set clockSecs to self::gameSecs(LK-E-PRD(evtIdx), LK-E-PRD-TIME-SECS(evtIdx))
               set xPos to self::xFor(clockSecs)
               if LK-E-CLIP-TYPE-CODE(evtIdx) = "GOAL"
                   invoke g::DrawLine(goalPen, xPos, WS-RULER-HEIGHT, xPos, WS-CHART-HEIGHT)
               end-if
               if LK-E-CLIP-TYPE-CODE(evtIdx)(1:3) = "PEN"
                   invoke g::FillRectangle(penBrush, xPos - 2, WS-RULER-HEIGHT - 5, 5, 5)
                   if laneById::ContainsKey(LK-E-APLAYERID(evtIdx))
                       set laneIdx to laneById[LK-E-APLAYERID(evtIdx)]
                       invoke g::FillRectangle(penBrush, xPos - 3, LN-Y(laneIdx) + 1,
                           7, WS-LANE-HEIGHT - 2)
                   end-if
               end-if
           end-perform

           set cacheDir to Server::MapPath("Images\\shiftChartCache\\")
           if not type System.IO.Directory::Exists(cacheDir)
               invoke type System.IO.Directory::CreateDirectory(cacheDir).
           set cacheName to LK-GAME-DATE-1 & "_" & LK-GAME-HOME::Trim::Replace(" ", "") &
               "_" & LK-GAME-VISITORS::Trim::Replace(" ", "") & ".png"
           invoke drawArea::Save(cacheDir & cacheName, type ImageFormat::Png)
           invoke drawArea::Dispose
           invoke g::Dispose()
           set imShift::ImageUrl to "~/Images/shiftChartCache/" & cacheName & "?v=" &
               type DateTime::Now::Ticks
           set imShift::Visible to true.
       end method.

      *    a bar clicked: that shift's video into the player.
       method-id imShift_Click protected.
       local-storage section.
       01  toiIdx          type Int32.
       01  syncLine        type String.
       01  windowLine      type String.
       01  clipStart       type Double.
       01  clipEnd         type Double.
       01  mediaBase       type String.
       01  gameKey         type String.
       procedure division using by value sender as object e as type ImageMapEventArgs.
           set lblMsg::Text to ""
           if self::Session["shiftchart-game"] = null
               exit method.
           set gameKey to self::Session["shiftchart-game"]::ToString
           set toiIdx to 0
           invoke type Int32::TryParse(e::PostBackValue, by reference toiIdx)
           invoke self::loadGame(gameKey)
           if toiIdx < 1 or toiIdx > WS-TOI-COUNT
               exit method.
           if LK-T-MEDIA-FILE(toiIdx) = spaces
               set lblMsg::Text to "No video on file for that shift."
               exit method.
           move LK-GAME-DATE-1 to WS-GAME-DATE
           set syncLine to type pucksweb.videoSync::loadGame(WS-GAME-DATE,
               "" & LK-GAME-HOME, "" & LK-GAME-VISITORS)
           if WS-GAME-DATE > 20170800
               set mediaBase to "https://vidsn.sydexsports.net"
           else
               set mediaBase to "https://vids10.sydexsports.net"
           end-if
           set clipStart to type pucksweb.videoSync::apply(syncLine, LK-T-MEDIA-START-SECS(toiIdx))
      *    a shift's clip window is clip type SHIFT.
           set windowLine to type pucksweb.clipWindow::loadTeam(
               "" & self::Session["team"], "H")
           set clipEnd to type pucksweb.clipWindow::endOf(windowLine, "SHIFT",
               clipStart, LK-T-MEDIA-DURATION(toiIdx))
           set clipStart to type pucksweb.clipWindow::startOf(windowLine, "SHIFT",
               clipStart)
           set self::Session::Item("video-paths") to mediaBase &
               LK-T-MEDIA-FILE(toiIdx)::Replace("\", "/")::Trim & "#t=" & clipStart &
               "," & clipEnd & ";"
           set self::Session::Item("video-titles") to LK-T-LAST(toiIdx)::Trim & " P" &
               LK-T-PRD(toiIdx) & " " & self::clockText(LK-T-PRD-TIME-SECS(toiIdx)) & ";"
           invoke self::ClientScript::RegisterStartupScript(self::GetType(), "alert", "callBatstube();", true).
       end method.

       end class.
