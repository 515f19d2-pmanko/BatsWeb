      * defensive positioning cards per opposing batter.
      * breakdownpark.aspx.cbl drops every batted ball from
      * BAT360-HITLOC-X/Y onto the park bitmap, and the bench coach
      * still marks up a printout by hand to decide where the
      * fielders go. This builds one printable card per hitter on
      * the chosen opponent's roster from every game of theirs in the
      * gameSummary engine's loaded list: the field cut into fielder
      * zones, hit density per zone split by pitcher hand (the
      * playerBio throws code -- unknown hands count in the totals
      * only) and ground ball vs air ball (BAT360-I-HIT-DESC), and a
      * recommended spot for each fielder.
      *
      * Geometry is the park bitmap's: plate at 296,440 on the
      * 597x480 image (Y scaled from the 488-line hit-location grid
      * the way summarypark.aspx.cbl scales it), a pixel taken as a
      * foot. Spray angle is degrees off the line through second
      * base, negative toward the third-base side. Each ground ball
      * is credited to the nearest infielder by angle and each air
      * ball to the nearest outfielder; a fielder with three or more
      * balls is moved to the average angle of those balls (and, for
      * outfielders, their average depth), otherwise stays standard.
      * Two-thirds of eight or more grounders to one side of the bag
      * calls the shift.
       class-id batsweb.positioningCards is partial
                inherits type System.Web.UI.Page public.

       working-storage section.
       COPY "Y:\sydexsource\shared\WS-SYS.CBL".
       01 bat360rununit         type RunUnit.
       01 BAT360WEBF                type BAT360WEBF.
       01 bat666rununit         type RunUnit.
       01 BAT666WEBF                type BAT666WEBF.
       01 my360data type batsweb.bat360Data.
       01 my666data type batsweb.bat666Data.

       01  WS-LOOKUP-TEAM              PIC X(15).
      *    the opponent's hitters, captured off the engine's
      *    roster table before the game walk reuses the dialog.
       01  PC-ROSTER-TBL.
           05  PC-BATTER OCCURS 40 TIMES.
               10  PC-BAT-NAME         PIC X(30).
               10  PC-BAT-BIP          PIC 9(4).
      *            zone counts: hand 1 RHP, 2 LHP, 3 unknown;
      *            type 1 ground ball, 2 air ball; zones 1-5 the
      *            infield slices, 6-8 the outfield thirds.
               10  PC-HAND OCCURS 3 TIMES.
                   15  PC-TYPE OCCURS 2 TIMES.
                       20  PC-ZONE-N   PIC 9(4) OCCURS 8 TIMES.
      *            per-fielder sums for the recommendation:
      *            1 3B, 2 SS, 3 2B, 4 1B, 5 LF, 6 CF, 7 RF.
               10  PC-FIELDER OCCURS 7 TIMES.
                   15  PC-FLD-N        PIC 9(4).
                   15  PC-FLD-ANGLE    PIC S9(6)V9.
                   15  PC-FLD-DEPTH    PIC 9(7).
       01  PC-ROSTER-COUNT             PIC 9(4) VALUE 0.
       01  PC-GAMES-USED               PIC 9(4) VALUE 0.
      *    the pitchers whose throws code has been looked up.
       01  PC-ARM-TBL.
           05  PC-ARM OCCURS 200 TIMES.
               10  PC-ARM-NAME         PIC X(30).
               10  PC-ARM-HAND         PIC X.
       01  PC-ARM-COUNT                PIC 9(4) VALUE 0.

      *    the standard alignment, angle and depth per fielder.
       01  PC-STD-VALUES.
           05  FILLER  PIC X(13) VALUE "3B -033 0110 ".
           05  FILLER  PIC X(13) VALUE "SS -012 0145 ".
           05  FILLER  PIC X(13) VALUE "2B +012 0145 ".
           05  FILLER  PIC X(13) VALUE "1B +033 0110 ".
           05  FILLER  PIC X(13) VALUE "LF -028 0290 ".
           05  FILLER  PIC X(13) VALUE "CF +000 0320 ".
           05  FILLER  PIC X(13) VALUE "RF +028 0290 ".
       01  PC-STD-TBL REDEFINES PC-STD-VALUES.
           05  PC-STD OCCURS 7 TIMES.
               10  PC-STD-POS          PIC X(2).
               10  FILLER              PIC X.
               10  PC-STD-ANGLE        PIC S9(3) SIGN LEADING SEPARATE.
               10  FILLER              PIC X.
               10  PC-STD-DEPTH        PIC 9(4).
               10  FILLER              PIC X.
       01  PC-ZONE-NAMES.
           05  FILLER  PIC X(16) VALUE "GB 3B line".
           05  FILLER  PIC X(16) VALUE "GB 5-6 hole".
           05  FILLER  PIC X(16) VALUE "GB up the middle".
           05  FILLER  PIC X(16) VALUE "GB 3-4 hole".
           05  FILLER  PIC X(16) VALUE "GB 1B line".
           05  FILLER  PIC X(16) VALUE "Air left".
           05  FILLER  PIC X(16) VALUE "Air center".
           05  FILLER  PIC X(16) VALUE "Air right".
       01  PC-ZONE-TBL REDEFINES PC-ZONE-NAMES.
           05  PC-ZONE-NAME OCCURS 8 TIMES PIC X(16).

       method-id Page_Load protected.
       local-storage section.
       linkage section.
           COPY "Y:\sydexsource\BATS\bat666_dg.CPB".
       procedure division using by value param-sender as object
                                         param-e as type System.EventArgs.
           if self::Session["level"] = null
               invoke self::Response::Redirect("~/Default.aspx")
               exit method.
           if self::IsPostBack
               exit method.
           if  self::Session::Item("666rununit") not = null
               set bat666rununit to self::Session::Item("666rununit")
                   as type RunUnit
               else
               set bat666rununit to type RunUnit::New()
               set BAT666WEBF to new BAT666WEBF
               invoke bat666rununit::Add(BAT666WEBF)
               set self::Session::Item("666rununit") to  bat666rununit.
           if self::Session["bat666data"] = null
               set my666data to new batsweb.bat666Data
               invoke my666data::populateData
               set self::Session["bat666data"] to my666data
           else
               set my666data to self::Session["bat666data"] as type batsweb.bat666Data.
           set address of BAT666-DIALOG-FIELDS to my666Data::tablePointer
           move "I" to BAT666-ACTION
           invoke type batsweb.screenTiming::engineCall(bat666rununit, "BAT666WEBF", "I")
           move 1 to aa.
       team-loop.
           if aa > BAT666-NUM-TEAMS
               go to team-done.
           invoke teamDropDownList::Items::Add(BAT666-TEAM-NAME(aa))
           add 1 to aa
           go to team-loop.
       team-done.
           goback.
       end method.

      *    the cards for the whole opposing roster, as one
      *    print-ready page -- a card per hitter, one to a sheet.
       method-id btnCards_Click protected.
       local-storage section.
       01  htmlBuilder     type System.Text.StringBuilder.
       01  batIdx          type Int32.
       procedure division using by value sender as object e as type System.EventArgs.
           if teamDropDownList::SelectedItem = null
               set lblMsg::Text to "Pick the opponent for the series."
               exit method.
           MOVE teamDropDownList::SelectedItem::ToString::ToUpper TO WS-LOOKUP-TEAM
           INITIALIZE PC-ROSTER-TBL PC-ARM-TBL
           move 0 to PC-ROSTER-COUNT PC-ARM-COUNT PC-GAMES-USED

           invoke self::loadRoster
           if PC-ROSTER-COUNT = 0
               set lblMsg::Text to "No hitters on file for " &
                   WS-LOOKUP-TEAM::Trim & "."
               exit method.
           invoke self::walkGames
           if PC-GAMES-USED = 0
               set lblMsg::Text to "No " & WS-LOOKUP-TEAM::Trim &
                   " games in the loaded selection -- widen it on" &
                   " gameSummary first."
               exit method.

           set htmlBuilder to new System.Text.StringBuilder
           invoke htmlBuilder::AppendLine("<html><head><title>Positioning Cards</title>")
           invoke htmlBuilder::AppendLine("<style>body{font-family:monospace;font-size:11pt;}" &
               " div.card{page-break-after:always;}" &
               " table{border-collapse:collapse;} td,th{border:1px solid #000;padding:2px 6px;text-align:right;}" &
               " td.z{text-align:left;}</style>")
           invoke htmlBuilder::AppendLine("</head><body>")
           perform varying batIdx from 1 by 1 until batIdx > PC-ROSTER-COUNT
               if PC-BAT-BIP(batIdx) > 0
                   invoke self::appendCard(htmlBuilder, batIdx)
               end-if
           end-perform
           invoke htmlBuilder::AppendLine("</body></html>")

           set Response::ContentType to "text/html"
           invoke Response::Write(htmlBuilder::ToString())
           invoke Response::End
       end method.

      *    the opponent's batter roster, pitcherDecisions'
      *    loadStaff shape on the batter side.
       method-id loadRoster protected.
       linkage section.
           COPY "Y:\sydexsource\BATS\bat666_dg.CPB".
       procedure division.
           set my666data to self::Session["bat666data"] as type batsweb.bat666Data
           set address of BAT666-DIALOG-FIELDS to my666Data::tablePointer
           set bat666rununit to self::Session::Item("666rununit")
               as type RunUnit
           MOVE "I " TO BAT666-BATTER-FLAG
           MOVE "B" TO BAT666-IND-PB-FLAG
           move WS-LOOKUP-TEAM to BAT666-SEL-TEAM
           move WS-LOOKUP-TEAM to BAT666-BATTER-ROSTER-TEAM
           MOVE "RB" TO BAT668-ACTION
           MOVE "T" TO BAT666-ACTION
           invoke type batsweb.screenTiming::engineCall(bat666rununit, "BAT666WEBF", "T")
           move 1 to aa.
       roster-loop.
           if aa > BAT666-ROSTER-NUM-ENTRIES or aa > 40
               go to roster-done.
           add 1 to PC-ROSTER-COUNT
           move BAT666-ROSTER-NAME(aa)::Trim::ToUpper
               to PC-BAT-NAME(PC-ROSTER-COUNT)
           add 1 to aa
           go to roster-loop.
       roster-done.
           MOVE " " TO BAT666-IND-PB-FLAG.
       end method.

      *    the opponent's games in the loaded list; every
      *    batter row's detail, kept when the hitter is on the card
      *    list and the ball has a charted landing spot.
       method-id walkGames protected.
       local-storage section.
       01  gameIdx         type Int32.
       01  lineIdx         type Int32.
       linkage section.
           COPY "Y:\sydexsource\BATS\bat360_dg.CPB".
       procedure division.
           if self::Session["bat360data"] = null
               set my360data to new batsweb.bat360Data
               invoke my360data::populateData
               set self::Session["bat360data"] to my360data
           else
               set my360data to self::Session["bat360data"] as type batsweb.bat360Data.
           if  self::Session::Item("360rununit") not = null
               set bat360rununit to self::Session::Item("360rununit")
                   as type RunUnit
                ELSE
                set bat360rununit to type RunUnit::New()
                set BAT360WEBF to new BAT360WEBF
                invoke bat360rununit::Add(BAT360WEBF)
                set self::Session::Item("360rununit") to bat360rununit.
           set address of BAT360-DIALOG-FIELDS to my360Data::tablePointer

           move 1 to gameIdx.
       game-loop.
           if gameIdx > BAT360-NUM-GAMES
               go to game-done.
           if BAT360-G-HOME(gameIdx)::Trim::ToUpper not = WS-LOOKUP-TEAM::Trim
            and BAT360-G-VIS(gameIdx)::Trim::ToUpper not = WS-LOOKUP-TEAM::Trim
               add 1 to gameIdx
               go to game-loop.

           set BAT360-AB-IP to 0
           set BAT360-SEL-GAME TO gameIdx
           MOVE BAT360-G-GAME-DATE(gameIdx) to BAT360-I-GAME-DATE
           MOVE BAT360-G-GAME-ID(gameIdx) to BAT360-I-GAME-ID
           MOVE "RA" to BAT360-ACTION
           invoke type batsweb.screenTiming::engineCall(bat360rununit, "BAT360WEBF", "RA")
           if ERROR-FIELD NOT = SPACES
               move spaces to ERROR-FIELD
               add 1 to gameIdx
               go to game-loop.
           add 1 to PC-GAMES-USED

           move 1 to lineIdx.
       line-loop.
           if lineIdx > BAT360-NUM-AB
               go to line-done.
           IF BAT360-REC-TYPE(lineIdx) NOT = "B"
               add 1 to lineIdx
               go to line-loop.
           set BAT360-SEL-AB to lineIdx
           MOVE BAT360-SEL-AB to BAT360-AB-IP
           MOVE BAT360-AB-KEY(lineIdx) to BAT360-I-KEY
           move "VA" to BAT360-ACTION
           invoke type batsweb.screenTiming::engineCall(bat360rununit, "BAT360WEBF", "VA")
           if ERROR-FIELD NOT = SPACES
               move spaces to ERROR-FIELD
               add 1 to lineIdx
               go to line-loop.
           IF BAT360-HITLOC-X NOT = 0 OR BAT360-HITLOC-Y NOT = 0
               invoke self::takeBall.
           add 1 to lineIdx
           go to line-loop.
       line-done.
           add 1 to gameIdx
           go to game-loop.
       game-done.
       end method.

      *    one ball in play: batter, hand, type, zone, fielder.
       method-id takeBall protected.
       local-storage section.
       01  batIdx          type Int32.
       01  handIdx         type Int32.
       01  typeIdx         type Int32.
       01  zoneIdx         type Int32.
       01  fldIdx          type Int32.
       01  scanIdx         type Int32.
       01  dx              type Double.
       01  dy              type Double.
       01  sprayAngle      type Double.
       01  depthFt         type Double.
       01  bestGap         type Double.
       01  thisGap         type Double.
       01  hitText         type String.
       linkage section.
           COPY "Y:\sydexsource\BATS\bat360_dg.CPB".
       procedure division.
           set address of BAT360-DIALOG-FIELDS to my360Data::tablePointer
           set batIdx to 0
           perform varying scanIdx from 1 by 1 until scanIdx > PC-ROSTER-COUNT
               if PC-BAT-NAME(scanIdx)::Trim = BAT360-BATTER::Trim::ToUpper
                   set batIdx to scanIdx
                   exit perform
               end-if
           end-perform
           if batIdx = 0
               exit method.

           compute dx = BAT360-HITLOC-X - 296
           compute dy = 440 - (BAT360-HITLOC-Y / 488 * 480)
           if dy < 0
      *        behind the plate -- a catcher's pop or bad data.
               exit method.
           set sprayAngle to type Math::Atan2(dx, dy) * 180 / type Math::PI
           set depthFt to type Math::Sqrt(dx * dx + dy * dy)
           if sprayAngle < -45 or sprayAngle > 45
      *        foul territory.
               exit method.

           set hitText to BAT360-I-HIT-DESC::Trim::ToUpper
           if hitText::Contains("GROUND") or hitText::Contains("BUNT")
               set typeIdx to 1
           else
               set typeIdx to 2.

           evaluate self::armHand(BAT360-PITCHER)
           when "R"
               set handIdx to 1
           when "L"
               set handIdx to 2
           when other
               set handIdx to 3
           end-evaluate

           if typeIdx = 1
               evaluate true
               when sprayAngle < -30
                   set zoneIdx to 1
               when sprayAngle < -8
                   set zoneIdx to 2
               when sprayAngle <= 8
                   set zoneIdx to 3
               when sprayAngle <= 30
                   set zoneIdx to 4
               when other
                   set zoneIdx to 5
               end-evaluate
           else
               evaluate true
               when sprayAngle < -15
                   set zoneIdx to 6
               when sprayAngle <= 15
                   set zoneIdx to 7
               when other
                   set zoneIdx to 8
               end-evaluate
           end-if
           add 1 to PC-BAT-BIP(batIdx)
           add 1 to PC-ZONE-N(batIdx, handIdx, typeIdx, zoneIdx)

      *    nearest fielder of the right group by angle.
           set fldIdx to 0
           set bestGap to 999
           perform varying scanIdx from 1 by 1 until scanIdx > 7
               if (typeIdx = 1 and scanIdx <= 4)
                or (typeIdx = 2 and scanIdx >= 5)
                   compute thisGap = sprayAngle - PC-STD-ANGLE(scanIdx)
                   if thisGap < 0
                       compute thisGap = 0 - thisGap
                   end-if
                   if thisGap < bestGap
                       set bestGap to thisGap
                       set fldIdx to scanIdx
                   end-if
               end-if
           end-perform
           if fldIdx not = 0
               add 1 to PC-FLD-N(batIdx, fldIdx)
               compute PC-FLD-ANGLE(batIdx, fldIdx) =
                   PC-FLD-ANGLE(batIdx, fldIdx) + sprayAngle
               compute PC-FLD-DEPTH(batIdx, fldIdx) =
                   PC-FLD-DEPTH(batIdx, fldIdx) + depthFt
           end-if.
       end method.

      *    throws code for a pitcher, looked up once per name.
       method-id armHand protected.
       local-storage section.
       01  scanIdx         type Int32.
       procedure division using by value pitcherName as String
                          returning handOut as String.
           perform varying scanIdx from 1 by 1 until scanIdx > PC-ARM-COUNT
               if PC-ARM-NAME(scanIdx) = pitcherName::Trim::ToUpper
                   set handOut to PC-ARM-HAND(scanIdx)
                   exit method
               end-if
           end-perform
           set handOut to type batsweb.playerBio::handByName(pitcherName, "T")
           if PC-ARM-COUNT < 200
               add 1 to PC-ARM-COUNT
               move pitcherName::Trim::ToUpper to PC-ARM-NAME(PC-ARM-COUNT)
               move handOut to PC-ARM-HAND(PC-ARM-COUNT)
           end-if.
       end method.

      *    one hitter's card: the density grid, then the spot
      *    for every fielder.
       method-id appendCard protected.
       local-storage section.
       01  zoneIdx         type Int32.
       01  fldIdx          type Int32.
       01  typeIdx         type Int32.
       01  zoneAll         type Int32.
       01  sharePct        type Int32.
       01  typeAll         type Int32.
       01  pullGb          type Int32.
       01  oppoGb          type Int32.
       01  gbAll           type Int32.
       01  avgAngle        type Double.
       01  avgDepth        type Double.
       01  moveDeg         type Double.
       01  moveFt          type Double.
       01  rowHtml         type String.
       01  advice          type String.
       procedure division using by value htmlBuilder as type System.Text.StringBuilder
                                 by value batIdx as type Int32.
           invoke htmlBuilder::AppendLine("<div class=""card""><h3>" &
               PC-BAT-NAME(batIdx)::Trim & " -- " & WS-LOOKUP-TEAM::Trim &
               "</h3><p>" & PC-BAT-BIP(batIdx) & " charted balls in play, " &
               PC-GAMES-USED & " game(s)</p>")
           invoke htmlBuilder::AppendLine("<table><tr><th>Zone</th>" &
               "<th>vs RHP</th><th>vs LHP</th><th>All</th><th>Share</th></tr>")
           perform varying zoneIdx from 1 by 1 until zoneIdx > 8
               if zoneIdx <= 5
                   set typeIdx to 1
               else
                   set typeIdx to 2
               end-if
               compute zoneAll = PC-ZONE-N(batIdx, 1, typeIdx, zoneIdx) +
                   PC-ZONE-N(batIdx, 2, typeIdx, zoneIdx) +
                   PC-ZONE-N(batIdx, 3, typeIdx, zoneIdx)
               compute sharePct = zoneAll * 100 / PC-BAT-BIP(batIdx)
               set rowHtml to "<tr><td class=""z"">" &
                   PC-ZONE-NAME(zoneIdx)::Trim & "</td><td>" &
                   PC-ZONE-N(batIdx, 1, typeIdx, zoneIdx)::ToString &
                   "</td><td>" &
                   PC-ZONE-N(batIdx, 2, typeIdx, zoneIdx)::ToString &
                   "</td><td>" & zoneAll::ToString & "</td><td>" &
                   sharePct::ToString &
                   "%</td></tr>"
               invoke htmlBuilder::AppendLine(rowHtml)
           end-perform
           invoke htmlBuilder::AppendLine("</table>")

      *    the shift call off the grounders' side of the bag.
           set pullGb to 0
           set oppoGb to 0
           perform varying zoneIdx from 1 by 1 until zoneIdx > 5
               compute typeAll = PC-ZONE-N(batIdx, 1, 1, zoneIdx) +
                   PC-ZONE-N(batIdx, 2, 1, zoneIdx) +
                   PC-ZONE-N(batIdx, 3, 1, zoneIdx)
               if zoneIdx <= 2
                   add typeAll to pullGb
               end-if
               if zoneIdx >= 4
                   add typeAll to oppoGb
               end-if
           end-perform
           compute gbAll = pullGb + oppoGb
           invoke htmlBuilder::AppendLine("<h4>Recommended alignment</h4><ul>")
           if gbAll >= 8 and pullGb * 3 >= gbAll * 2
               invoke htmlBuilder::AppendLine("<li><b>INFIELD SHIFT</b> --" &
                   " three infielders on the third-base side (" &
                   pullGb & " of " & gbAll & " grounders)</li>")
           end-if
           if gbAll >= 8 and oppoGb * 3 >= gbAll * 2
               invoke htmlBuilder::AppendLine("<li><b>INFIELD SHIFT</b> --" &
                   " three infielders on the first-base side (" &
                   oppoGb & " of " & gbAll & " grounders)</li>")
           end-if

           perform varying fldIdx from 1 by 1 until fldIdx > 7
               if PC-FLD-N(batIdx, fldIdx) < 3
                   set advice to "standard (too few balls to move)"
               else
                   compute avgAngle = PC-FLD-ANGLE(batIdx, fldIdx) /
                       PC-FLD-N(batIdx, fldIdx)
                   compute moveDeg = avgAngle - PC-STD-ANGLE(fldIdx)
      *            the corner infielders still have to reach
      *            their bags.
                   if fldIdx = 1 and avgAngle < -42
                       compute moveDeg = -42 - PC-STD-ANGLE(fldIdx)
                   end-if
                   if fldIdx = 4 and avgAngle > 42
                       compute moveDeg = 42 - PC-STD-ANGLE(fldIdx)
                   end-if
                   evaluate true
                   when moveDeg <= -3
                       set advice to "shade " & (0 - moveDeg)::ToString("0") &
                           " deg toward the third-base line"
                   when moveDeg >= 3
                       set advice to "shade " & moveDeg::ToString("0") &
                           " deg toward the first-base line"
                   when other
                       set advice to "straight up"
                   end-evaluate
                   if fldIdx >= 5
                       compute avgDepth = PC-FLD-DEPTH(batIdx, fldIdx) /
                           PC-FLD-N(batIdx, fldIdx)
                       compute moveFt = avgDepth - PC-STD-DEPTH(fldIdx)
                       if moveFt >= 15
                           set advice to advice & ", play " &
                               moveFt::ToString("0") & " ft deeper"
                       end-if
                       if moveFt <= -15
                           set advice to advice & ", come in " &
                               (0 - moveFt)::ToString("0") & " ft"
                       end-if
                   end-if
                   set advice to advice & " (" & PC-FLD-N(batIdx, fldIdx) &
                       " balls)"
               end-if
               invoke htmlBuilder::AppendLine("<li>" & PC-STD-POS(fldIdx) &
                   ": " & advice & "</li>")
           end-perform
           invoke htmlBuilder::AppendLine("</ul></div>").
       end method.

       end class.
