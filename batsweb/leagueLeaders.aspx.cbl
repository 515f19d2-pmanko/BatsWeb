      * through the same BAT300/BAT310 engine sequence
      * scoutingPacket.aspx.cbl uses, holds each player's line, and
      * ranks the top N league-wide in each category for the chosen
      * date range. The engine sums a player over the whole range, so
      * tournament games are kept out by team: unless the
      * include-tournament box is ticked, a team entered in a showcase
      * event that overlaps the range (tournamentEvent.cbl) is not
      * swept.
      *
      * Picking a leader lists the at-bats behind the figure: the
      * player's club's games in the range, walked at-bat by at-bat
      * through the BAT360 engine ("RA" then "VA", as
      * timesThroughOrder.aspx.cbl walks them), the player's own rows
      * kept when the result counts toward the category -- hits for
      * HITS, home runs for HOME RUNS, official at-bats for BATTING
      * AVERAGE, every plate appearance for OPS. Each row carries its
      * clip. RBI is not on the at-bat's result, so it is not listed.
      * A HITS or HOME RUNS count that differs from the board is
      * flagged. The session's game list is put back afterwards.
       class-id batsweb.leagueLeaders is partial
                inherits type System.Web.UI.Page public.

       01 BAT310WEBF                type BAT310WEBF.
       01 mydata type batsweb.bat310Data.
       01 mydata300 type batsweb.bat300Data.
       01 bat360rununit         type RunUnit.
       01 BAT360WEBF                type BAT360WEBF.
       01 my360data type batsweb.bat360Data.
      *    all teams captured before the roster calls reuse
      *    the dialog table, then one roster at a time the same way.
       01  SWEEP-TEAMS.
       01  sweptHR            type List[String].
       01  sweptRBI           type List[String].
       01  sweptOPS           type List[String].
      *    the drill: rows listed, games walked, and per row its
      *    clip paths and title.
       01  LL-ROWS                     PIC 9(5) VALUE 0.
       01  LL-GAMES                    PIC 9(4) VALUE 0.
       01  drillClips         type List[String].
       01  drillTitles        type List[String].

       method-id Page_Load protected.
       local-storage section.
       01  teamIdx         type Int32.
       01  rosterIdx       type Int32.
       01  gmDate          type Single.
       01  rangeFrom       type Int32.
       01  rangeTo         type Int32.
       linkage section.
           COPY "Y:\SYDEXSOURCE\BATS\bat300_dg.CPB".
       procedure division.
           set bat310rununit to self::Session::Item("310rununit")
               as type RunUnit

           set rangeFrom to 0
           set rangeTo to 0
           try
               set rangeFrom to type Int32::Parse(type DateTime::ParseExact(
                   tbStartDate::Text::Trim, "MM/dd/yy", null)::ToString("yyyyMMdd"))
               set rangeTo to type Int32::Parse(type DateTime::ParseExact(
                   tbEndDate::Text::Trim, "MM/dd/yy", null)::ToString("yyyyMMdd"))
           catch exc as type Exception
               set rangeFrom to 0
           end-try

           move 0 to SWEEP-TEAM-COUNT
           move 1 to aa.
       team-loop.
           if aa > BAT300-NUM-TEAMS or aa > 40
               go to team-done.
           if cbIncludeTournament::Checked = false and rangeFrom > 0
               if type pucksweb.tournamentEvent::enteredBetween(
                   BAT300-TEAM-NAME(aa)::Trim, rangeFrom, rangeTo) = "Y"
                   add 1 to aa
                   go to team-loop
               end-if
           end-if
           add 1 to SWEEP-TEAM-COUNT
           move BAT300-TEAM-NAME(aa) to SWEEP-TEAM(SWEEP-TEAM-COUNT)
           add 1 to aa
           MOVE "B" to BAT300-IND-PB-FLAG
           MOVE SWEEP-TEAM(teamIdx) TO BAT300-BATTER-ROSTER-TEAM
           MOVE "RB" TO BAT300-ACTION
           invoke type batsweb.screenTiming::engineCall(bat310rununit, "BAT300WEBF", "RB")

           move 0 to SWEEP-ROSTER-COUNT
           move 1 to aa.
           set BAT300-END-GAME-DATE to gmDate
           MOVE SWEEP-ROSTER-ID(rosterIdx) TO BAT300-SAVE-BATTER-ID
           MOVE "GO" to BAT300-ACTION
           invoke type batsweb.screenTiming::engineCall(bat310rununit, "BAT300WEBF", "GO")
           invoke self::holdLine(SWEEP-ROSTER-NAME(rosterIdx)::Trim &
               " (" & SWEEP-TEAM(teamIdx)::Trim & ")")
           add 1 to rosterIdx
           if bestIdx < 0
               go to rank-done.
           invoke taken::Add(bestIdx)
           invoke lbLeaders::Items::Add(new ListItem("  " & rankIdx & ". " &
               sweptNames[bestIdx] & "   " & catVals[bestIdx]::Trim(),
               catTitle & "|" & sweptNames[bestIdx] & "|" &
               catVals[bestIdx]::Trim()))
           add 1 to rankIdx
           go to rank-loop.
       rank-done.
           invoke lbLeaders::Items::Add("").
       end method.

      *    the at-bats behind the picked leader's figure, over
      *    the club's games in the range; each row keeps its clip.
       method-id lbLeaders_SelectedIndexChanged protected.
       local-storage section.
       01  pickParts       type String occurs any.
       01  catTitle        type String.
       01  playerLabel     type String.
       01  playerName      type String.
       01  teamName        type String.
       01  boardValue      type String.
       01  boardN          type Int32.
       01  rangeFrom       type Int32.
       01  rangeTo         type Int32.
       01  yearIdx         type Int32.
       01  yearTo          type Int32.
       01  saveChoice      type String.
       01  saveTeam        type String.
       01  saveYear        type Single.
       linkage section.
           COPY "Y:\sydexsource\BATS\bat360_dg.CPB".
       procedure division using by value sender as object e as type System.EventArgs.
           invoke lbDrill::Items::Clear
           set lblDrill::Text to ""
           set self::Session::Item("leaders-clips") to null
           set self::Session::Item("leaders-titles") to null
           if lbLeaders::SelectedItem = null
               exit method.
           if lbLeaders::SelectedItem::Value::Contains("|") = false
               exit method.
           set pickParts to lbLeaders::SelectedItem::Value::Split("|")
           set catTitle to pickParts[0]
           set playerLabel to pickParts[1]
           set boardValue to pickParts[2]
           if catTitle = "RBI"
               set lblDrill::Text to "RBI is not carried on the at-bat's" &
                   " result, so there is no at-bat list behind it."
               exit method.
           if playerLabel::LastIndexOf(" (") < 1
               exit method.
           set playerName to playerLabel::Substring(0,
               playerLabel::LastIndexOf(" ("))::Trim
           set teamName to playerLabel::Substring(
               playerLabel::LastIndexOf(" (") + 2)::Replace(")", "")::Trim

           set rangeFrom to 0
           set rangeTo to 0
           try
               set rangeFrom to type Int32::Parse(type DateTime::ParseExact(
                   tbStartDate::Text::Trim, "MM/dd/yy", null)::ToString("yyyyMMdd"))
               set rangeTo to type Int32::Parse(type DateTime::ParseExact(
                   tbEndDate::Text::Trim, "MM/dd/yy", null)::ToString("yyyyMMdd"))
           catch exc as type Exception
               set rangeFrom to 0
           end-try
           if rangeFrom = 0 or rangeTo < rangeFrom
               set lblDrill::Text to "Enter the date range as MM/DD/YY first."
               exit method.

           invoke self::start360
           set address of BAT360-DIALOG-FIELDS to my360Data::tablePointer
           set drillClips to new List[String]
           set drillTitles to new List[String]
           move 0 to LL-ROWS LL-GAMES

      *    the club's games a year at a time, then the session's
      *    own selection put back.
           set saveChoice to BAT360-GAMES-CHOICE
           set saveTeam to BAT360-GAMES-TEAM
           set saveYear to BAT360-GAME-SEL-YR
           compute yearIdx = rangeFrom / 10000
           compute yearTo = rangeTo / 10000.
       year-loop.
           if yearIdx > yearTo
               go to year-done.
           set BAT360-GAME-SEL-YR to yearIdx
           MOVE "T" to BAT360-GAMES-CHOICE
           set BAT360-GAMES-TEAM to teamName
           MOVE "RG" to BAT360-ACTION
           invoke type batsweb.screenTiming::engineCall(bat360rununit, "BAT360WEBF", "RG")
           if ERROR-FIELD NOT = SPACES
               move spaces to ERROR-FIELD
           else
               invoke self::walkPlayer(catTitle, playerName, rangeFrom, rangeTo)
           end-if
           add 1 to yearIdx
           go to year-loop.
       year-done.
           set BAT360-GAME-SEL-YR to saveYear
           move saveChoice to BAT360-GAMES-CHOICE
           move saveTeam to BAT360-GAMES-TEAM
           MOVE "RG" to BAT360-ACTION
           invoke type batsweb.screenTiming::engineCall(bat360rununit, "BAT360WEBF", "RG")
           if ERROR-FIELD NOT = SPACES
               move spaces to ERROR-FIELD.

           set self::Session::Item("leaders-clips") to drillClips
           set self::Session::Item("leaders-titles") to drillTitles
           if LL-ROWS = 0
               set lblDrill::Text to "No charted at-bats toward " & catTitle &
                   " for " & playerName & " in the " & LL-GAMES::ToString &
                   " game(s) of the range on file."
               exit method.
           set lblDrill::Text to LL-ROWS::ToString & " at-bat(s) toward " &
               catTitle & " in " & LL-GAMES::ToString &
               " game(s) walked -- pick one for its clip."
           if catTitle = "HITS" or catTitle = "HOME RUNS"
               set boardN to 0
               invoke type Int32::TryParse(boardValue, by reference boardN)
               if boardN not = LL-ROWS
                   set lblDrill::Text to lblDrill::Text &
                       "  MISMATCH: the board shows " & boardValue &
                       " -- a game in the range is not charted, or a" &
                       " result was charted since the line was computed."
               end-if
           end-if.
       end method.

      *    the loaded games inside the range, the player's own
      *    at-bats kept where the result counts toward the category.
       method-id walkPlayer protected.
       local-storage section.
       01  gameIdx         type Int32.
       01  lineIdx         type Int32.
       01  resText         type String.
       01  rowText         type String.
       linkage section.
           COPY "Y:\sydexsource\BATS\bat360_dg.CPB".
       procedure division using by value catTitle as String
                                 by value playerName as String
                                 by value rangeFrom as type Int32
                                 by value rangeTo as type Int32.
           set address of BAT360-DIALOG-FIELDS to my360Data::tablePointer
           move 1 to gameIdx.
       game-loop.
           if gameIdx > BAT360-NUM-GAMES
               go to game-done.
           if BAT360-G-GAME-DATE(gameIdx) < rangeFrom
            or BAT360-G-GAME-DATE(gameIdx) > rangeTo
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
           add 1 to LL-GAMES

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
           if self::sameBatter(playerName, BAT360-BATTER) not = "Y"
               add 1 to lineIdx
               go to line-loop.
           set resText to BAT360-I-RES-DESC::Trim::ToUpper
           if self::countsToward(catTitle, resText) not = "Y"
               add 1 to lineIdx
               go to line-loop.

           set rowText to BAT360-G-GAME-DATE(gameIdx) & "  " &
               BAT360-G-VIS(gameIdx)::Trim & " @ " &
               BAT360-G-HOME(gameIdx)::Trim & "  " &
               BAT360-I-RES-DESC::Trim & "  off " & BAT360-PITCHER::Trim
           invoke lbDrill::Items::Add(rowText)
           invoke drillTitles::Add(rowText)
           add 1 to LL-ROWS
           MOVE "VD" to BAT360-ACTION
           invoke type batsweb.screenTiming::engineCall(bat360rununit, "BAT360WEBF", "VD")
           if ERROR-FIELD NOT = SPACES
               move spaces to ERROR-FIELD
               invoke drillClips::Add("")
           else
               invoke drillClips::Add(self::clipsOf())
           end-if
           add 1 to lineIdx
           go to line-loop.
       line-done.
           add 1 to gameIdx
           go to game-loop.
       game-done.
       end method.

      *    "Y" when the charted batter is the board's player: every
      *    part of the roster name appears in the charted one, so
      *    "LAST, FIRST" and "FIRST LAST" both match.
       method-id sameBatter protected.
       local-storage section.
       01  nameParts       type String occurs any.
       01  chartedText     type String.
       01  partIdx         type Int32.
       procedure division using by value rosterName as String
                                 by value chartedName as String
                          returning sameFlag as String.
           set sameFlag to "N"
           if chartedName = null
               exit method.
           set chartedText to " " & chartedName::Replace(",", " ")::Trim::ToUpper & " "
           if chartedText::Trim = ""
               exit method.
           set nameParts to rosterName::Replace(",", " ")::Trim::ToUpper::Split(" ")
           move 0 to partIdx.
       part-loop.
           if partIdx >= nameParts::Length
               go to part-done.
           if nameParts[partIdx] not = ""
               if chartedText::Contains(" " & nameParts[partIdx] & " ") = false
                   exit method
               end-if
           end-if
           add 1 to partIdx
           go to part-loop.
       part-done.
           set sameFlag to "Y".
       end method.

      *    "Y" when a result counts toward the category, read the
      *    way timesThroughOrder.aspx.cbl classes results: hits for
      *    HITS, home runs for HOME RUNS, official at-bats (not a
      *    walk, hit batsman or sacrifice) for BATTING AVERAGE, every
      *    plate appearance for OPS.
       method-id countsToward protected.
       local-storage section.
       01  hitFlag         type String.
       01  abFlag          type String.
       procedure division using by value catTitle as String
                                 by value resText as String
                          returning countsFlag as String.
           set countsFlag to "N"
           set hitFlag to "N"
           set abFlag to "Y"
           evaluate true
           when resText::Contains("HOME RUN")
               set hitFlag to "Y"
           when resText::Contains("TRIPLE")
               set hitFlag to "Y"
           when resText::Contains("DOUBLE") and not resText::Contains("PLAY")
               set hitFlag to "Y"
           when resText::Contains("SINGLE")
               set hitFlag to "Y"
           when resText::Contains("WALK") or resText::Contains("BASE ON BALLS")
               set abFlag to "N"
           when resText::Contains("HIT BY")
               set abFlag to "N"
           when resText::Contains("SAC")
               set abFlag to "N"
           end-evaluate
           evaluate catTitle
           when "HITS"
               set countsFlag to hitFlag
           when "HOME RUNS"
               if resText::Contains("HOME RUN")
                   set countsFlag to "Y"
               end-if
           when "BATTING AVERAGE"
               set countsFlag to abFlag
           when "OPS"
               set countsFlag to "Y"
           end-evaluate.
       end method.

      *    the at-bat's camera angles off the engine's video list,
      *    as gameSummary's batstube builds them.
       method-id clipsOf protected.
       local-storage section.
       01  vidIdx          type Int32.
       01  windowLine      type String.
       01  clipTrim        type String.
       linkage section.
           COPY "Y:\sydexsource\BATS\bat360_dg.CPB".
       procedure division returning vidPaths as String.
           set address of BAT360-DIALOG-FIELDS to my360Data::tablePointer
           set vidPaths to ""
      *    a pitch clip skips the lead-in its result's window
      *    trims off (clipWindow.cbl).
           set windowLine to type pucksweb.clipWindow::loadTeam(
               "" & self::Session::Item("team"), "B")
           move 1 to vidIdx.
       vid-loop.
           if vidIdx > BAT360-WF-VID-COUNT
               go to vid-done.
           set clipTrim to type pucksweb.clipWindow::fileTrim(windowLine,
               type pucksweb.clipWindow::codeOf(windowLine, BAT360-WF-VIDEO-TITL(vidIdx)))
           set vidPaths to vidPaths & BAT360-WF-VIDEO-PATH(vidIdx) &
               BAT360-WF-VIDEO-A(vidIdx) & clipTrim & ","
           add 1 to vidIdx
           go to vid-loop.
       vid-done.
       end method.

      *    plays the picked at-bat's clip.
       method-id lbDrill_SelectedIndexChanged protected.
       local-storage section.
       01  clipPaths       type String occurs any.
       01  clipIdx         type Int32.
       01  vidTitles       type String.
       procedure division using by value sender as object e as type System.EventArgs.
           if lbDrill::SelectedIndex < 0
               exit method.
           if self::Session::Item("leaders-clips") = null
            or self::Session::Item("leaders-titles") = null
               exit method.
           set drillClips to self::Session::Item("leaders-clips") as type List[String]
           set drillTitles to self::Session::Item("leaders-titles") as type List[String]
           if lbDrill::SelectedIndex >= drillClips::Count
               exit method.
           if drillClips[lbDrill::SelectedIndex] = ""
               set lblDrill::Text to "No video on file for that at-bat."
               exit method.
           set clipPaths to drillClips[lbDrill::SelectedIndex]::TrimEnd(",")::Split(",")
           set vidTitles to ""
           move 0 to clipIdx.
       title-loop.
           if clipIdx >= clipPaths::Length
               go to title-done.
           set vidTitles to vidTitles & drillTitles[lbDrill::SelectedIndex] & ","
           add 1 to clipIdx
           go to title-loop.
       title-done.
           set self::Session::Item("video-paths") to drillClips[lbDrill::SelectedIndex]
           set self::Session::Item("video-titles") to vidTitles
           invoke self::ClientScript::RegisterStartupScript(self::GetType(), "alert", "callBatstube();", true).
       end method.

      *    the BAT360 engine and its dialog data for the session,
      *    set up the way gameSummary leaves them.
       method-id start360 protected.
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
       end method.

       end class.
