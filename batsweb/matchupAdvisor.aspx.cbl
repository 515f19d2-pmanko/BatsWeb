      * in-game reliever matchup advisor. Late in a close game
      * the bench coach has head-to-head history on
      * pitchervsbatter.aspx.cbl, who is rested on
      * bullpenAvailability.aspx.cbl and recent load on
      * pitcherWorkload.aspx.cbl -- three screens between innings.
      * This takes the opponent's batting order for tonight off the
      * gameLineup.aspx.cbl row (BATSW028.DAT) and the slot due up,
      * and ranks every reliever on our staff against the next three
      * hitters. Each matchup is the linear-weight run value per PA
      * lineupProjection.aspx.cbl uses, blending the head-to-head line
      * from the BAT666 engine with the reliever's line against that
      * hitter's side (AL/AR batter selection; the hitter's bats code
      * off playerBio, a switch hitter taking the side opposite the
      * reliever's arm). Head-to-head counts for as many PA as it
      * has, the split for a fixed 20, so a 2-for-3 history nudges
      * the ranking rather than deciding it.
      *
      * Workload uses the same guardrails as the other two screens:
      * back-to-back days is unavailable, and a 7-day pitch estimate
      * (batters faced x 3.8) over the ceiling is out -- either one
      * greys the row out but it stays listed. Engine results are kept
      * in the session for the rest of the day, so the second inning's
      * look is a recompute of the ranking rather than another full
      * set of engine passes.
       class-id batsweb.matchupAdvisor is partial
                inherits type System.Web.UI.Page public.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       $SET CALLFH"EXTFH"
       $SET DATACOMPRESS"1"
        SELECT LINEUP-FILE ASSIGN WS-LINEUP-FILE
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS LINEUP-KEY
              LOCK MANUAL
              FILE STATUS IS STATUS-COMN.

       file section.
       FD  LINEUP-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS LINEUP-REC.

      *    layout owned by gameLineup.aspx.cbl -- keep in sync
      *    with the FD there.
       01  LINEUP-REC.
           05  LINEUP-KEY.
               10  LINEUP-GAME-DATE        PIC 9(8).
               10  LINEUP-HOME-TEAM        PIC X(15).
               10  LINEUP-VISITORS         PIC X(15).
               10  LINEUP-SIDE             PIC X.
           05  LINEUP-SLOT OCCURS 9 TIMES PIC X(30).
           05  LINEUP-SP                   PIC X(30).
           05  LINEUP-RUNS                 PIC 9(2).
           05  LINEUP-RECORDED             PIC X(14).
           05  FILLER                      PIC X(10).

       working-storage section.
       COPY "Y:\sydexsource\shared\WS-SYS.CBL".
       01 bat666rununit         type RunUnit.
       01 BAT666WEBF                type BAT666WEBF.
       01 mydata type batsweb.bat666Data.
       01  WS-LINEUP-FILE     PIC X(256) VALUE "BATSW028.DAT".
       01  STATUS-COMN.
           05  STATUS-BYTE-1           PIC X      VALUE SPACES.
           05  STATUS-BYTE-2           PIC X      VALUE SPACES.
       01  WS-TODAY           PIC 9(8) VALUE 0.
       01  WS-NEXT-SLOT       PIC 9(4) VALUE 0.
       01  WS-MAX-PITCHES-7   PIC 9(5) VALUE 0.
       01  WS-OUR-SP          PIC X(30) VALUE SPACES.
       01  WS-OUR-TEAM        PIC X(15) VALUE SPACES.
       01  WS-OPP-TEAM        PIC X(15) VALUE SPACES.

      *    the three hitters due and their bats codes.
       01  MA-DUE-TBL.
           05  MA-DUE OCCURS 3 TIMES.
               10  MA-DUE-NAME         PIC X(30).
               10  MA-DUE-BATS         PIC X.
      *    the staff, captured before the per-matchup selections
      *    overwrite the engine's roster table.
       01  MA-PEN-TBL.
           05  MA-PEN OCCURS 40 TIMES.
               10  MA-PEN-NAME         PIC X(30).
               10  MA-PEN-THROWS       PIC X.
               10  MA-PEN-SCORE        PIC S9(3)V9(4).
               10  MA-PEN-OUT          PIC X.
               10  MA-PEN-NOTE         PIC X(40).
               10  MA-PEN-DETAIL       PIC X(80).
       01  MA-PEN-COUNT                PIC 9(4) VALUE 0.
       01  MA-SWAP-ROW                 PIC X(160).
      *    last engine pass, counted off the T-LINE result text.
       01  MA-PA                       PIC 9(5) VALUE 0.
       01  MA-RUN-VALUE                PIC S9(3)V9(4) VALUE 0.

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
               set mydata to new batsweb.bat666Data
               invoke mydata::populateData
               set self::Session["bat666data"] to mydata
           else
               set mydata to self::Session["bat666data"] as type batsweb.bat666Data.

           set address of BAT666-DIALOG-FIELDS to myData::tablePointer
           move "I" to BAT666-ACTION
           invoke type batsweb.screenTiming::engineCall(bat666rununit, "BAT666WEBF", "I")
      *    reliever ceiling -- the starters' 300 on
      *    pitcherWorkload is far too loose for the pen.
           set tbMaxPitches7::Text to "100"
           set tbNextSlot::Text to "1"
           move 1 to aa.
       team-loop.
           if aa > BAT666-NUM-TEAMS
               go to team-done.
           invoke ourTeamDropDownList::Items::Add(BAT666-TEAM-NAME(aa))
           invoke oppTeamDropDownList::Items::Add(BAT666-TEAM-NAME(aa))
           add 1 to aa
           go to team-loop.
       team-done.
           goback.
       end method.

       method-id btnAdvise_Click protected.
       local-storage section.
       01  penIdx          type Int32.
       01  dueIdx          type Int32.
       01  newItem         type ListItem.
       01  rowText         type String.
       procedure division using by value sender as object e as type System.EventArgs.
           invoke lbAdvice::Items::Clear.
           if ourTeamDropDownList::SelectedItem = null
            or oppTeamDropDownList::SelectedItem = null
               set lblMsg::Text to "Pick our club and tonight's opponent."
               exit method.
           move ourTeamDropDownList::SelectedItem::ToString::Trim::ToUpper to WS-OUR-TEAM
           move oppTeamDropDownList::SelectedItem::ToString::Trim::ToUpper to WS-OPP-TEAM
           move 0 to WS-NEXT-SLOT
           invoke type Int32::TryParse(tbNextSlot::Text::Trim(), by reference WS-NEXT-SLOT)
           if WS-NEXT-SLOT < 1 or WS-NEXT-SLOT > 9
               set lblMsg::Text to "Enter the batting-order slot due up (1-9)."
               exit method.
           move 0 to WS-MAX-PITCHES-7
           invoke type Int32::TryParse(tbMaxPitches7::Text::Trim(), by reference WS-MAX-PITCHES-7)
           invoke type Int32::TryParse(type DateTime::Today::ToString("yyyyMMdd"),
               by reference WS-TODAY)

           if self::loadDueUp() not = "Y"
               set lblMsg::Text to "No lineup keyed for " & WS-OPP-TEAM::Trim &
                   " tonight -- enter it on gameLineup first."
               exit method.
           invoke self::loadPen
           if MA-PEN-COUNT = 0
               set lblMsg::Text to "No pitchers on the " & WS-OUR-TEAM::Trim & " staff."
               exit method.

           perform varying penIdx from 1 by 1 until penIdx > MA-PEN-COUNT
               invoke self::scoreReliever(penIdx)
           end-perform
           invoke self::rankPen

           invoke lbAdvice::Items::Add("DUE: " & MA-DUE-NAME(1)::Trim & " (" &
               MA-DUE-BATS(1) & ")  " & MA-DUE-NAME(2)::Trim & " (" &
               MA-DUE-BATS(2) & ")  " & MA-DUE-NAME(3)::Trim & " (" &
               MA-DUE-BATS(3) & ")")
           perform varying penIdx from 1 by 1 until penIdx > MA-PEN-COUNT
               set rowText to penIdx::ToString & ". " & MA-PEN-NAME(penIdx)::Trim &
                   " (" & MA-PEN-THROWS(penIdx) & ")  " &
                   MA-PEN-SCORE(penIdx)::ToString("0.000") & " runs/PA   " &
                   MA-PEN-DETAIL(penIdx)::Trim
               if MA-PEN-OUT(penIdx) = "Y"
                   set newItem to new ListItem(rowText & "   -- " &
                       MA-PEN-NOTE(penIdx)::Trim)
                   invoke newItem::Attributes::Add("style", "color:gray")
               else
                   set newItem to new ListItem(rowText)
               end-if
               invoke lbAdvice::Items::Add(newItem)
           end-perform
           set lblMsg::Text to "Lowest expected runs per PA over the next three"
               & " first. Greyed: back-to-back days or over the 7-day pitch ceiling.".
       end method.

      *    tonight's lineup row for the opponent, whichever
      *    side of the key they're on; the three hitters from the
      *    due slot, wrapping past the nine-hole.
       method-id loadDueUp protected.
       local-storage section.
       01  dueIdx          type Int32.
       01  slotIdx         type Int32.
       procedure division returning foundFlag as String.
           set foundFlag to "N"
           move spaces to WS-OUR-SP
           OPEN INPUT LINEUP-FILE.
           IF STATUS-BYTE-1 NOT EQUAL ZEROES
               exit method.
           MOVE WS-TODAY TO LINEUP-GAME-DATE
           MOVE WS-OUR-TEAM TO LINEUP-HOME-TEAM
           MOVE WS-OPP-TEAM TO LINEUP-VISITORS
           MOVE "V" TO LINEUP-SIDE
           READ LINEUP-FILE
               INVALID KEY
                   MOVE WS-OPP-TEAM TO LINEUP-HOME-TEAM
                   MOVE WS-OUR-TEAM TO LINEUP-VISITORS
                   MOVE "H" TO LINEUP-SIDE
                   READ LINEUP-FILE
                       INVALID KEY
                           CLOSE LINEUP-FILE
                           exit method
                   END-READ
           END-READ.
           set slotIdx to WS-NEXT-SLOT
           perform varying dueIdx from 1 by 1 until dueIdx > 3
               move LINEUP-SLOT(slotIdx)::Trim::ToUpper to MA-DUE-NAME(dueIdx)
               set MA-DUE-BATS(dueIdx) to type batsweb.playerBio::handByName(
                   LINEUP-SLOT(slotIdx)::Trim, "B")
               add 1 to slotIdx
               if slotIdx > 9
                   set slotIdx to 1
               end-if
           end-perform
      *    our own side's row names tonight's starter, who
      *    isn't in the pen.
           if LINEUP-SIDE = "V"
               MOVE "H" TO LINEUP-SIDE
           else
               MOVE "V" TO LINEUP-SIDE
           end-if
           READ LINEUP-FILE
               INVALID KEY
                   MOVE SPACES TO LINEUP-SP
           END-READ
           move LINEUP-SP to WS-OUR-SP
           CLOSE LINEUP-FILE.
           set foundFlag to "Y".
       end method.

      *    our staff off the engine roster, pitcherWorkload's
      *    loadStaff shape.
       method-id loadPen protected.
       linkage section.
           COPY "Y:\sydexsource\BATS\bat666_dg.CPB".
       procedure division.
           set mydata to self::Session["bat666data"] as type batsweb.bat666Data
           set address of BAT666-DIALOG-FIELDS to myData::tablePointer
           set bat666rununit to self::Session::Item("666rununit")
               as type RunUnit
           INITIALIZE MA-PEN-TBL
           MOVE "I " TO BAT666-PITCHER-FLAG
           MOVE "P" TO BAT666-IND-PB-FLAG
           move WS-OUR-TEAM to BAT666-SEL-TEAM
           MOVE "RP" TO BAT668-ACTION
           MOVE "T" TO BAT666-ACTION
           invoke type batsweb.screenTiming::engineCall(bat666rununit, "BAT666WEBF", "T")

           move 0 to MA-PEN-COUNT
           move 1 to aa.
       roster-loop.
           if aa > BAT666-ROSTER-NUM-ENTRIES or MA-PEN-COUNT >= 40
               go to roster-done.
           if BAT666-ROSTER-NAME(aa)::Trim::ToUpper = WS-OUR-SP::Trim
               add 1 to aa
               go to roster-loop.
           add 1 to MA-PEN-COUNT
           move BAT666-ROSTER-NAME(aa)::Trim::ToUpper to MA-PEN-NAME(MA-PEN-COUNT)
           add 1 to aa
           go to roster-loop.
       roster-done.
           MOVE " " TO BAT666-IND-PB-FLAG.
       end method.

      *    one reliever against the three due: workload first,
      *    then the blended run value per PA averaged over the three.
       method-id scoreReliever protected.
       local-storage section.
       01  dueIdx          type Int32.
       01  bf1             type Int32.
       01  bf2             type Int32.
       01  bf7             type Int32.
       01  pitchEst        type Int32.
       01  h2hPa           type Int32.
       01  h2hValue        type Double.
       01  splitValue      type Double.
       01  blended         type Double.
       01  totalValue      type Double.
       01  sideFlag        type String.
       01  dueLast         type String.
       procedure division using by value penIdx as type Int32.
           set MA-PEN-THROWS(penIdx) to type batsweb.playerBio::handByName(
               MA-PEN-NAME(penIdx), "T")
           compute bf1 = self::cachedPass(penIdx, " ", "D1", " ")
           compute bf2 = self::cachedPass(penIdx, " ", "D2", " ")
           compute bf7 = self::cachedPass(penIdx, " ", "W7", " ")
           compute pitchEst = bf7 * 3.8
           move "N" to MA-PEN-OUT(penIdx)
           if bf1 > 0 and bf2 > 0
               move "Y" to MA-PEN-OUT(penIdx)
               move "worked back-to-back days" to MA-PEN-NOTE(penIdx)
           end-if
           if WS-MAX-PITCHES-7 > 0 and pitchEst > WS-MAX-PITCHES-7
               move "Y" to MA-PEN-OUT(penIdx)
               set MA-PEN-NOTE(penIdx) to "est " & pitchEst::ToString &
                   " pitches in 7 days"
           end-if

           set totalValue to 0
           move spaces to MA-PEN-DETAIL(penIdx)
           perform varying dueIdx from 1 by 1 until dueIdx > 3
               set h2hValue to self::cachedPass(penIdx, "I ", "RV", MA-DUE-NAME(dueIdx))
               set h2hPa to MA-PA
               evaluate MA-DUE-BATS(dueIdx)
               when "L"
                   set sideFlag to "AL"
               when "R"
                   set sideFlag to "AR"
               when "S"
                   if MA-PEN-THROWS(penIdx) = "L"
                       set sideFlag to "AR"
                   else
                       set sideFlag to "AL"
                   end-if
               when other
                   set sideFlag to "A "
               end-evaluate
               set splitValue to self::cachedPass(penIdx, sideFlag, "RV", " ")
               compute blended = ((h2hValue * h2hPa) + (splitValue * 20))
                   / (h2hPa + 20)
               compute totalValue = totalValue + blended
               set dueLast to MA-DUE-NAME(dueIdx)::Trim
               if dueLast::Contains(",")
                   set dueLast to dueLast::Substring(0, dueLast::IndexOf(","))
               end-if
               set MA-PEN-DETAIL(penIdx) to MA-PEN-DETAIL(penIdx)::Trim & " " &
                   dueLast & " " & h2hPa::ToString & "PA"
           end-perform
           compute MA-PEN-SCORE(penIdx) = totalValue / 3.
       end method.

      *    one engine pass, kept in the session for the day:
      *    D1/D2 batters faced one and two days back, W7 batters faced
      *    over the last seven days, RV the run value per PA against
      *    the batter selection (an individual hitter, or AL/AR/A for
      *    a side). MA-PA carries the pass's plate appearances.
       method-id cachedPass protected.
       local-storage section.
       01  passCache       type Dictionary[String, String].
       01  cacheKey        type String.
       01  parts           type String occurs any.
       01  paN             type Int32.
       procedure division using by value penIdx as type Int32
                                 by value batterFlag as String
                                 by value passType as String
                                 by value batterName as String
                          returning passValue as type Double.
           if self::Session["matchupPasses"] = null
               set passCache to new Dictionary[String, String]
               set self::Session["matchupPasses"] to passCache
           else
               set passCache to self::Session["matchupPasses"]
                   as type Dictionary[String, String].
           set cacheKey to WS-TODAY & "|" & MA-PEN-NAME(penIdx)::Trim & "|" &
               passType & "|" & batterFlag & "|" & batterName::Trim
           if passCache::ContainsKey(cacheKey)
               set parts to passCache[cacheKey]::Split("|")
               invoke type Double::TryParse(parts[0], by reference passValue)
               invoke type Int32::TryParse(parts[1], by reference paN)
               move paN to MA-PA
               exit method.

           invoke self::enginePass(penIdx, batterFlag, passType, batterName)
           set passValue to MA-RUN-VALUE
           if passType not = "RV"
               set passValue to MA-PA
           end-if
           set passCache[cacheKey] to passValue::ToString & "|" & MA-PA.
       end method.

       method-id enginePass protected.
       local-storage section.
       01  gmDate          type Single.
       01  lineText        type String.
       01  n1B             type Int32.
       01  n2B             type Int32.
       01  n3B             type Int32.
       01  nHR             type Int32.
       01  nBB             type Int32.
       linkage section.
           COPY "Y:\sydexsource\BATS\bat666_dg.CPB".
       procedure division using by value penIdx as type Int32
                                 by value batterFlag as String
                                 by value passType as String
                                 by value batterName as String.
           set mydata to self::Session["bat666data"] as type batsweb.bat666Data
           set address of BAT666-DIALOG-FIELDS to myData::tablePointer
           set bat666rununit to self::Session::Item("666rununit")
               as type RunUnit

           MOVE "I " TO BAT666-PITCHER-FLAG
           MOVE "P" TO BAT666-IND-PB-FLAG
           move WS-OUR-TEAM to BAT666-PITCHER-ROSTER-TEAM
           move MA-PEN-NAME(penIdx) to BAT666-PITCHER-DSP-NAME
           move "TI" to BAT668-ACTION
           MOVE "T" TO BAT666-ACTION
           invoke type batsweb.screenTiming::engineCall(bat666rununit, "BAT666WEBF", "T")
           MOVE " " TO BAT666-IND-PB-FLAG

           if batterFlag = "I "
               MOVE "I " TO BAT666-BATTER-FLAG
               MOVE "B" TO BAT666-IND-PB-FLAG
               move WS-OPP-TEAM to BAT666-BATTER-ROSTER-TEAM
               move batterName to BAT666-BATTER-DSP-NAME
               move "TI" to BAT668-ACTION
               MOVE "T" TO BAT666-ACTION
               invoke type batsweb.screenTiming::engineCall(bat666rununit, "BAT666WEBF", "T")
               MOVE " " TO BAT666-IND-PB-FLAG
           else
               if batterFlag = " "
                   MOVE "A " TO BAT666-BATTER-FLAG
               else
                   MOVE batterFlag TO BAT666-BATTER-FLAG
               end-if
               MOVE "TI" TO BAT668-ACTION
               MOVE "T" TO BAT666-ACTION
               invoke type batsweb.screenTiming::engineCall(bat666rununit, "BAT666WEBF", "T")
           end-if

           evaluate passType
           when "RV"
               MOVE "A" to BAT666-GAME-FLAG
               MOVE "A" to BAT666-END-GAME-FLAG
           when other
               MOVE "D" to BAT666-GAME-FLAG
               MOVE "D" to BAT666-END-GAME-FLAG
               evaluate passType
               when "D1"
                   invoke type System.Single::TryParse(
                       type DateTime::Today::AddDays(-1)::ToString("MMddyy"),
                       by reference gmDate)
                   set BAT666-GAME-DATE to gmDate
                   set BAT666-END-GAME-DATE to gmDate
               when "D2"
                   invoke type System.Single::TryParse(
                       type DateTime::Today::AddDays(-2)::ToString("MMddyy"),
                       by reference gmDate)
                   set BAT666-GAME-DATE to gmDate
                   set BAT666-END-GAME-DATE to gmDate
               when other
                   invoke type System.Single::TryParse(
                       type DateTime::Today::AddDays(-7)::ToString("MMddyy"),
                       by reference gmDate)
                   set BAT666-GAME-DATE to gmDate
                   invoke type System.Single::TryParse(
                       type DateTime::Today::ToString("MMddyy"),
                       by reference gmDate)
                   set BAT666-END-GAME-DATE to gmDate
               end-evaluate
           end-evaluate
           MOVE "GO" to BAT668-ACTION
           invoke type batsweb.screenTiming::engineCall(bat666rununit, "BAT666WEBF", "T")

           move BAT666-NUM-AB to MA-PA
           move 0 to MA-RUN-VALUE
           if passType not = "RV" or BAT666-NUM-AB = 0
               exit method.
           move 0 to n1B n2B n3B nHR nBB
           move 1 to aa.
       COUNT-LOOP.
           if aa > BAT666-NUM-AB
               go to COUNT-DONE.
           set lineText to BAT666-T-LINE(aa)::ToUpper
           if lineText::Contains("HOME RUN") or lineText::Contains(" HR ")
               add 1 to nHR
           else if lineText::Contains("TRIPLE") or lineText::Contains(" 3B ")
               add 1 to n3B
           else if lineText::Contains("DOUBLE") or lineText::Contains(" 2B ")
               add 1 to n2B
           else if lineText::Contains("SINGLE") or lineText::Contains(" 1B ")
               add 1 to n1B
           else if lineText::Contains("WALK") or lineText::Contains(" BB ")
               add 1 to nBB
           end-if.
           add 1 to aa
           go to COUNT-LOOP.
       COUNT-DONE.
      *    the linear weights lineupProjection.aspx.cbl uses.
           compute MA-RUN-VALUE = ((n1B * 0.47) + (n2B * 0.78) + (n3B * 1.05)
               + (nHR * 1.40) + (nBB * 0.32)) / BAT666-NUM-AB.
       end method.

      *    lowest expected runs first; anyone greyed out sinks
      *    below everyone available.
       method-id rankPen protected.
       local-storage section.
       01  passIdx         type Int32.
       01  scanIdx         type Int32.
       01  swapFlag        type String.
       procedure division.
           perform varying passIdx from 1 by 1 until passIdx >= MA-PEN-COUNT
               perform varying scanIdx from 1 by 1 until scanIdx > MA-PEN-COUNT - passIdx
                   set swapFlag to "N"
                   if MA-PEN-OUT(scanIdx) = "Y" and MA-PEN-OUT(scanIdx + 1) = "N"
                       set swapFlag to "Y"
                   end-if
                   if MA-PEN-OUT(scanIdx) = MA-PEN-OUT(scanIdx + 1)
                    and MA-PEN-SCORE(scanIdx) > MA-PEN-SCORE(scanIdx + 1)
                       set swapFlag to "Y"
                   end-if
                   if swapFlag = "Y"
                       move MA-PEN(scanIdx) to MA-SWAP-ROW
                       move MA-PEN(scanIdx + 1) to MA-PEN(scanIdx)
                       move MA-SWAP-ROW to MA-PEN(scanIdx + 1)
                   end-if
               end-perform
           end-perform.
       end method.

       end class.
