           set mydata to self::Session["bat766data"] as type batsweb.bat766Data
           set address of BAT766-DIALOG-FIELDS to myData::tablePointer
           move "I" to BAT766-ACTION
           invoke type batsweb.screenTiming::engineCall(bat766rununit, "BAT766WEBF", "I")
           set headerLabel::Text to headerLabel::Text::Replace(" ", "&nbsp;")
           set pitcherTextBox::Text to BAT766-PITCHER-DSP-NAME::Trim
           set batterTextBox::Text to BAT766-BATTER-DSP-NAME::Trim
               as type RunUnit
           SET BAT766-PITCHER-TEAM TO pTeamDropDownList::SelectedItem
           MOVE "RP" to BAT766-ACTION
           invoke type batsweb.screenTiming::engineCall(bat766rununit, "BAT766WEBF", "RP")     
           if BAT766-P-ROSTER-NAME(1) not = spaces
               set Button1::Visible to true
               set Button1::Text to BAT766-P-ROSTER-NAME(1)::Trim
               as type RunUnit
           MOVE aa to BAT766-SEL-P-BUTTON
           MOVE "GP" to BAT766-ACTION
           invoke type batsweb.screenTiming::engineCall(bat766rununit, "BAT766WEBF", "GP")
           set pitcherTextBox::Text to BAT766-PITCHER-DSP-NAME::Trim.
      *     set pTeamDropDownList::SelectedItem to BAT766-PITCHER-TEAM::Trim
       end method.
               as type RunUnit
           SET BAT766-BATTER-TEAM TO bTeamDropDownList::SelectedItem
           MOVE "RB" to BAT766-ACTION
           invoke type batsweb.screenTiming::engineCall(bat766rununit, "BAT766WEBF", "RB")     
           if BAT766-B-ROSTER-NAME(1) not = spaces
               set Button31::Visible to true
               set Button31::Text to BAT766-B-ROSTER-NAME(1)::Trim
               as type RunUnit
           MOVE aa to BAT766-SEL-B-BUTTON
           MOVE "GB" to BAT766-ACTION
           invoke type batsweb.screenTiming::engineCall(bat766rununit, "BAT766WEBF", "GB")
           set batterTextBox::Text to BAT766-BATTER-DSP-NAME::Trim.
      *     set bTeamDropDownList::Text to BAT766-BATTER-TEAM::Trim
       end method.
           invoke type System.Single::TryParse(TextBox1::Text::ToString::Replace("/", ""), by reference gmDate)
           set BAT766-GAME-DATE to gmDate
           MOVE "DT" to BAT766-ACTION
           invoke type batsweb.screenTiming::engineCall(bat766rununit, "BAT766WEBF", "DT")
           invoke abListBox::Items::Clear.
           invoke self::appendSeasonList("").

           if seasonCodes[sIdx]::Trim() not = ""
               set self::Session::Item("database") to seasonCodes[sIdx]::Trim
               MOVE "DT" to BAT766-ACTION
               invoke type batsweb.screenTiming::engineCall(bat766rununit, "BAT766WEBF", "DT")
               invoke self::appendSeasonList(seasonCodes[sIdx]::Trim).
           add 1 to sIdx
           go to season-loop.
           set bat766rununit to self::Session::Item("766rununit")
               as type RunUnit

           invoke type batsweb.screenTiming::engineCall(bat766rununit, "BAT766WEBF", "VS")
           invoke self::batstube.
       end method.

       local-storage section.
PM     01 vidPaths type String. 
 PM    01 vidTitles type String.   
       01 windowLine type String.
       01 clipTrim type String.
       linkage section.
           COPY "Y:\sydexsource\BATS\bat766_dg.CPB".       
       procedure division.
PM         set vidPaths to ""
PM         set vidTitles to ""
           move 1 to aa.
      *    a pitch clip skips the lead-in its result's
      *    window trims off (clipWindow.cbl).
           set windowLine to type pucksweb.clipWindow::loadTeam(
               "" & self::Session::Item("team"), "B")
       lines-loop.
           if aa > BAT766-WF-VID-COUNT
               go to lines-done.
           set clipTrim to type pucksweb.clipWindow::fileTrim(windowLine,
               type pucksweb.clipWindow::codeOf(windowLine, BAT766-WF-VIDEO-TITL(aa)))
           
PM         set vidPaths to vidPaths & BAT766-WF-VIDEO-PATH(aa) & BAT766-WF-VIDEO-A(aa) & clipTrim & ","
PM         set vidTitles to vidTitles & BAT766-WF-VIDEO-TITL(aa) & ","
           
           add 1 to aa.
               as type RunUnit
           MOVE "0000000000000" to BAT766-I-KEY
           MOVE "VA" TO BAT766-ACTION
           invoke type batsweb.screenTiming::engineCall(bat766rununit, "BAT766WEBF", "VA")
           invoke self::batstube.
       end method.
       end class.
