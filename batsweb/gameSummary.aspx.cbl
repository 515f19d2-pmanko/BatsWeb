      *     invoke ListBox1::Attributes::Add("ondblclick", ClientScript::GetPostBackEventReference(ListBox1, "move"))
           set address of BAT360-DIALOG-FIELDS to myData::tablePointer
           move "I" to BAT360-ACTION
           invoke type batsweb.screenTiming::engineCall(bat360rununit, "BAT360WEBF", "I")
           if ERROR-FIELD NOT = SPACES
               invoke self::ClientScript::RegisterStartupScript(self::GetType(), "AlertBox", "alert('" & ERROR-FIELD & "');", true)
               move spaces to ERROR-FIELD.                      


           MOVE "RA" to BAT360-ACTION
           invoke type batsweb.screenTiming::engineCall(bat360rununit, "BAT360WEBF", "RA")
           if ERROR-FIELD NOT = SPACES
               invoke self::ClientScript::RegisterStartupScript(self::GetType(), "AlertBox", "alert('" & ERROR-FIELD & "');", true)
               move spaces to ERROR-FIELD.                      
               as type RunUnit
           MOVE " " to BAT360-GAMES-CHOICE
           MOVE "RG" to BAT360-ACTION
           invoke type batsweb.screenTiming::engineCall(bat360rununit, "BAT360WEBF", "RG")
           if ERROR-FIELD NOT = SPACES
               invoke self::ClientScript::RegisterStartupScript(self::GetType(), "AlertBox", "alert('" & ERROR-FIELD & "');", true)
               move spaces to ERROR-FIELD.                      
           if BAT360-GAMES-TEAM = spaces
               exit method.
           MOVE "RG" to BAT360-ACTION
           invoke type batsweb.screenTiming::engineCall(bat360rununit, "BAT360WEBF", "RG")
           if ERROR-FIELD NOT = SPACES
               invoke self::ClientScript::RegisterStartupScript(self::GetType(), "AlertBox", "alert('" & ERROR-FIELD & "');", true)
               move spaces to ERROR-FIELD.                      
               as type RunUnit
           MOVE "N" to BAT360-GAMES-CHOICE
           MOVE "RG" to BAT360-ACTION
           invoke type batsweb.screenTiming::engineCall(bat360rununit, "BAT360WEBF", "RG")
           if ERROR-FIELD NOT = SPACES
               invoke self::ClientScript::RegisterStartupScript(self::GetType(), "AlertBox", "alert('" & ERROR-FIELD & "');", true)
               move spaces to ERROR-FIELD.                      
               as type RunUnit
           MOVE "M" to BAT360-GAMES-CHOICE
           MOVE "RG" to BAT360-ACTION
           invoke type batsweb.screenTiming::engineCall(bat360rununit, "BAT360WEBF", "RG")
           if ERROR-FIELD NOT = SPACES
               invoke self::ClientScript::RegisterStartupScript(self::GetType(), "AlertBox", "alert('" & ERROR-FIELD & "');", true)
               move spaces to ERROR-FIELD.                      
           set BAT360-GAMES-TEAM TO teamDropDownList::SelectedItem    
           if BAT360-GAMES-CHOICE = "T"
               MOVE "RG" to BAT360-ACTION
               invoke type batsweb.screenTiming::engineCall(bat360rununit, "BAT360WEBF", "RG")
               if ERROR-FIELD NOT = SPACES
                   invoke self::ClientScript::RegisterStartupScript(self::GetType(), "AlertBox", "alert('" & ERROR-FIELD & "');", true)
                   move spaces to ERROR-FIELD
           else
               MOVE "N" to BAT360-STARTING-PITCHERS
               MOVE "RG" to BAT360-ACTION.
           invoke type batsweb.screenTiming::engineCall(bat360rununit, "BAT360WEBF", "RG")
           if ERROR-FIELD NOT = SPACES
               invoke self::ClientScript::RegisterStartupScript(self::GetType(), "AlertBox", "alert('" & ERROR-FIELD & "');", true)
               move spaces to ERROR-FIELD.                      
           invoke type System.Single::TryParse(yearDropDownList::Text::ToString, by reference seasonYear)
           set BAT360-GAME-SEL-YR to seasonYear
           MOVE "RG" to BAT360-ACTION.
           invoke type batsweb.screenTiming::engineCall(bat360rununit, "BAT360WEBF", "RG")
           if ERROR-FIELD NOT = SPACES
               invoke self::ClientScript::RegisterStartupScript(self::GetType(), "AlertBox", "alert('" & ERROR-FIELD & "');", true)
               move spaces to ERROR-FIELD.                      
           set bat360rununit to self::Session::Item("360rununit")
               as type RunUnit
           MOVE "SV" to BAT360-ACTION.
           invoke type batsweb.screenTiming::engineCall(bat360rununit, "BAT360WEBF", "SV")
           if ERROR-FIELD NOT = SPACES
               invoke self::ClientScript::RegisterStartupScript(self::GetType(), "AlertBox", "alert('" & ERROR-FIELD & "');", true)
               move spaces to ERROR-FIELD.                      
           set bat360rununit to self::Session::Item("360rununit")
               as type RunUnit
           MOVE "SH" to BAT360-ACTION.
           invoke type batsweb.screenTiming::engineCall(bat360rununit, "BAT360WEBF", "SH")
           if ERROR-FIELD NOT = SPACES
               set playerList to "er|" & ERROR-FIELD
               move spaces to ERROR-FIELD
      *            exit method.
      *    
           MOVE "VD" to BAT360-ACTION
           invoke type batsweb.screenTiming::engineCall(bat360rununit, "BAT360WEBF", "VD")
           if ERROR-FIELD NOT = SPACES
               set returnVal to "er|" & ERROR-FIELD
               move spaces to ERROR-FIELD
               exit method.                      
           invoke self::batstube
      *    the at-bat's key against its clips, for the playlist's
      *    editor-timeline markers.
           set self::Session::Item("video-keys") to
               type batsweb.timelineExport::rememberKeys(
                   self::Session::Item("video-keys") as String,
                   self::Session::Item("video-paths") as String,
                   "" & BAT360-I-KEY).
               
       end method.

               
           MOVE "VS" to BAT360-ACTION
           
           invoke type batsweb.screenTiming::engineCall(bat360rununit, "BAT360WEBF", "VS")
           
           if ERROR-FIELD NOT = SPACES
               set returnVal to "er|" & ERROR-FIELD
           set bat360rununit to self::Session::Item("360rununit")
               as type RunUnit

           invoke type batsweb.screenTiming::engineCall(bat360rununit, "BAT360WEBF", "RA")
           if ERROR-FIELD NOT = SPACES
               invoke self::ClientScript::RegisterStartupScript(self::GetType(), "AlertBox", "alert('" & ERROR-FIELD & "');", true)
               move spaces to ERROR-FIELD.               
           set bat360rununit to self::Session::Item("360rununit")
               as type RunUnit
           MOVE "VV" to BAT360-ACTION
           invoke type batsweb.screenTiming::engineCall(bat360rununit, "BAT360WEBF", "VV")
           if ERROR-FIELD NOT = SPACES
               invoke self::ClientScript::RegisterStartupScript(self::GetType(), "AlertBox", "alert('" & ERROR-FIELD & "');", true)
               move spaces to ERROR-FIELD.               
           set bat360rununit to self::Session::Item("360rununit")
               as type RunUnit
           MOVE "VH" to BAT360-ACTION
           invoke type batsweb.screenTiming::engineCall(bat360rununit, "BAT360WEBF", "VH")   
           if ERROR-FIELD NOT = SPACES
               invoke self::ClientScript::RegisterStartupScript(self::GetType(), "AlertBox", "alert('" & ERROR-FIELD & "');", true)
               move spaces to ERROR-FIELD.               
           set bat360rununit to self::Session::Item("360rununit")
               as type RunUnit
           MOVE "VX" to BAT360-ACTION
           invoke type batsweb.screenTiming::engineCall(bat360rununit, "BAT360WEBF", "VX")
           if ERROR-FIELD NOT = SPACES
               invoke self::ClientScript::RegisterStartupScript(self::GetType(), "AlertBox", "alert('" & ERROR-FIELD & "');", true)
               move spaces to ERROR-FIELD.               
       local-storage section.
PM     01 vidPaths type String. 
 PM    01 vidTitles type String.
       01 windowLine type String.
       01 clipTrim type String.
       linkage section.
           COPY "Y:\sydexsource\BATS\bat360_dg.CPB".
       procedure division.
PM         set vidTitles to ""
           move 1 to aa.
           
      *    a pitch clip skips the lead-in its result's
      *    window trims off (clipWindow.cbl).
           set windowLine to type pucksweb.clipWindow::loadTeam(
               "" & self::Session::Item("team"), "B")
       lines-loop.
           if aa > BAT360-WF-VID-COUNT
               go to lines-done.
           set clipTrim to type pucksweb.clipWindow::fileTrim(windowLine,
               type pucksweb.clipWindow::codeOf(windowLine, BAT360-WF-VIDEO-TITL(aa)))
           
PM         set vidPaths to vidPaths & BAT360-WF-VIDEO-PATH(aa) & BAT360-WF-VIDEO-A(aa) & clipTrim & ","
PM         set vidTitles to vidTitles & BAT360-WF-VIDEO-TITL(aa) & ","
           
           add 1 to aa.
               as type RunUnit      
           MOVE aa to BAT360-V-SEL-BUTTON
           MOVE "PV" to BAT360-ACTION
           invoke type batsweb.screenTiming::engineCall(bat360rununit, "BAT360WEBF", "PV")
           if ERROR-FIELD NOT = SPACES
               invoke self::ClientScript::RegisterStartupScript(self::GetType(), "AlertBox", "alert('" & ERROR-FIELD & "');", true)
               move spaces to ERROR-FIELD.               
               as type RunUnit      
           MOVE aaVal to BAT360-H-SEL-BUTTON
           MOVE "PH" to BAT360-ACTION
           invoke type batsweb.screenTiming::engineCall(bat360rununit, "BAT360WEBF", "PH")
           if ERROR-FIELD NOT = SPACES
               invoke self::ClientScript::RegisterStartupScript(self::GetType(), "AlertBox", "alert('" & ERROR-FIELD & "');", true)
               move spaces to ERROR-FIELD.               
               set returnVal to "er|" & "No at bat is highlighted!"
               exit method.   
           move "VA" to BAT360-ACTION
           invoke type batsweb.screenTiming::engineCall(bat360rununit, "BAT360WEBF", "VA")
           if ERROR-FIELD NOT = SPACES
               set returnVal to "er|" & ERROR-FIELD
               move spaces to ERROR-FIELD.               
               
           MOVE actionFlag to BAT360-ACTION
           
           invoke type batsweb.screenTiming::engineCall(bat360rununit, "BAT360WEBF", "")   
           
           if ERROR-FIELD NOT = SPACES
               set returnVal to "er|" & ERROR-FIELD
