
           set address of BAT130VI-DIALOG-FIELDS to myData::tablePointer
           move "IN" to BAT130VI-ACTION
           invoke type batsweb.screenTiming::engineCall(bat130virununit, "BAT130VIWEBF", "IN")
           move "I" to BAT130VI-ACTION
           invoke type batsweb.screenTiming::engineCall(bat130virununit, "BAT130VIWEBF", "I")
           set textBox1::Text to BAT130VI-END-GAME-DATE::ToString("00/00/00")
           move 1 to aa.
       team-loop.
           MOVE "RP" to BAT130VI-ACTION
           set bat130virununit to self::Session::Item("130virununit") as
               type RunUnit
           invoke type batsweb.screenTiming::engineCall(bat130virununit, "BAT130VIWEBF", "RP")
           if ERROR-FIELD NOT = SPACES
               invoke self::ClientScript::RegisterStartupScript(self::GetType(), "AlertBox", "alert('" & ERROR-FIELD & "');", true)
               move spaces to ERROR-FIELD.           
           MOVE "RC" to BAT130VI-ACTION
           set bat130virununit to self::Session::Item("130virununit") as
               type RunUnit
           invoke type batsweb.screenTiming::engineCall(bat130virununit, "BAT130VIWEBF", "RC")
           INVOKE self::loadList.           
       end method.
 
                   set BAT130VI-I-NAME to PAL-MATCH-NAME(1)::Trim
                   MOVE PAL-MATCH-ID(1) to BAT130VI-LOCATE-SEL-ID
                   move "LP" to BAT130VI-ACTION
                   invoke type batsweb.screenTiming::engineCall(bat130virununit, "BAT130VIWEBF", "LP")
                   if ERROR-FIELD NOT = SPACES
                       invoke self::ClientScript::RegisterStartupScript(self::GetType(), "AlertBox", "alert('" & ERROR-FIELD & "');", true)
                       move spaces to ERROR-FIELD
               end-if
           ELSE
               MOVE "RC" to BAT130VI-ACTION
               invoke type batsweb.screenTiming::engineCall(bat130virununit, "BAT130VIWEBF", "RC").
           MOVE SPACES TO playerValueField::Value
           INVOKE self::loadList.
       end method.
           set BAT130VI-I-NAME to playerMatchListBox::SelectedItem::Text
           MOVE playerMatchListBox::SelectedValue to BAT130VI-LOCATE-SEL-ID
           move "LP" to BAT130VI-ACTION
           invoke type batsweb.screenTiming::engineCall(bat130virununit, "BAT130VIWEBF", "LP")
           if ERROR-FIELD NOT = SPACES
               invoke self::ClientScript::RegisterStartupScript(self::GetType(), "AlertBox", "alert('" & ERROR-FIELD & "');", true)
               move spaces to ERROR-FIELD
           MOVE "RC" to BAT130VI-ACTION
           set bat130virununit to self::Session::Item("130virununit") as
               type RunUnit
           invoke type batsweb.screenTiming::engineCall(bat130virununit, "BAT130VIWEBF", "RC")
           INVOKE self::loadList.      
       end method.
       
           move "SE" to BAT130VI-ACTION.
           set bat130virununit to self::Session::Item("130virununit") as
               type RunUnit
           invoke type batsweb.screenTiming::engineCall(bat130virununit, "BAT130VIWEBF", "SE")
           INVOKE self::loadList.      
       end method.       
       
           MOVE "SE" TO BAT130VI-ACTION
           set bat130virununit to self::Session::Item("130virununit") as
               type RunUnit
           invoke type batsweb.screenTiming::engineCall(bat130virununit, "BAT130VIWEBF", "SE")
           INVOKE self::loadList.      
       end method.
    
           MOVE "SE" TO BAT130VI-ACTION
           set bat130virununit to self::Session::Item("130virununit") as
               type RunUnit
           invoke type batsweb.screenTiming::engineCall(bat130virununit, "BAT130VIWEBF", "SE")
           INVOKE self::loadList.      
       end method.       
       
       videos-done.
           
           MOVE "VP" to BAT130VI-ACTION
           invoke type batsweb.screenTiming::engineCall(bat130virununit, "BAT130VIWEBF", "VP")
           if ERROR-FIELD NOT = SPACES
               set atBatReturn to "er|" & ERROR-FIELD
               move spaces to ERROR-FIELD
       local-storage section.
PM     01 vidPaths type String. 
 PM    01 vidTitles type String.
       01 windowLine type String.
       01 clipTrim type String.
       linkage section.
           COPY "Y:\SYDEXSOURCE\BATS\bat130vi_dg.CPB". 
       procedure division.
PM         set vidTitles to ""
           move 1 to aa.
           
      *    a pitch clip skips the lead-in its result's
      *    window trims off (clipWindow.cbl).
           set windowLine to type pucksweb.clipWindow::loadTeam(
               "" & self::Session::Item("team"), "B")
       lines-loop.
           if aa > BAT130VI-WF-VID-COUNT
               go to lines-done.
           set clipTrim to type pucksweb.clipWindow::fileTrim(windowLine,
               type pucksweb.clipWindow::codeOf(windowLine, BAT130VI-WF-VIDEO-TITL(aa)))
           
PM         set vidPaths to vidPaths & WS-CDN-BASE-URL & BAT130VI-WF-VIDEO-PATH(aa) & BAT130VI-WF-VIDEO-A(aa) & clipTrim & ";"
PM         set vidTitles to vidTitles & BAT130VI-WF-VIDEO-TITL(aa) & ";"

           if BAT130VI-WF-VIDEO-B(aa) not = spaces
               set vidPaths to vidPaths & WS-CDN-BASE-URL & BAT130VI-WF-VIDEO-PATH(aa) & BAT130VI-WF-VIDEO-B(aa) & clipTrim & ";"
               set vidTitles to vidTitles & "B;".
           if BAT130VI-WF-VIDEO-C(aa) not = spaces
               set vidPaths to vidPaths & WS-CDN-BASE-URL & BAT130VI-WF-VIDEO-PATH(aa) & BAT130VI-WF-VIDEO-C(aa) & clipTrim & ";"
               set vidTitles to vidTitles & "C;".
           if BAT130VI-WF-VIDEO-D(aa) not = spaces
               set vidPaths to vidPaths & WS-CDN-BASE-URL & BAT130VI-WF-VIDEO-PATH(aa) & BAT130VI-WF-VIDEO-D(aa) & clipTrim & ";"
               set vidTitles to vidTitles & "D;".
           
           add 1 to aa.
