           
           set address of PK330-DIALOG-FIELDS to myData::tablePointer
           move "I" to PK330-ACTION
           invoke type batsweb.screenTiming::engineCall(pk330rununit, "PK330WEBF", "I")

       invoke ddPeriod::Items::Clear.
       invoke ddSituation::Items::Clear.
           move 1 to SH-PK340-FLAG
           move "Y" to PK330-BYPASS-FLAG
           move "FD" to PK330-ACTION
           invoke type batsweb.screenTiming::engineCall(pk330rununit, "PK330WEBF", "FD")
           if PK330-BYPASS-FLAG not = "Y"
               invoke self::Recalc.

           set PK340-SEL-TEAM to selectedTeam 
           move PK340-SEL-TEAM to PK340-PLAYER-TEAM
           MOVE "RP" TO PK340-ACTION 
           invoke type batsweb.screenTiming::engineCall(pk330rununit, "PK340WEBF", "RP")
           if ERROR-FIELD NOT = SPACES
               invoke self::ClientScript::RegisterStartupScript(self::GetType(), "AlertBox", "alert('" & ERROR-FIELD & "');", true)
               move spaces to ERROR-FIELD.              
               exit method.

           MOVE "GO" to PK340-ACTION
           invoke type batsweb.screenTiming::engineCall(pk330rununit, "PK340WEBF", "GO")
           if ERROR-FOUND = "Y"
               MOVE " " TO ERROR-FOUND
               MOVE " " TO PK340-ACTION
               invoke type batsweb.screenTiming::engineCall(pk330rununit, "PK340WEBF", "")
           else
               invoke self::Recalc.                 
       end method.
           set address of PK340-DIALOG-FIELDS to myData330::tablePointer
           INITIALIZE PK340-DIALOG-FIELDS
           MOVE "IN" TO PK340-ACTION
           invoke type batsweb.screenTiming::engineCall(pk330rununit, "PK340WEBF", "IN").
           move "N " to PK340-ACTION
           invoke type batsweb.screenTiming::engineCall(pk330rununit, "PK340WEBF", "N").

           set lblCurrentOpponent::Text to PK340-OPPONENT::Trim
           set lblCurrentPlayer::Text to PK340-PLAYER::Trim
           set pk330rununit to self::Session::Item("330rununit")
               as type RunUnit
           move "RE" to PK330-ACTION
           invoke type batsweb.screenTiming::engineCall(pk330rununit, "PK330WEBF", "RE")
           
**********Recalc and Redisplay All Data Fields
           set lblPlayer::Text, lblCurrentPlayer::Text to PK330-PLAYER::Trim
           else
               MOVE dateChoiceFlag to PK340-DATE-CHOICE-FLAG
               MOVE "DC" to PK340-ACTION
               invoke type batsweb.screenTiming::engineCall(pk330rununit, "PK340WEBF", "DC")
               MOVE "D" to PK340-GAME-FLAG
               MOVE "D" to PK340-END-GAME-FLAG
               if ERROR-FIELD NOT = SPACES
           MOVE "I" to PK340-PLAYER-FLAG
           MOVE "RB" to PK340-ACTION
           
           invoke type batsweb.screenTiming::engineCall(pk330rununit, "PK340WEBF", "RB")
           if ERROR-FIELD NOT = SPACES
               set returnVal to "er|" & ERROR-FIELD
               move spaces to ERROR-FIELD.              
               MOVE play-player-id to PK340-LOCATE-SEL-ID
               CLOSE PLAY-FILE
               move "LP" to PK340-ACTION
               invoke type batsweb.screenTiming::engineCall(pk330rununit, "PK340WEBF", "LP")
               move PK340-LOCATE-SEL-ID to PK340-SAVE-PLAYER-ID           
               move "TI" to PK340-ACTION
               invoke type batsweb.screenTiming::engineCall(pk330rununit, "PK340WEBF", "TI")
               if ERROR-FIELD NOT = SPACES
                   set playerName to "er|" & ERROR-FIELD
                   move spaces to ERROR-FIELD
           set pk330rununit to self::Session::Item("330rununit")
               as type RunUnit
           move "VA" to PK330-ACTION
           invoke type batsweb.screenTiming::engineCall(pk330rununit, "PK330WEBF", "VA")
           if ERROR-FIELD NOT = SPACES
               set returnVal to "er|" & ERROR-FIELD
               move spaces to ERROR-FIELD
           invoke type System.Single::TryParse(fieldNum, by reference num)
           set PK330-FIELD-IP to num
           move "VF" to PK330-ACTION
           invoke type batsweb.screenTiming::engineCall(pk330rununit, "PK330WEBF", "VF")
           if ERROR-FIELD NOT = SPACES
               set returnVal to "er|" & ERROR-FIELD
               move spaces to ERROR-FIELD
               move 3 to PK330-NET-M-OUT-X
               move 2 to PK330-NET-M-OUT-Y.
           move "VN" to PK330-ACTION
           invoke type batsweb.screenTiming::engineCall(pk330rununit, "PK330WEBF", "VN")
           if ERROR-FIELD NOT = SPACES
               set returnVal to "er|" & ERROR-FIELD
               move spaces to ERROR-FIELD
               ADD 3 TO PK330-RINK-M-OUT-X
               ADD 3 TO PK330-RINK-M-OUT-Y.
           move "R4" to PK330-ACTION
           invoke type batsweb.screenTiming::engineCall(pk330rununit, "PK330WEBF", "R4")
           if ERROR-FIELD NOT = SPACES
               set returnVal to "er|" & ERROR-FIELD
               move spaces to ERROR-FIELD
       local-storage section.
PM     01 vidPaths type String. 
 PM    01 vidTitles type String.
       01 windowLine type String.
       01 clipCode type String.
       linkage section.
           COPY "Y:\SYDEXSOURCE\pucks\pk330_dg.CPB".
       procedure division.
           set address of PK330-DIALOG-FIELDS to myData::tablePointer 
           set vidPaths to ""
PM         set vidTitles to ""
      *    each clip widened by the team's pre/post-roll for the
      *    event type its title names (clipWindow.cbl).
           set windowLine to type pucksweb.clipWindow::loadTeam(
               "" & self::Session::Item("team"), "H")
           move 1 to aa.
           
       lines-loop.
           if aa > PK330-WF-VID-COUNT
               go to lines-done.
           set clipCode to type pucksweb.clipWindow::codeOf(windowLine,
               PK330-WF-VIDEO-TITL(aa))
           
PM         set vidPaths to vidPaths & PK330-WF-VIDEO-PATH(aa)::Trim &
               type pucksweb.clipWindow::fragmentOf(windowLine, clipCode,
                   PK330-WF-VIDEO-START(AA), PK330-WF-VIDEO-DURATION(AA)) & ";"
PM    *     set vidPaths to vidPaths & PK360-WF-VIDEO-PATH(aa) & PK360-WF-VIDEO-A(aa) & "#t=" &  PK360-WF-VIDEO-START(AA) & "," & 
      *         (PK360-WF-VIDEO-START(AA) + PK360-WF-VIDEO-DURATION(AA)) & ";"
PM         set vidTitles to vidTitles & PK330-WF-VIDEO-TITL(aa) & ";"
           
           if PK330-WF-VIDEO-B(aa) not = spaces
               set vidPaths to vidPaths & PK330-WF-VIDEO-PATH(aa) & PK330-WF-VIDEO-B(aa) &
               type pucksweb.clipWindow::fragmentOf(windowLine, clipCode,
                   PK330-WF-VIDEO-START(AA), PK330-WF-VIDEO-DURATION(AA)) & ";"
               set vidTitles to vidTitles & "B;".
           if PK330-WF-VIDEO-C(aa) not = spaces
               set vidPaths to vidPaths & PK330-WF-VIDEO-PATH(aa) & PK330-WF-VIDEO-C(aa) & ";"
