           set address of BAT310-DIALOG-FIELDS to myData::tablePointer
           INITIALIZE BAT310-DIALOG-FIELDS
           MOVE "I" TO BAT310-ACTION
           invoke type batsweb.screenTiming::engineCall(bat310rununit, "BAT310WEBF", "I")
      *show and hide batter based on L or R handedness

           invoke runnersdd::Items::Clear.
      *     move 1 to SH-BAT300-FLAG
      *    CHECK IF WE HAVE A TEMP FILE TO PROCESS
           move "FC" to BAT310-ACTION
           invoke type batsweb.screenTiming::engineCall(bat310rununit, "BAT310WEBF", "FC")
           IF BAT310-BYPASS-FLAG = "Y"
               invoke selectionButton_ModalPopupExtender::Show
           else
               move "IN" to BAT310-ACTION
               invoke type batsweb.screenTiming::engineCall(bat310rununit, "BAT310WEBF", "IN")
               invoke self::Recalc.
           invoke self::bat300
           goback.
           set address of BAT300-DIALOG-FIELDS to myData300::tablePointer
           INITIALIZE BAT300-DIALOG-FIELDS
           MOVE "IN" TO BAT300-ACTION
           invoke type batsweb.screenTiming::engineCall(bat310rununit, "BAT300WEBF", "IN").
           MOVE "N" TO BAT300-ACTION
           invoke type batsweb.screenTiming::engineCall(bat310rununit, "BAT300WEBF", "N").
           
           
           set batterSelectionTextBox::Text to BAT300-BATTER::Trim
           set DIALOG-INN-MASTER to outsdd::SelectedItem
           set DIALOG-INN-IDX to (outsdd::SelectedIndex + 1)
           MOVE "RA" TO BAT310-ACTION
           invoke type batsweb.screenTiming::engineCall(bat310rununit, "BAT310WEBF", "RA")
           invoke self::Recalc.
       end method.
       
           set bat310rununit to self::Session::Item("310rununit")
               as type RunUnit
           move "RE" to BAT310-ACTION
           invoke type batsweb.screenTiming::engineCall(bat310rununit, "BAT310WEBF", "RE")

                  set batterTextBox::Text to DIALOG-BATTER::Trim
                  set lblProjection::Text to
                      type batsweb.playerProjection::projectionLine(DIALOG-BATTER::Trim, "B")
                  set pitcherTextBox::Text to DIALOG-PITCHER::Trim
                  set gamesTextBox::Text to DIALOG-GAME-RANGE::Trim
                  set locationTextBox::Text to DIALOG-GAME-LOC::Trim
           MOVE "DC" to BAT300-ACTION
           set bat310rununit to self::Session::Item("310rununit")
               as type RunUnit
           invoke type batsweb.screenTiming::engineCall(bat310rununit, "BAT300WEBF", "DC")

           MOVE "D" to BAT300-GAME-FLAG
           MOVE "D" to BAT300-END-GAME-FLAG
           MOVE "DC" to BAT300-ACTION
           set bat310rununit to self::Session::Item("310rununit")
               as type RunUnit
           invoke type batsweb.screenTiming::engineCall(bat310rununit, "BAT300WEBF", "DC")
           MOVE "D" to BAT300-GAME-FLAG
           MOVE "D" to BAT300-END-GAME-FLAG
           set startDateRadioButton::Checked to true
           MOVE "DC" to BAT300-ACTION
           set bat310rununit to self::Session::Item("310rununit")
               as type RunUnit
           invoke type batsweb.screenTiming::engineCall(bat310rununit, "BAT300WEBF", "DC")

           MOVE "D" to BAT300-GAME-FLAG
           MOVE "D" to BAT300-END-GAME-FLAG
           MOVE "DC" to BAT300-ACTION
           set bat310rununit to self::Session::Item("310rununit")
               as type RunUnit
           invoke type batsweb.screenTiming::engineCall(bat310rununit, "BAT300WEBF", "DC")
           MOVE "D" to BAT300-GAME-FLAG
           MOVE "D" to BAT300-END-GAME-FLAG
           set startDateRadioButton::Checked to true
           MOVE "DC" to BAT300-ACTION
           set bat310rununit to self::Session::Item("310rununit")
               as type RunUnit
           invoke type batsweb.screenTiming::engineCall(bat310rununit, "BAT300WEBF", "DC")
           MOVE "D" to BAT300-GAME-FLAG
           MOVE "D" to BAT300-END-GAME-FLAG
           set startDateRadioButton::Checked to true
           MOVE "DC" to BAT300-ACTION
           set bat310rununit to self::Session::Item("310rununit")
               as type RunUnit
           invoke type batsweb.screenTiming::engineCall(bat310rununit, "BAT300WEBF", "DC")
           MOVE "D" to BAT300-GAME-FLAG
           MOVE "D" to BAT300-END-GAME-FLAG
           set startDateRadioButton::Checked to true
               set BAT300-BATTER-TEAM to bTeamDropDownList::SelectedItem.
           MOVE "T" to BAT300-ACTION
           MOVE "TI" to BAT300-ACTION
           invoke type batsweb.screenTiming::engineCall(bat310rununit, "BAT300WEBF", "TI")
           SET batterSelectionTextBox::Text to BAT300-BATTER::Trim
           set batterTextBox::Text to BAT300-BATTER
      *     invoke bHiddenFieldTeam_ModalPopupExtender::Hide
               set BAT300-PITCHER-TEAM to pTeamDropDownList::SelectedItem.
           MOVE "T" to BAT300-ACTION
           MOVE "TI" to BAT300-ACTION
           invoke type batsweb.screenTiming::engineCall(bat310rununit, "BAT300WEBF", "TI")
           SET pitcherSelectionTextBox::Text to BAT300-PITCHER::Trim
           set pitcherTextBox::Text to BAT300-PITCHER
       end method.
           MOVE "P" to BAT300-IND-PB-FLAG
           MOVE "I" to BAT300-PITCHER-SEL-FLAG
           MOVE "RP" to BAT300-ACTION
           invoke type batsweb.screenTiming::engineCall(bat310rununit, "BAT300WEBF", "RP")
           move " " to BAT300-SEL-TEAM
           invoke self::populateTeam.     
           invoke ipHiddenField_ModalPopupExtender::Show
           MOVE "B" to BAT300-IND-PB-FLAG
           MOVE "I" to BAT300-PITCHER-SEL-FLAG
           MOVE "RB" to BAT300-ACTION
           invoke type batsweb.screenTiming::engineCall(bat310rununit, "BAT300WEBF", "RB")
           move " " to BAT300-SEL-TEAM
           invoke self::populateTeam.     
           invoke ipHiddenField_ModalPopupExtender::Show
         
           set bat310rununit to self::Session::Item("310rununit") as
               type RunUnit
           invoke type batsweb.screenTiming::engineCall(bat310rununit, "BAT300WEBF", "RB")
           invoke playerListBox::Items::Clear.
           move 1 to aa.
       5-loop.
               move " " to BAT300-BATTER-BATS-FLAG
           end-if.
           MOVE "TI" TO BAT300-ACTION
           invoke type batsweb.screenTiming::engineCall(bat310rununit, "BAT300WEBF", "TI")
           MOVE " " to BAT300-IND-PB-FLAG   
           set pitcherTextBox::Text to BAT300-PITCHER
           set batterTextBox::Text to BAT300-BATTER
               type RunUnit
           MOVE "A" to BAT300-PITCHER-SEL-FLAG
           MOVE "TI" to BAT300-ACTION
           invoke type batsweb.screenTiming::engineCall(bat310rununit, "BAT300WEBF", "TI")
           set pitcherSelectionTextBox::Text to BAT300-PITCHER::Trim
       end method.

               type RunUnit
           MOVE "A" to BAT300-BATTER-SEL-FLAG
           MOVE "TI" to BAT300-ACTION
           invoke type batsweb.screenTiming::engineCall(bat310rununit, "BAT300WEBF", "TI")
           set batterSelectionTextBox::Text to BAT300-BATTER::Trim
       end method.
       
           invoke type System.Single::TryParse(endDateTextBox::Text::ToString::Replace("/", ""), by reference gmDate)
           set BAT300-END-GAME-DATE to gmDate
           MOVE "GO" to BAT300-ACTION
           invoke type batsweb.screenTiming::engineCall(bat310rununit, "BAT300WEBF", "GO")
      *     if ERROR-FOUND = "Y" 
      *         MOVE " " TO ERROR-FOUND
      *         MOVE " " TO BAT300-ACTION
           set bat310rununit to self::Session::Item("310rununit") as
               type RunUnit
           MOVE "VA" TO BAT310-ACTION
           invoke type batsweb.screenTiming::engineCall(bat310rununit, "BAT310WEBF", "VA")
           invoke self::batstube.
       end method.
       
       local-storage section.
PM     01 vidPaths type String. 
 PM    01 vidTitles type String.
       01 windowLine type String.
       01 clipTrim type String.
       linkage section.
           COPY "Y:\SYDEXSOURCE\BATS\bat310_dg.CPB".
       procedure division.
           set vidPaths to ""
PM         set vidTitles to ""
           move 1 to aa.
      *    a pitch clip skips the lead-in its result's
      *    window trims off (clipWindow.cbl).
           set windowLine to type pucksweb.clipWindow::loadTeam(
               "" & self::Session::Item("team"), "B")
       lines-loop.
           if aa > BAT310-WF-VID-COUNT
               go to lines-done.
           set clipTrim to type pucksweb.clipWindow::fileTrim(windowLine,
               type pucksweb.clipWindow::codeOf(windowLine, BAT310-WF-VIDEO-TITL(aa)))
           
PM         set vidPaths to vidPaths & BAT310-WF-VIDEO-PATH(aa) & BAT310-WF-VIDEO-A(aa) & clipTrim & ","
PM         set vidTitles to vidTitles & BAT310-WF-VIDEO-TITL(aa) & ","
           
           add 1 to aa.
      *         invoke NextPitchForm::Show.
       end method.

      *    tracking-unit measurements for the pitcher/batter
      *    and dates selected above, filtered to the velocity and
      *    spin bounds typed -- velocity by inning first.
       method-id btnTracking_Click protected.
       local-storage section.
       01  fromText        type String.
       01  toText          type String.
       01  paneLine        type String.
       01  paneLines       type List[String].
       procedure division using by value sender as object e as type System.EventArgs.
           set fromText to ""
           set toText to ""
           if startDateRadioButton::Checked
               set fromText to startDateTextBox::Text.
           if endDateRadioButton::Checked
               set toText to endDateTextBox::Text.
           invoke lbTracking::Items::Clear
           set paneLines to type batsweb.pitchTracking::trackingPane(
               pitcherSelectionTextBox::Text, batterSelectionTextBox::Text,
               fromText, toText, tbMinVelo::Text, tbMaxVelo::Text, tbMinSpin::Text)
           perform varying paneLine through paneLines
               invoke lbTracking::Items::Add(paneLine)
           end-perform.
       end method.

      *    saves the current BAT300 filter set under a name in
      *    the shared presets file.
       method-id btnSavePreset_Click protected.
