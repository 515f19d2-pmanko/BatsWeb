       01 bat666rununit         type RunUnit.
       01 BAT666WEBF                type BAT666WEBF.
       01 mydata type batsweb.bat666Data.
       01 bat360rununit         type RunUnit.
       01 BAT360WEBF                type BAT360WEBF.
       01 my360data type batsweb.bat360Data.
       method-id Page_Load protected.
       linkage section.
           COPY "Y:\sydexsource\BATS\bat666_dg.CPB".
           set mydata to self::Session["bat666data"] as type batsweb.bat666Data
           set address of BAT666-DIALOG-FIELDS to myData::tablePointer
           move "I" to BAT666-ACTION
           invoke type batsweb.screenTiming::engineCall(bat666rununit, "BAT666WEBF", "I")
           if BAT666-GAME-FLAG = "D"
               set startDateRadioButton::Checked to true
           else
           set textBox4::Text to BAT666-END-GAME-DATE::ToString("00/00/00")
           set pitcherTextBox::Text to BAT666-PITCHER
           set batterTextBox::Text to BAT666-BATTER
      *    the selected pitcher's repertoire profile, so a pitch
      *    the at-bat detail flags as off-repertoire can be judged at
      *    a glance.
           if type batsweb.pitchRepertoire::repertoireLine(BAT666-PITCHER) not = ""
               set lblRepertoire::Text to "Repertoire: " &
                   type batsweb.pitchRepertoire::repertoireLine(BAT666-PITCHER).
      *    the defensive alignment tag (alignmentTag.cbl), charted
      *    here alongside the pitches.
           invoke ddAlnCode::Items::Clear
           invoke ddAlnCode::Items::Add("ST Standard")
           invoke ddAlnCode::Items::Add("IS Infield shift")
           invoke ddAlnCode::Items::Add("ND No-doubles")
           invoke ddAlnCode::Items::Add("II Infield in")
           invoke ddAlnCode::Items::Add("4O Four-man outfield")
           set BAT666-PITCHER-TYPE-FLAG TO " "    
           set BAT666-BATTER-TYPE-FLAG TO " "    
           move 1 to aa.
           MOVE "T" to BAT666-ACTION
           set bat666rununit to self::Session::Item("666rununit")
               as type RunUnit
           invoke type batsweb.screenTiming::engineCall(bat666rununit, "BAT666WEBF", "T")

           MOVE "RA" TO BAT666-ACTION
           invoke type batsweb.screenTiming::engineCall(bat666rununit, "BAT666WEBF", "RA")
           invoke self::loadList.
       end method.
       
       01 selected  type Int32[].
       01 selAb     type Int32.
      *01 newListItem type ListItem.
       01 windowLine type String.
       01 clipTrim type String.
       linkage section.
       COPY "Y:\sydexsource\BATS\bat666_dg.CPB".
       
           MOVE "VS" to BAT666-ACTION
           set bat666rununit to self::Session::Item("666rununit") as type RunUnit

           invoke type batsweb.screenTiming::engineCall(bat666rununit, "BAT666WEBF", "VS")
           
PM         set vidPaths to ""
PM         set vidTitles to ""
      *    invoke BulletedList2::Items::Clear
           move 1 to aa.
      *    a pitch clip skips the lead-in its result's
      *    window trims off (clipWindow.cbl).
           set windowLine to type pucksweb.clipWindow::loadTeam(
               "" & self::Session::Item("team"), "B")
       lines-loop.
           if aa > BAT666-WF-VID-COUNT
               go to lines-done.
           set clipTrim to type pucksweb.clipWindow::fileTrim(windowLine,
               type pucksweb.clipWindow::codeOf(windowLine, BAT666-WF-VIDEO-TITL(aa)))
      *    set newListItem to new ListItem
      *    set newListItem::Text to BAT666-WF-VIDEO-TITL(AA) & " | " & BAT666-WF-VIDEO-A(aa) & ":" & BAT666-WF-VIDEO-B(aa) & ":" & BAT666-WF-VIDEO-C(aa) & ":" & BAT666-WF-VIDEO-D(aa)
      *    invoke newListItem::Attributes::Add("class", "list-group-item")
      *    invoke BulletedList2::Items::Add(newListItem)
           
PM         set vidPaths to vidPaths & BAT666-WF-VIDEO-PATH(aa) & BAT666-WF-VIDEO-A(aa) & clipTrim & ","
PM         set vidTitles to vidTitles & BAT666-WF-VIDEO-TITL(aa) & ","
           
           add 1 to aa.
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
               set fromText to textBox1::Text.
           if endDateRadioButton::Checked
               set toText to textBox4::Text.
           invoke lbTracking::Items::Clear
           set paneLines to type batsweb.pitchTracking::trackingPane(
               pitcherTextBox::Text, batterTextBox::Text, fromText, toText,
               tbMinVelo::Text, tbMaxVelo::Text, tbMinSpin::Text)
           perform varying paneLine through paneLines
               invoke lbTracking::Items::Add(paneLine)
           end-perform.
       end method.

      *    tags the defense's alignment on pitches "from" through
      *    "to" of one at-bat, named by game (YYYYMMDD + teams) and
      *    its place among the game's batter rows as gameSummary
      *    lists them -- the same tag defensiveAlignment.aspx.cbl
      *    takes, written under the at-bat's engine key.
       method-id btnAlnTag_Click protected.
       procedure division using by value sender as object e as type System.EventArgs.
      *    a charting login, the bar defensiveAlignment sets.
           if self::Session["level"] = null
            or self::Session["level"]::ToString = "1"
               set lblAlnMsg::Text to "Tagging alignments needs a charting login."
               exit method.
           if ddAlnCode::SelectedItem = null
               set lblAlnMsg::Text to "Pick the alignment."
               exit method.
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
           set lblAlnMsg::Text to type batsweb.alignmentTag::tagAtBat(
               bat360rununit, my360data, tbAlnDate::Text, tbAlnHome::Text,
               tbAlnVisitors::Text, tbAlnAtBat::Text, tbAlnPitchFrom::Text,
               tbAlnPitchTo::Text, ddAlnCode::SelectedItem::ToString).
       end method.

       method-id Button1_Click protected.
       local-storage section.
       01 confirmMessage type String.
           MOVE "DC" to BAT666-ACTION
           set bat666rununit to self::Session::Item("666rununit")
               as type RunUnit
           invoke type batsweb.screenTiming::engineCall(bat666rununit, "BAT666WEBF", "DC")

           MOVE "D" to BAT666-GAME-FLAG
           MOVE "D" to BAT666-END-GAME-FLAG
           MOVE "DC" to BAT666-ACTION
           set bat666rununit to self::Session::Item("666rununit")
               as type RunUnit
           invoke type batsweb.screenTiming::engineCall(bat666rununit, "BAT666WEBF", "DC")
           MOVE "D" to BAT666-GAME-FLAG
           MOVE "D" to BAT666-END-GAME-FLAG
           set startDateRadioButton::Checked to true
           MOVE "DC" to BAT666-ACTION
           set bat666rununit to self::Session::Item("666rununit")
               as type RunUnit
           invoke type batsweb.screenTiming::engineCall(bat666rununit, "BAT666WEBF", "DC")

           MOVE "D" to BAT666-GAME-FLAG
           MOVE "D" to BAT666-END-GAME-FLAG
           MOVE "DC" to BAT666-ACTION
           set bat666rununit to self::Session::Item("666rununit")
               as type RunUnit
           invoke type batsweb.screenTiming::engineCall(bat666rununit, "BAT666WEBF", "DC")
           MOVE "D" to BAT666-GAME-FLAG
           MOVE "D" to BAT666-END-GAME-FLAG
           set startDateRadioButton::Checked to true
           MOVE "DC" to BAT666-ACTION
           set bat666rununit to self::Session::Item("666rununit")
               as type RunUnit
           invoke type batsweb.screenTiming::engineCall(bat666rununit, "BAT666WEBF", "DC")
           MOVE "D" to BAT666-GAME-FLAG
           MOVE "D" to BAT666-END-GAME-FLAG
           set startDateRadioButton::Checked to true
           MOVE "DC" to BAT666-ACTION
           set bat666rununit to self::Session::Item("666rununit")
               as type RunUnit
           invoke type batsweb.screenTiming::engineCall(bat666rununit, "BAT666WEBF", "DC")
           MOVE "D" to BAT666-GAME-FLAG
           MOVE "D" to BAT666-END-GAME-FLAG
           set startDateRadioButton::Checked to true
         
           set bat666rununit to self::Session::Item("666rununit") as
               type RunUnit
           invoke type batsweb.screenTiming::engineCall(bat666rununit, "BAT666WEBF", "T")
           invoke playerListBox::Items::Clear.
           move 1 to aa.
       5-loop.
           end-if.
           move "TI" to BAT668-ACTION  
           MOVE "T" TO BAT666-ACTION
           invoke type batsweb.screenTiming::engineCall(bat666rununit, "BAT666WEBF", "T")
           MOVE " " to BAT666-IND-PB-FLAG   
           set pitcherTextBox::Text to BAT666-PITCHER
           set batterTextBox::Text to BAT666-BATTER
           MOVE "P" TO BAT666-IND-PB-FLAG  
           MOVE "RP" TO BAT668-ACTION  
           MOVE "T" TO BAT666-ACTION
           invoke type batsweb.screenTiming::engineCall(bat666rununit, "BAT666WEBF", "T")
           MOVE " " TO BAT666-SEL-TEAM
           invoke pitcherOKButton_ModalPopupExtender::Show.
           set teamDropDownList::SelectedIndex to 0
           MOVE "B" TO BAT666-IND-PB-FLAG  
           MOVE "RP" TO BAT668-ACTION  
           MOVE "T" TO BAT666-ACTION
           invoke type batsweb.screenTiming::engineCall(bat666rununit, "BAT666WEBF", "T")
           MOVE " " TO BAT666-SEL-TEAM
           invoke pitcherOKButton_ModalPopupExtender::Show.
           set teamDropDownList::SelectedIndex to 0
           set BAT666-RESULT1 TO Result1::SelectedItem
           add 1 to BAT666-RES-IDX
           MOVE "RA" to BAT666-ACTION
           invoke type batsweb.screenTiming::engineCall(bat666rununit, "BAT666WEBF", "RA")
           invoke self::loadList.       
       end method.

           set BAT666-RESULT2 TO Result1::SelectedItem
           add 1 to BAT666-RES-IDX2
           MOVE "RA" to BAT666-ACTION
           invoke type batsweb.screenTiming::engineCall(bat666rununit, "BAT666WEBF", "RA")
           invoke self::loadList.     
       end method.

           set DIALOG-RUN-IDX to Runners::SelectedIndex
           add 1 to DIALOG-RUN-IDX
           MOVE "RA" to BAT666-ACTION
           invoke type batsweb.screenTiming::engineCall(bat666rununit, "BAT666WEBF", "RA")
           invoke self::loadList.  
       end method.

           set DIALOG-INN-IDX to Innings::SelectedIndex
           add 1 to DIALOG-INN-IDX
           MOVE "RA" to BAT666-ACTION
           invoke type batsweb.screenTiming::engineCall(bat666rununit, "BAT666WEBF", "RA")
           invoke self::loadList.  
       end method.

           set DIALOG-OUT-IDX to Outs::SelectedIndex
           add 1 to DIALOG-OUT-IDX
           MOVE "RA" to BAT666-ACTION
           invoke type batsweb.screenTiming::engineCall(bat666rununit, "BAT666WEBF", "RA")
           invoke self::loadList.
       end method.

           set DIALOG-INN-MASTER to Outs::SelectedItem
           set DIALOG-INN-IDX to (Outs::SelectedIndex + 1)
           MOVE "RA" TO BAT666-ACTION
           invoke type batsweb.screenTiming::engineCall(bat666rununit, "BAT666WEBF", "RA")
           INVOKE self::loadList.   
       end method.

           MOVE "AL" TO BAT666-PITCHER-FLAG
           MOVE "TI" TO BAT668-ACTION  
           MOVE "T" TO BAT666-ACTION  
           invoke type batsweb.screenTiming::engineCall(bat666rununit, "BAT666WEBF", "T")
           SET pCurrentSelection::Text to BAT666-PITCHER::Trim
           set pitcherTextBox::Text to BAT666-PITCHER
       end method.
           MOVE "A" TO BAT666-PITCHER-FLAG
           MOVE "TI" TO BAT668-ACTION  
           MOVE "T" TO BAT666-ACTION  
           invoke type batsweb.screenTiming::engineCall(bat666rununit, "BAT666WEBF", "T")
           SET pCurrentSelection::Text to BAT666-PITCHER::Trim
           set pitcherTextBox::Text to BAT666-PITCHER
       end method.
           MOVE "AR" TO BAT666-PITCHER-FLAG
           MOVE "TI" TO BAT668-ACTION  
           MOVE "T" TO BAT666-ACTION  
           invoke type batsweb.screenTiming::engineCall(bat666rununit, "BAT666WEBF", "T")
           SET pCurrentSelection::Text to BAT666-PITCHER::Trim
           set pitcherTextBox::Text to BAT666-PITCHER
       end method.
           MOVE "AL" TO BAT666-BATTER-FLAG
           MOVE "TI" TO BAT668-ACTION  
           MOVE "T" TO BAT666-ACTION  
           invoke type batsweb.screenTiming::engineCall(bat666rununit, "BAT666WEBF", "T")
           SET bCurrentSelection::Text to BAT666-BATTER::Trim
           set batterTextBox::Text to BAT666-BATTER
       end method.
           MOVE "A" TO BAT666-BATTER-FLAG
           MOVE "TI" TO BAT668-ACTION  
           MOVE "T" TO BAT666-ACTION  
           invoke type batsweb.screenTiming::engineCall(bat666rununit, "BAT666WEBF", "T")
           SET bCurrentSelection::Text to BAT666-BATTER::Trim
           set batterTextBox::Text to BAT666-BATTER
       end method.
           MOVE "AR" TO BAT666-BATTER-FLAG
           MOVE "TI" TO BAT668-ACTION  
           MOVE "T" TO BAT666-ACTION  
           invoke type batsweb.screenTiming::engineCall(bat666rununit, "BAT666WEBF", "T")
           SET bCurrentSelection::Text to BAT666-BATTER::Trim
           set batterTextBox::Text to BAT666-BATTER
       end method.
               as type RunUnit
           MOVE "T" to BAT666-ACTION
           MOVE "TI" to BAT668-ACTION
           invoke type batsweb.screenTiming::engineCall(bat666rununit, "BAT666WEBF", "T")
           SET pCurrentSelection::Text to BAT666-PITCHER::Trim
           set pitcherTextBox::Text to BAT666-PITCHER
       end method.
               as type RunUnit
           MOVE "T" to BAT666-ACTION
           MOVE "TI" to BAT668-ACTION
           invoke type batsweb.screenTiming::engineCall(bat666rununit, "BAT666WEBF", "T")
           SET bCurrentSelection::Text to BAT666-BATTER::Trim
           set batterTextBox::Text to BAT666-BATTER
       end method.
