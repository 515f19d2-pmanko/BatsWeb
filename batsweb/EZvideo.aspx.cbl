      *    paths on the app server's disk; prefixed with this CDN base
      *    URL instead so video keeps working off local disk.
       01 WS-CDN-BASE-URL type String value "https://cdn.example.com/video/".
      *    the catalog's poster frames (clipThumb.cbl), drawn as
      *    a grid under the list -- clicking a tile picks or drops
      *    its row in ListBox1, so the play button works off either.
       01 thumbStatus   type Dictionary[String, String].
       01 gridHtml      type System.Text.StringBuilder.
       method-id Page_Load protected.
       local-storage section.
       linkage section.
           set address of BATSW060-DIALOG-FIELDS to myData::tablePointer

           move "I" to BATSW060-ACTION
           invoke type batsweb.screenTiming::engineCall(batsw060rununit, "BATSW060WEBF", "I")
           set headerLabel::Text to headerLabel::Text::Replace(" ", "&nbsp;")
           set textBox1::Text to BATSW060-START-DATE::ToString("00/00/00")
           set textBox2::Text to BATSW060-END-DATE::ToString("00/00/00")
            set address of BATSW060-DIALOG-FIELDS to myData::tablePointer

            invoke ListBox1::Items::Clear.
            set thumbStatus to type batsweb.clipThumb::loadStatus
            set gridHtml to new System.Text.StringBuilder
            move 1 to aa.
       vid-loop.
           if aa > BATSW060-NUM-VID
               go to vid-done.
           invoke ListBox1::Items::Add(BATSW060-V-TEAM(aa) & " " & BATSW060-V-NAME(aa) & " " & BATSW060-V-DSP-DATE(aa)::ToString("0#/##/##") & " " & BATSW060-V-DESC(aa))
           invoke gridHtml::Append(self::catalogTile(ListBox1::Items::Count - 1))
           add 1 to aa
           go to vid-loop.
       vid-done.
           set thumbGrid::Text to gridHtml::ToString

       end method.

           move 1 to BATSW060-SORT-TYPE.
           set batsw060rununit to self::Session::Item("w060rununit") as
               type RunUnit
           invoke type batsweb.screenTiming::engineCall(batsw060rununit, "BATSW060WEBF", "RG")
           invoke self::populate_listbox().
       end method.

           move 2 to BATSW060-SORT-TYPE.
           set batsw060rununit to self::Session::Item("w060rununit") as
               type RunUnit
           invoke type batsweb.screenTiming::engineCall(batsw060rununit, "BATSW060WEBF", "RG")
           invoke self::populate_listbox().
       end method.

           move 3 to BATSW060-SORT-TYPE.
           set batsw060rununit to self::Session::Item("w060rununit") as
               type RunUnit
           invoke type batsweb.screenTiming::engineCall(batsw060rununit, "BATSW060WEBF", "RG")
           invoke self::populate_listbox().
       end method.

           move "RG" to BATSW060-ACTION
           set batsw060rununit to self::Session::Item("w060rununit") as
               type RunUnit
           invoke type batsweb.screenTiming::engineCall(batsw060rununit, "BATSW060WEBF", "RG")
           invoke type System.Single::TryParse(TextBox1::Text::ToString::Replace("/", ""), by reference gmDate)
           set BATSW060-START-DATE to gmDate
           invoke type System.Single::TryParse(TextBox2::Text::ToString::Replace("/", ""), by reference gmDate)
           MOVE "PV" to BATSW060-ACTION
           set batsw060rununit to self::Session::Item("w060rununit") as
               type RunUnit
           invoke type batsweb.screenTiming::engineCall(batsw060rununit, "BATSW060WEBF", "PV")
           invoke self::batstube.

      *     if aa > BATSW060-NUM-SEL
       local-storage section.
PM     01 vidPaths type String. 
 PM    01 vidTitles type String.
       01 windowLine type String.
       01 clipTrim type String.
       linkage section.
           COPY "C:\Users\Piotrek\sydexsource\BATS\batsw060webf_dg.CPB".
       procedure division.
           set vidPaths to ""
PM         set vidTitles to ""
           move 1 to aa.
      *    a pitch clip skips the lead-in its result's
      *    window trims off (clipWindow.cbl).
           set windowLine to type pucksweb.clipWindow::loadTeam(
               "" & self::Session::Item("team"), "B")
       lines-loop.
           if aa > BATSW060-WF-VID-COUNT
               go to lines-done.
           set clipTrim to type pucksweb.clipWindow::fileTrim(windowLine,
               type pucksweb.clipWindow::codeOf(windowLine, BATSW060-WF-VIDEO-TITL(aa)))
           
PM         set vidPaths to vidPaths & WS-CDN-BASE-URL & BATSW060-WF-VIDEO-PATH(aa) & BATSW060-WF-VIDEO-A(aa) & clipTrim & ","
PM         set vidTitles to vidTitles & BATSW060-WF-VIDEO-TITL(aa) & ","
           
           add 1 to aa.
           MOVE "DC" to BATSW060-ACTION
           set batsw060rununit to self::Session::Item("w060rununit") as
               type RunUnit
           invoke type batsweb.screenTiming::engineCall(BATSW060rununit, "BATSW060WEBF", "DC")
           set TextBox1::Text to "01/01/00".
           set TextBox2::Text to BATSW060-END-DATE::ToString("##/##/##").
       end method.
           MOVE "DC" to BATSW060-ACTION
           set batsw060rununit to self::Session::Item("w060rununit") as
               type RunUnit
           invoke type batsweb.screenTiming::engineCall(BATSW060rununit, "BATSW060WEBF", "DC")
           set TextBox1::Text to BATSW060-START-DATE::ToString("##/##/##").
           set TextBox2::Text to BATSW060-END-DATE::ToString("##/##/##").
       end method.
           MOVE "DC" to BATSW060-ACTION
           set batsw060rununit to self::Session::Item("w060rununit") as
               type RunUnit
           invoke type batsweb.screenTiming::engineCall(BATSW060rununit, "BATSW060WEBF", "DC")
           set TextBox1::Text to BATSW060-START-DATE::ToString("##/##/##").
           set TextBox2::Text to BATSW060-END-DATE::ToString("##/##/##").
       end method.
           MOVE "DC" to BATSW060-ACTION
           set batsw060rununit to self::Session::Item("w060rununit") as
               type RunUnit
           invoke type batsweb.screenTiming::engineCall(BATSW060rununit, "BATSW060WEBF", "DC")
           set TextBox1::Text to BATSW060-START-DATE::ToString("##/##/##").
           set TextBox2::Text to BATSW060-END-DATE::ToString("##/##/##").
       end method.
           MOVE "DC" to BATSW060-ACTION
           set batsw060rununit to self::Session::Item("w060rununit") as
               type RunUnit
           invoke type batsweb.screenTiming::engineCall(BATSW060rununit, "BATSW060WEBF", "DC")
           set TextBox1::Text to BATSW060-START-DATE::ToString("##/##/##").
           set TextBox2::Text to BATSW060-END-DATE::ToString("##/##/##").
       end method.
           MOVE "DC" to BATSW060-ACTION
           set batsw060rununit to self::Session::Item("w060rununit") as
               type RunUnit
           invoke type batsweb.screenTiming::engineCall(BATSW060rununit, "BATSW060WEBF", "DC")
           set TextBox1::Text to BATSW060-START-DATE::ToString("##/##/##").
           set TextBox2::Text to BATSW060-END-DATE::ToString("##/##/##").
       end method.
           MOVE "DC" to BATSW060-ACTION
           set batsw060rununit to self::Session::Item("w060rununit") as
               type RunUnit
           invoke type batsweb.screenTiming::engineCall(BATSW060rununit, "BATSW060WEBF", "DC")
           set TextBox1::Text to BATSW060-START-DATE::ToString("##/##/##").
           set TextBox2::Text to BATSW060-END-DATE::ToString("##/##/##").
       end method.
           set batsw060rununit to self::Session::Item("w060rununit") as
               type RunUnit
           move "RG" to BATSW060-ACTION
           invoke type batsweb.screenTiming::engineCall(BATSW060rununit, "BATSW060WEBF", "RG")
           invoke self::populate_listbox_filtered(clipSearchTextBox::Text::Trim, tagSearchTextBox::Text::Trim).
       end method.

           set address of BATSW060-DIALOG-FIELDS to myData::tablePointer

           invoke ListBox1::Items::Clear.
           set thumbStatus to type batsweb.clipThumb::loadStatus
           set gridHtml to new System.Text.StringBuilder
           move 1 to aa.
       vid-loop.
           if aa > BATSW060-NUM-VID
               and BATSW060-V-PLAY-FLAG(aa)::Trim()::ToUpper() not = tagText::ToUpper()
               go to vid-next.
           invoke ListBox1::Items::Add(BATSW060-V-TEAM(aa) & " " & BATSW060-V-NAME(aa) & " " & BATSW060-V-DSP-DATE(aa)::ToString("0#/##/##") & " " & BATSW060-V-DESC(aa))
           invoke gridHtml::Append(self::catalogTile(ListBox1::Items::Count - 1))
       vid-next.
           add 1 to aa
           go to vid-loop.
       vid-done.
           set thumbGrid::Text to gridHtml::ToString

       end method.

      *    the tile for catalog row aa, listed as ListBox1 row
      *    listRow. The catalog pull carries the row's clip on the
      *    video list at the same place.
       method-id catalogTile protected.
       local-storage section.
       01 clipPath      type String.
       01 clickScript   type String.
       linkage section.
           COPY "C:\Users\Piotrek\sydexsource\BATS\batsw060webf_dg.CPB".
       procedure division using by value listRow as type Int32
                          returning tileOut as String.
           set clipPath to ""
           if aa <= BATSW060-WF-VID-COUNT
               set clipPath to "" & BATSW060-WF-VIDEO-PATH(aa) & BATSW060-WF-VIDEO-A(aa).
           set clickScript to "var o=document.getElementById('" & ListBox1::ClientID &
               "').options[" & listRow & "];o.selected=!o.selected;"
           set tileOut to type batsweb.clipThumb::tileHtml(
               type batsweb.clipThumb::urlOf(thumbStatus, clipPath::Trim),
               BATSW060-V-NAME(aa)::Trim & " " & BATSW060-V-DSP-DATE(aa)::ToString("0#/##/##") &
               " " & BATSW060-V-DESC(aa), clickScript)
       end method.

       end class.
