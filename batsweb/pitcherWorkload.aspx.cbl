
           set address of BAT666-DIALOG-FIELDS to myData::tablePointer
           move "I" to BAT666-ACTION
           invoke type batsweb.screenTiming::engineCall(bat666rununit, "BAT666WEBF", "I")
      *    club thresholds -- editable on screen per the
      *    pitching coach's policy of the week.
           set tbMaxPitches7::Text to "300"
           move teamDropDownList::SelectedItem to BAT666-SEL-TEAM
           MOVE "RP" TO BAT668-ACTION
           MOVE "T" TO BAT666-ACTION
           invoke type batsweb.screenTiming::engineCall(bat666rununit, "BAT666WEBF", "T")

           move 0 to STAFF-COUNT
           move 1 to aa.
           move pitcherName to BAT666-PITCHER-DSP-NAME
           move "TI" to BAT668-ACTION
           MOVE "T" TO BAT666-ACTION
           invoke type batsweb.screenTiming::engineCall(bat666rununit, "BAT666WEBF", "T")
           MOVE " " TO BAT666-IND-PB-FLAG

           MOVE "D" to BAT666-GAME-FLAG
               type DateTime::Today::ToString("MMddyy"), by reference gmDate)
           set BAT666-END-GAME-DATE to gmDate
           MOVE "GO" to BAT668-ACTION
           invoke type batsweb.screenTiming::engineCall(bat666rununit, "BAT666WEBF", "T")
           set bfCount to BAT666-NUM-AB
       end method.

           set BAT666-GAME-DATE to gmDate
           set BAT666-END-GAME-DATE to gmDate
           MOVE "GO" to BAT668-ACTION
           invoke type batsweb.screenTiming::engineCall(bat666rununit, "BAT666WEBF", "GO")
           set bfCount to BAT666-NUM-AB
       end method.

