
           set address of BAT666-DIALOG-FIELDS to myData::tablePointer
           move "I" to BAT666-ACTION
           invoke type batsweb.screenTiming::engineCall(bat666rununit, "BAT666WEBF", "I")
           move 1 to aa.
       team-loop.
           if aa > BAT666-NUM-TEAMS
           move batterName to BAT666-BATTER-DSP-NAME
           move "TI" to BAT668-ACTION
           MOVE "T" TO BAT666-ACTION
           invoke type batsweb.screenTiming::engineCall(bat666rununit, "BAT666WEBF", "T")
           MOVE " " to BAT666-IND-PB-FLAG

      *    all dates -- the full charted history.
           MOVE "A" to BAT666-GAME-FLAG
           MOVE "A" to BAT666-END-GAME-FLAG
           MOVE "GO" to BAT668-ACTION
           invoke type batsweb.screenTiming::engineCall(bat666rununit, "BAT666WEBF", "T")

           set runValue to 0
           if BAT666-NUM-AB = 0
