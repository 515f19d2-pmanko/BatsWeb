               set my666data to self::Session["bat666data"] as type batsweb.bat666Data.
           set address of BAT666-DIALOG-FIELDS to my666Data::tablePointer
           move "I" to BAT666-ACTION
           invoke type batsweb.screenTiming::engineCall(bat666rununit, "BAT666WEBF", "I")
           move 1 to aa.
       team-loop.
           if aa > BAT666-NUM-TEAMS
           move WS-LOOKUP-TEAM to BAT666-SEL-TEAM
           MOVE "RP" TO BAT668-ACTION
           MOVE "T" TO BAT666-ACTION
           invoke type batsweb.screenTiming::engineCall(bat666rununit, "BAT666WEBF", "T")
           move 0 to STAFF-COUNT
           move 1 to aa.
       roster-loop.
               move STAFF-NAME(staffIdx)::Trim to BAT666-PITCHER-DSP-NAME
               move "TI" to BAT668-ACTION
               MOVE "T" TO BAT666-ACTION
               invoke type batsweb.screenTiming::engineCall(bat666rununit, "BAT666WEBF", "T")
               MOVE " " TO BAT666-IND-PB-FLAG
               MOVE "D" to BAT666-GAME-FLAG
               MOVE "D" to BAT666-END-GAME-FLAG
               set BAT666-GAME-DATE to gmDate
               set BAT666-END-GAME-DATE to gmDate
               MOVE "GO" to BAT668-ACTION
               invoke type batsweb.screenTiming::engineCall(bat666rununit, "BAT666WEBF", "T")
               move BAT666-NUM-AB to STAFF-BF-DAY(staffIdx)
           end-perform.
       end method.
           MOVE BAT360-G-GAME-DATE(gameIdx) to BAT360-I-GAME-DATE
           MOVE BAT360-G-GAME-ID(gameIdx) to BAT360-I-GAME-ID
           MOVE "RA" to BAT360-ACTION
           invoke type batsweb.screenTiming::engineCall(bat360rununit, "BAT360WEBF", "RA")
           if ERROR-FIELD NOT = SPACES
               move spaces to ERROR-FIELD
               exit method.
