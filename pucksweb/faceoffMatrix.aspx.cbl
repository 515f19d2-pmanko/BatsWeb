           set PK300-SEL-TEAM to ddTeam::SelectedItem
           move PK300-SEL-TEAM to PK300-PLAYER-TEAM
           MOVE "RP" TO PK300-ACTION
           invoke type batsweb.screenTiming::engineCall(pk310rununit, "PK300WEBF", "RP")
           if ERROR-FIELD NOT = SPACES
               move spaces to ERROR-FIELD.
           invoke lbPlayers::Items::Clear
               go to opp-done.
           set PK300-OPPONENT to OPP-HOLD-NAME(oppIdx)::Trim
           MOVE "GO" to PK300-ACTION
           invoke type batsweb.screenTiming::engineCall(pk310rununit, "PK300WEBF", "GO")
           if ERROR-FOUND = "Y"
               MOVE " " TO ERROR-FOUND
               MOVE " " TO PK300-ACTION
               invoke type batsweb.screenTiming::engineCall(pk310rununit, "PK300WEBF", "")
               add 1 to oppIdx
               go to opp-loop.
           invoke lbMatrix::Items::Add(OPP-HOLD-NAME(oppIdx) & "  " &
