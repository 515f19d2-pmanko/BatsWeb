           set PK300-SEL-TEAM to ddTeam::SelectedItem
           move PK300-SEL-TEAM to PK300-PLAYER-TEAM
           MOVE "RP" TO PK300-ACTION
           invoke type batsweb.screenTiming::engineCall(pk310rununit, "PK300WEBF", "RP")
           if ERROR-FIELD NOT = SPACES
               move spaces to ERROR-FIELD.
           move 0 to ROSTER-HOLD-COUNT
           end-if
           MOVE "A" to PK300-END-GAME-FLAG
           MOVE "GO" to PK300-ACTION
           invoke type batsweb.screenTiming::engineCall(pk310rununit, "PK300WEBF", "GO")
           if ERROR-FOUND = "Y"
               MOVE " " TO ERROR-FOUND
               MOVE " " TO PK300-ACTION
               invoke type batsweb.screenTiming::engineCall(pk310rununit, "PK300WEBF", "").
       end method.

       method-id holdWindowLine protected.
