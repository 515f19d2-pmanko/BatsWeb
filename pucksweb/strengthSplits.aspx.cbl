           set PK300-SEL-TEAM to ddTeam::SelectedItem
           move PK300-SEL-TEAM to PK300-PLAYER-TEAM
           MOVE "RP" TO PK300-ACTION
           invoke type batsweb.screenTiming::engineCall(pk310rununit, "PK300WEBF", "RP")
           if ERROR-FIELD NOT = SPACES
               move spaces to ERROR-FIELD.
           invoke lbPlayers::Items::Clear
           set PK300-PLAYER to playerName
           set PK300-STRENGTH-FLAG to strengthFlag
           MOVE "GO" to PK300-ACTION
           invoke type batsweb.screenTiming::engineCall(pk310rununit, "PK300WEBF", "GO")
           if ERROR-FOUND = "Y"
               MOVE " " TO ERROR-FOUND
               MOVE " " TO PK300-ACTION
               invoke type batsweb.screenTiming::engineCall(pk310rununit, "PK300WEBF", "").
       end method.

      *    one formatted line off the PK310 fields the engine
