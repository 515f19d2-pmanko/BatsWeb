               as type RunUnit
           MOVE "N" to BAT360-STARTING-PITCHERS
           MOVE "RG" to BAT360-ACTION
           invoke type batsweb.screenTiming::engineCall(bat360rununit, "BAT360WEBF", "RG")
           if ERROR-FIELD NOT = SPACES
               move spaces to ERROR-FIELD.
       end method.
               as type RunUnit
           MOVE "Y" to BAT360-STARTING-PITCHERS
           MOVE "RG" to BAT360-ACTION
           invoke type batsweb.screenTiming::engineCall(bat360rununit, "BAT360WEBF", "RG")
           if ERROR-FIELD NOT = SPACES
               move spaces to ERROR-FIELD.
       end method.
           MOVE BAT360-G-GAME-DATE(gameIdx) to BAT360-I-GAME-DATE
           MOVE BAT360-G-GAME-ID(gameIdx) to BAT360-I-GAME-ID
           MOVE "RA" to BAT360-ACTION
           invoke type batsweb.screenTiming::engineCall(bat360rununit, "BAT360WEBF", "RA")
           if ERROR-FIELD NOT = SPACES
               move spaces to ERROR-FIELD.

               MOVE "SV" to BAT360-ACTION
           else
               MOVE "SH" to BAT360-ACTION.
           invoke type batsweb.screenTiming::engineCall(bat360rununit, "BAT360WEBF", "SH")
           if ERROR-FIELD NOT = SPACES
               move spaces to ERROR-FIELD.

