           MOVE play-player-id to PK340-LOCATE-SEL-ID
           CLOSE PLAY-FILE
           move "LP" to PK340-ACTION
           invoke type batsweb.screenTiming::engineCall(pk330rununit, "PK340WEBF", "LP")
           move PK340-LOCATE-SEL-ID to PK340-SAVE-PLAYER-ID
           move "TI" to PK340-ACTION
           invoke type batsweb.screenTiming::engineCall(pk330rununit, "PK340WEBF", "TI")
           if ERROR-FIELD NOT = SPACES
               set lblMsg::Text to lblMsg::Text & "Error: " & glcNameList[glcIdx]::Trim & "  "
               move spaces to ERROR-FIELD
           MOVE "A" to PK340-END-GAME-FLAG

           MOVE "GO" to PK340-ACTION
           invoke type batsweb.screenTiming::engineCall(pk330rununit, "PK340WEBF", "GO")
           if ERROR-FOUND = "Y"
               MOVE " " TO ERROR-FOUND
               MOVE " " TO PK340-ACTION
               invoke type batsweb.screenTiming::engineCall(pk330rununit, "PK340WEBF", "")
               add 1 to glcIdx
               go to glc-name-loop.

           move "RE" to PK330-ACTION
           invoke type batsweb.screenTiming::engineCall(pk330rununit, "PK330WEBF", "RE")

           add 1 to GLC-ENTRIES
           move PK330-PLAYER::Trim to GLC-NAME(GLC-ENTRIES)
