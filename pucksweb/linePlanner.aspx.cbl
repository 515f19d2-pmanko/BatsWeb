           MOVE PK360-G-VIS(gameIdx) to PK360-I-VIS
           MOVE PK360-G-HOME(gameIdx) to PK360-I-HOME
           move "GO" to PK360-ACTION
           invoke type batsweb.screenTiming::engineCall(pk360rununit, "PK360WEBF", "GO")
           if ERROR-FIELD NOT = SPACES
               move spaces to ERROR-FIELD
               add 1 to gameIdx
