           set PK360-TOI-TEAM-FLAG TO sideFlag
           set PK360-SEL-TOI-ID to toiIdx
           MOVE "TP" to PK360-ACTION
           invoke type batsweb.screenTiming::engineCall(pk360rununit, "PK360WEBF", "TP")
           if ERROR-FIELD NOT = SPACES
               move spaces to ERROR-FIELD
               add 1 to toiIdx
