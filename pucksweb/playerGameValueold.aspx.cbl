           add 1 to aa
           go to name-loop.
       name-done.            
           invoke type batsweb.screenTiming::engineCall(pk360rununit, "PK360WEBF", "GV4")

           if ERROR-FIELD NOT = SPACES
               set returnVal to "er|" & ERROR-FIELD
