           add 1 to aa
           go to name-loop.
       name-done.            
           invoke type batsweb.screenTiming::engineCall(pk360rununit, "PK360WEBF", "GV4")

           if ERROR-FIELD NOT = SPACES
               set returnVal to "er|" & ERROR-FIELD
           add 1 to aa
           go to name-loop.
       name-done.            
           invoke type batsweb.screenTiming::engineCall(pk360rununit, "PK360WEBF", "GV4")

           if ERROR-FIELD NOT = SPACES
               set returnVal to "er|" & ERROR-FIELD
           set PK360-LINE-IP TO PK360-SEL-LINES
                          
           MOVE "VI" to PK360-ACTION
           invoke type batsweb.screenTiming::engineCall(pk360rununit, "PK360WEBF", "VI")
           if ERROR-FIELD NOT = SPACES
               set playReturn to "er|" & ERROR-FIELD
               move spaces to ERROR-FIELD
           set pk360rununit to self::Session::Item("360rununit")
               as type RunUnit
           move "VT" to PK360-ACTION
           invoke type batsweb.screenTiming::engineCall(pk360rununit, "PK360WEBF", "VT")
           
           if ERROR-FIELD NOT = SPACES
               set returnVal to "er|" & ERROR-FIELD
                              
           MOVE "VG" to PK360-ACTION
           
           invoke type batsweb.screenTiming::engineCall(pk360rununit, "PK360WEBF", "VG")
           
           if ERROR-FIELD NOT = SPACES
               set playReturn to "er|" & ERROR-FIELD
       local-storage section.
PM     01 vidPaths type String. 
 PM    01 vidTitles type String.
       01 windowLine type String.
       01 clipCode type String.
       linkage section.
           COPY "Y:\SYDEXSOURCE\pucks\pk360_dg.CPB".
       procedure division.
           set address of PK360-DIALOG-FIELDS to myData::tablePointer 
           set vidPaths to ""
PM         set vidTitles to ""
      *    each clip widened by the team's pre/post-roll for the
      *    event type its title names (clipWindow.cbl).
           set windowLine to type pucksweb.clipWindow::loadTeam(
               "" & self::Session::Item("team"), "H")
           move 1 to aa.
           
       lines-loop.
           if aa > PK360-WF-VID-COUNT
               go to lines-done.
           set clipCode to type pucksweb.clipWindow::codeOf(windowLine,
               PK360-WF-VIDEO-TITL(aa))
           
PM         set vidPaths to vidPaths & PK360-WF-VIDEO-PATH(aa)::Trim &
               type pucksweb.clipWindow::fragmentOf(windowLine, clipCode,
                   PK360-WF-VIDEO-START(AA), PK360-WF-VIDEO-DURATION(AA)) & ";"
PM    *     set vidPaths to vidPaths & PK360-WF-VIDEO-PATH(aa) & PK360-WF-VIDEO-A(aa) & "#t=" &  PK360-WF-VIDEO-START(AA) & "," & 
      *         (PK360-WF-VIDEO-START(AA) + PK360-WF-VIDEO-DURATION(AA)) & ";"
PM         set vidTitles to vidTitles & PK360-WF-VIDEO-TITL(aa) & ";"
           
           if PK360-WF-VIDEO-B(aa) not = spaces
               set vidPaths to vidPaths & PK360-WF-VIDEO-PATH(aa) & PK360-WF-VIDEO-B(aa) &
               type pucksweb.clipWindow::fragmentOf(windowLine, clipCode,
                   PK360-WF-VIDEO-START(AA), PK360-WF-VIDEO-DURATION(AA)) & ";"
               set vidTitles to vidTitles & "B;".
           if PK360-WF-VIDEO-C(aa) not = spaces
               set vidPaths to vidPaths & PK360-WF-VIDEO-PATH(aa) & PK360-WF-VIDEO-C(aa) & ";"
