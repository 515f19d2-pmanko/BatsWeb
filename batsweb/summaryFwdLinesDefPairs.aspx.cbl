                   move "VD1" to PK360-ACTION
               else if actionFlag = "def-sh"
                   move "VD2" to PK360-ACTION.
           invoke type batsweb.screenTiming::engineCall(pk360rununit, "PK360WEBF", "VD2")
           if ERROR-FIELD NOT = SPACES
               set playReturn to "er|" & ERROR-FIELD
               move spaces to ERROR-FIELD
           invoke type Int32::TryParse(indexString, reference selected)
           set PK360-SEL-OPP-LINE TO selected + 1
           move "OLV" to PK360-ACTION.
           invoke type batsweb.screenTiming::engineCall(pk360rununit, "PK360WEBF", "OLV")
           if ERROR-FIELD NOT = SPACES
               set playReturn to "er|" & ERROR-FIELD
               move spaces to ERROR-FIELD
           if defFwd = "d"
               if PK360-TOI-TEAM-FLAG = "V"
                   move "VO1" to PK360-ACTION
                   invoke type batsweb.screenTiming::engineCall(pk360rununit, "PK360WEBF", "VO1")
                   move "H" to PK360-OPP-IP-FLAG           
               else
                   move "HO1" to PK360-ACTION
                   invoke type batsweb.screenTiming::engineCall(pk360rununit, "PK360WEBF", "HO1")
                   move "V" to PK360-OPP-IP-FLAG.
           if defFwd = "f"
               if PK360-TOI-TEAM-FLAG = "V"
                   move "VO2" to PK360-ACTION
                   invoke type batsweb.screenTiming::engineCall(pk360rununit, "PK360WEBF", "VO2")
                   move "H" to PK360-OPP-IP-FLAG           
               else
                   move "HO2" to PK360-ACTION
                   invoke type batsweb.screenTiming::engineCall(pk360rununit, "PK360WEBF", "HO2")
                   move "V" to PK360-OPP-IP-FLAG.

           if ERROR-FIELD NOT = SPACES
               if defFwd = "d"
                   if PK360-TOI-TEAM-FLAG = "V"
                       move "VO1" to PK360-ACTION
                       invoke type batsweb.screenTiming::engineCall(pk360rununit, "PK360WEBF", "VO1")
                       move "H" to PK360-OPP-IP-FLAG
                   else
                       move "HO1" to PK360-ACTION
                       invoke type batsweb.screenTiming::engineCall(pk360rununit, "PK360WEBF", "HO1")
                       move "V" to PK360-OPP-IP-FLAG
                   end-if
               else
                   if PK360-TOI-TEAM-FLAG = "V"
                       move "VO2" to PK360-ACTION
                       invoke type batsweb.screenTiming::engineCall(pk360rununit, "PK360WEBF", "VO2")
                       move "H" to PK360-OPP-IP-FLAG
                   else
                       move "HO2" to PK360-ACTION
                       invoke type batsweb.screenTiming::engineCall(pk360rununit, "PK360WEBF", "HO2")
                       move "V" to PK360-OPP-IP-FLAG
                   end-if
               end-if
           set PK360-WK-T-IP TO PK360-TOI-IP
                          
           MOVE "TP" to PK360-ACTION
           invoke type batsweb.screenTiming::engineCall(pk360rununit, "PK360WEBF", "TP")
           if ERROR-FIELD NOT = SPACES
               set playReturn to "er|" & ERROR-FIELD
               move spaces to ERROR-FIELD
               set PK360-WK-T-IP TO PK360-TOI-IP.
                                         
           MOVE "TA" to PK360-ACTION
           invoke type batsweb.screenTiming::engineCall(pk360rununit, "PK360WEBF", "TA")
           if ERROR-FIELD NOT = SPACES
               set playReturn to "er|" & ERROR-FIELD
               move spaces to ERROR-FIELD
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
