               as type RunUnit
           set BAT310-SEL-BPARK to parkDropDownList::SelectedItem
           MOVE "FB" TO BAT310-ACTION
           invoke type batsweb.screenTiming::engineCall(bat310rununit, "BAT300WEBF", "FB")
           invoke self::Recalc
       end method.      
       
PM     01 vidPaths type String. 
 PM    01 vidTitles type String.       
       01 iNum         type Int16.
       01 windowLine type String.
       01 clipTrim type String.
       linkage section.
           COPY "Y:\SYDEXSOURCE\BATS\bat310_dg.CPB".
       procedure division using xVal as type String, 
           ADD 3 TO BAT292V-UP-X
           ADD 3 TO BAT292V-UP-Y
           move "M2" to BAT310-ACTION
           invoke type batsweb.screenTiming::engineCall(bat310rununit, "BAT310WEBF", "M2")
           if ERROR-FIELD NOT = SPACES
               set returnVal to "er|" & ERROR-FIELD
               move spaces to ERROR-FIELD
           set vidPaths to ""
PM         set vidTitles to ""
           move 1 to aa.
      *    a pitch clip skips the lead-in its result's
      *    window trims off (clipWindow.cbl).
           set windowLine to type pucksweb.clipWindow::loadTeam(
               "" & self::Session::Item("team"), "B")
       lines-loop.
           if aa > BAT310-WF-VID-COUNT
               go to lines-done.
           set clipTrim to type pucksweb.clipWindow::fileTrim(windowLine,
               type pucksweb.clipWindow::codeOf(windowLine, BAT310-WF-VIDEO-TITL(aa)))
           
PM         set vidPaths to vidPaths & BAT310-WF-VIDEO-PATH(aa) & BAT310-WF-VIDEO-A(aa) & clipTrim & ";"
PM         set vidTitles to vidTitles & BAT310-WF-VIDEO-TITL(aa) & ";"
           
           if BAT310-WF-VIDEO-B(aa) not = spaces
               set vidPaths to vidPaths & BAT310-WF-VIDEO-PATH(aa) & BAT310-WF-VIDEO-B(aa) & clipTrim & ";"
               set vidTitles to vidTitles & "B;".
           if BAT310-WF-VIDEO-C(aa) not = spaces
               set vidPaths to vidPaths & BAT310-WF-VIDEO-PATH(aa) & BAT310-WF-VIDEO-C(aa) & clipTrim & ";"
               set vidTitles to vidTitles & "C;".
           if BAT310-WF-VIDEO-D(aa) not = spaces
               set vidPaths to vidPaths & BAT310-WF-VIDEO-PATH(aa) & BAT310-WF-VIDEO-D(aa) & clipTrim & ";"
               set vidTitles to vidTitles & "D;".
                   
           
       local-storage section.
PM     01 vidPaths type String. 
 PM    01 vidTitles type String.
       01 windowLine type String.
       01 clipTrim type String.
       linkage section.
           COPY "Y:\SYDEXSOURCE\BATS\bat310_dg.CPB".
       procedure division.
           set vidPaths to ""
PM         set vidTitles to ""
           move 1 to aa.
      *    a pitch clip skips the lead-in its result's
      *    window trims off (clipWindow.cbl).
           set windowLine to type pucksweb.clipWindow::loadTeam(
               "" & self::Session::Item("team"), "B")
       lines-loop.
           if aa > BAT310-WF-VID-COUNT
               go to lines-done.
           set clipTrim to type pucksweb.clipWindow::fileTrim(windowLine,
               type pucksweb.clipWindow::codeOf(windowLine, BAT310-WF-VIDEO-TITL(aa)))
           
PM         set vidPaths to vidPaths & BAT310-WF-VIDEO-PATH(aa) & BAT310-WF-VIDEO-A(aa) & clipTrim & ";"
PM         set vidTitles to vidTitles & BAT310-WF-VIDEO-TITL(aa) & ";"
           
           if BAT310-WF-VIDEO-B(aa) not = spaces
               set vidPaths to vidPaths & BAT310-WF-VIDEO-PATH(aa) & BAT310-WF-VIDEO-B(aa) & clipTrim & ";"
               set vidTitles to vidTitles & "B;".
           if BAT310-WF-VIDEO-C(aa) not = spaces
               set vidPaths to vidPaths & BAT310-WF-VIDEO-PATH(aa) & BAT310-WF-VIDEO-C(aa) & clipTrim & ";"
               set vidTitles to vidTitles & "C;".
           if BAT310-WF-VIDEO-D(aa) not = spaces
               set vidPaths to vidPaths & BAT310-WF-VIDEO-PATH(aa) & BAT310-WF-VIDEO-D(aa) & clipTrim & ";"
               set vidTitles to vidTitles & "D;".
                   
           
               move " " to BAT310-INFIELD-IP
               set infieldButton::Text to "Show Infield"
               MOVE "FB" TO BAT310-ACTION
               invoke type batsweb.screenTiming::engineCall(bat310rununit, "BAT310WEBF", "FB")
               else
               move "Y" to BAT310-INFIELD-IP
               set infieldButton::Text to "Show Outfield".
