       01 cm type ClientScriptManager.
       01 cbReference type String.
       01 callbackScript type String.
       01 offRepCount type Int32.
       01 trackLines type Dictionary[String, String].
       01 pitchKey type String.
       linkage section.
           COPY "Y:\SYDEXSOURCE\BATS\bat360_dg.CPB".
       procedure division using by value param-sender as object
           set countValue::Text to BAT360-I-FINAL-COUNT::Trim
           set rbiValue::Text to BAT360-I-RBI::ToString
           set catcherValue::Text to BAT360-CATCHER
      *    tracking-unit measurements for this at-bat's pitches,
      *    where the park had a unit running.
           set trackLines to type batsweb.pitchTracking::forAtBat(
               type batsweb.pitchTracking::ymdOf(BAT360-GAME-DATE-DSP::ToString("00/00/00")),
               BAT360-I-HOME, BAT360-I-VIS, BAT360-I-INNING, BAT360-BATTER)
           move 1 to aa.
       pitch-loop.
           if aa > BAT360-NUM-PITCHES
               go to pitch-done.
           set dataline to (" " & BAT360-P-NUM(aa) & "  " & BAT360-P-TYPE(aa) & "  " & BAT360-P-DESC(aa) &
           " " & BAT360-P-RESULT(aa) & " " & BAT360-P-VEL(aa) & " " & BAT360-P-FLAG(aa) & BAT360-P-FLAG2(AA) & "  " & BAT360-P-VIDEO(aa))
      *    a type outside the pitcher's repertoire profile is
      *    flagged on the line so the charter can re-tag it before it
      *    reaches the tendency and zone screens.
           if type batsweb.pitchRepertoire::typeStatus(BAT360-PITCHER, BAT360-P-TYPE(aa)) = "N"
               set dataline to dataline & "  ** NOT IN REPERTOIRE"
               add 1 to offRepCount.
           set pitchKey to aa::ToString
           if trackLines::ContainsKey(pitchKey)
               set dataline to dataline & "  [" & trackLines[pitchKey] & "]".
           INSPECT dataline REPLACING ALL " " BY X'A0'
           invoke self::addTableRow(pitchTable, " " & dataLine)
           add 1 to aa
           go to pitch-loop.
       pitch-done.
           if offRepCount > 0
               set lblRepWarn::Text to offRepCount::ToString &
                   " pitch(es) tagged outside " & BAT360-PITCHER::Trim &
                   "'s repertoire (" &
                   type batsweb.pitchRepertoire::repertoireLine(BAT360-PITCHER) &
                   ") -- check the pitch type."
           else
               set lblRepWarn::Text to "".
           goback.
       end method.
       
               go to 10-done.
           set dataline to (" " & BAT360-P-NUM(aa) & "  " & BAT360-P-TYPE(aa) & "  " & BAT360-P-DESC(aa) &
           " " & BAT360-P-RESULT(aa) & " " & BAT360-P-VEL(aa) & " " & BAT360-P-FLAG(aa) & BAT360-P-FLAG2(AA) & "  " & BAT360-P-VIDEO(aa))
           if type batsweb.pitchRepertoire::typeStatus(BAT360-PITCHER, BAT360-P-TYPE(aa)) = "N"
               set dataline to dataline & "  ** NOT IN REPERTOIRE".
           INSPECT dataline REPLACING ALL " " BY X'A0'
           invoke self::addTableRow(pitchTable, " " & dataLine)
      *     set pitchList to pitchlist & dataLine & ';'
PM     01 vidPaths type String. 
 PM    01 vidTitles type String.
       01 iNum         type Int16.       
       01 windowLine type String.
       01 clipTrim type String.
       linkage section.
           COPY "Y:\sydexsource\BATS\bat360_dg.CPB".
       procedure division using xVal as type String, 
           invoke type Int16::TryParse(yVal, iNum)
           set MOUSEY to iNum
           move "MO" to BAT360-ACTION
           invoke type batsweb.screenTiming::engineCall(bat360rununit, "BAT360WEBF", "MO")
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
           if aa > BAT360-WF-VID-COUNT
               go to lines-done.
           set clipTrim to type pucksweb.clipWindow::fileTrim(windowLine,
               type pucksweb.clipWindow::codeOf(windowLine, BAT360-WF-VIDEO-TITL(aa)))
           
           
      *    REFACTOR BATSTUBE SETUP --> SINGLE CLASS     
PM         set vidPaths to vidPaths & BAT360-WF-VIDEO-PATH(aa) & BAT360-WF-VIDEO-A(aa) & clipTrim & ";"
PM         set vidTitles to vidTitles & BAT360-WF-VIDEO-TITL(aa) & ";"
           
           if BAT360-WF-VIDEO-B(aa) not = spaces
               set vidPaths to vidPaths & BAT360-WF-VIDEO-PATH(aa) & BAT360-WF-VIDEO-B(aa) & clipTrim & ";"
               set vidTitles to vidTitles & "B;".
           if BAT360-WF-VIDEO-C(aa) not = spaces
               set vidPaths to vidPaths & BAT360-WF-VIDEO-PATH(aa) & BAT360-WF-VIDEO-C(aa) & clipTrim & ";"
               set vidTitles to vidTitles & "C;".
           if BAT360-WF-VIDEO-D(aa) not = spaces
               set vidPaths to vidPaths & BAT360-WF-VIDEO-PATH(aa) & BAT360-WF-VIDEO-D(aa) & clipTrim & ";"
               set vidTitles to vidTitles & "D;".
               
           add 1 to aa.
           set bat360rununit to self::Session::Item("360rununit")
               as type RunUnit           
           move "PA" to BAT360-ACTION
           invoke type batsweb.screenTiming::engineCall(bat360rununit, "BAT360WEBF", "PA")
           if ERROR-FIELD NOT = SPACES
               invoke self::ClientScript::RegisterStartupScript(self::GetType(), "AlertBox", "alert('" & ERROR-FIELD & "');", true)
               move spaces to ERROR-FIELD
       local-storage section.
PM     01 vidPaths type String. 
 PM    01 vidTitles type String.
       01 windowLine type String.
       01 clipTrim type String.
       linkage section.
           COPY "Y:\sydexsource\BATS\bat360_dg.CPB".
       procedure division.
           set vidPaths to ""
PM         set vidTitles to ""
           move 1 to aa.
      *    a pitch clip skips the lead-in its result's
      *    window trims off (clipWindow.cbl).
           set windowLine to type pucksweb.clipWindow::loadTeam(
               "" & self::Session::Item("team"), "B")
       lines-loop.
           if aa > BAT360-WF-VID-COUNT
               go to lines-done.
           set clipTrim to type pucksweb.clipWindow::fileTrim(windowLine,
               type pucksweb.clipWindow::codeOf(windowLine, BAT360-WF-VIDEO-TITL(aa)))
           
PM         set vidPaths to vidPaths & BAT360-WF-VIDEO-PATH(aa) & BAT360-WF-VIDEO-A(aa) & clipTrim & ";"
PM         set vidTitles to vidTitles & BAT360-WF-VIDEO-TITL(aa) & ";"

           if BAT360-WF-VIDEO-B(aa) not = spaces
               set vidPaths to vidPaths & BAT360-WF-VIDEO-PATH(aa) & BAT360-WF-VIDEO-B(aa) & clipTrim & ";"
               set vidTitles to vidTitles & "B;".
           if BAT360-WF-VIDEO-C(aa) not = spaces
               set vidPaths to vidPaths & BAT360-WF-VIDEO-PATH(aa) & BAT360-WF-VIDEO-C(aa) & clipTrim & ";"
               set vidTitles to vidTitles & "C;".
           if BAT360-WF-VIDEO-D(aa) not = spaces
               set vidPaths to vidPaths & BAT360-WF-VIDEO-PATH(aa) & BAT360-WF-VIDEO-D(aa) & clipTrim & ";"
               set vidTitles to vidTitles & "D;".
               
           add 1 to aa.
