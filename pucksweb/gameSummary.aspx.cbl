                implements type System.Web.UI.ICallbackEventHandler
                inherits type System.Web.UI.Page public.
                 
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    read only for the "as of" view -- this page's own
      *    point-in-time copy (asOfView.cbl); the engine keeps the
      *    live file.
          SELECT GAME-FILE ASSIGN LK-GAME-FILE
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS GAME-KEY
              LOCK MANUAL
              FILE STATUS IS STATUS-COMN.

       file section.
       COPY "Y:\SYDEXSOURCE\FDS\FDPKGAME.CBL".

       working-storage section.
       copy "y:\sydexsource\pucks\pucksglobal.cpb".
       COPY "Y:\sydexsource\shared\WS-SYS.CBL".
       COPY "y:\sydexsource\pucks\wspuckf.CBL".
       77  WS-NETWORK-FLAG             PIC X      VALUE "A".
       01  STATUS-COMN.
           05  STATUS-BYTE-1           PIC X      VALUE SPACES.
           05  STATUS-BYTE-2           PIC X      VALUE SPACES.
       01 pk360rununit         type RunUnit.
       01 PK360WEBF                type PK360WEBF.
       01 mydata type pucksweb.pk360Data.
      *    invoke self::ClientScript::RegisterStartupScript(self::GetType(), "AlertBox", "alert('" & LK-GAME-FILE::Trim & "');", true)

           move "I" to PK360-ACTION
           invoke type batsweb.screenTiming::engineCall(pk360rununit, "PK360WEBF", "I")
          
      *     set label1::Text to files[0]::Length
           if ERROR-FIELD NOT = SPACES
              invoke self::ClientScript::RegisterStartupScript(self::GetType(), "AlertBox", "alert('" & ERROR-FIELD & "');", true)
      *        invoke self::ClientScript::RegisterStartupScript(self::GetType(), "AlertBox", "alert('" & PK360-TEST-PATH::Trim & "');", true)
               move spaces to ERROR-FIELD.   
           invoke self::showAsOf
           invoke self::loadGames.

          IF PK360-GAMES-CHOICE = " "
           set address of PK360-DIALOG-FIELDS to myData::tablePointer 
      *    invoke gamesTable::Rows::Clear()
      *    invoke self::addTableRow(gamesTable, " Date       Vis                     Score Home                    Score Video Gametype"::Replace(" ", "&nbsp;"), 'h')
      *    a session viewing the page "as of" an earlier moment
      *    gets the same rows scored from its copy.
           if self::Session["asOf:" & type System.IO.Path::GetFileName(self::Request::Path)] not = null
               if self::asOfGames = "Y"
                   exit method
               end-if
           end-if
           set gamesField::Value to ""
           move 1 to aa.
       5-loop.
           if rbAllGames::Checked = true
               MOVE " " TO PK360-GAMES-CHOICE
               MOVE "RG" TO PK360-ACTION
               invoke type batsweb.screenTiming::engineCall(pk360rununit, "PK360WEBF", "RG")
               if ERROR-FIELD NOT = SPACES
                   invoke self::ClientScript::RegisterStartupScript(self::GetType(), "AlertBox", "alert('" & ERROR-FIELD & "');", true)
                   move spaces to ERROR-FIELD
               MOVE "T" TO PK360-GAMES-CHOICE
               if PK360-GAMES-TEAM IS NOT = " "
                   MOVE "RG" TO PK360-ACTION
                   invoke type batsweb.screenTiming::engineCall(pk360rununit, "PK360WEBF", "RG")
                   if ERROR-FIELD NOT = SPACES
                       invoke self::ClientScript::RegisterStartupScript(self::GetType(), "AlertBox", "alert('" & ERROR-FIELD & "');", true)
                       move spaces to ERROR-FIELD
           set PK360-GAMES-TEAM to ddTeam::SelectedItem
           if PK360-GAMES-CHOICE = "I" OR rbTeam::Checked = true
               move "RG" to PK360-ACTION
               invoke type batsweb.screenTiming::engineCall(pk360rununit, "PK360WEBF", "RG")
               if ERROR-FIELD NOT = SPACES
                   invoke self::ClientScript::RegisterStartupScript(self::GetType(), "AlertBox", "alert('" & ERROR-FIELD & "');", true)
                   move spaces to ERROR-FIELD
               as type RunUnit
           set PK360-GAME-SEL-YR to ddYear::SelectedItem
           move "RG" to PK360-ACTION
           invoke type batsweb.screenTiming::engineCall(pk360rununit, "PK360WEBF", "RG")
           if ERROR-FIELD NOT = SPACES
               invoke self::ClientScript::RegisterStartupScript(self::GetType(), "AlertBox", "alert('" & ERROR-FIELD & "');", true)
               move spaces to ERROR-FIELD
           if firstTimeFlag = "Y"
               exit method.
           move "RE" to PK360-ACTION
           invoke type batsweb.screenTiming::engineCall(pk360rununit, "PK360WEBF", "RE")
           if ERROR-FIELD NOT = SPACES
               invoke self::ClientScript::RegisterStartupScript(self::GetType(), "AlertBox", "alert('" & ERROR-FIELD & "');", true)
               move spaces to ERROR-FIELD
           if firstTimeFlag = "Y"
               exit method.
           move "RE" to PK360-ACTION
           invoke type batsweb.screenTiming::engineCall(pk360rununit, "PK360WEBF", "RE")
           if ERROR-FIELD NOT = SPACES
               invoke self::ClientScript::RegisterStartupScript(self::GetType(), "AlertBox", "alert('" & ERROR-FIELD & "');", true)
               move spaces to ERROR-FIELD
           set DIALOG-PRD-IDX to ddPeriod::SelectedIndex
           add 1 to DIALOG-PRD-IDX
           move "RA" to PK360-ACTION
           invoke type batsweb.screenTiming::engineCall(pk360rununit, "PK360WEBF", "RA")

      **Group Box Labels for Vis and Home Team, Score and Shootouts********
           set lblHomeReport::Text to PK360-I-HOME & " " & PK360-SHOT-HOME-SCORE & " " & PK360-H-SHOOTOUT
           if checked = "true"
               MOVE "P" to PK360-CHANCE-FLAG2
               move  "GO" to PK360-ACTION 
               invoke type batsweb.screenTiming::engineCall(pk360rununit, "PK360WEBF", "GO")
               if ERROR-FIELD NOT = SPACES
                   set returnVal to "er|" & ERROR-FIELD
                   move spaces to ERROR-FIELD
           else
               MOVE " " to PK360-CHANCE-FLAG2
               move  "GO" to PK360-ACTION 
               invoke type batsweb.screenTiming::engineCall(pk360rununit, "PK360WEBF", "GO")
               if ERROR-FIELD NOT = SPACES
                   set returnVal to "er|" & ERROR-FIELD
                   move spaces to ERROR-FIELD
           if checked = "true"
               MOVE "Y" to PK360-CHANCE-FLAG
               move  "GO" to PK360-ACTION 
               invoke type batsweb.screenTiming::engineCall(pk360rununit, "PK360WEBF", "GO")
               if ERROR-FIELD NOT = SPACES
                   set returnVal to "er|" & ERROR-FIELD
                   move spaces to ERROR-FIELD
           else
               MOVE " " to PK360-CHANCE-FLAG
               move  "GO" to PK360-ACTION 
               invoke type batsweb.screenTiming::engineCall(pk360rununit, "PK360WEBF", "GO")
               if ERROR-FIELD NOT = SPACES
                   set returnVal to "er|" & ERROR-FIELD
                   move spaces to ERROR-FIELD
           set pk360rununit to self::Session::Item("360rununit")
               as type RunUnit
           set PK360-ACTION to "CL" & team
           invoke type batsweb.screenTiming::engineCall(pk360rununit, "PK360WEBF", "CL")
           if ERROR-FIELD NOT = SPACES
               set returnVal to "er|" & ERROR-FIELD
               move spaces to ERROR-FIELD
           set PK360-ADVANCED-DESC to tbNote1::Text::ToUpper
           set PK360-ADVANCED-DESC2 to tbNote2::Text::ToUpper
           move "CA" to PK360-ACTION
           invoke type batsweb.screenTiming::engineCall(pk360rununit, "PK360WEBF", "CA")
           if ERROR-FIELD NOT = SPACES
               invoke self::ClientScript::RegisterStartupScript(self::GetType(), "AlertBox", "alert('" & ERROR-FIELD & "');", true)
               move spaces to ERROR-FIELD.  
           set pk360rununit to self::Session::Item("360rununit")
               as type RunUnit

           invoke type batsweb.screenTiming::engineCall(pk360rununit, "PK360WEBF", "RA")
           if ERROR-FIELD NOT = SPACES
               invoke self::ClientScript::RegisterStartupScript(self::GetType(), "AlertBox", "alert('" & ERROR-FIELD & "');", true)
               move spaces to ERROR-FIELD.  
           else
               set lblScoreMismatch::Text to "".

      *    a waved-off goal leaves no event behind -- the
      *    game's challenges and league reviews come off the review
      *    log (reviewLog.aspx.cbl) instead.
           set lblReviews::Text to type pucksweb.gameReviewLines::forGame(
               "" & PK360-I-GAME-DATE, "" & PK360-I-HOME, "" & PK360-I-VIS)

      *    the three stars the nightly run picked (or PR set).
           set lblStars::Text to type pucksweb.threeStarsLines::forGame(
               "" & PK360-I-GAME-DATE, "" & PK360-I-HOME, "" & PK360-I-VIS)

           invoke ddCustomEvent::Items::Clear
           invoke ddNHLEvent::Items::Clear
           move 1 to aa.
       videos-done.
                        
           MOVE "VL" to PK360-ACTION
           invoke type batsweb.screenTiming::engineCall(pk360rununit, "PK360WEBF", "VL")
           if ERROR-FIELD NOT = SPACES
               set playReturn to "er|" & ERROR-FIELD
               move spaces to ERROR-FIELD
           set PK360-LINE-IP TO PK360-SEL-LINES
                          
           MOVE "VI" to PK360-ACTION
           invoke type batsweb.screenTiming::engineCall(pk360rununit, "PK360WEBF", "VI")
           if ERROR-FIELD NOT = SPACES
               set playReturn to "er|" & ERROR-FIELD
               move spaces to ERROR-FIELD
           set PK360-WK-T-IP TO PK360-TOI-IP
                          
           MOVE "TP" to PK360-ACTION
           invoke type batsweb.screenTiming::engineCall(pk360rununit, "PK360WEBF", "TP")
           if ERROR-FIELD NOT = SPACES
               set playReturn to "er|" & ERROR-FIELD
               move spaces to ERROR-FIELD
           MOVE PK360-G-GAME-DATE(PK360-SEL-GAME) to PK360-I-GAME-DATE
           move PK360-G-GAME-ID(PK360-SEL-GAME) to PK360-I-GAME-ID
           move "GO" to PK360-ACTION
           invoke type batsweb.screenTiming::engineCall(pk360rununit, "PK360WEBF", "GO")
           if ERROR-FIELD NOT = SPACES
               invoke self::ClientScript::RegisterStartupScript(self::GetType(), "AlertBox", "alert('" & ERROR-FIELD & "');", true)
               move spaces to ERROR-FIELD.  
           move "P" to PK360-SHIFT-TYPE
           move "V" to PK360-SHIFT-TEAM
           move "TV" to PK360-ACTION
           invoke type batsweb.screenTiming::engineCall(pk360rununit, "PK360WEBF", "TV")
      *     SET lblPlayerName::Text to PK360-I-TOI-NAME::Trim

           if ERROR-FIELD NOT = SPACES
           move "S" to PK360-SHIFT-TYPE
           move "V" to PK360-SHIFT-TEAM
           move "TV" to PK360-ACTION
           invoke type batsweb.screenTiming::engineCall(pk360rununit, "PK360WEBF", "TV")
      *     SET lblPlayerName::Text to PK360-I-TOI-NAME::Trim

           if ERROR-FIELD NOT = SPACES
           move "P" to PK360-SHIFT-TYPE
           move "H" to PK360-SHIFT-TEAM
           move "TV" to PK360-ACTION
           invoke type batsweb.screenTiming::engineCall(pk360rununit, "PK360WEBF", "TV")
      *     SET lblPlayerName::Text to PK360-I-TOI-NAME::Trim

           if ERROR-FIELD NOT = SPACES
           move "S" to PK360-SHIFT-TYPE
           move "H" to PK360-SHIFT-TEAM
           move "TV" to PK360-ACTION
           invoke type batsweb.screenTiming::engineCall(pk360rununit, "PK360WEBF", "TV")
      *     SET lblPlayerName::Text to PK360-I-TOI-NAME::Trim

           if ERROR-FIELD NOT = SPACES
           else
               MOVE PK360-H-TOI-ID(num) TO PK360-SEL-TOI-ID.
           MOVE "TS" to PK360-ACTION
           invoke type batsweb.screenTiming::engineCall(pk360rununit, "PK360WEBF", "TS")
           
           if ERROR-FIELD NOT = SPACES
               set returnVal to "er|" & ERROR-FIELD
               set PK360-WK-T-IP TO PK360-TOI-IP.
                                         
           MOVE "TA" to PK360-ACTION
           invoke type batsweb.screenTiming::engineCall(pk360rununit, "PK360WEBF", "TA")
           if ERROR-FIELD NOT = SPACES
               set playReturn to "er|" & ERROR-FIELD
               move spaces to ERROR-FIELD
                              
           MOVE "VH" to PK360-ACTION
           
           invoke type batsweb.screenTiming::engineCall(pk360rununit, "PK360WEBF", "VH")
           
           if ERROR-FIELD NOT = SPACES
               set playReturn to "er|" & ERROR-FIELD
               move "Y" to PK360-ALL-FLAG.                              
           MOVE "VS" to PK360-ACTION
           
           invoke type batsweb.screenTiming::engineCall(pk360rununit, "PK360WEBF", "VS")
           
           if ERROR-FIELD NOT = SPACES
               set playReturn to "er|" & ERROR-FIELD
           set pk360rununit to self::Session::Item("360rununit")
               as type RunUnit
           move "VA" to PK360-ACTION
           invoke type batsweb.screenTiming::engineCall(pk360rununit, "PK360WEBF", "VA")
           
           if ERROR-FIELD NOT = SPACES
               set returnVal to "er|" & ERROR-FIELD
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
           invoke type System.Single::TryParse(indexString::Substring(indexString::IndexOf(":") + 1), by reference num)
           set PK360-JUMP-SEC to num
           move "PJ" to PK360-ACTION
           invoke type batsweb.screenTiming::engineCall(pk360rununit, "PK360WEBF", "PJ")
           
           if ERROR-FIELD NOT = SPACES
               set returnVal to "er|" & ERROR-FIELD
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
               MOVE MOUSEY TO PK360-RINK-V-IN-Y
               MOVE MOUSEY2 TO PK360-RINK-V-OUT-Y
               move "L4" to PK360-ACTION
               invoke type batsweb.screenTiming::engineCall(pk360rununit, "PK360WEBF", "L4")
           else
               MOVE MOUSEX TO PK360-RINK-h-IN-X
               MOVE MOUSEX2 TO PK360-RINK-H-OUT-X
               MOVE MOUSEY TO PK360-RINK-H-IN-Y
               MOVE MOUSEY2 TO PK360-RINK-H-OUT-Y
               move "R4" to PK360-ACTION
               invoke type batsweb.screenTiming::engineCall(pk360rununit, "PK360WEBF", "R4").
           if ERROR-FIELD NOT = SPACES
               set returnVal to "er|" & ERROR-FIELD
               move spaces to ERROR-FIELD
           
       end method.

      *    the game summary "as of" an earlier moment -- a
      *    disputed scoring change, a correction made since. This
      *    page's own point-in-time copies of GAME-FILE and PLAY-FILE
      *    (asOfView.cbl) are built with the later journalled changes
      *    taken back out, and the game list is scored from the game
      *    copy through this page's own GAME-FILE (asOfGames). The
      *    engine is still handed the live names, so the play-by-play
      *    and shot figures for a picked game stay live -- the banner
      *    says so. Nothing live is touched.
       method-id btnAsOf_Click protected.
       local-storage section.
       01  pageName        type String.
       01  cutoff          type String.
       01  undone          type Int32.
       procedure division using by value sender as object e as type System.EventArgs.
           set pageName to type System.IO.Path::GetFileName(self::Request::Path)
           set cutoff to type pucksweb.asOfView::cutoffOf(tbAsOf::Text,
               "" & self::Session["team"])
           if cutoff = ""
               set lblAsOf::Text to "Enter the moment as MM/dd/yyyy HH:mm (a date alone means the end of that day)."
               exit method.
           invoke self::asOfLiveNames
           invoke self::Session::Remove("asOf:" & pageName)
           set undone to type pucksweb.asOfView::build(self::Session::SessionID,
               pageName, cutoff, LK-GAME-FILE, LK-PLAYER-FILE)
           if undone = -2
               set lblAsOf::Text to "The change journal does not reach back to that moment -- pick a later one."
               exit method.
           if undone < 0
               set lblAsOf::Text to "Unable to build the as-of view -- the journal or a live file would not open."
               exit method.
           set self::Session["asOf:" & pageName] to cutoff
           set self::Session["asOfShown:" & pageName] to tbAsOf::Text::Trim
           invoke self::asOfReload.
       end method.

      *    back to the live figures.
       method-id btnAsOfLive_Click protected.
       local-storage section.
       01  pageName        type String.
       procedure division using by value sender as object e as type System.EventArgs.
           set pageName to type System.IO.Path::GetFileName(self::Request::Path)
           invoke self::Session::Remove("asOf:" & pageName)
           invoke self::Session::Remove("asOfShown:" & pageName)
           invoke self::asOfLiveNames
           invoke type pucksweb.asOfView::drop(self::Session::SessionID,
               pageName, LK-GAME-FILE, LK-PLAYER-FILE)
           set tbAsOf::Text to ""
           invoke self::asOfReload.
       end method.

      *    the banner, then the game list as the page now stands.
      *    The banner goes first: a copy that has gone missing puts
      *    the page back to live and says so in its place.
       method-id asOfReload protected.
       procedure division.
           invoke self::showAsOf
           invoke self::loadGames.
       end method.

      *    the engine's game list scored from this page's copy of
      *    GAME-FILE. The rows keep their places, so a game picked
      *    from the list is still the engine's game; each is read by
      *    key from the copy and carries the score on file at the
      *    moment. A game entered since shows "--" for both scores; a
      *    game deleted since is in the changes panel. "N" when the
      *    copy will not open -- the page goes back to live.
       method-id asOfGames protected.
       local-storage section.
       01  pageName        type String.
       linkage section.
           COPY "Y:\SYDEXSOURCE\pucks\pk360_dg.CPB".
       procedure division returning asOfFlag as String.
           set asOfFlag to "N"
           set mydata to self::Session["pk360data"] as type pucksweb.pk360Data
           set address of PK360-DIALOG-FIELDS to myData::tablePointer
           set pageName to type System.IO.Path::GetFileName(self::Request::Path)
           invoke self::asOfLiveNames
           set LK-GAME-FILE to type pucksweb.asOfView::copyName(LK-GAME-FILE,
               self::Session::SessionID, pageName)
           OPEN INPUT GAME-FILE.
           IF STATUS-BYTE-1 NOT EQUAL ZEROES
               invoke self::Session::Remove("asOf:" & pageName)
               invoke self::Session::Remove("asOfShown:" & pageName)
               invoke lbAsOfChanges::Items::Clear
               set lblAsOf::Text to "The as-of copy is no longer on file -- showing live figures; pick the moment again."
               exit method.
           set gamesField::Value to ""
           move 1 to aa.
       ASOF-LOOP.
           if aa > PK360-NUM-GAMES
               go to ASOF-DONE.
           INITIALIZE GAME-KEY
           MOVE PK360-G-GAME-DATE(aa) TO GAME-DATE-1
           MOVE PK360-G-HOME(aa)::Trim::ToUpper TO GAME-HOME-TEAM
           MOVE PK360-G-VIS(aa)::Trim::ToUpper TO GAME-VISITORS
           READ GAME-FILE WITH NO LOCK
               INVALID KEY
                   set gamesField::Value to gamesField::Value & PK360-G-DSP-DATE(AA)::ToString("0#/##/##") & "," &
                   PK360-G-VIS(aa)::Trim & ",--," & PK360-G-HOME(aa)::Trim & ",--," & PK360-G-PLAYOFF(AA) & ";"
                   add 1 to aa
                   go to ASOF-LOOP.
           IF GAME-HOME-SCORE NOT NUMERIC
               MOVE 0 TO GAME-HOME-SCORE.
           IF GAME-VIS-SCORE NOT NUMERIC
               MOVE 0 TO GAME-VIS-SCORE.
           set gamesField::Value to gamesField::Value & PK360-G-DSP-DATE(AA)::ToString("0#/##/##") & "," &
           PK360-G-VIS(aa)::Trim & "," & GAME-VIS-SCORE & "," & PK360-G-HOME(aa)::Trim & "," & GAME-HOME-SCORE & "," & GAME-PLAYOFF & ";"
           add 1 to aa
           go to ASOF-LOOP.
       ASOF-DONE.
           CLOSE GAME-FILE.
           set asOfFlag to "Y".
       end method.

      *    the live names, as PKFIL2 builds them for this session.
       method-id asOfLiveNames protected.
       procedure division.
           INITIALIZE PUCKS-DATA-BLOCK.
           MOVE "Y" TO SH-WEB-FORM-IP.
           set SH-WEB-FORM-APP-FOLDER to
             type HttpContext::Current::Server::MapPath("~/App_Data")
           set SH-WEB-FORM-SESSION-ID
                 to type HttpContext::Current::Session::SessionID
           set SH-WEB-FORM-DB
                 to type HttpContext::Current::Session::Item("database")
           set SH-WF-TEAM to
             type HttpContext::Current::Session::Item("team").
           CALL "PKFIL2" USING LK-FILE-NAMES, WS-NETWORK-FLAG.
       end method.

      *    the as-of banner and the changes made since.
       method-id showAsOf protected.
       local-storage section.
       01  pageName        type String.
       01  changeLines     type List[String].
       01  changeLine      type String.
       procedure division.
           set pageName to type System.IO.Path::GetFileName(self::Request::Path)
           invoke lbAsOfChanges::Items::Clear
           if self::Session["asOf:" & pageName] = null
               set lblAsOf::Text to ""
               exit method.
           set changeLines to type pucksweb.asOfView::changes(
               self::Session["asOf:" & pageName]::ToString,
               "" & self::Session["team"])
           set lblAsOf::Text to "AS OF " & self::Session["asOfShown:" & pageName]::ToString &
               " -- the game list and scores leave out the " & changeLines::Count::ToString &
               " game/player change(s) made since, listed below; a picked game's plays" &
               " and shot figures are today's. Live data is unchanged."
           perform varying changeLine through changeLines
               invoke lbAsOfChanges::Items::Add(changeLine)
           end-perform.
       end method.

       end class.
