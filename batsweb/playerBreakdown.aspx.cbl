              LOCK MANUAL
              FILE STATUS IS STATUS-COMN5.

      *    a full-season run handed to the background queue
      *    (reportQueue.cbl): the PK300/PK310 blocks go out as the
      *    job's request, and the recalculated PK310 block comes back
      *    as its result.
          SELECT IMAGE-FILE ASSIGN WS-IMAGE-FILE
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS STATUS-COMN6.

       DATA DIVISION.
       FILE SECTION.
       COPY "Y:\SYDEXSOURCE\FDS\FDPKPLAY.CBL".
               10  NOTE-TIMESTAMP      PIC X(14).
           05  NOTE-AUTHOR             PIC X(45).
           05  NOTE-TEXT               PIC X(200).
           05  NOTE-SEAL               PIC X(9).
           05  FILLER                  PIC X(1).

       FD  PRESET-FILE
           LABEL RECORDS ARE STANDARD
           05  PRESET-SAVED            PIC X(14).
           05  FILLER                  PIC X(10).

      *    layout owned by breakdownJob.cbl -- keep in sync with
      *    the FD there.
       FD  IMAGE-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS IMAGE-REC.
       01  IMAGE-REC                   PIC X(4000).

       working-storage section.
       01  WS-FEEDBACK-FILE    PIC X(256) VALUE "BATSW023.DAT".
       01  WS-FEEDBACK-SEQ     PIC 9(3) VALUE 0.
       01  STATUS-COMN5.
           05  STATUS5-BYTE-1          PIC X      VALUE SPACES.
           05  STATUS5-BYTE-2          PIC X      VALUE SPACES.
       01  WS-IMAGE-FILE       PIC X(256).
       01  STATUS-COMN6.
           05  STATUS6-BYTE-1          PIC X      VALUE SPACES.
           05  STATUS6-BYTE-2          PIC X      VALUE SPACES.
       copy "y:\sydexsource\pucks\pucksglobal.cpb".
       COPY "Y:\sydexsource\shared\WS-SYS.CBL".
       COPY "y:\sydexsource\pucks\wspuckf.CBL".
           
           set address of PK310-DIALOG-FIELDS to myData::tablePointer
           move "I" to PK310-ACTION
           invoke type batsweb.screenTiming::engineCall(pk310rununit, "PK310WEBF", "I")

       invoke ddPeriod::Items::Clear.
       invoke ddSituation::Items::Clear.
           move 1 to SH-PK300-FLAG
           move "Y" to PK310-BYPASS-FLAG
           move "FD" to PK310-ACTION
           invoke type batsweb.screenTiming::engineCall(pk310rununit, "PK310WEBF", "FD")
           if PK310-BYPASS-FLAG not = "Y"
               invoke self::Recalc.

           invoke self::pk300.
           invoke self::showAsOf.
           invoke self::showJob.
      *pk300 stuff
      *     invoke self::Recalc      
           goback.
           set PK300-SEL-TEAM to selectedTeam 
           move PK300-SEL-TEAM to PK300-PLAYER-TEAM
           MOVE "RP" TO PK300-ACTION 
           invoke type batsweb.screenTiming::engineCall(pk310rununit, "PK300WEBF", "RP")
           if ERROR-FIELD NOT = SPACES
               invoke self::ClientScript::RegisterStartupScript(self::GetType(), "AlertBox", "alert('" & ERROR-FIELD & "');", true)
               move spaces to ERROR-FIELD.              
               exit method.

           MOVE "GO" to PK300-ACTION
           invoke type batsweb.screenTiming::engineCall(pk310rununit, "PK300WEBF", "GO")
           if ERROR-FOUND = "Y"
               MOVE " " TO ERROR-FOUND
               MOVE " " TO PK300-ACTION
               invoke type batsweb.screenTiming::engineCall(pk310rununit, "PK300WEBF", "")
           else
               invoke self::Recalc.                 
       end method.

      *    the same selection as btnGo_Click, handed to the
      *    background queue instead of run while the browser waits --
      *    for the full-season runs that outlast the page timeout. The
      *    same request already queued or running (someone else on the
      *    staff asked first) is joined rather than run twice.
       method-id btnRunLater_Click protected.
       local-storage section.
       01 gmDate        type Single.
       01 scratchFile   type String.
       01 titleText     type String.
       01 jobId         type String.
       linkage section.
           COPY "Y:\SYDEXSOURCE\pucks\pk300_dg.CPB".
       procedure division using by value sender as object e as type System.EventArgs.
           set mydata300 to self::Session["pk300data"] as type pucksweb.pk300Data
           set address of PK300-DIALOG-FIELDS to mydata300::tablePointer
           invoke type System.Single::TryParse(startDateTextBox::Text::ToString::Replace("/", ""), by reference gmDate)
           set PK300-GAME-DATE to gmDate
           invoke type System.Single::TryParse(endDateTextBox::Text::ToString::Replace("/", ""), by reference gmDate)
           set PK300-END-GAME-DATE to gmDate
           IF PK300-PLAYER = " " or PK300-OPPONENT = " "
               invoke self::ClientScript::RegisterStartupScript(self::GetType(), "AlertBox", "alert('" & "Please make a Player / Opponent Selection"  & "');", true)
               exit method.

           set scratchFile to type batsweb.reportQueue::scratchPath(self::Session::SessionID)
           MOVE scratchFile TO WS-IMAGE-FILE
           OPEN OUTPUT IMAGE-FILE.
           IF STATUS6-BYTE-1 NOT EQUAL ZEROES
               set lblJobStatus::Text to "The report queue is not available -- use Go."
               exit method.
           invoke self::writeImage300
           invoke self::writeImage310
           CLOSE IMAGE-FILE.

           set titleText to "Player breakdown: " & PK300-PLAYER::Trim &
               " vs " & PK300-OPPONENT::Trim & ", " &
               startDateTextBox::Text::Trim & " - " & endDateTextBox::Text::Trim
           set jobId to type batsweb.reportQueue::submit("PLYR",
               "playerBreakdown.aspx", "" & self::Session["team"],
               "" & self::Session["user"], "" & self::Session["database"],
               titleText, type batsweb.screenTiming::filtersOf(self::Context) &
               "|" & PK300-PLAYER::Trim & "|" & PK300-OPPONENT::Trim, "",
               scratchFile)
           if jobId = ""
               set lblJobStatus::Text to "The report queue is not available -- use Go."
               exit method.
           set self::Session["playerBreakdownJob"] to jobId
           set lblJobStatus::Text to type batsweb.reportQueue::statusLine(jobId)
       end method.

       method-id btnJobStatus_Click protected.
       procedure division using by value sender as object e as type System.EventArgs.
           invoke self::showJob
       end method.

      *    the session's background run: its status line, and
      *    once it is DONE its result on the screen (then off the
      *    user's main-menu list). Arriving from the main menu's
      *    finished-report list brings the job id on the query
      *    string.
       method-id showJob protected.
       local-storage section.
       01 jobId         type String.
       procedure division.
           if self::IsPostBack = false
            and self::Request::QueryString["job"] not = null
               set self::Session["playerBreakdownJob"] to self::Request::QueryString["job"]
           end-if
           if self::Session["playerBreakdownJob"] = null
               set lblJobStatus::Text to ""
               exit method.
           set jobId to self::Session["playerBreakdownJob"]::ToString
      *    only the club's own watchers open a job, whatever id
      *    the link carries.
           if type batsweb.reportQueue::mayView(jobId, "" & self::Session["team"],
               "" & self::Session["user"]) not = "Y"
               set lblJobStatus::Text to "That report is no longer on file -- run it again."
               set self::Session["playerBreakdownJob"] to null
               exit method.
           set lblJobStatus::Text to type batsweb.reportQueue::statusLine(jobId)
           if type batsweb.reportQueue::statusOf(jobId) = "FAIL"
               invoke type batsweb.reportQueue::markSeen(jobId, "" & self::Session["user"])
               set self::Session["playerBreakdownJob"] to null
               exit method.
           if type batsweb.reportQueue::statusOf(jobId) not = "DONE"
               exit method.
           MOVE type batsweb.reportQueue::resultPath(jobId) TO WS-IMAGE-FILE
           OPEN INPUT IMAGE-FILE.
           IF STATUS6-BYTE-1 NOT EQUAL ZEROES
               set lblJobStatus::Text to "That report is no longer on file -- run it again."
               set self::Session["playerBreakdownJob"] to null
               exit method.
           invoke self::readImage310
           CLOSE IMAGE-FILE.
           invoke self::showResults
           invoke type batsweb.reportQueue::markSeen(jobId, "" & self::Session["user"])
           set self::Session["playerBreakdownJob"] to null
       end method.

      *    the dialog blocks in and out of IMAGE-FILE in
      *    4,000-byte slices, breakdownJob.cbl's way.
       method-id writeImage300 protected.
       local-storage section.
       01 imgOffset     type Int32.
       01 imgLength     type Int32.
       01 chunkLength   type Int32.
       linkage section.
           COPY "Y:\SYDEXSOURCE\pucks\pk300_dg.CPB".
       procedure division.
           set mydata300 to self::Session["pk300data"] as type pucksweb.pk300Data
           set address of PK300-DIALOG-FIELDS to mydata300::tablePointer
           move length of PK300-DIALOG-FIELDS to imgLength
           move 1 to imgOffset.
       IMG-LOOP.
           if imgOffset > imgLength
               exit method.
           compute chunkLength = imgLength - imgOffset + 1
           if chunkLength > 4000
               move 4000 to chunkLength.
           move spaces to IMAGE-REC
           move PK300-DIALOG-FIELDS(imgOffset:chunkLength) to IMAGE-REC(1:chunkLength)
           WRITE IMAGE-REC
           add 4000 to imgOffset
           go to IMG-LOOP.
       end method.

       method-id writeImage310 protected.
       local-storage section.
       01 imgOffset     type Int32.
       01 imgLength     type Int32.
       01 chunkLength   type Int32.
       linkage section.
           COPY "Y:\SYDEXSOURCE\pucks\pk310_dg.CPB".
       procedure division.
           set mydata to self::Session["pk310data"] as type pucksweb.pk310Data
           set address of PK310-DIALOG-FIELDS to myData::tablePointer
           move length of PK310-DIALOG-FIELDS to imgLength
           move 1 to imgOffset.
       IMG-LOOP.
           if imgOffset > imgLength
               exit method.
           compute chunkLength = imgLength - imgOffset + 1
           if chunkLength > 4000
               move 4000 to chunkLength.
           move spaces to IMAGE-REC
           move PK310-DIALOG-FIELDS(imgOffset:chunkLength) to IMAGE-REC(1:chunkLength)
           WRITE IMAGE-REC
           add 4000 to imgOffset
           go to IMG-LOOP.
       end method.

       method-id readImage310 protected.
       local-storage section.
       01 imgOffset     type Int32.
       01 imgLength     type Int32.
       01 chunkLength   type Int32.
       linkage section.
           COPY "Y:\SYDEXSOURCE\pucks\pk310_dg.CPB".
       procedure division.
           set mydata to self::Session["pk310data"] as type pucksweb.pk310Data
           set address of PK310-DIALOG-FIELDS to myData::tablePointer
           move length of PK310-DIALOG-FIELDS to imgLength
           move 1 to imgOffset.
       IMG-LOOP.
           if imgOffset > imgLength
               exit method.
           READ IMAGE-FILE
               AT END exit method.
           compute chunkLength = imgLength - imgOffset + 1
           if chunkLength > 4000
               move 4000 to chunkLength.
           move IMAGE-REC(1:chunkLength) to PK310-DIALOG-FIELDS(imgOffset:chunkLength)
           add 4000 to imgOffset
           go to IMG-LOOP.
       end method.

       method-id btnReset_Click protected.
       linkage section.
           COPY "Y:\SYDEXSOURCE\pucks\pk310_dg.CPB".
           set PK310-ADVANCED-DESC to tbNote1::Text::ToUpper
           set PK310-ADVANCED-DESC2 to tbNote2::Text::ToUpper
           move "CA" to PK310-ACTION
           invoke type batsweb.screenTiming::engineCall(pk310rununit, "PK310WEBF", "CA")
           if ERROR-FIELD NOT = SPACES
               invoke self::ClientScript::RegisterStartupScript(self::GetType(), "AlertBox", "alert('" & ERROR-FIELD & "');", true)
               move spaces to ERROR-FIELD.  
           set address of PK300-DIALOG-FIELDS to myData300::tablePointer
           INITIALIZE PK300-DIALOG-FIELDS
           MOVE "IN" TO PK300-ACTION
           invoke type batsweb.screenTiming::engineCall(pk310rununit, "PK300WEBF", "IN").
           move "N " to PK300-ACTION
           invoke type batsweb.screenTiming::engineCall(pk310rununit, "PK300WEBF", "N").

           set lblCurrentOpponent::Text to PK300-OPPONENT::Trim
           set lblCurrentPlayer::Text to PK300-PLAYER::Trim
           set pk310rununit to self::Session::Item("310rununit")
               as type RunUnit
           move "RE" to PK310-ACTION
           invoke type batsweb.screenTiming::engineCall(pk310rununit, "PK310WEBF", "RE")
           invoke self::showResults
       end method.

      *    puts the PK310 block on the screen -- after Recalc's
      *    RE call, or straight from a finished background run.
       method-id showResults protected.
       linkage section.
           COPY "Y:\SYDEXSOURCE\pucks\pk310_dg.CPB".
       procedure division.
           set mydata to self::Session["pk310data"] as type pucksweb.pk310Data
           set address of PK310-DIALOG-FIELDS to myData::tablePointer

**********Recalc and Redisplay All Data Fields
           set lblPlayer::Text, lblCurrentPlayer::Text to PK310-PLAYER::Trim
           set lblOpponent::Text, lblCurrentOpponent::Text to PK310-OPPONENT::Trim
           set lblProjection::Text to
               type batsweb.playerProjection::projectionLine(PK310-PLAYER::Trim, "H")
           set lblGames::Text to DIALOG-GAME-RANGE::Trim
           set lblLocation::Text to DIALOG-GAME-LOC::Trim 
       
           else
               MOVE dateChoiceFlag to PK300-DATE-CHOICE-FLAG
               MOVE "DC" to PK300-ACTION
               invoke type batsweb.screenTiming::engineCall(pk310rununit, "PK300WEBF", "DC")
               MOVE "D" to PK300-GAME-FLAG
               MOVE "D" to PK300-END-GAME-FLAG
               if ERROR-FIELD NOT = SPACES
           MOVE "I" to PK300-PLAYER-FLAG
           MOVE "RB" to PK300-ACTION
           
           invoke type batsweb.screenTiming::engineCall(pk310rununit, "PK300WEBF", "RB")
           if ERROR-FIELD NOT = SPACES
               set returnVal to "er|" & ERROR-FIELD
               move spaces to ERROR-FIELD.              
               MOVE play-player-id to PK300-LOCATE-SEL-ID
               CLOSE PLAY-FILE
               move "LP" to PK300-ACTION
               invoke type batsweb.screenTiming::engineCall(pk310rununit, "PK300WEBF", "LP")
               move PK300-LOCATE-SEL-ID to PK300-SAVE-PLAYER-ID           
               move "TI" to PK300-ACTION
               invoke type batsweb.screenTiming::engineCall(pk310rununit, "PK300WEBF", "TI")
               if ERROR-FIELD NOT = SPACES
                   set playerName to "er|" & ERROR-FIELD
                   move spaces to ERROR-FIELD
               as type RunUnit
           move shotCall to PK310-SHOT-CALL
           move "BT" to PK310-ACTION
           invoke type batsweb.screenTiming::engineCall(pk310rununit, "PK310WEBF", "BT")
           if ERROR-FIELD NOT = SPACES
               set returnVal to "er|" & ERROR-FIELD
               move spaces to ERROR-FIELD
           set pk310rununit to self::Session::Item("310rununit")
               as type RunUnit
           move "VA" to PK310-ACTION
           invoke type batsweb.screenTiming::engineCall(pk310rununit, "PK310WEBF", "VA")
           if ERROR-FIELD NOT = SPACES
               set returnVal to "er|" & ERROR-FIELD
               move spaces to ERROR-FIELD
           invoke type System.Single::TryParse(fieldNum, by reference num)
           set PK310-FIELD-IP to num
           move "VF" to PK310-ACTION
           invoke type batsweb.screenTiming::engineCall(pk310rununit, "PK310WEBF", "VF")
           if ERROR-FIELD NOT = SPACES
               set returnVal to "er|" & ERROR-FIELD
               move spaces to ERROR-FIELD
               move 3 to PK310-NET-M-OUT-X
               move 2 to PK310-NET-M-OUT-Y.
           move "VN" to PK310-ACTION
           invoke type batsweb.screenTiming::engineCall(pk310rununit, "PK310WEBF", "VN")
           if ERROR-FIELD NOT = SPACES
               set returnVal to "er|" & ERROR-FIELD
               move spaces to ERROR-FIELD
               ADD 3 TO PK310-RINK-M-OUT-X
               ADD 3 TO PK310-RINK-M-OUT-Y.
           move "R4" to PK310-ACTION
           invoke type batsweb.screenTiming::engineCall(pk310rununit, "PK310WEBF", "R4")
           if ERROR-FIELD NOT = SPACES
               set returnVal to "er|" & ERROR-FIELD
               move spaces to ERROR-FIELD
           set self::Session::Item("pk310-prev-sel-line") to PK310-SEL-LINES
           SET PK310-SEL-LINES, PK310-LINE-IP to num + 1
           move "VL" to PK310-ACTION
           invoke type batsweb.screenTiming::engineCall(pk310rununit, "PK310WEBF", "VL")
           if ERROR-FIELD NOT = SPACES
               set playReturn to "er|" & ERROR-FIELD
               move spaces to ERROR-FIELD

           SET PK310-SEL-LINES, PK310-LINE-IP to prevLine
           move "VL" to PK310-ACTION
           invoke type batsweb.screenTiming::engineCall(pk310rununit, "PK310WEBF", "VL")
           if ERROR-FIELD NOT = SPACES
               set playReturn to "er|" & ERROR-FIELD
               move spaces to ERROR-FIELD
       local-storage section.
PM     01 vidPaths type String. 
 PM    01 vidTitles type String.
       01 windowLine type String.
       01 clipCode type String.
       linkage section.
           COPY "Y:\SYDEXSOURCE\pucks\pk310_dg.CPB".
       procedure division.
           set address of PK310-DIALOG-FIELDS to myData::tablePointer 
           set vidPaths to ""
PM         set vidTitles to ""
      *    each clip widened by the team's pre/post-roll for the
      *    event type its title names (clipWindow.cbl).
           set windowLine to type pucksweb.clipWindow::loadTeam(
               "" & self::Session::Item("team"), "H")
           move 1 to aa.
           
       lines-loop.
           if aa > PK310-WF-VID-COUNT
               go to lines-done.
           set clipCode to type pucksweb.clipWindow::codeOf(windowLine,
               PK310-WF-VIDEO-TITL(aa))
           
PM         set vidPaths to vidPaths & PK310-WF-VIDEO-PATH(aa)::Trim &
               type pucksweb.clipWindow::fragmentOf(windowLine, clipCode,
                   PK310-WF-VIDEO-START(AA), PK310-WF-VIDEO-DURATION(AA)) & ";"
PM    *     set vidPaths to vidPaths & PK360-WF-VIDEO-PATH(aa) & PK360-WF-VIDEO-A(aa) & "#t=" &  PK360-WF-VIDEO-START(AA) & "," & 
      *         (PK360-WF-VIDEO-START(AA) + PK360-WF-VIDEO-DURATION(AA)) & ";"
PM         set vidTitles to vidTitles & PK310-WF-VIDEO-TITL(aa) & ";"
           
           if PK310-WF-VIDEO-B(aa) not = spaces
               set vidPaths to vidPaths & PK310-WF-VIDEO-PATH(aa) & PK310-WF-VIDEO-B(aa) &
               type pucksweb.clipWindow::fragmentOf(windowLine, clipCode,
                   PK310-WF-VIDEO-START(AA), PK310-WF-VIDEO-DURATION(AA)) & ";"
               set vidTitles to vidTitles & "B;".
           if PK310-WF-VIDEO-C(aa) not = spaces
               set vidPaths to vidPaths & PK310-WF-VIDEO-PATH(aa) & PK310-WF-VIDEO-C(aa) & ";"
           set NOTE-AUTHOR to self::Session["team"]::ToString::Trim & " / " &
               "" & self::Session["user"]
           MOVE tbNewNote::Text::Trim TO NOTE-TEXT
           MOVE type pucksweb.sideCrypt::newSeal() TO NOTE-SEAL
           MOVE type pucksweb.sideCrypt::seal(NOTE-TEXT, NOTE-SEAL,
               length of NOTE-TEXT) TO NOTE-TEXT
           WRITE NOTE-REC.
           CLOSE NOTES-FILE.
           set tbNewNote::Text to ""
       PBNOTE-LOOP.
           READ NOTES-FILE NEXT WITH NO LOCK
               AT END GO TO PBNOTE-DONE.
           MOVE type pucksweb.sideCrypt::unseal(NOTE-TEXT, NOTE-SEAL,
               length of NOTE-TEXT) TO NOTE-TEXT
           IF NOTE-PLAYER NOT = WS-NOTE-PLAYER
               GO TO PBNOTE-DONE.
           invoke lbNotes::Items::Add(NOTE-TIMESTAMP(1:8) & "  [" &
           CLOSE NOTES-FILE.
       end method.

      *    the selected player's lines from the other leagues the
      *    registry carries, translated to the league being viewed
      *    through the league factors. The engines print the player
      *    FIRST LAST; a LAST, FIRST entry from the menu search is
      *    taken as it is.
       method-id btnTranslate_Click protected.
       local-storage section.
       01  playerText      type String.
       01  lastName        type String.
       01  firstName       type String.
       01  viewedLeague    type String.
       01  transLines      type List[String].
       01  transLine       type String.
       procedure division using by value sender as object e as type System.EventArgs.
           invoke lbTranslated::Items::Clear.
           set playerText to lblCurrentPlayer::Text::Trim()
           if playerText = ""
               invoke lbTranslated::Items::Add("Select a player first.")
               exit method.
           if playerText::Contains(",")
               set lastName to playerText::Substring(0, playerText::IndexOf(","))
               set firstName to playerText::Substring(playerText::IndexOf(",") + 1)
           else
               if playerText::Contains(" ")
                   set firstName to playerText::Substring(0, playerText::IndexOf(" "))
                   set lastName to playerText::Substring(playerText::IndexOf(" ") + 1)
               else
                   set firstName to ""
                   set lastName to playerText
               end-if
           end-if
           if self::Session["leagueCode"] not = null
               set viewedLeague to self::Session["leagueCode"]::ToString
           else
               set viewedLeague to "" & self::Session["database"]
           end-if
           set transLines to type batsweb.leagueFactors::translatedLines(
               lastName, firstName, viewedLeague)
           perform varying transLine through transLines
               invoke lbTranslated::Items::Add(transLine)
           end-perform.
       end method.

      *    figures "as of" an earlier moment -- why a stat line
      *    on an old scouting packet differs from today's. This
      *    page's own point-in-time copies of GAME-FILE and PLAY-FILE
      *    (asOfView.cbl) are built with the later journalled changes
      *    taken back out, and the selected player's counts are
      *    walked out of those copies by the page (asOfFigures) and
      *    put on the banner. The PK310 panel itself is the engine's,
      *    off the live files, and stays today's. Nothing live is
      *    touched.
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
           invoke self::showAsOf.
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
           invoke self::showAsOf.
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

      *    the as-of banner -- the player's counts off the copies
      *    -- and the game/player rows changed since.
       method-id showAsOf protected.
       local-storage section.
       01  pageName        type String.
       01  changeLines     type List[String].
       01  changeLine      type String.
       01  figureText      type String.
       procedure division.
           set pageName to type System.IO.Path::GetFileName(self::Request::Path)
           invoke lbAsOfChanges::Items::Clear
           if self::Session["asOf:" & pageName] = null
               set lblAsOf::Text to ""
               exit method.
           set figureText to self::asOfFigures
           if figureText = ""
               invoke self::Session::Remove("asOf:" & pageName)
               invoke self::Session::Remove("asOfShown:" & pageName)
               set lblAsOf::Text to "The as-of copies are no longer on file -- pick the moment again."
               exit method.
           set changeLines to type pucksweb.asOfView::changes(
               self::Session["asOf:" & pageName]::ToString,
               "" & self::Session["team"])
           set lblAsOf::Text to "AS OF " & self::Session["asOfShown:" & pageName]::ToString &
               " -- " & figureText & ". That leaves out the " &
               changeLines::Count::ToString &
               " game/player change(s) made since, listed below; the panel" &
               " below is today's. Live data is unchanged."
           set lblAsOf::ForeColor to type Color::DarkRed
           perform varying changeLine through changeLines
               invoke lbAsOfChanges::Items::Add(changeLine)
           end-perform.
       end method.

      *    the selected player's counts as they stood, walked by
      *    drillThrough.cbl over this page's copies of GAME-FILE and
      *    PLAY-FILE instead of the live files: the club's finished
      *    official games on file then, and the engine plays credited
      *    to the official id the player carried then. One line for
      *    the banner; "" when the copies are gone.
       method-id asOfFigures protected.
       local-storage section.
       01  pageName        type String.
       01  gameCopy        type String.
       01  playCopy        type String.
       01  playerName      type String.
       01  teamName        type String.
       01  countLabel      type String.
       01  playLines       type List[String].
       01  clipLinks       type List[String].
       01  labelIdx        type Int32.
       01  drillMsg        type String.
       linkage section.
           COPY "Y:\SYDEXSOURCE\pucks\pk310_dg.CPB".
       procedure division returning figureText as String.
           set figureText to ""
           set pageName to type System.IO.Path::GetFileName(self::Request::Path)
           invoke self::asOfLiveNames
           set gameCopy to type pucksweb.asOfView::copyName(LK-GAME-FILE,
               self::Session::SessionID, pageName)
           set playCopy to type pucksweb.asOfView::copyName(LK-PLAYER-FILE,
               self::Session::SessionID, pageName)
           if type System.IO.File::Exists(gameCopy) = false
            or type System.IO.File::Exists(playCopy) = false
               exit method.
           set mydata to self::Session["pk310data"] as type pucksweb.pk310Data
           set address of PK310-DIALOG-FIELDS to myData::tablePointer
           set playerName to PK310-PLAYER::Trim
           set teamName to ddPlayerTeam::Text::Trim
           if playerName = "" or teamName = ""
               set figureText to "pick a player for the figures as they stood"
               exit method.
           set figureText to playerName & " then:"
           move 1 to labelIdx.
       FIGURE-LOOP.
           if labelIdx > 4
               go to FIGURE-DONE.
           evaluate labelIdx
           when 1
               set countLabel to "G"
           when 2
               set countLabel to "S"
           when 3
               set countLabel to "FOW"
           when other
               set countLabel to "FOL"
           end-evaluate
           set playLines to new List[String]
           set clipLinks to new List[String]
           set drillMsg to type pucksweb.drillThrough::drill(teamName, playerName,
               countLabel & " 0", "", gameCopy, playCopy, playLines, clipLinks)
           if drillMsg::Contains("no official id")
               set figureText to playerName & " had no official id on file then," &
                   " so no engine plays were credited"
               exit method.
           set figureText to figureText & "  " & countLabel & " " &
               playLines::Count::ToString
           add 1 to labelIdx
           go to FIGURE-LOOP.
       FIGURE-DONE.
           set figureText to figureText & " over the club's games on file then".
       end method.

       end class.
