              LOCK MANUAL
              FILE STATUS IS STATUS-COMN3.

      *    a full-season run handed to the background queue
      *    (reportQueue.cbl): the PK322/PK320 blocks go out as the
      *    job's request, and the recalculated PK320 block comes back
      *    as its result.
          SELECT IMAGE-FILE ASSIGN WS-IMAGE-FILE
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS STATUS-COMN4.

       DATA DIVISION.
       FILE SECTION.
       COPY "Y:\SYDEXSOURCE\FDS\FDPKPLAY.CBL".
           05  CHECKOUT-SINCE              PIC X(14).
           05  CHECKOUT-LAST-ACTIVITY      PIC X(14).

      *    layout owned by breakdownJob.cbl -- keep in sync with
      *    the FD there.
       FD  IMAGE-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS IMAGE-REC.
       01  IMAGE-REC                   PIC X(4000).

       working-storage section.
       01  WS-CHECKOUT-FILE    PIC X(256) VALUE "BATSW024.DAT".
       01  STATUS-COMN3.
           05  STATUS3-BYTE-1          PIC X      VALUE SPACES.
           05  STATUS3-BYTE-2          PIC X      VALUE SPACES.
       01  WS-IMAGE-FILE       PIC X(256).
       01  STATUS-COMN4.
           05  STATUS4-BYTE-1          PIC X      VALUE SPACES.
           05  STATUS4-BYTE-2          PIC X      VALUE SPACES.
       copy "y:\sydexsource\pucks\pucksglobal.cpb".
       COPY "Y:\sydexsource\shared\WS-SYS.CBL".
       COPY "y:\sydexsource\pucks\wspuckf.CBL".
           
           set address of PK320-DIALOG-FIELDS to myData::tablePointer
           move "I" to PK320-ACTION
           invoke type batsweb.screenTiming::engineCall(pk320rununit, "PK320WEBF", "I")

       invoke ddPeriod::Items::Clear.
       invoke ddSituation::Items::Clear.
           move 1 to SH-PK322-FLAG
           move "Y" to PK320-BYPASS-FLAG
           move "FD" to PK320-ACTION
           invoke type batsweb.screenTiming::engineCall(pk320rununit, "PK320WEBF", "FD")
           if PK320-BYPASS-FLAG not = "Y"
               invoke self::Recalc.

           invoke self::pk322.
           invoke self::showJob.
           goback.
       end method.

           IF PK322-EXCLUDE-OPP-FLAG = "E" 
               MOVE PK322-SEL-TEAM to PK322-OPPONENT-TEAM.   
           MOVE "RB" TO PK322-ACTION 
           invoke type batsweb.screenTiming::engineCall(pk320rununit, "PK322WEBF", "RB")
           if ERROR-FIELD NOT = SPACES
               invoke self::ClientScript::RegisterStartupScript(self::GetType(), "AlertBox", "alert('" & ERROR-FIELD & "');", true)
               move spaces to ERROR-FIELD.              
           set PK322-END-GAME-DATE to gmDate

           MOVE "GO" to PK322-ACTION
           invoke type batsweb.screenTiming::engineCall(pk320rununit, "PK322WEBF", "GO")
           if ERROR-FOUND = "Y"
               MOVE " " TO ERROR-FOUND
               MOVE " " TO PK322-ACTION
               invoke type batsweb.screenTiming::engineCall(pk320rununit, "PK322WEBF", "")
           else
               invoke self::Recalc. 
           set lblLI1::Text to PK322-PLAYER-NAME(1)::Trim
           set lblOE5::Text to PK322-X-O-PLAYER-NAME(5)::Trim                               
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
       01 matchText     type String.
       01 jobId         type String.
       linkage section.
           COPY "Y:\SYDEXSOURCE\pucks\pk322_dg.CPB".
       procedure division using by value sender as object e as type System.EventArgs.
           set mydata322 to self::Session["pk322data"] as type pucksweb.pk322Data
           set address of PK322-DIALOG-FIELDS to mydata322::tablePointer
           invoke type System.Single::TryParse(startDateTextBox::Text::ToString::Replace("/", ""), by reference gmDate)
           set PK322-GAME-DATE to gmDate
           invoke type System.Single::TryParse(endDateTextBox::Text::ToString::Replace("/", ""), by reference gmDate)
           set PK322-END-GAME-DATE to gmDate

           set scratchFile to type batsweb.reportQueue::scratchPath(self::Session::SessionID)
           MOVE scratchFile TO WS-IMAGE-FILE
           OPEN OUTPUT IMAGE-FILE.
           IF STATUS4-BYTE-1 NOT EQUAL ZEROES
               set lblJobStatus::Text to "The report queue is not available -- use Go."
               exit method.
           invoke self::writeImage322
           invoke self::writeImage320
           CLOSE IMAGE-FILE.

           set titleText to "Line breakdown: " & PK322-PLAYER-NAME(1)::Trim &
               " line, " & startDateTextBox::Text::Trim & " - " &
               endDateTextBox::Text::Trim
           set matchText to type batsweb.screenTiming::filtersOf(self::Context)
           move 1 to aa.
       match-loop.
           if aa > 5
               go to match-done.
           set matchText to matchText & "|" & PK322-PLAYER-NAME(aa)::Trim &
               "|" & PK322-X-PLAYER-NAME(aa)::Trim & "|" &
               PK322-O-PLAYER-NAME(aa)::Trim & "|" &
               PK322-X-O-PLAYER-NAME(aa)::Trim
           add 1 to aa
           go to match-loop.
       match-done.
           set jobId to type batsweb.reportQueue::submit("LINE",
               "lineBreakdown.aspx", "" & self::Session["team"],
               "" & self::Session["user"], "" & self::Session["database"],
               titleText, matchText, "", scratchFile)
           if jobId = ""
               set lblJobStatus::Text to "The report queue is not available -- use Go."
               exit method.
           set self::Session["lineBreakdownJob"] to jobId
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
               set self::Session["lineBreakdownJob"] to self::Request::QueryString["job"]
           end-if
           if self::Session["lineBreakdownJob"] = null
               set lblJobStatus::Text to ""
               exit method.
           set jobId to self::Session["lineBreakdownJob"]::ToString
      *    only the club's own watchers open a job, whatever id
      *    the link carries.
           if type batsweb.reportQueue::mayView(jobId, "" & self::Session["team"],
               "" & self::Session["user"]) not = "Y"
               set lblJobStatus::Text to "That report is no longer on file -- run it again."
               set self::Session["lineBreakdownJob"] to null
               exit method.
           set lblJobStatus::Text to type batsweb.reportQueue::statusLine(jobId)
           if type batsweb.reportQueue::statusOf(jobId) = "FAIL"
               invoke type batsweb.reportQueue::markSeen(jobId, "" & self::Session["user"])
               set self::Session["lineBreakdownJob"] to null
               exit method.
           if type batsweb.reportQueue::statusOf(jobId) not = "DONE"
               exit method.
           MOVE type batsweb.reportQueue::resultPath(jobId) TO WS-IMAGE-FILE
           OPEN INPUT IMAGE-FILE.
           IF STATUS4-BYTE-1 NOT EQUAL ZEROES
               set lblJobStatus::Text to "That report is no longer on file -- run it again."
               set self::Session["lineBreakdownJob"] to null
               exit method.
           invoke self::readImage320
           CLOSE IMAGE-FILE.
           invoke self::showResults
           invoke type batsweb.reportQueue::markSeen(jobId, "" & self::Session["user"])
           set self::Session["lineBreakdownJob"] to null
       end method.

      *    the dialog blocks in and out of IMAGE-FILE in
      *    4,000-byte slices, breakdownJob.cbl's way.
       method-id writeImage322 protected.
       local-storage section.
       01 imgOffset     type Int32.
       01 imgLength     type Int32.
       01 chunkLength   type Int32.
       linkage section.
           COPY "Y:\SYDEXSOURCE\pucks\pk322_dg.CPB".
       procedure division.
           set mydata322 to self::Session["pk322data"] as type pucksweb.pk322Data
           set address of PK322-DIALOG-FIELDS to mydata322::tablePointer
           move length of PK322-DIALOG-FIELDS to imgLength
           move 1 to imgOffset.
       IMG-LOOP.
           if imgOffset > imgLength
               exit method.
           compute chunkLength = imgLength - imgOffset + 1
           if chunkLength > 4000
               move 4000 to chunkLength.
           move spaces to IMAGE-REC
           move PK322-DIALOG-FIELDS(imgOffset:chunkLength) to IMAGE-REC(1:chunkLength)
           WRITE IMAGE-REC
           add 4000 to imgOffset
           go to IMG-LOOP.
       end method.

       method-id writeImage320 protected.
       local-storage section.
       01 imgOffset     type Int32.
       01 imgLength     type Int32.
       01 chunkLength   type Int32.
       linkage section.
           COPY "Y:\SYDEXSOURCE\pucks\pk320_dg.CPB".
       procedure division.
           set mydata to self::Session["pk320data"] as type pucksweb.pk320Data
           set address of PK320-DIALOG-FIELDS to myData::tablePointer
           move length of PK320-DIALOG-FIELDS to imgLength
           move 1 to imgOffset.
       IMG-LOOP.
           if imgOffset > imgLength
               exit method.
           compute chunkLength = imgLength - imgOffset + 1
           if chunkLength > 4000
               move 4000 to chunkLength.
           move spaces to IMAGE-REC
           move PK320-DIALOG-FIELDS(imgOffset:chunkLength) to IMAGE-REC(1:chunkLength)
           WRITE IMAGE-REC
           add 4000 to imgOffset
           go to IMG-LOOP.
       end method.

       method-id readImage320 protected.
       local-storage section.
       01 imgOffset     type Int32.
       01 imgLength     type Int32.
       01 chunkLength   type Int32.
       linkage section.
           COPY "Y:\SYDEXSOURCE\pucks\pk320_dg.CPB".
       procedure division.
           set mydata to self::Session["pk320data"] as type pucksweb.pk320Data
           set address of PK320-DIALOG-FIELDS to myData::tablePointer
           move length of PK320-DIALOG-FIELDS to imgLength
           move 1 to imgOffset.
       IMG-LOOP.
           if imgOffset > imgLength
               exit method.
           READ IMAGE-FILE
               AT END exit method.
           compute chunkLength = imgLength - imgOffset + 1
           if chunkLength > 4000
               move 4000 to chunkLength.
           move IMAGE-REC(1:chunkLength) to PK320-DIALOG-FIELDS(imgOffset:chunkLength)
           add 4000 to imgOffset
           go to IMG-LOOP.
       end method.

       method-id btnReset_Click protected.
       linkage section.
           COPY "Y:\SYDEXSOURCE\pucks\pk320_dg.CPB".
           set PK320-ADVANCED-DESC to tbNote1::Text::ToUpper
           set PK320-ADVANCED-DESC2 to tbNote2::Text::ToUpper
           move "CA" to PK320-ACTION
           invoke type batsweb.screenTiming::engineCall(pk320rununit, "PK320WEBF", "CA")
           if ERROR-FIELD NOT = SPACES
               invoke self::ClientScript::RegisterStartupScript(self::GetType(), "AlertBox", "alert('" & ERROR-FIELD & "');", true)
               move spaces to ERROR-FIELD.  
           set address of PK322-DIALOG-FIELDS to mydata322::tablePointer
           INITIALIZE PK322-DIALOG-FIELDS
           MOVE "IN" TO PK322-ACTION
           invoke type batsweb.screenTiming::engineCall(pk320rununit, "PK322WEBF", "IN").
           move "N " to PK322-ACTION
           invoke type batsweb.screenTiming::engineCall(pk320rununit, "PK322WEBF", "N").
           IF PK322-PLAYER-LOC-FLAG = " "
               set rbAllLocations::Checked to true
           ELSE IF PK322-PLAYER-LOC-FLAG = "H"
           set pk320rununit to self::Session::Item("320rununit")
               as type RunUnit
           move "RE" to PK320-ACTION
           invoke type batsweb.screenTiming::engineCall(pk320rununit, "PK320WEBF", "RE")
           invoke self::showResults
       end method.

      *    puts the PK320 block on the screen -- after Recalc's
      *    RE call, or straight from a finished background run.
       method-id showResults protected.
       linkage section.
           COPY "Y:\SYDEXSOURCE\pucks\pk320_dg.CPB".
       procedure division.
           set mydata to self::Session["pk320data"] as type pucksweb.pk320Data
           set address of PK320-DIALOG-FIELDS to myData::tablePointer

**********Recalc and Redisplay All Data Fields
           set lblPlayer::Text to PK320-PLAYER::Trim
           set lblOpponent::Text to PK320-OPPONENT::Trim
           else
               MOVE dateChoiceFlag to PK322-DATE-CHOICE-FLAG
               MOVE "DC" to PK322-ACTION
               invoke type batsweb.screenTiming::engineCall(pk320rununit, "PK322WEBF", "DC")
               MOVE "D" to PK322-GAME-FLAG
               MOVE "D" to PK322-END-GAME-FLAG
               if ERROR-FIELD NOT = SPACES
               set ddPlayerTeam::Text to PK322-SEL-TEAM. 
           MOVE "RB" to PK322-ACTION
           
           invoke type batsweb.screenTiming::engineCall(pk320rununit, "PK322WEBF", "RB")
           if ERROR-FIELD NOT = SPACES
               set returnVal to "er|" & ERROR-FIELD
               move spaces to ERROR-FIELD.              
               MOVE play-player-id to PK322-LOCATE-SEL-ID
               CLOSE PLAY-FILE
               move "LP" to PK322-ACTION
               invoke type batsweb.screenTiming::engineCall(pk320rununit, "PK322WEBF", "LP")
               move PK322-LOCATE-SEL-ID to PK322-SAVE-PLAYER-ID           
               move "TI" to PK322-ACTION
               invoke type batsweb.screenTiming::engineCall(pk320rununit, "PK322WEBF", "TI")
               if ERROR-FIELD NOT = SPACES
                   set playerName to "er|" & ERROR-FIELD
                   move spaces to ERROR-FIELD
               as type RunUnit
           move shotCall to PK320-SHOT-CALL
           move "BT" to PK320-ACTION
           invoke type batsweb.screenTiming::engineCall(pk320rununit, "PK320WEBF", "BT")
           if ERROR-FIELD NOT = SPACES
               set returnVal to "er|" & ERROR-FIELD
               move spaces to ERROR-FIELD
           set pk320rununit to self::Session::Item("320rununit")
               as type RunUnit
           move "VA" to PK320-ACTION
           invoke type batsweb.screenTiming::engineCall(pk320rununit, "PK320WEBF", "VA")
           if ERROR-FIELD NOT = SPACES
               set returnVal to "er|" & ERROR-FIELD
               move spaces to ERROR-FIELD
               move 3 to PK320-NET-M-OUT-X
               move 2 to PK320-NET-M-OUT-Y.
           move "VN" to PK320-ACTION
           invoke type batsweb.screenTiming::engineCall(pk320rununit, "PK320WEBF", "VN")
           if ERROR-FIELD NOT = SPACES
               set returnVal to "er|" & ERROR-FIELD
               move spaces to ERROR-FIELD
               ADD 3 TO PK320-RINK-M-OUT-X
               ADD 3 TO PK320-RINK-M-OUT-Y.
           move "R4" to PK320-ACTION
           invoke type batsweb.screenTiming::engineCall(pk320rununit, "PK320WEBF", "R4")
           if ERROR-FIELD NOT = SPACES
               set returnVal to "er|" & ERROR-FIELD
               move spaces to ERROR-FIELD
           invoke type System.Single::TryParse(fieldNum, by reference num)
           set PK320-FIELD-IP to num
           move "VF" to PK320-ACTION
           invoke type batsweb.screenTiming::engineCall(pk320rununit, "PK320WEBF", "VF")
           if ERROR-FIELD NOT = SPACES
               set returnVal to "er|" & ERROR-FIELD
               move spaces to ERROR-FIELD
           invoke type Single::TryParse(indexString, reference num)
           SET PK320-SEL-LINES, PK320-LINE-IP to num + 1
           move "VL" to PK320-ACTION
           invoke type batsweb.screenTiming::engineCall(pk320rununit, "PK320WEBF", "VL")
           if ERROR-FIELD NOT = SPACES
               set playReturn to "er|" & ERROR-FIELD
               move spaces to ERROR-FIELD
       local-storage section.
PM     01 vidPaths type String. 
 PM    01 vidTitles type String.
       01 windowLine type String.
       01 clipCode type String.
       linkage section.
           COPY "Y:\SYDEXSOURCE\pucks\pk320_dg.CPB".
       procedure division.
           set address of PK320-DIALOG-FIELDS to myData::tablePointer 
           set vidPaths to ""
PM         set vidTitles to ""
      *    each clip widened by the team's pre/post-roll for the
      *    event type its title names (clipWindow.cbl).
           set windowLine to type pucksweb.clipWindow::loadTeam(
               "" & self::Session::Item("team"), "H")
           move 1 to aa.
           
       lines-loop.
           if aa > PK320-WF-VID-COUNT
               go to lines-done.
           set clipCode to type pucksweb.clipWindow::codeOf(windowLine,
               PK320-WF-VIDEO-TITL(aa))
           
PM         set vidPaths to vidPaths & PK320-WF-VIDEO-PATH(aa)::Trim &
               type pucksweb.clipWindow::fragmentOf(windowLine, clipCode,
                   PK320-WF-VIDEO-START(AA), PK320-WF-VIDEO-DURATION(AA)) & ";"
PM    *     set vidPaths to vidPaths & PK360-WF-VIDEO-PATH(aa) & PK360-WF-VIDEO-A(aa) & "#t=" &  PK360-WF-VIDEO-START(AA) & "," & 
      *         (PK360-WF-VIDEO-START(AA) + PK360-WF-VIDEO-DURATION(AA)) & ";"
PM         set vidTitles to vidTitles & PK320-WF-VIDEO-TITL(aa) & ";"
           
           if PK320-WF-VIDEO-B(aa) not = spaces
               set vidPaths to vidPaths & PK320-WF-VIDEO-PATH(aa) & PK320-WF-VIDEO-B(aa) &
               type pucksweb.clipWindow::fragmentOf(windowLine, clipCode,
                   PK320-WF-VIDEO-START(AA), PK320-WF-VIDEO-DURATION(AA)) & ";"
               set vidTitles to vidTitles & "B;".
           if PK320-WF-VIDEO-C(aa) not = spaces
               set vidPaths to vidPaths & PK320-WF-VIDEO-PATH(aa) & PK320-WF-VIDEO-C(aa) & ";"
