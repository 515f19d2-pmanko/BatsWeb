      * the ad-hoc query screen, for analysts and team-admins.
      * Pick up to four conditions on the game, player and event
      * fields adhocQuery.cbl exposes, the columns to show, an
      * optional grouping, a sort and a row limit, and run it over
      * a date span. The rows list in the grid (picking one plays its
      * clip), download as CSV, or go to the clip-playlist builder
      * (batstubeplaylist.aspx.cbl) as a playlist of their clips. A
      * span covering more than adhocQuery's QUEUE-GAMES readable games
      * goes to the background queue instead (reportQueue.cbl), the
      * way the breakdown screens' Run Later does, and comes back here
      * from the job status button or the main menu's finished-report
      * list. Definitions can be saved by name for the club -- kept to
      * the saver or shared with the rest of the staff. Staff logins
      * only (level 2 and 9), devNotes.aspx.cbl's check.
       $set ilusing"System.IO"

       class-id pucksweb.queryBuilder is partial
                inherits type System.Web.UI.Page public.

       working-storage section.
       copy "y:\sydexsource\pucks\pucksglobal.cpb".
       COPY "y:\sydexsource\pucks\wspuckf.CBL".
       77  WS-NETWORK-FLAG             PIC X      VALUE "A".
      *    clip paths are relative to the video CDN, as in the
      *    playlist builder.
       01 WS-CDN-BASE-URL          type String value "https://cdn.example.com/video/".
       01 chars                    type String constant private value "ABCDEFGHIJKLMNOPQRSTUVWXYZabcdefghijklmnopqrstuvwxyz0123456789".
      *    grid column width.
       01 CELL-WIDTH               type Int32 value 16.

       method-id Page_Load protected.
       local-storage section.
       01 fieldName     type String.
       procedure division using by value param-sender as object
                                         param-e as type System.EventArgs.
           if self::Session["level"] = null
               invoke self::Response::Redirect("~/Default.aspx")
               exit method.
      *    a raised kill flag (force-logout from the sessions
      *    monitor) takes effect at the login gate.
           if type pucksweb.sessionRegistry::touch(self::Session::SessionID) = "KILL"
               invoke self::Session::Abandon
               invoke self::Response::Redirect("~/Default.aspx")
               exit method.
           if self::Session["level"]::ToString not = "2"
            and self::Session["level"]::ToString not = "9"
               invoke self::Response::Redirect("~/mainmenu.aspx")
               exit method.

           if self::IsPostBack
               exit method.
      *    page-hit for the usage report.
           invoke type batsweb.pageUsage::recordHit(
               "" & self::Session["team"],
               "" & self::Session["user"], "queryBuilder")

           invoke self::fillFieldList(ddField1)
           invoke self::fillFieldList(ddField2)
           invoke self::fillFieldList(ddField3)
           invoke self::fillFieldList(ddField4)
           invoke self::fillOpList(ddOp1)
           invoke self::fillOpList(ddOp2)
           invoke self::fillOpList(ddOp3)
           invoke self::fillOpList(ddOp4)
           invoke cblColumns::Items::Clear
           invoke self::fillFieldList(ddGroup)
           invoke self::fillFieldList(ddSort)
           invoke ddSort::Items::Add("COUNT")
           perform varying fieldName through type pucksweb.adhocQuery::fieldNames()
               invoke cblColumns::Items::Add(fieldName)
           end-perform
           invoke ddSortDir::Items::Clear
           invoke ddSortDir::Items::Add(new ListItem("Ascending", "A"))
           invoke ddSortDir::Items::Add(new ListItem("Descending", "D"))
           set tbLimit::Text to "500"
           invoke self::fillSaved
           invoke self::showJob
           goback.
       end method.

       method-id fillFieldList protected.
       local-storage section.
       01 fieldName     type String.
       procedure division using by value fieldList as type DropDownList.
           invoke fieldList::Items::Clear
           invoke fieldList::Items::Add("")
           perform varying fieldName through type pucksweb.adhocQuery::fieldNames()
               invoke fieldList::Items::Add(fieldName)
           end-perform
       end method.

       method-id fillOpList protected.
       procedure division using by value opList as type DropDownList.
           invoke opList::Items::Clear
           invoke opList::Items::Add("=")
           invoke opList::Items::Add("<>")
           invoke opList::Items::Add("<")
           invoke opList::Items::Add(">")
           invoke opList::Items::Add("<=")
           invoke opList::Items::Add(">=")
           invoke opList::Items::Add("HAS")
       end method.

      *    the club's definitions this login may run -- its own
      *    and the shared ones.
       method-id fillSaved protected.
       local-storage section.
       01 queryLine     type String.
       01 queryParts    type String occurs any.
       procedure division.
           invoke ddSaved::Items::Clear
           perform varying queryLine through type pucksweb.adhocQuery::queriesFor(
               "" & self::Session["team"], "" & self::Session["user"])
               set queryParts to queryLine::Split("|")
               if queryParts[2] = "Y"
                   invoke ddSaved::Items::Add(new ListItem(queryParts[0] &
                       " (" & queryParts[1] & ", shared)", queryParts[0]))
               else
                   invoke ddSaved::Items::Add(new ListItem(queryParts[0], queryParts[0]))
               end-if
           end-perform
       end method.

      *    the screen's selections as an adhocQuery definition.
      *    Dates are typed mm/dd/yyyy as on the breakdown screens.
       method-id buildDef protected.
       local-storage section.
       01 defText       type String.
       01 colText       type String.
       01 colItem       type ListItem.
       procedure division returning defOut as String.
           set defText to "FROM=" & self::dateOf(tbFrom::Text) &
               "|TO=" & self::dateOf(tbTo::Text) &
               "|TEAM=" & self::cleanOf(tbTeam::Text)
           set defText to defText & self::condOf(ddField1, ddOp1, tbValue1) &
               self::condOf(ddField2, ddOp2, tbValue2) &
               self::condOf(ddField3, ddOp3, tbValue3) &
               self::condOf(ddField4, ddOp4, tbValue4)
           set colText to ""
           perform varying colItem through cblColumns::Items
               if colItem::Selected
                   if colText not = ""
                       set colText to colText & ","
                   end-if
                   set colText to colText & colItem::Value
               end-if
           end-perform
           set defText to defText & "|COLS=" & colText &
               "|GROUP=" & ddGroup::SelectedValue &
               "|SORT=" & ddSort::SelectedValue & "," & ddSortDir::SelectedValue &
               "|LIMIT=" & self::cleanOf(tbLimit::Text)
           set defOut to defText
       end method.

       method-id condOf protected.
       procedure division using by value fieldList as type DropDownList
                                 by value opList as type DropDownList
                                 by value valueBox as type TextBox
                          returning condText as String.
           set condText to ""
           if fieldList::SelectedValue = ""
               exit method.
           set condText to "|IF=" & fieldList::SelectedValue & "," &
               opList::SelectedValue & "," & self::cleanOf(valueBox::Text)
       end method.

      *    typed text with the definition's separators taken out.
       method-id cleanOf protected.
       procedure division using by value typedText as String
                          returning cleanText as String.
           set cleanText to ""
           if typedText = null
               exit method.
           set cleanText to typedText::Replace("|", "")::Replace(",", "")::Replace("=", "")::Trim
       end method.

       method-id dateOf protected.
       local-storage section.
       01 typedDate     type DateTime.
       procedure division using by value typedText as String
                          returning dateText as String.
           set dateText to ""
           if type DateTime::TryParse(typedText, by reference typedDate)
               set dateText to typedDate::ToString("yyyyMMdd")
           end-if
       end method.

      *    a saved definition back onto the screen.
       method-id showDef protected.
       local-storage section.
       01 entryText     type String.
       01 entryName     type String.
       01 entryValue    type String.
       01 condNo        type Int32.
       01 partList      type String occurs any.
       01 colItem       type ListItem.
       procedure division using by value defText as String.
           set condNo to 0
           set tbFrom::Text to ""
           set tbTo::Text to ""
           set tbTeam::Text to ""
           set ddField1::SelectedIndex to 0
           set ddField2::SelectedIndex to 0
           set ddField3::SelectedIndex to 0
           set ddField4::SelectedIndex to 0
           set tbValue1::Text to ""
           set tbValue2::Text to ""
           set tbValue3::Text to ""
           set tbValue4::Text to ""
           perform varying colItem through cblColumns::Items
               set colItem::Selected to false
           end-perform
           set ddGroup::SelectedIndex to 0
           set ddSort::SelectedIndex to 0
           set ddSortDir::SelectedIndex to 0
           perform varying entryText through defText::Split("|")
               if entryText::IndexOf("=") > 0
                   set entryName to entryText::Substring(0, entryText::IndexOf("="))
                   set entryValue to entryText::Substring(entryText::IndexOf("=") + 1)
                   evaluate entryName
                       when "FROM"
                           set tbFrom::Text to self::typedDateOf(entryValue)
                       when "TO"
                           set tbTo::Text to self::typedDateOf(entryValue)
                       when "TEAM"
                           set tbTeam::Text to entryValue
                       when "IF"
                           add 1 to condNo
                           set partList to entryValue::Split(",")
                           evaluate condNo
                               when 1
                                   invoke self::showCond(partList, ddField1, ddOp1, tbValue1)
                               when 2
                                   invoke self::showCond(partList, ddField2, ddOp2, tbValue2)
                               when 3
                                   invoke self::showCond(partList, ddField3, ddOp3, tbValue3)
                               when 4
                                   invoke self::showCond(partList, ddField4, ddOp4, tbValue4)
                           end-evaluate
                       when "COLS"
                           set partList to entryValue::Split(",")
                           perform varying colItem through cblColumns::Items
                               if type Array::IndexOf(partList, colItem::Value) >= 0
                                   set colItem::Selected to true
                               end-if
                           end-perform
                       when "GROUP"
                           invoke self::selectValue(ddGroup, entryValue)
                       when "SORT"
                           set partList to entryValue::Split(",")
                           invoke self::selectValue(ddSort, partList[0])
                           if partList::Length > 1
                               invoke self::selectValue(ddSortDir, partList[1])
                           end-if
                       when "LIMIT"
                           set tbLimit::Text to entryValue
                   end-evaluate
               end-if
           end-perform
       end method.

       method-id showCond protected.
       procedure division using by value partList as String occurs any
                                 by value fieldList as type DropDownList
                                 by value opList as type DropDownList
                                 by value valueBox as type TextBox.
           if partList::Length < 3
               exit method.
           invoke self::selectValue(fieldList, partList[0])
           invoke self::selectValue(opList, partList[1])
           set valueBox::Text to partList[2]
       end method.

       method-id selectValue protected.
       local-storage section.
       01 foundItem     type ListItem.
       procedure division using by value pickList as type DropDownList
                                 by value itemValue as String.
           set foundItem to pickList::Items::FindByValue(itemValue)
           if foundItem not = null
               set pickList::SelectedIndex to pickList::Items::IndexOf(foundItem)
           end-if
       end method.

       method-id typedDateOf protected.
       procedure division using by value fileDate as String
                          returning typedText as String.
           set typedText to ""
           if fileDate::Length = 8
               set typedText to fileDate::Substring(4, 2) & "/" &
                   fileDate::Substring(6, 2) & "/" & fileDate::Substring(0, 4)
           end-if
       end method.

      *    the game and player files this session's club reads --
      *    the same resolution the breakdown screens make.
       method-id drillFileNames protected.
       procedure division.
           INITIALIZE PUCKS-DATA-BLOCK
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
           set LK-GAME-FILE to type pucksweb.activeCopy::resolve(LK-GAME-FILE)
           set LK-PLAYER-FILE to type pucksweb.activeCopy::resolve(LK-PLAYER-FILE).
       end method.

      *    runs the screen's query: here when the span is small,
      *    through the background queue when it is not.
       method-id btnRun_Click protected.
       local-storage section.
       01 defText       type String.
       01 problemText   type String.
       01 rowsOut       type List[String].
       01 clipsOut      type List[String].
       01 runMsg        type String.
       procedure division using by value sender as object e as type System.EventArgs.
           set lblMsg::Text to ""
           set defText to self::buildDef()
           set problemText to type pucksweb.adhocQuery::parse(defText)
           if problemText not = ""
               set lblMsg::Text to problemText
               exit method.
           invoke self::drillFileNames
           if type pucksweb.adhocQuery::gameCount(defText, "" & LK-GAME-FILE,
               "" & self::Session["team"]) > type pucksweb.adhocQuery::queueGames()
               invoke self::queueRun(defText)
               exit method.
           set rowsOut to new List[String]
           set clipsOut to new List[String]
           set runMsg to type pucksweb.adhocQuery::run(defText, "" & LK-GAME-FILE,
               "" & LK-PLAYER-FILE, "" & self::Session["team"], rowsOut, clipsOut)
           invoke self::showRows(rowsOut, clipsOut, runMsg)
       end method.

      *    a large span to the background queue: the request is
      *    the resolved files, the viewing team and the definition,
      *    a line each (adhocQuery's runJob reads them back).
       method-id queueRun protected.
       local-storage section.
       01 scratchFile   type String.
       01 reqLines      type List[String].
       01 titleText     type String.
       01 jobId         type String.
       procedure division using by value defText as String.
           set scratchFile to type batsweb.reportQueue::scratchPath(self::Session::SessionID)
           set reqLines to new List[String]
           invoke reqLines::Add(LK-GAME-FILE::Trim)
           invoke reqLines::Add(LK-PLAYER-FILE::Trim)
           invoke reqLines::Add("" & self::Session["team"])
           invoke reqLines::Add(defText)
           try
               invoke type File::WriteAllLines(scratchFile, reqLines)
           catch exc as type Exception
               set lblJobStatus::Text to "The report queue is not available -- narrow the dates and run it here."
               exit method
           end-try
           if tbQueryName::Text::Trim not = ""
               set titleText to "Query: " & tbQueryName::Text::Trim
           else
               set titleText to "Query: " & tbFrom::Text::Trim & " - " & tbTo::Text::Trim
           end-if
           set jobId to type batsweb.reportQueue::submit("QURY",
               "queryBuilder.aspx", "" & self::Session["team"],
               "" & self::Session["user"], "" & self::Session["database"],
               titleText, defText, "", scratchFile)
           if jobId = ""
               set lblJobStatus::Text to "The report queue is not available -- narrow the dates and run it here."
               exit method.
           set self::Session["queryBuilderJob"] to jobId
           set lblMsg::Text to "That span is large, so the query has been queued -- check its status below."
           set lblJobStatus::Text to type batsweb.reportQueue::statusLine(jobId)
       end method.

       method-id btnJobStatus_Click protected.
       procedure division using by value sender as object e as type System.EventArgs.
           invoke self::showJob
       end method.

      *    the session's background run: its status line, and
      *    once it is DONE its rows in the grid (then off the user's
      *    main-menu list). Arriving from the main menu's finished-
      *    report list brings the job id on the query string.
       method-id showJob protected.
       local-storage section.
       01 jobId         type String.
       01 rowsOut       type List[String].
       01 clipsOut      type List[String].
       01 runMsg        type String.
       procedure division.
           if self::IsPostBack = false
            and self::Request::QueryString["job"] not = null
               set self::Session["queryBuilderJob"] to self::Request::QueryString["job"]
           end-if
           if self::Session["queryBuilderJob"] = null
               set lblJobStatus::Text to ""
               exit method.
           set jobId to self::Session["queryBuilderJob"]::ToString
      *    only the club's own watchers open a job, whatever id
      *    the link carries.
           if type batsweb.reportQueue::mayView(jobId, "" & self::Session["team"],
               "" & self::Session["user"]) not = "Y"
               set lblJobStatus::Text to "That report is no longer on file -- run it again."
               set self::Session["queryBuilderJob"] to null
               exit method.
           set lblJobStatus::Text to type batsweb.reportQueue::statusLine(jobId)
           if type batsweb.reportQueue::statusOf(jobId) = "FAIL"
               invoke type batsweb.reportQueue::markSeen(jobId, "" & self::Session["user"])
               set self::Session["queryBuilderJob"] to null
               exit method.
           if type batsweb.reportQueue::statusOf(jobId) not = "DONE"
               exit method.
           set rowsOut to new List[String]
           set clipsOut to new List[String]
           set runMsg to type pucksweb.adhocQuery::readResult(jobId, rowsOut, clipsOut)
           if runMsg = ""
               set lblJobStatus::Text to "That query's result is no longer on file -- run it again."
               set self::Session["queryBuilderJob"] to null
               exit method.
           invoke self::showRows(rowsOut, clipsOut, runMsg)
           invoke type batsweb.reportQueue::markSeen(jobId, "" & self::Session["user"])
           set self::Session["queryBuilderJob"] to null
       end method.

      *    rows into the grid -- each cell padded to a column, as
      *    the other list-box reports lay out -- and kept for the CSV
      *    and playlist buttons.
       method-id showRows protected.
       local-storage section.
       01 rowText       type String.
       01 cellText      type String.
       01 lineText      type String.
       procedure division using by value rowsOut as type List[String]
                                 by value clipsOut as type List[String]
                                 by value runMsg as String.
           invoke lbResults::Items::Clear
           set lblMsg::Text to runMsg
           set self::Session["queryRows"] to rowsOut
           set self::Session["queryClips"] to clipsOut
           perform varying rowText through rowsOut
               set lineText to ""
               perform varying cellText through rowText::Split("|")
                   if cellText::Length >= CELL-WIDTH
                       set lineText to lineText & cellText::Substring(0, CELL-WIDTH - 1) & " "
                   else
                       set lineText to lineText & cellText::PadRight(CELL-WIDTH)
                   end-if
               end-perform
               invoke lbResults::Items::Add(lineText::TrimEnd)
           end-perform
       end method.

      *    picking a row plays its clip.
       method-id lbResults_SelectedIndexChanged protected.
       local-storage section.
       01 clipsOut      type List[String].
       procedure division using by value sender as object e as type System.EventArgs.
           if lbResults::SelectedIndex < 1
               exit method.
           if self::Session["queryClips"] = null
               exit method.
           set clipsOut to self::Session["queryClips"] as type List[String]
           if lbResults::SelectedIndex >= clipsOut::Count
               exit method.
           if clipsOut[lbResults::SelectedIndex] = ""
               set lblMsg::Text to "No clip for that row."
               exit method.
           set self::Session::Item("video-paths") to
               self::clipUrlOf(clipsOut[lbResults::SelectedIndex]) & ";"
           set self::Session::Item("video-titles") to
               self::clipTitleOf(lbResults::SelectedIndex) & ";"
           invoke self::ClientScript::RegisterStartupScript(self::GetType(), "alert", "callBatstube();", true).
       end method.

      *    "path:start;end" as the player's URL.
       method-id clipUrlOf protected.
       procedure division using by value clipText as String
                          returning clipUrl as String.
           set clipUrl to WS-CDN-BASE-URL &
               clipText::Substring(0, clipText::LastIndexOf(":")) & "#t=" &
               clipText::Substring(clipText::LastIndexOf(":") + 1)::Replace(";", ",")
       end method.

      *    a row's cells as a clip title, without the characters
      *    the playlist file and the player's lists split on.
       method-id clipTitleOf protected.
       local-storage section.
       01 rowsOut       type List[String].
       procedure division using by value rowIdx as type Int32
                          returning titleText as String.
           set rowsOut to self::Session["queryRows"] as type List[String]
           set titleText to rowsOut[rowIdx]::Replace("|", " ")::Replace(",", " ")::Replace("@", " ")::Replace(";", " ")::Trim
       end method.

       method-id btnCsv_Click protected.
       local-storage section.
       01 rowsOut       type List[String].
       procedure division using by value sender as object e as type System.EventArgs.
           if self::Session["queryRows"] = null
               set lblMsg::Text to "Run the query first."
               exit method.
           set rowsOut to self::Session["queryRows"] as type List[String]
           set Response::ContentType to "text/csv"
           invoke Response::AddHeader("Content-Disposition", "attachment; filename=query.csv")
           invoke Response::Write(type pucksweb.adhocQuery::csvOf(rowsOut))
           invoke Response::End
       end method.

      *    the rows with clips as a playlist, written the way the
      *    playlist builder saves one (title@path:start;end, under
      *    App_Data with a random eight-character name) and opened
      *    there.
       method-id btnPlaylist_Click protected.
       local-storage section.
       01 rowsOut       type List[String].
       01 clipsOut      type List[String].
       01 fileText      type String.
       01 rowIdx        type Int32.
       01 clipCount     type Int32.
       01 app-data-folder type String.
       01 stringChars   type Char occurs 8.
       01 rand          type Random.
       01 aa            type Int32.
       01 fileName      type String.
       procedure division using by value sender as object e as type System.EventArgs.
           if self::Session["queryClips"] = null
               set lblMsg::Text to "Run the query first."
               exit method.
           set rowsOut to self::Session["queryRows"] as type List[String]
           set clipsOut to self::Session["queryClips"] as type List[String]
           set fileText to ""
           set clipCount to 0
           perform varying rowIdx from 1 by 1 until rowIdx >= clipsOut::Count
               if clipsOut[rowIdx] not = ""
                   set fileText to fileText & self::clipTitleOf(rowIdx) & "@" &
                       clipsOut[rowIdx] & ","
                   add 1 to clipCount
               end-if
           end-perform
           if clipCount = 0
               set lblMsg::Text to "None of these rows has a clip (grouped rows never do)."
               exit method.
           set app-data-folder to type HttpContext::Current::Server::MapPath("~/App_Data")
           set rand to new Random.
       filename-loop.
           move 0 to aa.
       char-loop.
           if aa = stringChars::Length
               go to char-done.
           set stringChars[aa] to chars[rand::Next(chars::Length)]
           add 1 to aa
           go to char-loop.
       char-done.
           set fileName to new String(stringChars)
           if type File::Exists(app-data-folder & "\" & fileName & ".txt")
               go to filename-loop.
           invoke type File::WriteAllText(app-data-folder & "\" & fileName & ".txt", fileText)
           invoke self::Response::Redirect("~/batstube.aspx?c=" &
               type Convert::ToBase64String(type System.Text.Encoding::UTF8::GetBytes(fileName)))
       end method.

       method-id btnLoad_Click protected.
       local-storage section.
       01 defText       type String.
       procedure division using by value sender as object e as type System.EventArgs.
           if ddSaved::SelectedIndex < 0
               exit method.
           set defText to type pucksweb.adhocQuery::loadQuery("" & self::Session["team"],
               ddSaved::SelectedValue, "" & self::Session["user"])
           if defText = ""
               set lblMsg::Text to "That query is no longer on file."
               invoke self::fillSaved
               exit method.
           invoke self::showDef(defText)
           set tbQueryName::Text to ddSaved::SelectedValue
           set lblMsg::Text to "Loaded " & ddSaved::SelectedValue & "."
       end method.

       method-id btnSaveQuery_Click protected.
       local-storage section.
       01 defText       type String.
       01 problemText   type String.
       01 sharedFlag    type String.
       01 saveFlag      type String.
       procedure division using by value sender as object e as type System.EventArgs.
           if self::cleanOf(tbQueryName::Text) = ""
               set lblMsg::Text to "Name the query to save it."
               exit method.
           set defText to self::buildDef()
           set problemText to type pucksweb.adhocQuery::parse(defText)
           if problemText not = ""
               set lblMsg::Text to problemText
               exit method.
           if chkShare::Checked
               set sharedFlag to "Y"
           else
               set sharedFlag to "N"
           end-if
           set saveFlag to type pucksweb.adhocQuery::saveQuery("" & self::Session["team"],
               self::cleanOf(tbQueryName::Text), "" & self::Session["user"], sharedFlag, defText)
           evaluate saveFlag
               when "OK"
                   set lblMsg::Text to "Saved " & self::cleanOf(tbQueryName::Text)::ToUpper & "."
                   invoke self::fillSaved
               when "OWNER"
                   set lblMsg::Text to "Another user's query already has that name -- pick another."
               when "LONG"
                   set lblMsg::Text to "That query is too long to save -- fewer columns or conditions."
               when other
                   set lblMsg::Text to "The saved-query file is not available."
           end-evaluate
       end method.

       method-id btnDeleteQuery_Click protected.
       local-storage section.
       01 deleteFlag    type String.
       procedure division using by value sender as object e as type System.EventArgs.
           if ddSaved::SelectedIndex < 0
               exit method.
           set deleteFlag to type pucksweb.adhocQuery::deleteQuery("" & self::Session["team"],
               ddSaved::SelectedValue, "" & self::Session["user"])
           evaluate deleteFlag
               when "OK"
                   set lblMsg::Text to "Deleted " & ddSaved::SelectedValue & "."
                   invoke self::fillSaved
               when "OWNER"
                   set lblMsg::Text to "Only the user who saved that query can delete it."
               when other
                   set lblMsg::Text to "That query could not be deleted."
           end-evaluate
       end method.

       end class.
