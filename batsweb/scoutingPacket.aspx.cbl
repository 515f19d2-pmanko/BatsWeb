      * is hand-assembled the same way scoutPage.aspx.cbl and
      * gameSummary.aspx.cbl's printButton_Click already do it (no PDF
      * library anywhere in this repo), extended to as many pages as
      * the packet needs. The build outlasted the browser's timeout,
      * so it now runs on the background queue (reportQueue.cbl /
      * scoutingPacketJob.cbl): this screen queues the request, shows
      * its status, and hands out the PDF once it is built.
       class-id batsweb.scoutingPacket is partial
                inherits type System.Web.UI.Page public.

       01 mydata type batsweb.bat310Data.
       01 mydata300 type batsweb.bat300Data.
       01 mydata766 type batsweb.bat766Data.

       method-id Page_Load protected.
       local-storage section.
           add 1 to aa
           go to team-loop.
       team-done.
           invoke self::showJob.
           goback.
       end method.

      *    queues the packet (reportQueue.cbl) rather than
      *    building it while the browser waits -- the build is
      *    scoutingPacketJob.cbl, run by reportWorker.cbl. A packet
      *    for the same opponent and dates already queued or built
      *    for this team is joined instead of run again.
       method-id btnBuildPacket_Click protected.
       local-storage section.
       01 parmText      type String.
       01 jobId         type String.
       procedure division using by value sender as object e as type System.EventArgs.
           if ddOpponent::SelectedItem = null
               set lblMsg::Text to "Select an opponent team first."
               exit method.

           set parmText to ddOpponent::SelectedItem::ToString::Trim & "|" &
               tbStartDate::Text::Trim & "|" & tbEndDate::Text::Trim & "|" &
               ("" & self::Session["team"])::Trim
           set jobId to type batsweb.reportQueue::submit("PACK",
               "scoutingPacket.aspx", "" & self::Session["team"],
               "" & self::Session["user"], "" & self::Session["database"],
               "Opponent packet: " & ddOpponent::SelectedItem::ToString::Trim &
               ", " & tbStartDate::Text::Trim & " - " & tbEndDate::Text::Trim,
               parmText, parmText, "")
           if jobId = ""
               set lblMsg::Text to "The report queue is not available -- try again shortly."
               exit method.
           set self::Session["scoutingPacketJob"] to jobId
           set lblMsg::Text to type batsweb.reportQueue::statusLine(jobId)
       end method.

       method-id btnJobStatus_Click protected.
       procedure division using by value sender as object e as type System.EventArgs.
           invoke self::showJob
       end method.

      *    the session's packet: its status line, and once it
      *    is DONE the PDF download (then off the user's main-menu
      *    list). Arriving from the main menu's finished-report list
      *    brings the job id on the query string.
       method-id showJob protected.
       local-storage section.
       01 jobId         type String.
       01 pdfBytes      type Byte occurs any.
       procedure division.
           if self::IsPostBack = false
            and self::Request::QueryString["job"] not = null
               set self::Session["scoutingPacketJob"] to self::Request::QueryString["job"]
           end-if
           if self::Session["scoutingPacketJob"] = null
               exit method.
           set jobId to self::Session["scoutingPacketJob"]::ToString
      *    only the club's own watchers open a job, whatever id
      *    the link carries.
           if type batsweb.reportQueue::mayView(jobId, "" & self::Session["team"],
               "" & self::Session["user"]) not = "Y"
               set lblMsg::Text to "That report is no longer on file -- run it again."
               set self::Session["scoutingPacketJob"] to null
               exit method.
           set lblMsg::Text to type batsweb.reportQueue::statusLine(jobId)
           if type batsweb.reportQueue::statusOf(jobId) = "FAIL"
               invoke type batsweb.reportQueue::markSeen(jobId, "" & self::Session["user"])
               set self::Session["scoutingPacketJob"] to null
               exit method.
           if type batsweb.reportQueue::statusOf(jobId) not = "DONE"
               exit method.
           if type System.IO.File::Exists(type batsweb.reportQueue::resultPath(jobId)) = false
               set lblMsg::Text to "That report is no longer on file -- run it again."
               set self::Session["scoutingPacketJob"] to null
               exit method.
           set pdfBytes to type System.IO.File::ReadAllBytes(type batsweb.reportQueue::resultPath(jobId))
           invoke type batsweb.reportQueue::markSeen(jobId, "" & self::Session["user"])
           set self::Session["scoutingPacketJob"] to null
           set Response::ContentType to "application/pdf"
           invoke Response::AddHeader("Content-Disposition", "attachment; filename=opponentpacket.pdf")
           invoke Response::BinaryWrite(pdfBytes)
           invoke Response::End
       end method.

       end class.
