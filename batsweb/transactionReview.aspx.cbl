      * transaction wire review queue. The lines of the league's
      * daily bulletin that transactionImport.cbl would not apply on
      * its own -- an official id that maps to nobody or to more than
      * one person, a from-team the stints disagree with, a move
      * dated before a stint already on file, an unknown type --
      * listed with the reason. Picking a line fills the spelling it
      * should go to; Apply runs it through the same rules the import
      * uses (transactionWire.cbl) under that player, and a line the
      * stints still contradict stays on the queue with the reason.
      * A line settled by hand on tradeHistory.aspx.cbl is dismissed
      * here. Each line closes under the admin who closed it.
       class-id batsweb.transactionReview is partial
                inherits type System.Web.UI.Page public.

       method-id Page_Load protected.
       local-storage section.
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
      *    rewriting roster history is admin work.
           if self::Session["level"]::ToString not = "9"
               invoke self::Response::Redirect("~/mainmenu.aspx")
               exit method.
           if self::IsPostBack
               exit method.
      *    page-hit for the usage report.
           invoke type batsweb.pageUsage::recordHit(
               "" & self::Session["team"],
               "" & self::Session["user"], "transactionReview")
           invoke self::listQueue
           goback.
       end method.

       method-id btnRefresh_Click protected.
       procedure division using by value sender as object e as type System.EventArgs.
           invoke self::listQueue.
       end method.

       method-id userText protected.
       procedure division returning userOut as String.
           set userOut to self::Session["team"]::ToString::Trim & " / " &
               "" & self::Session["user"]
       end method.

      *    picking a line fills the spelling from the wire's
      *    player -- "last, first" as written, otherwise the last word
      *    taken as the last name.
       method-id lbQueue_SelectedIndexChanged protected.
       local-storage section.
       01  rowParts        type String occurs any.
       01  playerText      type String.
       01  splitAt         type Int32.
       procedure division using by value sender as object e as type System.EventArgs.
           if lbQueue::SelectedIndex < 0
               exit method.
           set rowParts to lbQueue::SelectedValue::Split("|")
           set playerText to rowParts[2]::Trim
           if playerText::Contains(",")
               set tbLast::Text to playerText::Substring(0, playerText::IndexOf(","))::Trim
               set tbFirst::Text to playerText::Substring(playerText::IndexOf(",") + 1)::Trim
           else
               set splitAt to playerText::LastIndexOf(" ")
               if splitAt < 0
                   set tbLast::Text to playerText
                   set tbFirst::Text to ""
               else
                   set tbLast::Text to playerText::Substring(splitAt + 1)
                   set tbFirst::Text to playerText::Substring(0, splitAt)::Trim
               end-if
           end-if
           set lblMsg::Text to rowParts[6] & " effective " & rowParts[7] & " -- " & rowParts[8]
       end method.

      *    applies the picked line to the player typed, through
      *    the master's primary spelling.
       method-id btnApply_Click protected.
       local-storage section.
       01  rowParts        type String occurs any.
       01  primaryText     type String.
       01  nameParts       type String occurs any.
       01  applyResult     type String.
       01  resultCode      type String.
       procedure division using by value sender as object e as type System.EventArgs.
           if lbQueue::SelectedIndex < 0
               set lblMsg::Text to "Pick the line to apply."
               exit method.
           if tbLast::Text::Trim = ""
               set lblMsg::Text to "Enter the player the line belongs to."
               exit method.
           set primaryText to type batsweb.transactionWire::primaryOf(tbLast::Text, tbFirst::Text)
           if primaryText = ""
               set lblMsg::Text to "The player master does not know " & tbLast::Text::Trim &
                   ", " & tbFirst::Text::Trim & " -- add the spelling on the player master screen first."
               exit method.
           set rowParts to lbQueue::SelectedValue::Split("|")
           set nameParts to primaryText::Split("|")
           set applyResult to type batsweb.transactionWire::apply(nameParts[0], nameParts[1],
               rowParts[4], rowParts[5], rowParts[6], type Int32::Parse(rowParts[7]))
           set resultCode to applyResult::Substring(0, applyResult::IndexOf("|"))
           if resultCode = "REVIEW"
               set lblMsg::Text to "Not applied -- " & applyResult::Substring(7) &
                   ". Settle it on the trade screen and dismiss the line."
               exit method.
           invoke type batsweb.transactionWire::close(type Int32::Parse(rowParts[0]),
               type Int32::Parse(rowParts[1]), "DONE", self::userText,
               applyResult::Substring(applyResult::IndexOf("|") + 1))
           invoke self::listQueue
           set lblMsg::Text to nameParts[0] & ", " & nameParts[1] & " -- " &
               applyResult::Substring(applyResult::IndexOf("|") + 1) & "."
       end method.

      *    takes a line off the queue without applying it.
       method-id btnDismiss_Click protected.
       local-storage section.
       01  rowParts        type String occurs any.
       procedure division using by value sender as object e as type System.EventArgs.
           if lbQueue::SelectedIndex < 0
               set lblMsg::Text to "Pick the line to dismiss."
               exit method.
           set rowParts to lbQueue::SelectedValue::Split("|")
           if type batsweb.transactionWire::close(type Int32::Parse(rowParts[0]),
               type Int32::Parse(rowParts[1]), "DROP", self::userText, "") not = "OK"
               set lblMsg::Text to "That line is no longer waiting."
               invoke self::listQueue
               exit method.
           invoke self::listQueue
           set lblMsg::Text to "Dismissed -- the stints are left as they are."
       end method.

       method-id listQueue protected.
       local-storage section.
       01  queueRows       type List[String].
       01  rowText         type String.
       01  rowParts        type String occurs any.
       procedure division.
           invoke lbQueue::Items::Clear
           set queueRows to type batsweb.transactionWire::pending
           perform varying rowText through queueRows
               set rowParts to rowText::Split("|")
               invoke lbQueue::Items::Add(new ListItem(rowParts[0] & " #" & rowParts[1] &
                   "  " & rowParts[2] & " (" & rowParts[3] & ")  " & rowParts[6] & "  " &
                   rowParts[4] & " -> " & rowParts[5] & "  eff " & rowParts[7] &
                   "  " & rowParts[8], rowText))
           end-perform
           if lbQueue::Items::Count = 0
               set lblMsg::Text to "Nothing waiting -- every wire line has been applied."
           else
               set lblMsg::Text to lbQueue::Items::Count::ToString &
                   " wire line(s) waiting for review."
           end-if
       end method.

       end class.
