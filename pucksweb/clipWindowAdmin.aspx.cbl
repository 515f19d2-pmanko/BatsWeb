      * clip window maintenance. Lists and edits the pre-roll and
      * post-roll seconds per event type that clipWindow.cbl applies
      * to every clip -- the defaults (blank team) or this team's own
      * overrides, for hockey clip types or baseball pitch results.
      * A negative figure cuts into the charted clip rather than
      * adding to it; event type "*" covers every type without a row
      * of its own. Every save and removal lands on the admin-change
      * trail (configAudit.cbl).
       class-id pucksweb.clipWindowAdmin is partial
                inherits type System.Web.UI.Page public.

       working-storage section.
       01  WS-MAX-ROLL                 PIC 9(3)   VALUE 120.

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
           if self::Session["level"]::ToString not = "9"
               invoke self::Response::Redirect("~/mainmenu.aspx")
               exit method.
           if self::IsPostBack
               exit method.
      *    page-hit for the usage report.
           invoke type batsweb.pageUsage::recordHit(
               "" & self::Session["team"],
               "" & self::Session["user"], "clipWindowAdmin")
           invoke ddScope::Items::Add(new ListItem("Defaults (every team)", "D"))
           invoke ddScope::Items::Add(new ListItem("This team only", "T"))
           invoke ddSport::Items::Add(new ListItem("Hockey clip type", "H"))
           invoke ddSport::Items::Add(new ListItem("Baseball pitch result", "B"))
           invoke self::listWindows
           goback.
       end method.

      *    the team the picked scope edits -- blank for the
      *    defaults.
       method-id scopeTeam protected.
       procedure division returning teamName as String.
           if ddScope::SelectedValue = "T"
               set teamName to self::Session["team"]::ToString::Trim::ToUpper
           else
               set teamName to ""
           end-if
       end method.

       method-id ddScope_SelectedIndexChanged protected.
       procedure division using by value sender as object e as type System.EventArgs.
           invoke self::listWindows
       end method.

       method-id btnSave_Click protected.
       local-storage section.
       01  preRoll         type Int32.
       01  postRoll        type Int32.
       01  eventCode       type String.
       01  beforeImage     type String.
       01  userText        type String.
       procedure division using by value sender as object e as type System.EventArgs.
           set eventCode to tbCode::Text::Trim::ToUpper
           if eventCode = "" or eventCode::Length > 10 or eventCode::Contains(" ")
            or eventCode::Contains(";") or eventCode::Contains("=")
               set lblMsg::Text to "Enter the event type as one word of up to 10 characters (or * for every type)."
               exit method.
           if type Int32::TryParse(tbPreRoll::Text::Trim, by reference preRoll) = false
            or type Int32::TryParse(tbPostRoll::Text::Trim, by reference postRoll) = false
               set lblMsg::Text to "Enter the pre-roll and post-roll in whole seconds."
               exit method.
           if preRoll > WS-MAX-ROLL or preRoll < 0 - WS-MAX-ROLL
            or postRoll > WS-MAX-ROLL or postRoll < 0 - WS-MAX-ROLL
               set lblMsg::Text to "Keep each figure within " & WS-MAX-ROLL & " seconds either way."
               exit method.
           set userText to self::Session["team"]::ToString::Trim & " / " &
               "" & self::Session["user"]
           set beforeImage to type pucksweb.clipWindow::save(self::scopeTeam,
               ddSport::SelectedValue, eventCode, preRoll, postRoll, userText)
           if beforeImage = "ERR"
               set lblMsg::Text to "Unable to open the clip window file."
               exit method.
           invoke type pucksweb.configAudit::record("CLIPWINDOW",
               self::scopeTeam & "|" & ddSport::SelectedValue & "|" & eventCode,
               userText, beforeImage,
               ddSport::SelectedValue & "|" & eventCode & "|" & preRoll & "|" & postRoll)
           set lblMsg::Text to "Saved -- clips of " & eventCode & " open with the new window from here on."
           invoke self::listWindows
       end method.

       method-id btnRemove_Click protected.
       local-storage section.
       01  eventCode       type String.
       01  beforeImage     type String.
       01  userText        type String.
       procedure division using by value sender as object e as type System.EventArgs.
           set eventCode to tbCode::Text::Trim::ToUpper
           if eventCode = ""
               set lblMsg::Text to "Enter the event type to remove."
               exit method.
           set beforeImage to type pucksweb.clipWindow::remove(self::scopeTeam,
               ddSport::SelectedValue, eventCode)
           if beforeImage = ""
               set lblMsg::Text to "There is no row for that event type here."
               exit method.
           set userText to self::Session["team"]::ToString::Trim & " / " &
               "" & self::Session["user"]
           invoke type pucksweb.configAudit::record("CLIPWINDOW",
               self::scopeTeam & "|" & ddSport::SelectedValue & "|" & eventCode,
               userText, beforeImage, "")
           if ddScope::SelectedValue = "T"
               set lblMsg::Text to "Removed -- " & eventCode & " falls back to the default window."
           else
               set lblMsg::Text to "Removed -- " & eventCode & " falls back to the * row, or the charted clip."
           end-if
           invoke self::listWindows
       end method.

      *    picking a row fills the edit boxes.
       method-id lbWindows_SelectedIndexChanged protected.
       local-storage section.
       01  rowParts        type String occurs any.
       procedure division using by value sender as object e as type System.EventArgs.
           if lbWindows::SelectedIndex < 0
               exit method.
           set rowParts to lbWindows::SelectedValue::Split("|")
           if rowParts::Length < 4
               exit method.
           set ddSport::SelectedValue to rowParts[0]
           set tbCode::Text to rowParts[1]
           set tbPreRoll::Text to rowParts[2]
           set tbPostRoll::Text to rowParts[3]
       end method.

       method-id listWindows protected.
       local-storage section.
       01  windowRows      type List[String].
       01  rowText         type String.
       01  rowParts        type String occurs any.
       01  sportText       type String.
       procedure division.
           invoke lbWindows::Items::Clear
           set windowRows to type pucksweb.clipWindow::rowsFor(self::scopeTeam)
           perform varying rowText through windowRows
               set rowParts to rowText::Split("|")
               if rowParts[0] = "H"
                   set sportText to "Hockey  "
               else
                   set sportText to "Baseball"
               end-if
               invoke lbWindows::Items::Add(new ListItem(sportText & "  " &
                   rowParts[1]::PadRight(10) & "  pre " & rowParts[2]::PadLeft(4) &
                   "s  post " & rowParts[3]::PadLeft(4) & "s  changed " &
                   type pucksweb.venueZone::shown(rowParts[4],
                   "" & self::Session["team"]) & " by " & rowParts[5], rowText))
           end-perform
           if lbWindows::Items::Count = 0
               if ddScope::SelectedValue = "T"
                   set lblMsg::Text to "No overrides for this team -- every clip uses the defaults."
               else
                   set lblMsg::Text to "No default windows on file -- every clip runs as charted."
               end-if
           end-if
       end method.

       end class.
