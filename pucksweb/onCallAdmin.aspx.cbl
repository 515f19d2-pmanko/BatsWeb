      * on-call roster and paging settings. The contacts in
      * rotation order (seq 1-99 -- the week's primary is the one the
      * rotation lands on, the backup the next), each with a mobile
      * number for SMS or an id for the provider's phone app; the
      * messaging provider's address and credentials; the day the
      * rotation counts its weeks from; the minutes a page waits for
      * an acknowledgment before it goes to the backup; and the load
      * window pagerSweep.cbl holds the overnight load to. Shows who
      * carries the pager this week and next, and sends a test page
      * to this week's primary. Every save and removal lands on the
      * admin-change trail (configAudit.cbl).
       class-id pucksweb.onCallAdmin is partial
                inherits type System.Web.UI.Page public.

       working-storage section.
       01  WS-MAX-ACK-MINUTES          PIC 9(3)   VALUE 240.

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
               "" & self::Session["user"], "onCallAdmin")
           invoke ddChannel::Items::Add(new ListItem("SMS text", "S"))
           invoke ddChannel::Items::Add(new ListItem("Phone app", "A"))
           invoke self::showSettings
           invoke self::listContacts
           goback.
       end method.

       method-id userText protected.
       procedure division returning userOut as String.
           set userOut to self::Session["team"]::ToString::Trim & " / " &
               "" & self::Session["user"]
       end method.

       method-id btnSaveContact_Click protected.
       local-storage section.
       01  seqNum          type Int32.
       01  beforeImage     type String.
       procedure division using by value sender as object e as type System.EventArgs.
           if type Int32::TryParse(tbSeq::Text::Trim, by reference seqNum) = false
            or seqNum < 1 or seqNum > 99
               set lblMsg::Text to "Enter the contact's place in the rotation, 1 to 99."
               exit method.
           if tbName::Text::Trim = "" or tbAddress::Text::Trim = ""
               set lblMsg::Text to "Enter the contact's name and their number (or app id)."
               exit method.
           if tbName::Text::Contains("|") or tbAddress::Text::Contains("|")
               set lblMsg::Text to "Names and numbers cannot contain ""|""."
               exit method.
           set beforeImage to type pucksweb.onCall::saveContact(seqNum, tbName::Text,
               tbAddress::Text, ddChannel::SelectedValue, self::userText)
           if beforeImage = "ERR"
               set lblMsg::Text to "Unable to open the on-call roster file."
               exit method.
           invoke type pucksweb.configAudit::record("ONCALL", "CONTACT " & seqNum,
               self::userText, beforeImage,
               seqNum & "|" & tbName::Text::Trim & "|" & tbAddress::Text::Trim & "|" &
               ddChannel::SelectedValue)
           set lblMsg::Text to "Saved -- " & tbName::Text::Trim & " is in the rotation."
           invoke self::listContacts
       end method.

       method-id btnRemoveContact_Click protected.
       local-storage section.
       01  seqNum          type Int32.
       01  beforeImage     type String.
       procedure division using by value sender as object e as type System.EventArgs.
           if type Int32::TryParse(tbSeq::Text::Trim, by reference seqNum) = false
               set lblMsg::Text to "Enter the place in the rotation to remove."
               exit method.
           set beforeImage to type pucksweb.onCall::removeContact(seqNum)
           if beforeImage = ""
               set lblMsg::Text to "There is no contact at that place in the rotation."
               exit method.
           invoke type pucksweb.configAudit::record("ONCALL", "CONTACT " & seqNum,
               self::userText, beforeImage, "")
           set lblMsg::Text to "Removed -- the rotation closes up behind them."
           invoke self::listContacts
       end method.

       method-id btnSaveSettings_Click protected.
       local-storage section.
       01  anchorDay       type DateTime.
       01  ackMinutes      type Int32.
       01  cutoffHhmm      type Int32.
       01  opensHhmm       type Int32.
       01  beforeImage     type String.
       procedure division using by value sender as object e as type System.EventArgs.
           if tbProviderUrl::Text::Trim = "" or tbAccount::Text::Trim = ""
               set lblMsg::Text to "Enter at least the provider's address and the account."
               exit method.
           if type DateTime::TryParse(tbAnchor::Text::Trim, by reference anchorDay) = false
               set lblMsg::Text to "Enter the day the rotation starts its weeks on (a date)."
               exit method.
           if type Int32::TryParse(tbAckMinutes::Text::Trim, by reference ackMinutes) = false
            or ackMinutes < 1 or ackMinutes > WS-MAX-ACK-MINUTES
               set lblMsg::Text to "Enter the acknowledgment wait in minutes, 1 to " &
                   WS-MAX-ACK-MINUTES & "."
               exit method.
           if self::clockOf(tbCutoff::Text, by reference cutoffHhmm) not = "Y"
            or self::clockOf(tbOpens::Text, by reference opensHhmm) not = "Y"
            or cutoffHhmm = opensHhmm
               set lblMsg::Text to "Enter the load window's opening and cutoff as two different HHMM times."
               exit method.
           set beforeImage to type pucksweb.onCall::settingsText
           if type pucksweb.onCall::setSettings(tbProviderUrl::Text, tbAccount::Text,
               tbToken::Text, tbFrom::Text, type Int32::Parse(anchorDay::ToString("yyyyMMdd")),
               ackMinutes, cutoffHhmm, opensHhmm) not = "OK"
               set lblMsg::Text to "Unable to open the on-call roster file."
               exit method.
           invoke type pucksweb.configAudit::record("ONCALL", "*SETTINGS*",
               self::userText, beforeImage, type pucksweb.onCall::settingsText)
           set lblMsg::Text to "Settings saved -- the next sweep uses them."
           invoke self::showSettings
       end method.

      *    "HHMM" (or "HH:MM") as a 24-hour clock value.
       method-id clockOf protected.
       local-storage section.
       01  clockText       type String.
       01  clockHours      type Int32.
       01  clockMinutes    type Int32.
       procedure division using by value textIn as String
                                 by reference clockOut as type Int32
                          returning validFlag as String.
           set validFlag to "N"
           set clockText to textIn::Trim::Replace(":", "")
           if clockText::Length not = 4
               exit method.
           if type Int32::TryParse(clockText, by reference clockOut) = false
               exit method.
           DIVIDE clockOut BY 100 GIVING clockHours REMAINDER clockMinutes
           if clockHours > 23 or clockMinutes > 59
               exit method.
           set validFlag to "Y"
       end method.

      *    one message to this week's primary, to prove the
      *    provider settings and the number before a real night.
       method-id btnTestPage_Click protected.
       local-storage section.
       01  dutyLines       type String occurs any.
       01  sendResult      type String.
       procedure division using by value sender as object e as type System.EventArgs.
           set dutyLines to type pucksweb.onCall::onDuty(type DateTime::Now)
           if dutyLines[0] = ""
               set lblMsg::Text to "Nobody is on the roster yet."
               exit method.
           set sendResult to type pucksweb.onCall::send(dutyLines[0],
               "Test page from the ops monitor -- no action needed.")
           if sendResult = "HELD"
               set lblMsg::Text to "No provider set up yet -- save the settings first."
           else
               set lblMsg::Text to "Test page to " &
                   type pucksweb.onCall::fieldOf(dutyLines[0], 1) & ": " & sendResult
           end-if
       end method.

      *    picking a contact fills the edit boxes.
       method-id lbContacts_SelectedIndexChanged protected.
       local-storage section.
       01  rowParts        type String occurs any.
       procedure division using by value sender as object e as type System.EventArgs.
           if lbContacts::SelectedIndex < 0
               exit method.
           set rowParts to lbContacts::SelectedValue::Split("|")
           if rowParts::Length < 4
               exit method.
           set tbSeq::Text to rowParts[0]
           set tbName::Text to rowParts[1]
           set tbAddress::Text to rowParts[2]
           if rowParts[3] = "A"
               set ddChannel::SelectedValue to "A"
           else
               set ddChannel::SelectedValue to "S"
           end-if
       end method.

      *    the settings into the boxes -- the token is never
      *    shown back; a blank token box keeps the one on file.
       method-id showSettings protected.
       local-storage section.
       01  setParts        type String occurs any.
       procedure division.
           set setParts to type pucksweb.onCall::settingsText::Split("|")
           set tbProviderUrl::Text to setParts[0]
           set tbAccount::Text to setParts[1]
           set tbToken::Text to ""
           set tbFrom::Text to setParts[2]
           if setParts[3] not = "00000000"
               set tbAnchor::Text to setParts[3]::Substring(4, 2) & "/" &
                   setParts[3]::Substring(6, 2) & "/" & setParts[3]::Substring(0, 4)
           else
               set tbAnchor::Text to ""
           end-if
           set tbAckMinutes::Text to type Int32::Parse(setParts[4])::ToString
           set tbCutoff::Text to setParts[5]
           set tbOpens::Text to setParts[6]
       end method.

       method-id listContacts protected.
       local-storage section.
       01  roster          type List[String].
       01  rowText         type String.
       01  rowParts        type String occurs any.
       01  channelText     type String.
       01  thisWeek        type String occurs any.
       01  nextWeek        type String occurs any.
       procedure division.
           invoke lbContacts::Items::Clear
           set roster to type pucksweb.onCall::contacts
           perform varying rowText through roster
               set rowParts to rowText::Split("|")
               if rowParts[3] = "A"
                   set channelText to "app"
               else
                   set channelText to "sms"
               end-if
               invoke lbContacts::Items::Add(new ListItem(rowParts[0] & "  " &
                   rowParts[1]::PadRight(30) & "  " & channelText & "  " &
                   rowParts[2] & "  changed " &
                   type pucksweb.venueZone::shown(rowParts[4], "" & self::Session["team"]) &
                   " by " & rowParts[5], rowText))
           end-perform
           if roster::Count = 0
               set lblOnDuty::Text to "Nobody is on the roster -- pages are filed but not sent."
               exit method.
           set thisWeek to type pucksweb.onCall::onDuty(type DateTime::Now)
           set nextWeek to type pucksweb.onCall::onDuty(type DateTime::Now::AddDays(7))
           set lblOnDuty::Text to "This week: " & self::dutyText(thisWeek) &
               ".  Next week: " & self::dutyText(nextWeek) & "."
       end method.

       method-id dutyText protected.
       procedure division using by value dutyLines as String occurs any
                          returning textOut as String.
           set textOut to type pucksweb.onCall::fieldOf(dutyLines[0], 1) & " primary"
           if dutyLines[1] not = ""
               set textOut to textOut & ", " &
                   type pucksweb.onCall::fieldOf(dutyLines[1], 1) & " backup"
           else
               set textOut to textOut & ", no backup"
           end-if
       end method.

       end class.
