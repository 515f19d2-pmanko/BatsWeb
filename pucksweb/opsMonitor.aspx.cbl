      * red/green at the top of the morning, history underneath --
      * so "did the extract run Saturday?" is a lookup, not an
      * investigation. A row still standing in RUN state is a job
      * that started and never finished. A row the on-call pager
      * went out for (pagerSweep.cbl, onCall.cbl) shows who was paged
      * and where the page stands; picking the row and acknowledging
      * it stops the escalation to the backup, and resolving it
      * records the resolution note against the row.
       class-id pucksweb.opsMonitor is partial
                inherits type System.Web.UI.Page public.

           05  STATUS2-BYTE-1          PIC X      VALUE SPACES.
           05  STATUS2-BYTE-2          PIC X      VALUE SPACES.
       01  WS-SINCE-STAMP     PIC X(14).
       01  pageMap            type Dictionary[String, String].

       method-id Page_Load protected.
       local-storage section.
           invoke self::loadRejects.
       end method.

      *    takes the page on the picked row -- the backup is not
      *    sent it. A note typed alongside is kept with it.
       method-id btnAcknowledge_Click protected.
       local-storage section.
       01  keyParts        type String occurs any.
       01  ackResult       type String.
       procedure division using by value sender as object e as type System.EventArgs.
           if lbRuns::SelectedIndex < 0
               set lblMsg::Text to "Pick the paged run to acknowledge."
               exit method.
           set keyParts to lbRuns::SelectedValue::Split("|")
           set ackResult to type pucksweb.onCall::acknowledge(keyParts[0], keyParts[1],
               self::userText, tbPageNote::Text)
           invoke self::loadRuns
           evaluate ackResult
               when "OK"
                   set lblMsg::Text to "Acknowledged -- the page will not go to the backup."
               when "DONE"
                   set lblMsg::Text to "That page is already resolved."
               when other
                   set lblMsg::Text to "No page went out for that run."
           end-evaluate
       end method.

      *    closes the page on the picked row with the note.
       method-id btnResolve_Click protected.
       local-storage section.
       01  keyParts        type String occurs any.
       procedure division using by value sender as object e as type System.EventArgs.
           if lbRuns::SelectedIndex < 0
               set lblMsg::Text to "Pick the paged run to resolve."
               exit method.
           if tbPageNote::Text::Trim = ""
               set lblMsg::Text to "Say what was done in the note before resolving."
               exit method.
           set keyParts to lbRuns::SelectedValue::Split("|")
           if type pucksweb.onCall::resolve(keyParts[0], keyParts[1],
               self::userText, tbPageNote::Text) not = "OK"
               set lblMsg::Text to "No page went out for that run."
               exit method.
           set tbPageNote::Text to ""
           invoke self::loadRuns
           set lblMsg::Text to "Resolved -- the note is kept against the run.".
       end method.

       method-id userText protected.
       procedure division returning userOut as String.
           set userOut to self::Session["team"]::ToString::Trim & " / " &
               "" & self::Session["user"]
       end method.

      *    where the page on a run stands, for its row -- ""
      *    when none went out.
       method-id pageText protected.
       local-storage section.
       01  pageLine        type String.
       01  pageParts       type String occurs any.
       01  viewerTeam      type String.
       procedure division using by value runKey as String
                          returning textOut as String.
           set textOut to ""
           if pageMap::TryGetValue(runKey, by reference pageLine) = false
               exit method.
           set pageParts to pageLine::Split("|")
           set viewerTeam to "" & self::Session["team"]
           evaluate pageParts[0]
               when "OPEN"
                   set textOut to "  PAGED " & pageParts[1] & " (" & pageParts[7] & ")"
               when "ESCL"
                   set textOut to "  PAGED " & pageParts[1] & ", NO ACK -- SENT TO " & pageParts[2]
               when "ACKD"
                   set textOut to "  ACK " & pageParts[3] & " " &
                       type pucksweb.venueZone::shown(pageParts[4], viewerTeam)
               when other
                   set textOut to "  RESOLVED " &
                       type pucksweb.venueZone::shown(pageParts[5], viewerTeam)
           end-evaluate
           if pageParts[6] not = ""
               set textOut to textOut & " -- " & pageParts[6].
       end method.

      *    standing bureau rejects and anything re-extracted but
      *    not yet settled -- red at the top until the next ack
      *    settles it.
       local-storage section.
       01  newItem       type ListItem.
       01  rowText       type String.
       01  viewerTeam    type String.
       procedure division.
           invoke lbRuns::Items::Clear.
           set WS-SINCE-STAMP to type DateTime::UtcNow::AddDays(-1)::ToString("yyyyMMddHHmmss")
           set viewerTeam to "" & self::Session["team"]
           set pageMap to type pucksweb.onCall::loadPages
           OPEN INPUT JOBRUN-FILE.
           IF STATUS-BYTE-1 NOT EQUAL ZEROES
               set lblMsg::Text to "No job-run log yet -- nothing has reported in."
       RUN-LOOP.
           READ JOBRUN-FILE NEXT WITH NO LOCK
               AT END GO TO RUN-DONE.
      *    the run log is UTC -- shown in the viewer's zone.
           set rowText to JOBRUN-NAME::Trim & "  started " &
               type pucksweb.venueZone::shown(JOBRUN-START, viewerTeam) &
               "  ended " & type pucksweb.venueZone::shown(JOBRUN-END, viewerTeam) &
               "  " & JOBRUN-RECORDS &
               " record(s)  " & JOBRUN-STATUS &
               self::pageText(JOBRUN-NAME::Trim & "|" & JOBRUN-START)
           set newItem to new ListItem(rowText, JOBRUN-NAME::Trim & "|" & JOBRUN-START)
           if JOBRUN-START >= WS-SINCE-STAMP
               if JOBRUN-STATUS = "OK"
                   invoke newItem::Attributes::Add("style", "color:green")
