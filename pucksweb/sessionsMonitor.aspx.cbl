       local-storage section.
       01  newItem       type ListItem.
       01  rowText       type String.
       01  viewerTeam    type String.
       procedure division.
           invoke lbSessions::Items::Clear.
           set WS-ACTIVE-CUTOFF to type DateTime::UtcNow::AddMinutes(-30)::ToString("yyyyMMddHHmmss")
           set viewerTeam to "" & self::Session["team"]
           OPEN INPUT SESSION-FILE.
           IF STATUS-BYTE-1 NOT EQUAL ZEROES
               set lblMsg::Text to "No session registry yet -- nobody has"
           IF SESS-LAST < WS-ACTIVE-CUTOFF
               GO TO SESS-LOOP.
           set rowText to SESS-TEAM::Trim & "  " & SESS-USER::Trim &
               "  from " & SESS-IP::Trim & "  on since " &
               type pucksweb.venueZone::shown(SESS-SINCE, viewerTeam) &
               "  last seen " & type pucksweb.venueZone::shown(SESS-LAST, viewerTeam) &
               "  [session " & SESS-ID::Trim & "]"
           invoke lbSessions::Items::Add(rowText)
           GO TO SESS-LOOP.
