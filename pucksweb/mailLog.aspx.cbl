               GO TO ARM-LOOP.
           MOVE "RTRY" TO MAILQ-STATUS
           MOVE 0 TO MAILQ-ATTEMPTS
           set MAILQ-NEXT-TRY to type DateTime::UtcNow::ToString("yyyyMMddHHmmss")
           REWRITE MAILQ-REC
           add 1 to rearmed
           GO TO ARM-LOOP.
               AT END GO TO LOG-DONE.
           IF MAILQ-TIMESTAMP = "*SMTP*"
               GO TO LOG-LOOP.
      *    queue stamps are UTC -- shown in the viewer's zone.
           set newItem to new ListItem(
               type pucksweb.venueZone::shown(MAILQ-TIMESTAMP, "" & self::Session["team"]) & "  " &
               MAILQ-STATUS & "  " & MAILQ-SOURCE::Trim & "  to " &
               MAILQ-TO::Trim & "  '" & MAILQ-SUBJECT::Trim & "'  " &
               MAILQ-ATTEMPTS & " attempt(s)  " & MAILQ-LAST-ERROR::Trim)
