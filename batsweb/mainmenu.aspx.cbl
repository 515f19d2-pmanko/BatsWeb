               10  NOTE-TIMESTAMP      PIC X(14).
           05  NOTE-AUTHOR             PIC X(45).
           05  NOTE-TEXT               PIC X(200).
           05  NOTE-SEAL               PIC X(9).
           05  FILLER                  PIC X(1).

       FD  FEEDBACK-FILE
           LABEL RECORDS ARE STANDARD
               invoke self::Session::Abandon
               invoke self::Response::Redirect("~/Default.aspx")
               exit method.
      *    a player-portal login has no menu of its own.
           if self::Session["level"] not = null
            and self::Session["level"]::ToString = "P"
               invoke self::Response::Redirect("~/playerPortal.aspx")
               exit method.
           if gateFlag::StartsWith("MSG:")
               set lblBroadcast::Text to "*** " &
                   gateFlag::Substring(4)::Replace("|", ": ") & " ***"
           invoke self::loadAlerts
           invoke self::loadLeagues
           invoke self::loadAssignments
           invoke self::loadReports
      *    the TRAINING banner -- raised by setLeague when the
      *    opened league is a sandbox clone.
           if self::Session["training"] not = null
               END-READ
               CLOSE LEAGUE-FILE
           END-IF
           SET self::Session::Item("database") to resolvedCode
      *    the registry code itself, for the screens that key
      *    their own files by league rather than by database.
           SET self::Session::Item("leagueCode") to leagueCode::Trim::ToUpper.
       end method.

      *    open the league picked off the registry-built list.
           CLOSE ASGN-FILE.
       end method.

      *    the logged-in user's background reports
      *    (reportQueue.cbl) that have finished since they last
      *    looked -- newest first, failures red. Each carries its
      *    screen's URL with the job id in its Value; opening it
      *    shows the result and takes it off this list.
       method-id loadReports protected.
       local-storage section.
       01  newItem       type ListItem.
       01  noticeLine    type String.
       01  noticeParts   type String occurs any.
       01  reportUrl     type String.
       procedure division.
           invoke lbReports::Items::Clear.
           perform varying noticeLine through
                   type batsweb.reportQueue::noticesFor("" & self::Session["user"])
               set noticeParts to noticeLine::Split("|")
               set reportUrl to "~/" & noticeParts[1] & "?job=" & noticeParts[0]
               if noticeParts[2] not = ""
                   set reportUrl to reportUrl & "&league=" & noticeParts[2]
               end-if
               if noticeParts[3] = "DONE"
                   set newItem to new ListItem("READY: " & noticeParts[4], reportUrl)
               else
                   set newItem to new ListItem("FAILED: " & noticeParts[4], reportUrl)
                   invoke newItem::Attributes::Add("style", "color:red")
               end-if
               invoke lbReports::Items::Add(newItem)
           end-perform.
       end method.

       method-id lbReports_SelectedIndexChanged protected.
       procedure division using by value sender as object e as type System.EventArgs.
           if lbReports::SelectedItem = null
               exit method.
           invoke self::Response::Redirect(lbReports::SelectedItem::Value).
       end method.

      *    the one search box: players (and their alias
      *    spellings) out of the master, games by date or matchup,
      *    note text, feedback comments -- each hit typed and carrying
       01  newItem         type ListItem.
       01  hitCount        type Int32.
       01  gameLine        type String.
       01  shownLine       type String.
       procedure division using by value sender as object e as type System.EventArgs.
           invoke lbResults::Items::Clear.
           set wanted to tbSearch::Text::Trim()::ToUpper()
               AT END GO TO GAME-SRCH-CLOSE.
           set gameLine to GAME-DATE-1 & " " & GAME-VISITORS::Trim &
               " @ " & GAME-HOME-TEAM::Trim
      *    a renamed club's older games answer to either name and
      *    show the one it played under (teamAlias.cbl).
           set shownLine to GAME-DATE-1 & " " &
               type pucksweb.teamAlias::shownAs(GAME-VISITORS, "" & GAME-DATE-1) &
               " @ " & type pucksweb.teamAlias::shownAs(GAME-HOME-TEAM, "" & GAME-DATE-1)
           if gameLine::Contains(wanted) = false
            and shownLine::Contains(wanted) = false
               GO TO GAME-SRCH-LOOP.
      *    gameSummary re-resolves its database from the league
      *    query string on a fresh load -- carry the open league so
      *    the click lands on the right game list, not a blank
      *    screen. The game itself is picked there; its list is
      *    engine-built and not preselectable from here.
           set newItem to new ListItem("GAME    " & shownLine &
               "  (pick it on the game list)",
               "~/gameSummary.aspx?league=" &
               "" & self::Session["database"])
       NOTE-SRCH-LOOP.
           READ NOTES-FILE NEXT WITH NO LOCK
               AT END GO TO NOTE-SRCH-CLOSE.
           MOVE type pucksweb.sideCrypt::unseal(NOTE-TEXT, NOTE-SEAL,
               length of NOTE-TEXT) TO NOTE-TEXT
           if ("" & NOTE-PLAYER)::Contains(wanted) = false
            and ("" & NOTE-TEXT)::ToUpper()::Contains(wanted) = false
               GO TO NOTE-SRCH-LOOP.
             set batsw150rununit to type RunUnit::New
             set BATSW150WEBF to new BATSW150WEBF
             invoke batsw150rununit::Add(BATSW150WEBF)
             invoke type batsweb.screenTiming::engineCall(batsw150rununit, "BATSW150WEBF", "")
           catch 
             invoke type System.Diagnostics.Debug::WriteLine(exception-object::Message)
             raise
