      * rows the nightly validatePlays.cbl sweep leaves in
      * PKW035.DAT, keyed by PLAY-KEY, so the charting crew can pull
      * up each flagged record and fix it before a coach finds it.
      * Each row names the charter the play is stamped to
      * (charterStamp.cbl), so it goes back to whoever keyed it.
       class-id pucksweb.chartingExceptions is partial
                inherits type System.Web.UI.Page public.

       method-id loadExceptions protected.
       local-storage section.
       01  newItem       type ListItem.
       01  charterId     type String.
       procedure division.
           invoke lbExceptions::Items::Clear.
           OPEN INPUT EXCEPTION-FILE.
       EXC-LOOP.
           READ EXCEPTION-FILE NEXT WITH NO LOCK
               AT END GO TO EXC-DONE.
           set charterId to type pucksweb.charterStamp::ownerOf("" & EXC-PLAY-KEY)
           if charterId = ""
               set charterId to "unstamped"
           end-if
           set newItem to new ListItem(EXC-RULE::Trim & "  " &
               EXC-DETAIL::Trim & "  [key " & EXC-PLAY-KEY::Trim & "]" &
               "  charted by " & charterId)
           invoke newItem::Attributes::Add("style", "color:red")
           invoke lbExceptions::Items::Add(newItem)
           GO TO EXC-LOOP.
