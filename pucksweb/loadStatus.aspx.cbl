      * ops dashboard listing every GAME-FILE record in a
      * date range along with its GAME-UPL-TIME upload timestamp and
      * GAME-NHL-DONE flag, highlighting any game whose date has
      * already passed at its home venue (venueZone.cbl) without
      * being posted, so the overnight load can be confirmed complete
      * before scouts start their morning review instead of
      * spot-checking gameSummary.aspx.cbl one game at a time.
       class-id pucksweb.loadStatus is partial
                inherits type System.Web.UI.Page public.


           invoke type Int32::TryParse(tbFromDate::Text, by reference WS-FROM-DATE)
           invoke type Int32::TryParse(tbToDate::Text, by reference WS-TO-DATE)

           MOVE "Y" TO SH-WEB-FORM-IP.
           set SH-WEB-FORM-APP-FOLDER to
               GAME-HOME-TEAM::Trim & "," & GAME-VISITORS::Trim & "|"

           set rowText to GAME-DATE-1 & "  " &
               type pucksweb.teamAlias::shownAs(GAME-VISITORS, "" & GAME-DATE-1) & " @ " &
               type pucksweb.teamAlias::shownAs(GAME-HOME-TEAM, "" & GAME-DATE-1) & "   " &
               GAME-VIS-SCORE & "-" & GAME-HOME-SCORE &
               "   posted: " &
               type pucksweb.venueZone::shown(GAME-UPL-TIME, "" & self::Session["team"]) &
               "   done: " & GAME-NHL-DONE

      *    overdue once the date has passed at the home rink --
      *    the server's calendar runs ahead of a west-coast game.
           set WS-TODAY to type pucksweb.venueZone::localDate(GAME-HOME-TEAM)
           if GAME-NHL-DONE not = "Y" and GAME-DATE-1 < WS-TODAY
               set newItem to new ListItem("*** OVERDUE *** " & rowText)
               invoke newItem::Attributes::Add("style", "color:red")
