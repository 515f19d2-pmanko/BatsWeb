               INVALID KEY
                   ADD 1 TO WS-GAMES-OFF
                   set newItem to new ListItem("NO OFFICIAL FINAL  " &
                       GAME-DATE-1 & "  " &
                       type pucksweb.teamAlias::shownAs(GAME-VISITORS, "" & GAME-DATE-1) & " @ " &
                       type pucksweb.teamAlias::shownAs(GAME-HOME-TEAM, "" & GAME-DATE-1))
                   invoke newItem::Attributes::Add("style", "color:red")
                   invoke lbDiscrepancies::Items::Add(newItem)
                   GO TO COMP-LOOP.

           ADD 1 TO WS-GAMES-OFF
           set newItem to new ListItem("SCORE MISMATCH  " &
               GAME-DATE-1 & "  " &
               type pucksweb.teamAlias::shownAs(GAME-VISITORS, "" & GAME-DATE-1) & " @ " &
               type pucksweb.teamAlias::shownAs(GAME-HOME-TEAM, "" & GAME-DATE-1) & "   charted " &
               GAME-VIS-SCORE & "-" & GAME-HOME-SCORE &
               "   official " & OFFBOX-VIS-SCORE & "-" & OFFBOX-HOME-SCORE)
           invoke newItem::Attributes::Add("style", "color:red")
