      * rebuilds each night, shows when the precompute was built, and
      * sends anything the precompute doesn't cover (date ranges,
      * opponents, strength states) to the live playerBreakdown
      * screen. Every count on a line drills through: pick the line
      * and its counts list beneath it, pick a count and the plays
      * behind it list -- game, period, clock and clip, counted the
      * way the extract counts (drillThrough.cbl) -- with a flag when
      * they don't add up because a correction hasn't cascaded yet.
      * Picking a play runs its clip.
       class-id pucksweb.playerSummaryFast is partial
                inherits type System.Web.UI.Page public.

           05  FILLER                  PIC X(10).

       working-storage section.
       copy "y:\sydexsource\pucks\pucksglobal.cpb".
       COPY "y:\sydexsource\pucks\wspuckf.CBL".
       77  WS-NETWORK-FLAG             PIC X      VALUE "A".
       01  WS-AGG-FILE        PIC X(256) VALUE "PKW038.DAT".
       01  STATUS-COMN.
           05  STATUS-BYTE-1           PIC X      VALUE SPACES.
       method-id btnShow_Click protected.
       procedure division using by value sender as object e as type System.EventArgs.
           invoke lbLines::Items::Clear.
           invoke lbCounts::Items::Clear.
           invoke lbPlays::Items::Clear.
           set lblDrill::Text to ""
           if tbTeam::Text::Trim() = ""
               set lblMsg::Text to "Enter the team."
               exit method.
               AT END GO TO LINE-DONE.
           IF AGG-TEAM NOT = WS-LOOKUP-TEAM
               GO TO LINE-DONE.
           invoke lbLines::Items::Add(new ListItem(AGG-PLAYER::Trim & "  " &
               AGG-LINE::Trim, AGG-PLAYER::Trim))
           GO TO LINE-LOOP.
       LINE-DONE.
           CLOSE AGG-FILE.
                   " splits still run live on playerBreakdown.".
       end method.

      *    a player line picked -- its counts, one per row, each
      *    one a drill into the plays behind it.
       method-id lbLines_SelectedIndexChanged protected.
       local-storage section.
       01  countLine       type String.
       procedure division using by value sender as object e as type System.EventArgs.
           invoke lbCounts::Items::Clear.
           invoke lbPlays::Items::Clear.
           set lblDrill::Text to ""
           if lbLines::SelectedIndex < 0
               exit method.
           if self::readAggRow(lbLines::SelectedValue) not = "Y"
               set lblDrill::Text to "That line is no longer on the precompute" &
                   " -- a correction retired it; use the live breakdown screens."
               exit method.
           perform varying countLine through
               type pucksweb.drillThrough::counts("" & AGG-LINE)
               invoke lbCounts::Items::Add(countLine)
           end-perform
           if lbCounts::Items::Count = 0
               set lblDrill::Text to "No counts on that line to drill into."
           else
               set lblDrill::Text to "Pick a count to list the plays behind it.".
       end method.

      *    a count picked -- the plays behind it, with the clip
      *    links held for the play list.
       method-id lbCounts_SelectedIndexChanged protected.
       local-storage section.
       01  playLines       type List[String].
       01  clipLinks       type List[String].
       01  playLine        type String.
       procedure division using by value sender as object e as type System.EventArgs.
           invoke lbPlays::Items::Clear.
           if lbLines::SelectedIndex < 0 or lbCounts::SelectedIndex < 0
               exit method.
           if self::readAggRow(lbLines::SelectedValue) not = "Y"
               set lblDrill::Text to "That line is no longer on the precompute" &
                   " -- a correction retired it; use the live breakdown screens."
               exit method.
           invoke self::drillFileNames
           set playLines to new List[String]
           set clipLinks to new List[String]
           set lblDrill::Text to type pucksweb.drillThrough::drill(
               "" & AGG-TEAM, "" & AGG-PLAYER, lbCounts::SelectedItem::Text,
               "" & AGG-BUILT, LK-GAME-FILE, LK-PLAYER-FILE,
               playLines, clipLinks)
           perform varying playLine through playLines
               invoke lbPlays::Items::Add(playLine)
           end-perform
           set self::Session::Item("drillClips") to clipLinks.
       end method.

      *    a play picked -- its clip in the player.
       method-id lbPlays_SelectedIndexChanged protected.
       local-storage section.
       01  clipLinks       type List[String].
       procedure division using by value sender as object e as type System.EventArgs.
           if lbPlays::SelectedIndex < 0
               exit method.
           if self::Session::Item("drillClips") = null
               exit method.
           set clipLinks to self::Session::Item("drillClips") as type List[String]
           if lbPlays::SelectedIndex >= clipLinks::Count
               exit method.
           if clipLinks[lbPlays::SelectedIndex] = ""
               set lblDrill::Text to "No clip was charted for that play."
               exit method.
           set self::Session::Item("video-paths") to clipLinks[lbPlays::SelectedIndex] & ";"
           set self::Session::Item("video-titles") to lbPlays::SelectedItem::Text & ";"
           invoke self::ClientScript::RegisterStartupScript(self::GetType(), "alert", "callBatstube();", true).
       end method.

      *    one player's precomputed row for the team on the screen,
      *    with the build stamp; "Y" when it is there.
       method-id readAggRow protected.
       procedure division using by value playerName as String
                          returning foundFlag as String.
           set foundFlag to "N"
           OPEN INPUT AGG-FILE.
           IF STATUS-BYTE-1 NOT EQUAL ZEROES
               exit method.
           MOVE tbTeam::Text::Trim::ToUpper TO AGG-TEAM
           MOVE playerName TO AGG-PLAYER
           READ AGG-FILE WITH NO LOCK
               INVALID KEY CONTINUE
               NOT INVALID KEY set foundFlag to "Y"
           END-READ.
           CLOSE AGG-FILE.
       end method.

      *    the game and player files this session's club reads --
      *    the same resolution the breakdown screens make.
       method-id drillFileNames protected.
       procedure division.
           INITIALIZE PUCKS-DATA-BLOCK
           MOVE "Y" TO SH-WEB-FORM-IP.
           set SH-WEB-FORM-APP-FOLDER to
             type HttpContext::Current::Server::MapPath("~/App_Data")
           set SH-WEB-FORM-SESSION-ID
                 to type HttpContext::Current::Session::SessionID
           set SH-WEB-FORM-DB
                 to type HttpContext::Current::Session::Item("database")
           set SH-WF-TEAM to
             type HttpContext::Current::Session::Item("team").
           CALL "PKFIL2" USING LK-FILE-NAMES, WS-NETWORK-FLAG.
           set LK-GAME-FILE to type pucksweb.activeCopy::resolve(LK-GAME-FILE)
           set LK-PLAYER-FILE to type pucksweb.activeCopy::resolve(LK-PLAYER-FILE).
       end method.

       end class.
