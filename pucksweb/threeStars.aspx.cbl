      * three stars of the game. threeStarsBuild.cbl picks each
      * finished game's stars off the player game values; this is
      * where they are seen and, when PR knows better (a milestone,
      * a sponsor's rule, a call the numbers can't see), overridden
      * -- the override needs a note saying why, keeps the
      * automatic picks beside it, and lands on the admin-change
      * trail (configAudit.cbl) with the before and after stars.
      * Revert puts the automatic picks back. The weighting the
      * batch scores with -- goal, shot, on-ice differential, save
      * and goal-against weights, the goalie weighting (percent),
      * the tiebreak order and the leaderboard points for a 1st, 2nd
      * and 3rd -- is the PKW069.DAT settings row maintained here.
      * The season leaderboard runs off the published stars
      * (threeStarsLines.cbl, shared with the game summary, the
      * morning digest and the public pages).
       class-id pucksweb.threeStars is partial
                inherits type System.Web.UI.Page public.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
          SELECT GAME-FILE ASSIGN LK-GAME-FILE
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS GAME-KEY
              LOCK MANUAL
              FILE STATUS IS STATUS-COMN2.

          SELECT PLAY-FILE ASSIGN LK-PLAYER-FILE
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS PLAY-KEY
              ALTERNATE KEY IS PLAY-ALT-KEY1
              ALTERNATE KEY IS PLAY-ALT-KEY2
              LOCK MANUAL
              FILE STATUS IS STATUS-COMN3.

       $SET CALLFH"EXTFH"
       $SET DATACOMPRESS"1"
        SELECT STAR-FILE ASSIGN WS-STAR-FILE
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS STAR-KEY
              LOCK MANUAL
              FILE STATUS IS STATUS-COMN.

       file section.
       COPY "y:\SYDEXsource\FDS\FDPKGAME.CBL".
       COPY "Y:\SYDEXSOURCE\FDS\FDPKPLAY.CBL".

       FD  STAR-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS STAR-REC STAR-SETTINGS-REC.

      *    one row per game: the published stars, the batch's
      *    automatic picks beside them, and the override's audit
      *    note.
       01  STAR-REC.
           05  STAR-KEY.
               10  STAR-GAME-DATE          PIC 9(8).
               10  STAR-HOME-TEAM          PIC X(15).
               10  STAR-VISITORS           PIC X(15).
           05  STAR-PICK OCCURS 3 TIMES.
               10  STAR-ID                 PIC X(7).
               10  STAR-NAME               PIC X(30).
               10  STAR-TEAM               PIC X(15).
               10  STAR-VALUE              PIC S9(4)V99.
           05  STAR-AUTO OCCURS 3 TIMES.
               10  STAR-AUTO-ID            PIC X(7).
               10  STAR-AUTO-NAME          PIC X(30).
               10  STAR-AUTO-TEAM          PIC X(15).
               10  STAR-AUTO-VALUE         PIC S9(4)V99.
           05  STAR-OVERRIDE               PIC X.
           05  STAR-OVR-NOTE               PIC X(120).
           05  STAR-OVR-USER               PIC X(40).
           05  STAR-OVR-STAMP              PIC X(14).
           05  STAR-BUILT                  PIC X(14).
           05  FILLER                      PIC X(20).
      *    the one settings row -- date zero, home "*SETTINGS".
       01  STAR-SETTINGS-REC.
           05  STAR-SET-KEY                PIC X(38).
           05  STAR-W-GOAL                 PIC 9(2)V99.
           05  STAR-W-SHOT                 PIC 9(2)V99.
           05  STAR-W-DIFF                 PIC 9(2)V99.
           05  STAR-W-SAVE                 PIC 9(2)V99.
           05  STAR-W-GA                   PIC 9(2)V99.
           05  STAR-W-GOALIE               PIC 9(3).
           05  STAR-W-TIEBREAK             PIC X(4).
           05  STAR-W-POINTS OCCURS 3 TIMES PIC 9(2).
           05  STAR-W-UPDATED              PIC X(14).
           05  FILLER                      PIC X(20).

       working-storage section.
       copy "y:\sydexsource\pucks\pucksglobal.cpb".
       COPY "y:\sydexsource\pucks\wspuckf.CBL".
       77  WS-NETWORK-FLAG             PIC X      VALUE "A".
       01  WS-STAR-FILE       PIC X(256) VALUE "PKW069.DAT".
       01  STATUS-COMN.
           05  STATUS-BYTE-1           PIC X      VALUE SPACES.
           05  STATUS-BYTE-2           PIC X      VALUE SPACES.
       01  STATUS-COMN2.
           05  STATUS2-BYTE-1          PIC X      VALUE SPACES.
           05  STATUS2-BYTE-2          PIC X      VALUE SPACES.
       01  STATUS-COMN3.
           05  STATUS3-BYTE-1          PIC X      VALUE SPACES.
           05  STATUS3-BYTE-2          PIC X      VALUE SPACES.
       01  WS-GAME-DATE       PIC 9(8) VALUE 0.
       01  WS-GAME-HOME       PIC X(15).
       01  WS-GAME-VISITORS   PIC X(15).
      *    the override's three stars, resolved off PLAY-FILE.
       01  OVR-TABLE.
           05  OVR-ROW OCCURS 3 TIMES.
               10  OVR-ID              PIC X(7).
               10  OVR-NAME            PIC X(30).
               10  OVR-TEAM            PIC X(15).
       01  WS-VALUE-DISP               PIC -ZZZ9.99.
       01  WS-WEIGHT-DISP              PIC Z9.99.

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
           if self::IsPostBack
               exit method.
           set tbDate::Text to type DateTime::Today::AddDays(-1)::ToString("yyyyMMdd")
           set tbFromDate::Text to type DateTime::Today::AddYears(-1)::ToString("yyyyMMdd")
           set tbToDate::Text to type DateTime::Today::ToString("yyyyMMdd")
           invoke self::showSettings
           goback.
       end method.

       method-id fileNames protected.
       procedure division.
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
           set LK-GAME-FILE to type pucksweb.activeCopy::resolve(LK-GAME-FILE).
       end method.

       method-id openStars protected.
       procedure division returning openedOk as String.
           OPEN I-O STAR-FILE.
           IF STATUS-COMN = "35"
               OPEN OUTPUT STAR-FILE
               CLOSE STAR-FILE
               OPEN I-O STAR-FILE.
           IF STATUS-BYTE-1 NOT EQUAL ZEROES
               set openedOk to "N"
           else
               set openedOk to "Y".
       end method.

      *    the date's finished games into the picker -- value is
      *    the game key, date + home + visitors.
       method-id btnGames_Click protected.
       local-storage section.
       01  gameItem        type ListItem.
       procedure division using by value sender as object e as type System.EventArgs.
           invoke ddGame::Items::Clear.
           set lblStars::Text to ""
           set lblMsg::Text to ""
           move 0 to WS-GAME-DATE
           invoke type Int32::TryParse(tbDate::Text::Trim(), by reference WS-GAME-DATE)
           if WS-GAME-DATE = 0
               set lblMsg::Text to "Enter the game date (YYYYMMDD)."
               exit method.
           invoke self::fileNames
           OPEN INPUT GAME-FILE.
           IF STATUS2-BYTE-1 NOT EQUAL ZEROES
               set lblMsg::Text to "Unable to open the game file."
               exit method.
           INITIALIZE GAME-KEY.
           MOVE WS-GAME-DATE TO GAME-DATE-1.
           START GAME-FILE KEY NOT < GAME-KEY
               INVALID KEY
                   GO TO GAMES-DONE.
       GAMES-LOOP.
           READ GAME-FILE NEXT WITH NO LOCK
               AT END GO TO GAMES-DONE.
           IF GAME-DATE-1 NOT = WS-GAME-DATE
               GO TO GAMES-DONE.
           IF GAME-NHL-DONE NOT = "Y"
               GO TO GAMES-LOOP.
           set gameItem to new ListItem(GAME-VISITORS::Trim & " at " & GAME-HOME-TEAM::Trim,
               "" & GAME-DATE-1 & GAME-HOME-TEAM & GAME-VISITORS)
           invoke ddGame::Items::Add(gameItem)
           GO TO GAMES-LOOP.
       GAMES-DONE.
           CLOSE GAME-FILE.
           if ddGame::Items::Count = 0
               set lblMsg::Text to "No finished games on " & tbDate::Text::Trim & "."
               exit method.
           set ddGame::SelectedIndex to 0
           invoke self::showGameStars.
       end method.

       method-id ddGame_SelectedIndexChanged protected.
       procedure division using by value sender as object e as type System.EventArgs.
           invoke self::showGameStars.
       end method.

      *    the picked game's key into WS-GAME-DATE/HOME/VISITORS.
       method-id pickedGame protected.
       local-storage section.
       01  gameKey         type String.
       procedure division returning pickedOk as String.
           set pickedOk to "N"
           if ddGame::SelectedItem = null
               exit method.
           set gameKey to ddGame::SelectedValue
           move 0 to WS-GAME-DATE
           invoke type Int32::TryParse(gameKey::Substring(0, 8), by reference WS-GAME-DATE)
           move gameKey::Substring(8, 15) to WS-GAME-HOME
           move gameKey::Substring(23) to WS-GAME-VISITORS
           set pickedOk to "Y".
       end method.

      *    the published stars, the automatic picks when an
      *    override replaced them, and the override's note.
       method-id showGameStars protected.
       local-storage section.
       01  pickNo          type Int32.
       01  starsText       type String.
       procedure division.
           set lblStars::Text to ""
           if self::pickedGame() not = "Y"
               exit method.
           OPEN INPUT STAR-FILE.
           IF STATUS-BYTE-1 NOT EQUAL ZEROES
               set lblStars::Text to "No stars picked yet -- the nightly run scores finished games."
               exit method.
           MOVE WS-GAME-DATE TO STAR-GAME-DATE
           MOVE WS-GAME-HOME TO STAR-HOME-TEAM
           MOVE WS-GAME-VISITORS TO STAR-VISITORS
           READ STAR-FILE WITH NO LOCK
               INVALID KEY
                   CLOSE STAR-FILE
                   set lblStars::Text to "No stars picked yet -- the nightly run scores finished games."
                   exit method.
           CLOSE STAR-FILE.
           set starsText to "<b>Published</b><br/>"
           perform varying pickNo from 1 by 1 until pickNo > 3
               MOVE STAR-VALUE(pickNo) TO WS-VALUE-DISP
               set starsText to starsText & pickNo::ToString & ". " &
                   type HttpUtility::HtmlEncode(STAR-NAME(pickNo)::Trim & " (" &
                   STAR-TEAM(pickNo)::Trim & ")")
               if STAR-OVERRIDE not = "Y"
                   set starsText to starsText & " " & WS-VALUE-DISP::Trim
               end-if
               set starsText to starsText & "<br/>"
           end-perform
           if STAR-OVERRIDE = "Y"
               set starsText to starsText & "<i>Overridden by " &
                   type HttpUtility::HtmlEncode(STAR-OVR-USER::Trim) & " on " &
                   STAR-OVR-STAMP(1:8) & ": " &
                   type HttpUtility::HtmlEncode(STAR-OVR-NOTE::Trim) & "</i><br/>"
               set starsText to starsText & "<b>Automatic picks</b><br/>"
               perform varying pickNo from 1 by 1 until pickNo > 3
                   MOVE STAR-AUTO-VALUE(pickNo) TO WS-VALUE-DISP
                   set starsText to starsText & pickNo::ToString & ". " &
                       type HttpUtility::HtmlEncode(STAR-AUTO-NAME(pickNo)::Trim &
                       " (" & STAR-AUTO-TEAM(pickNo)::Trim & ")") & " " &
                       WS-VALUE-DISP::Trim & "<br/>"
               end-perform
           end-if
           set lblStars::Text to starsText.
       end method.

      *    PR's override: three players by name, and a note
      *    saying why. Team-admin level, on the change trail.
       method-id btnOverride_Click protected.
       local-storage section.
       01  pickNo          type Int32.
       01  starEntry       type String.
       01  beforeImage     type String.
       01  afterImage      type String.
       procedure division using by value sender as object e as type System.EventArgs.
           set lblMsg::Text to ""
           if self::Session["level"]::ToString not = "9"
               set lblMsg::Text to "Overriding the stars is team-admin work."
               exit method.
           if self::pickedGame() not = "Y"
               set lblMsg::Text to "List the date's games and pick one first."
               exit method.
           if tbStar1::Text::Trim() = "" or tbStar2::Text::Trim() = ""
            or tbStar3::Text::Trim() = ""
               set lblMsg::Text to "Enter all three stars (Last, First)."
               exit method.
           if tbNote::Text::Trim() = ""
               set lblMsg::Text to "An override needs a note saying why."
               exit method.

      *    the three by name, for the official id and the club.
           invoke self::fileNames
           OPEN INPUT PLAY-FILE.
           IF STATUS3-BYTE-1 NOT EQUAL ZEROES
               set lblMsg::Text to "Unable to open the player file."
               exit method.
           perform varying pickNo from 1 by 1 until pickNo > 3
               evaluate pickNo
                   when 1
                       set starEntry to tbStar1::Text::Trim::ToUpper
                   when 2
                       set starEntry to tbStar2::Text::Trim::ToUpper
                   when other
                       set starEntry to tbStar3::Text::Trim::ToUpper
               end-evaluate
               MOVE SPACES TO PLAY-ALT-KEY1
               unstring starEntry delimited ", " into play-last-name, play-first-name
               READ PLAY-FILE KEY PLAY-ALT-KEY1
                   INVALID KEY
                       CLOSE PLAY-FILE
                       set lblMsg::Text to starEntry & " not found -- enter Last, First."
                       exit method
               END-READ
               if PLAY-NHL-ID-R = spaces or PLAY-NHL-ID-R = "0000000"
                   move spaces to OVR-ID(pickNo)
               else
                   move PLAY-NHL-ID-R to OVR-ID(pickNo)
               end-if
               set OVR-NAME(pickNo) to PLAY-LAST-NAME::Trim & ", " & PLAY-FIRST-NAME::Trim
               move PLAY-TEAM-NAME to OVR-TEAM(pickNo)
           end-perform
           CLOSE PLAY-FILE.

           if self::openStars() not = "Y"
               set lblMsg::Text to "Unable to open the stars file."
               exit method.
           MOVE WS-GAME-DATE TO STAR-GAME-DATE
           MOVE WS-GAME-HOME TO STAR-HOME-TEAM
           MOVE WS-GAME-VISITORS TO STAR-VISITORS
           READ STAR-FILE
               INVALID KEY
                   INITIALIZE STAR-REC
                   MOVE WS-GAME-DATE TO STAR-GAME-DATE
                   MOVE WS-GAME-HOME TO STAR-HOME-TEAM
                   MOVE WS-GAME-VISITORS TO STAR-VISITORS
           END-READ
           set beforeImage to self::starsImage()
           perform varying pickNo from 1 by 1 until pickNo > 3
               move OVR-ID(pickNo) to STAR-ID(pickNo)
               move OVR-NAME(pickNo) to STAR-NAME(pickNo)
               move OVR-TEAM(pickNo) to STAR-TEAM(pickNo)
               move 0 to STAR-VALUE(pickNo)
           end-perform
           move "Y" to STAR-OVERRIDE
           MOVE tbNote::Text::Trim TO STAR-OVR-NOTE
           set STAR-OVR-USER to self::Session["team"]::ToString::Trim & " / " &
               "" & self::Session["user"]
           set STAR-OVR-STAMP to type DateTime::Now::ToString("yyyyMMddHHmmss")
           set afterImage to self::starsImage()
           WRITE STAR-REC
               INVALID KEY REWRITE STAR-REC
           END-WRITE.
           CLOSE STAR-FILE.
           invoke type pucksweb.configAudit::record("STARS",
               "" & WS-GAME-DATE & " " & WS-GAME-VISITORS::Trim & " @ " & WS-GAME-HOME::Trim,
               STAR-OVR-USER::Trim, beforeImage,
               afterImage & " -- " & STAR-OVR-NOTE::Trim)
           set lblMsg::Text to "Stars overridden."
           invoke self::showGameStars.
       end method.

      *    back to the automatic picks; the trail keeps the
      *    override that was lifted.
       method-id btnRevert_Click protected.
       local-storage section.
       01  pickNo          type Int32.
       01  beforeImage     type String.
       procedure division using by value sender as object e as type System.EventArgs.
           set lblMsg::Text to ""
           if self::Session["level"]::ToString not = "9"
               set lblMsg::Text to "Overriding the stars is team-admin work."
               exit method.
           if self::pickedGame() not = "Y"
               set lblMsg::Text to "List the date's games and pick one first."
               exit method.
           if self::openStars() not = "Y"
               set lblMsg::Text to "Unable to open the stars file."
               exit method.
           MOVE WS-GAME-DATE TO STAR-GAME-DATE
           MOVE WS-GAME-HOME TO STAR-HOME-TEAM
           MOVE WS-GAME-VISITORS TO STAR-VISITORS
           READ STAR-FILE
               INVALID KEY
                   CLOSE STAR-FILE
                   set lblMsg::Text to "No stars on file for that game."
                   exit method.
           if STAR-OVERRIDE not = "Y"
               CLOSE STAR-FILE
               set lblMsg::Text to "Those are already the automatic picks."
               exit method.
           set beforeImage to self::starsImage() & " -- " & STAR-OVR-NOTE::Trim
           perform varying pickNo from 1 by 1 until pickNo > 3
               move STAR-AUTO-ID(pickNo) to STAR-ID(pickNo)
               move STAR-AUTO-NAME(pickNo) to STAR-NAME(pickNo)
               move STAR-AUTO-TEAM(pickNo) to STAR-TEAM(pickNo)
               move STAR-AUTO-VALUE(pickNo) to STAR-VALUE(pickNo)
           end-perform
           move "N" to STAR-OVERRIDE
           move spaces to STAR-OVR-NOTE
           set STAR-OVR-USER to self::Session["team"]::ToString::Trim & " / " &
               "" & self::Session["user"]
           set STAR-OVR-STAMP to type DateTime::Now::ToString("yyyyMMddHHmmss")
           REWRITE STAR-REC.
           CLOSE STAR-FILE.
           invoke type pucksweb.configAudit::record("STARS",
               "" & WS-GAME-DATE & " " & WS-GAME-VISITORS::Trim & " @ " & WS-GAME-HOME::Trim,
               STAR-OVR-USER::Trim, beforeImage, self::starsImage() & " (automatic)")
           set lblMsg::Text to "Automatic picks restored."
           invoke self::showGameStars.
       end method.

      *    "1 NAME (TEAM); 2 ...; 3 ..." for the change trail.
       method-id starsImage protected.
       local-storage section.
       01  pickNo          type Int32.
       procedure division returning imageOut as String.
           set imageOut to ""
           perform varying pickNo from 1 by 1 until pickNo > 3
               if pickNo > 1
                   set imageOut to imageOut & "; "
               end-if
               set imageOut to imageOut & pickNo::ToString & " " &
                   STAR-NAME(pickNo)::Trim & " (" & STAR-TEAM(pickNo)::Trim & ")"
           end-perform.
       end method.

      *    the weighting onto the form, the defaults when the
      *    settings row isn't there yet.
       method-id showSettings protected.
       procedure division.
           set tbWGoal::Text to "3.00"
           set tbWShot::Text to "0.25"
           set tbWDiff::Text to "0.10"
           set tbWSave::Text to "0.20"
           set tbWGa::Text to "1.00"
           set tbWGoalie::Text to "100"
           set tbTiebreak::Text to "GWDT"
           set tbPts1::Text to "5"
           set tbPts2::Text to "3"
           set tbPts3::Text to "1"
           OPEN INPUT STAR-FILE.
           IF STATUS-BYTE-1 NOT EQUAL ZEROES
               exit method.
           MOVE 0 TO STAR-GAME-DATE
           MOVE "*SETTINGS" TO STAR-HOME-TEAM
           MOVE SPACES TO STAR-VISITORS
           READ STAR-FILE WITH NO LOCK
               INVALID KEY
                   CLOSE STAR-FILE
                   exit method.
           CLOSE STAR-FILE.
      *    the weights through an edited picture -- the PIC
      *    boxed straight into ToString would lose the implied
      *    decimal.
           MOVE STAR-W-GOAL TO WS-WEIGHT-DISP
           set tbWGoal::Text to WS-WEIGHT-DISP::Trim
           MOVE STAR-W-SHOT TO WS-WEIGHT-DISP
           set tbWShot::Text to WS-WEIGHT-DISP::Trim
           MOVE STAR-W-DIFF TO WS-WEIGHT-DISP
           set tbWDiff::Text to WS-WEIGHT-DISP::Trim
           MOVE STAR-W-SAVE TO WS-WEIGHT-DISP
           set tbWSave::Text to WS-WEIGHT-DISP::Trim
           MOVE STAR-W-GA TO WS-WEIGHT-DISP
           set tbWGa::Text to WS-WEIGHT-DISP::Trim
           set tbWGoalie::Text to STAR-W-GOALIE::ToString("0")
           set tbTiebreak::Text to STAR-W-TIEBREAK::Trim
           set tbPts1::Text to STAR-W-POINTS(1)::ToString("0")
           set tbPts2::Text to STAR-W-POINTS(2)::ToString("0")
           set tbPts3::Text to STAR-W-POINTS(3)::ToString("0").
       end method.

       method-id btnSaveWeights_Click protected.
       local-storage section.
       01  wGoal           type Double.
       01  wShot           type Double.
       01  wDiff           type Double.
       01  wSave           type Double.
       01  wGa             type Double.
       01  wGoalie         type Int32.
       01  pts1            type Int32.
       01  pts2            type Int32.
       01  pts3            type Int32.
       01  tbIdx           type Int32.
       01  tiebreakText    type String.
       01  tiebreakCodes   type String.
       01  beforeImage     type String.
       01  afterImage      type String.
       procedure division using by value sender as object e as type System.EventArgs.
           set lblMsg::Text to ""
           if self::Session["level"]::ToString not = "9"
               set lblMsg::Text to "The stars weighting is team-admin work."
               exit method.
           set wGoal to -1
           set wShot to -1
           set wDiff to -1
           set wSave to -1
           set wGa to -1
           set wGoalie to -1
           invoke type Double::TryParse(tbWGoal::Text::Trim(), by reference wGoal)
           invoke type Double::TryParse(tbWShot::Text::Trim(), by reference wShot)
           invoke type Double::TryParse(tbWDiff::Text::Trim(), by reference wDiff)
           invoke type Double::TryParse(tbWSave::Text::Trim(), by reference wSave)
           invoke type Double::TryParse(tbWGa::Text::Trim(), by reference wGa)
           invoke type Int32::TryParse(tbWGoalie::Text::Trim(), by reference wGoalie)
           if wGoal < 0 or wShot < 0 or wDiff < 0 or wSave < 0 or wGa < 0
            or wGoal >= 100 or wShot >= 100 or wDiff >= 100 or wSave >= 100 or wGa >= 100
               set lblMsg::Text to "Weights run 0.00 to 99.99."
               exit method.
           if wGoalie < 0 or wGoalie > 999
               set lblMsg::Text to "The goalie weighting is a percent, 0 to 999."
               exit method.
           set pts1 to 0
           set pts2 to 0
           set pts3 to 0
           invoke type Int32::TryParse(tbPts1::Text::Trim(), by reference pts1)
           invoke type Int32::TryParse(tbPts2::Text::Trim(), by reference pts2)
           invoke type Int32::TryParse(tbPts3::Text::Trim(), by reference pts3)
           if pts1 < 1 or pts1 > 99 or pts2 < 0 or pts2 > pts1
            or pts3 < 0 or pts3 > pts2
               set lblMsg::Text to "Leaderboard points run 1st >= 2nd >= 3rd, 1st at least 1."
               exit method.
      *    the tiebreak order: G goals, W winning side, D on-ice
      *    differential, T time on ice -- any order, no repeats.
           set tiebreakText to tbTiebreak::Text::Trim::ToUpper
           set tiebreakCodes to "GWDT"
           if tiebreakText::Length > 4
               set lblMsg::Text to "The tiebreak order is up to four of G, W, D, T."
               exit method.
           perform varying tbIdx from 0 by 1 until tbIdx >= tiebreakText::Length
               if tiebreakCodes::IndexOf(tiebreakText::Substring(tbIdx, 1)) < 0
                or tiebreakText::IndexOf(tiebreakText::Substring(tbIdx, 1)) not = tbIdx
                   set lblMsg::Text to "The tiebreak order is up to four of G, W, D, T."
                   exit method
               end-if
           end-perform

           if self::openStars() not = "Y"
               set lblMsg::Text to "Unable to open the stars file."
               exit method.
      *    the standing weighting first -- it's the before image
      *    on the admin-change trail.
           set beforeImage to ""
           MOVE 0 TO STAR-GAME-DATE
           MOVE "*SETTINGS" TO STAR-HOME-TEAM
           MOVE SPACES TO STAR-VISITORS
           READ STAR-FILE
               NOT INVALID KEY
                   set beforeImage to self::weightsImage()
           END-READ
           INITIALIZE STAR-SETTINGS-REC
           MOVE 0 TO STAR-GAME-DATE
           MOVE "*SETTINGS" TO STAR-HOME-TEAM
           MOVE SPACES TO STAR-VISITORS
           MOVE wGoal TO STAR-W-GOAL
           MOVE wShot TO STAR-W-SHOT
           MOVE wDiff TO STAR-W-DIFF
           MOVE wSave TO STAR-W-SAVE
           MOVE wGa TO STAR-W-GA
           MOVE wGoalie TO STAR-W-GOALIE
           MOVE tiebreakText TO STAR-W-TIEBREAK
           MOVE pts1 TO STAR-W-POINTS(1)
           MOVE pts2 TO STAR-W-POINTS(2)
           MOVE pts3 TO STAR-W-POINTS(3)
           set STAR-W-UPDATED to type DateTime::Now::ToString("yyyyMMddHHmmss")
           set afterImage to self::weightsImage()
           WRITE STAR-SETTINGS-REC
               INVALID KEY REWRITE STAR-SETTINGS-REC
           END-WRITE.
           CLOSE STAR-FILE.
           invoke type pucksweb.configAudit::record("STARSWEIGHTS", "*SETTINGS",
               self::Session["team"]::ToString::Trim & " / " &
               "" & self::Session["user"],
               beforeImage, afterImage)
           set lblMsg::Text to "Weighting saved -- the nightly run scores new games with it;"
               & " run the build with --rescore to re-pick past games."
           invoke self::showSettings.
       end method.

       method-id weightsImage protected.
       procedure division returning imageOut as String.
           MOVE STAR-W-GOAL TO WS-WEIGHT-DISP
           set imageOut to "goal " & WS-WEIGHT-DISP::Trim
           MOVE STAR-W-SHOT TO WS-WEIGHT-DISP
           set imageOut to imageOut & " shot " & WS-WEIGHT-DISP::Trim
           MOVE STAR-W-DIFF TO WS-WEIGHT-DISP
           set imageOut to imageOut & " diff " & WS-WEIGHT-DISP::Trim
           MOVE STAR-W-SAVE TO WS-WEIGHT-DISP
           set imageOut to imageOut & " save " & WS-WEIGHT-DISP::Trim
           MOVE STAR-W-GA TO WS-WEIGHT-DISP
           set imageOut to imageOut & " ga " & WS-WEIGHT-DISP::Trim &
               " goalie " & STAR-W-GOALIE::ToString("0") & "%" &
               " tiebreak " & STAR-W-TIEBREAK::Trim &
               " points " & STAR-W-POINTS(1)::ToString("0") & "-" &
               STAR-W-POINTS(2)::ToString("0") & "-" &
               STAR-W-POINTS(3)::ToString("0").
       end method.

      *    the season stars leaderboard over the range.
       method-id btnBoard_Click protected.
       local-storage section.
       01  fromDate        type Int32.
       01  toDate          type Int32.
       01  boardRows       type List[String].
       01  boardRow        type String.
       procedure division using by value sender as object e as type System.EventArgs.
           invoke lbBoard::Items::Clear.
           set lblMsg::Text to ""
           set fromDate to 0
           set toDate to 0
           invoke type Int32::TryParse(tbFromDate::Text::Trim(), by reference fromDate)
           invoke type Int32::TryParse(tbToDate::Text::Trim(), by reference toDate)
           if fromDate = 0 or toDate = 0 or fromDate > toDate
               set lblMsg::Text to "Enter the date range (YYYYMMDD), from before to."
               exit method.
           set boardRows to type pucksweb.threeStarsLines::seasonBoard("", fromDate, toDate, null)
           if boardRows::Count = 0
               set lblMsg::Text to "No stars in that range."
               exit method.
           invoke lbBoard::Items::Add("PLAYER                          TEAM             1ST  2ND  3RD  PTS")
           perform varying boardRow through boardRows
               invoke lbBoard::Items::Add(boardRow)
           end-perform.
       end method.

       end class.
