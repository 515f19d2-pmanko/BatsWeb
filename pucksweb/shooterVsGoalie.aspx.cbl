      * shooter-versus-goalie head-to-head. The hockey answer to
      * pitchervsbatter.aspx.cbl: goalieAnalysis and goalieCompare
      * describe one goalie against everybody, but before a game the
      * goalie coach wants to know how the other club's shooters
      * have done against our goalie specifically, and ours against
      * theirs. Pairs one shooter with one goalie over every charted
      * season, from the shot rows shooterGoalieBuild.cbl keeps in
      * PKW067.DAT: shots, goals and save percentage, the shot-type
      * mix, every shot listed, and the shots plotted on the rink
      * (the engine's x/y are the same rink coordinates
      * PK330-T-SHOT-LOC-X/Y carry, so the plot scales them the way
      * goalieAnalysisRink.aspx.cbl does -- green a goal, blue a
      * save). The clip button queues the pair's shots in the
      * player the other screens launch. The matrix button prints a
      * one-page grid of the other club's six busiest shooters over
      * the last year against our two goalies.
       class-id pucksweb.shooterVsGoalie is partial
                inherits type System.Web.UI.Page public.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
          SELECT PLAY-FILE ASSIGN LK-PLAYER-FILE
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS PLAY-KEY
              ALTERNATE KEY IS PLAY-ALT-KEY1
              ALTERNATE KEY IS PLAY-ALT-KEY2
              LOCK MANUAL
              FILE STATUS IS STATUS-COMN.

       $SET CALLFH"EXTFH"
       $SET DATACOMPRESS"1"
        SELECT SVG-FILE ASSIGN WS-SVG-FILE
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS SVG-KEY
              ALTERNATE KEY IS SVG-ALT-KEY WITH DUPLICATES
              LOCK MANUAL
              FILE STATUS IS STATUS-COMN2.

       DATA DIVISION.
       FILE SECTION.
       COPY "Y:\SYDEXSOURCE\FDS\FDPKPLAY.CBL".

       FD  SVG-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS SVG-REC.

      *    layout owned by shooterGoalieBuild.cbl -- keep in sync
      *    with the FD there.
       01  SVG-REC.
           05  SVG-KEY.
               10  SVG-GOALIE-ID       PIC X(7).
               10  SVG-SHOOTER-ID      PIC X(7).
               10  SVG-GAME-DATE       PIC 9(8).
               10  SVG-HOME-TEAM       PIC X(15).
               10  SVG-VISITORS        PIC X(15).
               10  SVG-PERIOD          PIC 9(2).
               10  SVG-SECS            PIC 9(5).
           05  SVG-ALT-KEY.
               10  SVG-SHOOTER-TEAM    PIC X(15).
               10  SVG-ALT-SHOOTER-ID  PIC X(7).
           05  SVG-GOALIE-TEAM         PIC X(15).
           05  SVG-GOAL-FLAG           PIC X.
           05  SVG-SHOT-TYPE           PIC XX.
           05  SVG-X                   PIC 9(4).
           05  SVG-Y                   PIC 9(4).
           05  SVG-MEDIA-FILE          PIC X(100).
           05  SVG-MEDIA-START         PIC 9(5)V9.
           05  SVG-MEDIA-DURATION      PIC 9(5)V9.
           05  SVG-BUILT               PIC X(14).
           05  FILLER                  PIC X(10).

       working-storage section.
       copy "y:\sydexsource\pucks\pucksglobal.cpb".
       COPY "Y:\sydexsource\shared\WS-SYS.CBL".
       COPY "y:\sydexsource\pucks\wspuckf.CBL".
       01  WS-SVG-FILE        PIC X(256) VALUE "PKW067.DAT".
       01  STATUS-COMN2.
           05  STATUS2-BYTE-1          PIC X      VALUE SPACES.
           05  STATUS2-BYTE-2          PIC X      VALUE SPACES.
       01  WS-GOALIE-ID                PIC X(7).
       01  WS-SHOOTER-ID               PIC X(7).
       01  WS-PLAYER-ID                PIC X(7).
       01  WS-SINCE-DATE               PIC 9(8) VALUE 0.
       01  WS-SHOTS                    PIC 9(5) VALUE 0.
       01  WS-GOALS                    PIC 9(5) VALUE 0.
      *    the pair's shots, held for the rink plot.
       01  PLOT-TABLE.
           05  PLOT-ROW OCCURS 2000 TIMES.
               10  PLOT-X              PIC 9(4).
               10  PLOT-Y              PIC 9(4).
               10  PLOT-GOAL           PIC X.
       01  PLOT-COUNT                  PIC 9(4) VALUE 0.
      *    the matrix: the other club's shooters by shot count.
       01  MTX-TABLE.
           05  MTX-ROW OCCURS 80 TIMES.
               10  MTX-SHOOTER-ID      PIC X(7).
               10  MTX-SHOOTER-NAME    PIC X(30).
               10  MTX-SHOTS           PIC 9(5).
       01  MTX-COUNT                   PIC 9(4) VALUE 0.
       01  MTX-SWAP-ROW.
           05  MTX-SWAP-SHOOTER-ID     PIC X(7).
           05  MTX-SWAP-SHOOTER-NAME   PIC X(30).
           05  MTX-SWAP-SHOTS          PIC 9(5).

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
           goback.
       end method.

      *    "Last, First" to the player's official id (the id the
      *    engine's event table carries, stamped by nhlIdImport),
      *    through the same PLAY-ALT-KEY1 name read goalieCompare
      *    uses. Empty when the name isn't on file.
       method-id resolvePlayer private.
       procedure division using by value nameText as String
                          returning playerId as String.
           set playerId to ""
           if nameText::Trim = ""
               exit method.
           MOVE "Y" TO SH-WEB-FORM-IP.
           set SH-WEB-FORM-APP-FOLDER to
             type HttpContext::Current::Server::MapPath("~/App_Data")
           set SH-WEB-FORM-SESSION-ID
                 to type HttpContext::Current::Session::SessionID
           set SH-WEB-FORM-DB
                 to type HttpContext::Current::Session::Item("database")
           set SH-WF-TEAM to
             type HttpContext::Current::Session::Item("team").
           CALL "PKFIL2" USING LK-FILE-NAMES, WS-NETWORK-FLAG
           MOVE SPACES TO PLAY-ALT-KEY1
           unstring nameText::Trim delimited ", " into play-last-name, play-first-name
           OPEN INPUT PLAY-FILE
           IF STATUS-COMN NOT = "00"
               exit method.
           READ PLAY-FILE KEY PLAY-ALT-KEY1
               INVALID KEY
                   CLOSE PLAY-FILE
                   exit method.
           MOVE PLAY-NHL-ID-R TO WS-PLAYER-ID
           if WS-PLAYER-ID not = spaces and WS-PLAYER-ID not = "0000000"
               set playerId to WS-PLAYER-ID
           end-if
           CLOSE PLAY-FILE.
       end method.

       method-id btnShow_Click protected.
       procedure division using by value sender as object e as type System.EventArgs.
           invoke self::showPair.
       end method.

      *    the pair's line, shot list and rink plot.
       method-id showPair private.
       local-storage section.
       01  typeTally       type Dictionary[String, type Int32].
       01  typeKey         type String.
       01  typeText        type String.
       01  svPct           type Decimal.
       01  tallyN          type Int32.
       procedure division.
           invoke lbShots::Items::Clear.
           set lblLine::Text to ""
           set lblTypes::Text to ""
           set imgRink::Visible to false
           set lblMsg::Text to ""
           set WS-SHOOTER-ID to self::resolvePlayer(tbShooter::Text)
           if WS-SHOOTER-ID = spaces
               set lblMsg::Text to "Shooter not found or has no official id -- enter Last, First."
               exit method.
           set WS-GOALIE-ID to self::resolvePlayer(tbGoalie::Text)
           if WS-GOALIE-ID = spaces
               set lblMsg::Text to "Goalie not found or has no official id -- enter Last, First."
               exit method.

           set typeTally to new Dictionary[String, type Int32]
           move 0 to WS-SHOTS WS-GOALS PLOT-COUNT
           OPEN INPUT SVG-FILE.
           IF STATUS2-BYTE-1 NOT EQUAL ZEROES
               set lblMsg::Text to "No shot history built yet."
               exit method.
           MOVE WS-GOALIE-ID TO SVG-GOALIE-ID
           MOVE WS-SHOOTER-ID TO SVG-SHOOTER-ID
           MOVE 0 TO SVG-GAME-DATE SVG-PERIOD SVG-SECS
           MOVE LOW-VALUES TO SVG-HOME-TEAM SVG-VISITORS
           START SVG-FILE KEY NOT < SVG-KEY
               INVALID KEY
                   GO TO SHOT-DONE.
       SHOT-LOOP.
           READ SVG-FILE NEXT WITH NO LOCK
               AT END GO TO SHOT-DONE.
           IF SVG-GOALIE-ID NOT = WS-GOALIE-ID
            OR SVG-SHOOTER-ID NOT = WS-SHOOTER-ID
               GO TO SHOT-DONE.
           add 1 to WS-SHOTS
           IF SVG-GOAL-FLAG = "Y"
               add 1 to WS-GOALS.
           set typeKey to SVG-SHOT-TYPE::Trim
           if typeTally::ContainsKey(typeKey)
               set tallyN to typeTally[typeKey]
               add 1 to tallyN
               set typeTally[typeKey] to tallyN
           else
               invoke typeTally::Add(typeKey, 1)
           end-if
           IF PLOT-COUNT < 2000
               add 1 to PLOT-COUNT
               move SVG-X to PLOT-X(PLOT-COUNT)
               move SVG-Y to PLOT-Y(PLOT-COUNT)
               move SVG-GOAL-FLAG to PLOT-GOAL(PLOT-COUNT)
           END-IF
           invoke lbShots::Items::Add("" & SVG-GAME-DATE & "  " &
               SVG-VISITORS::Trim & " @ " & SVG-HOME-TEAM::Trim &
               "  P" & SVG-PERIOD & " " & SVG-SECS & "s  " &
               SVG-SHOT-TYPE & "  " & SVG-X & "," & SVG-Y &
               "  " & type pucksweb.shooterVsGoalie::resultWord(SVG-GOAL-FLAG))
           GO TO SHOT-LOOP.
       SHOT-DONE.
           CLOSE SVG-FILE.

           if WS-SHOTS = 0
               set lblLine::Text to "No charted shots between these two."
               exit method.
           compute svPct = (WS-SHOTS - WS-GOALS) / WS-SHOTS
           set lblLine::Text to tbShooter::Text::Trim & " v " & tbGoalie::Text::Trim &
               ":  " & WS-SHOTS & " shots, " & WS-GOALS & " goals, save pct " &
               svPct::ToString("0.000")
           set typeText to "Shot types:"
           perform varying typeKey through typeTally::Keys
               set typeText to typeText & "  " & typeKey & " " & typeTally[typeKey]
           end-perform
           set lblTypes::Text to typeText
           invoke self::plotShots.
       end method.

       method-id resultWord static private.
       procedure division using by value goalFlag as String
                          returning wordText as String.
           if goalFlag = "Y"
               set wordText to "GOAL"
           else
               set wordText to "save".
       end method.

      *    draws the pair's shots on the rink image and serves it
      *    from the cache folder, one file per pair.
       method-id plotShots private.
       local-storage section.
       01  drawArea        type Bitmap.
       01  g               type Graphics.
       01  dimx            type Double.
       01  dimy            type Double.
       01  WS-HORIZ        PIC X(4) COMP-5 VALUE 0.
       01  WS-VERT         PIC X(4) COMP-5 VALUE 0.
       01  plotIdx         type Int32.
       01  cacheDir        type String.
       01  cacheName       type String.
       procedure division.
           set cacheDir to Server::MapPath("Images\\h2hRinkCache\\")
           if not type System.IO.Directory::Exists(cacheDir)
               invoke type System.IO.Directory::CreateDirectory(cacheDir).
           set cacheName to WS-GOALIE-ID & "_" & WS-SHOOTER-ID & ".jpg"

           set drawArea to type Bitmap::FromFile(Server::MapPath("Images\\nhlrink2.png")) as type Bitmap
           compute dimx = (drawArea::Width / 277)
           compute dimy = (drawArea::Height / 336)
           set g to type Graphics::FromImage(drawArea)
           perform varying plotIdx from 1 by 1 until plotIdx > PLOT-COUNT
               COMPUTE WS-HORIZ ROUNDED = (PLOT-X(plotIdx) / 2.67) * dimx
               COMPUTE WS-VERT ROUNDED = (PLOT-Y(plotIdx) / 2.67) * dimy
               SUBTRACT 3 FROM WS-HORIZ
               SUBTRACT 3 FROM WS-VERT
               if PLOT-GOAL(plotIdx) = "Y"
                   invoke g::DrawEllipse(type Pens::Black, WS-HORIZ, WS-VERT, 7, 7)
                   invoke g::FillEllipse(type SolidBrush::New(type Color::Chartreuse), WS-HORIZ, WS-VERT, 7, 7)
               else
                   invoke g::DrawEllipse(type Pens::RoyalBlue, WS-HORIZ, WS-VERT, 7, 7)
                   invoke g::FillEllipse(type SolidBrush::New(type Color::RoyalBlue), WS-HORIZ, WS-VERT, 7, 7)
               end-if
           end-perform
           invoke drawArea::Save(cacheDir & cacheName, type ImageFormat::Jpeg)
           invoke drawArea::Dispose
           invoke g::Dispose()
           set imgRink::ImageUrl to "~/Images/h2hRinkCache/" & cacheName & "?v=" &
               type DateTime::Now::Ticks
           set imgRink::Visible to true.
       end method.

      *    queues the pair's shots in the clip player, each one
      *    through its game's camera-clock calibration and the team's
      *    clip window for a shot or a goal.
       method-id btnClips_Click protected.
       local-storage section.
       01  vidPaths        type String.
       01  vidTitles       type String.
       01  syncLine        type String.
       01  windowLine      type String.
       01  clipCode        type String.
       01  lastGame        type String.
       01  gameText        type String.
       01  clipStart       type Double.
       01  clipEnd         type Double.
       01  mediaBase       type String.
       procedure division using by value sender as object e as type System.EventArgs.
           set lblMsg::Text to ""
           set WS-SHOOTER-ID to self::resolvePlayer(tbShooter::Text)
           set WS-GOALIE-ID to self::resolvePlayer(tbGoalie::Text)
           if WS-SHOOTER-ID = spaces or WS-GOALIE-ID = spaces
               set lblMsg::Text to "Enter the shooter and goalie (Last, First) first."
               exit method.
           set vidPaths to ""
           set vidTitles to ""
           set lastGame to ""
           set windowLine to type pucksweb.clipWindow::loadTeam(
               "" & self::Session["team"], "H")
           OPEN INPUT SVG-FILE.
           IF STATUS2-BYTE-1 NOT EQUAL ZEROES
               set lblMsg::Text to "No shot history built yet."
               exit method.
           MOVE WS-GOALIE-ID TO SVG-GOALIE-ID
           MOVE WS-SHOOTER-ID TO SVG-SHOOTER-ID
           MOVE 0 TO SVG-GAME-DATE SVG-PERIOD SVG-SECS
           MOVE LOW-VALUES TO SVG-HOME-TEAM SVG-VISITORS
           START SVG-FILE KEY NOT < SVG-KEY
               INVALID KEY
                   GO TO CLIP-DONE.
       CLIP-LOOP.
           READ SVG-FILE NEXT WITH NO LOCK
               AT END GO TO CLIP-DONE.
           IF SVG-GOALIE-ID NOT = WS-GOALIE-ID
            OR SVG-SHOOTER-ID NOT = WS-SHOOTER-ID
               GO TO CLIP-DONE.
           IF SVG-MEDIA-FILE = SPACES
               GO TO CLIP-LOOP.
           set gameText to "" & SVG-GAME-DATE & SVG-HOME-TEAM & SVG-VISITORS
           if gameText not = lastGame
               set syncLine to type pucksweb.videoSync::loadGame(SVG-GAME-DATE,
                   "" & SVG-HOME-TEAM, "" & SVG-VISITORS)
               set lastGame to gameText
           end-if
           if SVG-GAME-DATE > 20170800
               set mediaBase to "https://vidsn.sydexsports.net"
           else
               set mediaBase to "https://vids10.sydexsports.net"
           end-if
           set clipStart to type pucksweb.videoSync::apply(syncLine, SVG-MEDIA-START)
      *    widened by the team's pre/post-roll for the shot's type.
           if SVG-GOAL-FLAG = "Y"
               set clipCode to "GOAL"
           else
               set clipCode to "SHOT"
           end-if
           set clipEnd to type pucksweb.clipWindow::endOf(windowLine, clipCode,
               clipStart, SVG-MEDIA-DURATION)
           set clipStart to type pucksweb.clipWindow::startOf(windowLine, clipCode,
               clipStart)
           set vidPaths to vidPaths & mediaBase &
               SVG-MEDIA-FILE::Replace("\", "/")::Trim & "#t=" & clipStart &
               "," & clipEnd & ";"
           set vidTitles to vidTitles & SVG-GAME-DATE & " P" & SVG-PERIOD &
               " " & type pucksweb.shooterVsGoalie::resultWord(SVG-GOAL-FLAG) & ";"
           GO TO CLIP-LOOP.
       CLIP-DONE.
           CLOSE SVG-FILE.
           if vidPaths = ""
               set lblMsg::Text to "No clips on file for this pair."
               exit method.
           set self::Session::Item("video-paths") to vidPaths
           set self::Session::Item("video-titles") to vidTitles
           invoke self::ClientScript::RegisterStartupScript(self::GetType(), "alert", "callBatstube();", true).
       end method.

      *    one printed page: the other club's six busiest shooters
      *    over the last year, each against our two goalies over
      *    every charted season.
       method-id btnMatrix_Click protected.
       local-storage section.
       01  htmlBuilder     type System.Text.StringBuilder.
       01  oppTeam         type String.
       01  goalieOne       type String.
       01  goalieTwo       type String.
       01  rowIdx          type Int32.
       01  sortI           type Int32.
       01  sortJ           type Int32.
       01  nextJ           type Int32.
       01  foundIdx        type Int32.
       01  cellOne         type String.
       01  cellTwo         type String.
       procedure division using by value sender as object e as type System.EventArgs.
           set lblMsg::Text to ""
           set oppTeam to tbOppTeam::Text::Trim::ToUpper
           set goalieOne to self::resolvePlayer(tbOurGoalie1::Text)
           set goalieTwo to self::resolvePlayer(tbOurGoalie2::Text)
           if oppTeam = "" or goalieOne = "" or goalieTwo = ""
               set lblMsg::Text to "Enter their club and our two goalies (Last, First)."
               exit method.
           set WS-SINCE-DATE to type Int32::Parse(
               type DateTime::Today::AddYears(-1)::ToString("yyyyMMdd"))

           move 0 to MTX-COUNT
           OPEN INPUT SVG-FILE.
           IF STATUS2-BYTE-1 NOT EQUAL ZEROES
               set lblMsg::Text to "No shot history built yet."
               exit method.
           MOVE oppTeam TO SVG-SHOOTER-TEAM
           MOVE LOW-VALUES TO SVG-ALT-SHOOTER-ID
           START SVG-FILE KEY NOT < SVG-ALT-KEY
               INVALID KEY
                   GO TO TEAM-DONE.
       TEAM-LOOP.
           READ SVG-FILE NEXT WITH NO LOCK
               AT END GO TO TEAM-DONE.
           IF SVG-SHOOTER-TEAM NOT = oppTeam
               GO TO TEAM-DONE.
           IF SVG-GAME-DATE < WS-SINCE-DATE
               GO TO TEAM-LOOP.
           set foundIdx to 0
           perform varying rowIdx from 1 by 1 until rowIdx > MTX-COUNT
               if MTX-SHOOTER-ID(rowIdx) = SVG-SHOOTER-ID
                   set foundIdx to rowIdx
                   exit perform
               end-if
           end-perform
           if foundIdx = 0 and MTX-COUNT < 80
               add 1 to MTX-COUNT
               set foundIdx to MTX-COUNT
               move SVG-SHOOTER-ID to MTX-SHOOTER-ID(foundIdx)
               move spaces to MTX-SHOOTER-NAME(foundIdx)
               move 0 to MTX-SHOTS(foundIdx)
           end-if
           if foundIdx > 0
               add 1 to MTX-SHOTS(foundIdx)
           end-if
           GO TO TEAM-LOOP.
       TEAM-DONE.
           CLOSE SVG-FILE.
           if MTX-COUNT = 0
               set lblMsg::Text to "No shots on file for " & oppTeam & " in the last year."
               exit method.

           perform varying sortI from 1 by 1 until sortI >= MTX-COUNT
               perform varying sortJ from 1 by 1 until sortJ > MTX-COUNT - sortI
                   compute nextJ = sortJ + 1
                   if MTX-SHOTS(nextJ) > MTX-SHOTS(sortJ)
                       move MTX-ROW(sortJ) to MTX-SWAP-ROW
                       move MTX-ROW(nextJ) to MTX-ROW(sortJ)
                       move MTX-SWAP-ROW to MTX-ROW(nextJ)
                   end-if
               end-perform
           end-perform.
           if MTX-COUNT > 6
               move 6 to MTX-COUNT.
           invoke self::nameShooters

           set htmlBuilder to new System.Text.StringBuilder
           invoke htmlBuilder::AppendLine("<html><head><title>Shooters v Goalies</title>")
           invoke htmlBuilder::AppendLine("<style>body{font-family:monospace;font-size:10pt;}</style>")
           invoke htmlBuilder::AppendLine("</head><body>")
           invoke htmlBuilder::AppendLine("<h3>" & oppTeam & " shooters v " &
               tbOurGoalie1::Text::Trim & " / " & tbOurGoalie2::Text::Trim & "</h3>")
           invoke htmlBuilder::AppendLine("<p>Printed " &
               type DateTime::Now::ToString("yyyy-MM-dd HH:mm") &
               " -- shooters ranked by shots over the last year; cells are" &
               " shots-goals (save pct) over every charted season.</p><pre>")
           invoke htmlBuilder::AppendLine("Shooter                         Shots  " &
               tbOurGoalie1::Text::Trim::PadRight(22) & tbOurGoalie2::Text::Trim)
           perform varying rowIdx from 1 by 1 until rowIdx > MTX-COUNT
               set cellOne to self::matrixCell(goalieOne, "" & MTX-SHOOTER-ID(rowIdx))
               set cellTwo to self::matrixCell(goalieTwo, "" & MTX-SHOOTER-ID(rowIdx))
               invoke htmlBuilder::AppendLine(MTX-SHOOTER-NAME(rowIdx) & "  " &
                   MTX-SHOTS(rowIdx) & "  " & cellOne::PadRight(22) & cellTwo)
           end-perform
           invoke htmlBuilder::AppendLine("</pre></body></html>")
           set Response::ContentType to "text/html"
           invoke Response::Write(htmlBuilder::ToString())
           invoke Response::End().
       end method.

      *    "shots-goals (.pct)" for one shooter on one goalie.
       method-id matrixCell private.
       local-storage section.
       01  cellShots       type Int32.
       01  cellGoals       type Int32.
       01  cellPct         type Decimal.
       procedure division using by value goalieId as String
                                 by value shooterId as String
                          returning cellText as String.
           set cellShots to 0
           set cellGoals to 0
           set cellText to "--"
           OPEN INPUT SVG-FILE.
           IF STATUS2-BYTE-1 NOT EQUAL ZEROES
               exit method.
           MOVE goalieId TO SVG-GOALIE-ID
           MOVE shooterId TO SVG-SHOOTER-ID
           MOVE 0 TO SVG-GAME-DATE SVG-PERIOD SVG-SECS
           MOVE LOW-VALUES TO SVG-HOME-TEAM SVG-VISITORS
           START SVG-FILE KEY NOT < SVG-KEY
               INVALID KEY
                   GO TO CELL-DONE.
       CELL-LOOP.
           READ SVG-FILE NEXT WITH NO LOCK
               AT END GO TO CELL-DONE.
           IF SVG-GOALIE-ID NOT = goalieId OR SVG-SHOOTER-ID NOT = shooterId
               GO TO CELL-DONE.
           add 1 to cellShots
           IF SVG-GOAL-FLAG = "Y"
               add 1 to cellGoals.
           GO TO CELL-LOOP.
       CELL-DONE.
           CLOSE SVG-FILE.
           if cellShots = 0
               exit method.
           compute cellPct = (cellShots - cellGoals) / cellShots
           set cellText to cellShots::ToString & "-" & cellGoals::ToString &
               " (" & cellPct::ToString("0.000") & ")".
       end method.

      *    one pass of the player file for the matrix names.
       method-id nameShooters private.
       local-storage section.
       01  rowIdx          type Int32.
       procedure division.
           perform varying rowIdx from 1 by 1 until rowIdx > MTX-COUNT
               move MTX-SHOOTER-ID(rowIdx) to MTX-SHOOTER-NAME(rowIdx)
           end-perform
           OPEN INPUT PLAY-FILE
           IF STATUS-COMN NOT = "00"
               exit method.
       NAME-LOOP.
           READ PLAY-FILE NEXT WITH NO LOCK
               AT END GO TO NAME-DONE.
           MOVE PLAY-NHL-ID-R TO WS-PLAYER-ID
           perform varying rowIdx from 1 by 1 until rowIdx > MTX-COUNT
               if MTX-SHOOTER-ID(rowIdx) = WS-PLAYER-ID
                   set MTX-SHOOTER-NAME(rowIdx) to PLAY-LAST-NAME::Trim & ", " &
                       PLAY-FIRST-NAME::Trim
               end-if
           end-perform
           GO TO NAME-LOOP.
       NAME-DONE.
           CLOSE PLAY-FILE.
       end method.

       end class.
