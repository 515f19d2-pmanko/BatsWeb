      * times-through-the-order penalty report for starters.
      * The batting order per game lives on gameLineup.aspx.cbl and
      * every at-bat in sequence comes out of the engines, but nobody
      * puts the two together to show how a starter fares the first,
      * second and third time through a lineup. This walks every game
      * in the gameSummary engine's loaded list; each side's starter
      * is LINEUP-SP off the BATSW028.DAT lineup row where one was
      * keyed (otherwise the first pitcher charted against that side),
      * and every plate appearance against the starter is credited to
      * the trip of that batter -- a batter's first look is trip 1,
      * the second trip 2, fourth-and-later looks pool as 4+. Once a
      * reliever comes in the starter's line is closed for the game.
      *
      * Per starter and per trip: opponents' AVG/OBP/SLG, strikeout and
      * walk rates per plate appearance and the pitches thrown (total
      * and per PA). The baseline line at the bottom is the same
      * tallies over every charted starter in the season's full
      * all-teams game list -- a second pass with the engine's list
      * reloaded for all games of the selected year, then put back to
      * the session's selection -- so a team-scoped selection is
      * measured against the league, not against itself.
       class-id batsweb.timesThroughOrder is partial
                inherits type System.Web.UI.Page public.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       $SET CALLFH"EXTFH"
       $SET DATACOMPRESS"1"
        SELECT LINEUP-FILE ASSIGN WS-LINEUP-FILE
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS LINEUP-KEY
              LOCK MANUAL
              FILE STATUS IS STATUS-COMN.

       file section.
       FD  LINEUP-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS LINEUP-REC.

      *    layout owned by gameLineup.aspx.cbl -- keep in sync
      *    with the FD there.
       01  LINEUP-REC.
           05  LINEUP-KEY.
               10  LINEUP-GAME-DATE        PIC 9(8).
               10  LINEUP-HOME-TEAM        PIC X(15).
               10  LINEUP-VISITORS         PIC X(15).
               10  LINEUP-SIDE             PIC X.
           05  LINEUP-SLOT OCCURS 9 TIMES PIC X(30).
           05  LINEUP-SP                   PIC X(30).
           05  LINEUP-RUNS                 PIC 9(2).
           05  LINEUP-RECORDED             PIC X(14).
           05  FILLER                      PIC X(10).

       working-storage section.
       COPY "Y:\sydexsource\shared\WS-SYS.CBL".
       01 bat360rununit         type RunUnit.
       01 BAT360WEBF                type BAT360WEBF.
       01 my360data type batsweb.bat360Data.
       01  WS-LINEUP-FILE     PIC X(256) VALUE "BATSW028.DAT".
       01  STATUS-COMN.
           05  STATUS-BYTE-1           PIC X      VALUE SPACES.
           05  STATUS-BYTE-2           PIC X      VALUE SPACES.
       01  WS-LINEUP-OPEN     PIC X VALUE "N".

      *    one scoresheet row, split the way runExpectancy
      *    splits BAT360-AB-LINE -- a filled left column is the
      *    visitors batting, so the home starter is pitching.
       01  TT-LINE.
           05  TT-LINE-L           PIC X(39).
           05  TT-LINE-MID         PIC X.
           05  TT-LINE-R           PIC X(39).

      *    starters in the order first met; the last row is
      *    the every-starter baseline.
       01  TT-STARTER-TBL.
           05  TT-STARTER OCCURS 151 TIMES.
               10  TT-SP-NAME          PIC X(30).
               10  TT-SP-GAMES         PIC 9(4).
               10  TT-TRIP OCCURS 4 TIMES.
                   15  TT-PA           PIC 9(5).
                   15  TT-AB           PIC 9(5).
                   15  TT-H            PIC 9(5).
                   15  TT-2B           PIC 9(5).
                   15  TT-3B           PIC 9(5).
                   15  TT-HR           PIC 9(5).
                   15  TT-BB           PIC 9(5).
                   15  TT-HBP          PIC 9(5).
                   15  TT-SO           PIC 9(5).
                   15  TT-SF           PIC 9(5).
                   15  TT-PITCHES      PIC 9(6).
       01  TT-STARTER-COUNT        PIC 9(4) VALUE 0.
       01  TT-BASELINE             PIC 9(4) VALUE 151.
      *    S walks the selection for the starters' lines, B the
      *    season's full list for the baseline.
       01  TT-PASS                 PIC X      VALUE "S".

      *    the game in progress, one entry per pitching side:
      *    1 the home starter (visitors batting), 2 the visitors'.
       01  TT-GAME-SIDES.
           05  TT-SIDE OCCURS 2 TIMES.
               10  TT-SIDE-SP          PIC X(30).
               10  TT-SIDE-IDX         PIC 9(4).
               10  TT-SIDE-CLOSED      PIC X.
               10  TT-SIDE-FACED       PIC 9(2).
               10  TT-SIDE-BATTER OCCURS 40 TIMES.
                   15  TT-FACED-NAME   PIC X(30).
                   15  TT-FACED-LOOKS  PIC 9(2).
       01  TT-GAMES-USED           PIC 9(4) VALUE 0.
       01  TT-BASE-GAMES           PIC 9(4) VALUE 0.

       method-id Page_Load protected.
       local-storage section.
       linkage section.
           COPY "Y:\sydexsource\BATS\bat360_dg.CPB".
       procedure division using by value param-sender as object
                                         param-e as type System.EventArgs.
           if self::Session["level"] = null
               invoke self::Response::Redirect("~/Default.aspx")
               exit method.
           if self::IsPostBack
               exit method.
           if self::Session["bat360data"] = null
               set my360data to new batsweb.bat360Data
               invoke my360data::populateData
               set self::Session["bat360data"] to my360data
           else
               set my360data to self::Session["bat360data"] as type batsweb.bat360Data.
           if  self::Session::Item("360rununit") not = null
               set bat360rununit to self::Session::Item("360rununit")
                   as type RunUnit
                ELSE
                set bat360rununit to type RunUnit::New()
                set BAT360WEBF to new BAT360WEBF
                invoke bat360rununit::Add(BAT360WEBF)
                set self::Session::Item("360rununit") to bat360rununit.
           goback.
       end method.

      *    builds the report over every game currently in the
      *    engine's game list (scope it with the year/team selectors
      *    on gameSummary first). A pitcher name in tbPitcher limits
      *    the per-starter lines. The baseline is always everyone, over
      *    the selected year's full all-teams list whatever the
      *    selection; the session's list is put back afterwards.
       method-id btnBuild_Click protected.
       local-storage section.
       01  spIdx           type Int32.
       01  pitcherFilter   type String.
       01  saveChoice      type String.
       01  saveTeam        type String.
       linkage section.
           COPY "Y:\sydexsource\BATS\bat360_dg.CPB".
       procedure division using by value sender as object e as type System.EventArgs.
           invoke lbReport::Items::Clear
           set my360data to self::Session["bat360data"] as type batsweb.bat360Data
           set bat360rununit to self::Session::Item("360rununit")
               as type RunUnit
           set address of BAT360-DIALOG-FIELDS to my360Data::tablePointer

           INITIALIZE TT-STARTER-TBL
           move 0 to TT-STARTER-COUNT TT-GAMES-USED TT-BASE-GAMES
           move "ALL CHARTED STARTERS (SEASON)" to TT-SP-NAME(TT-BASELINE)
           OPEN INPUT LINEUP-FILE
           IF STATUS-BYTE-1 EQUAL ZEROES
               move "Y" to WS-LINEUP-OPEN
           else
               move "N" to WS-LINEUP-OPEN.

           move "S" to TT-PASS
           invoke self::walkGames
           if TT-STARTER-COUNT = 0
               if WS-LINEUP-OPEN = "Y"
                   CLOSE LINEUP-FILE
               end-if
               set lblMsg::Text to "No starters found in the loaded games."
               exit method.

      *    the baseline pass: every game of the year, all teams.
           set saveChoice to BAT360-GAMES-CHOICE
           set saveTeam to BAT360-GAMES-TEAM
           MOVE " " to BAT360-GAMES-CHOICE
           MOVE "RG" to BAT360-ACTION
           invoke type batsweb.screenTiming::engineCall(bat360rununit, "BAT360WEBF", "RG")
           if ERROR-FIELD NOT = SPACES
               move spaces to ERROR-FIELD.
           move "B" to TT-PASS
           invoke self::walkGames
           move saveChoice to BAT360-GAMES-CHOICE
           move saveTeam to BAT360-GAMES-TEAM
           MOVE "RG" to BAT360-ACTION
           invoke type batsweb.screenTiming::engineCall(bat360rununit, "BAT360WEBF", "RG")
           if ERROR-FIELD NOT = SPACES
               move spaces to ERROR-FIELD.
           if WS-LINEUP-OPEN = "Y"
               CLOSE LINEUP-FILE.

           set pitcherFilter to tbPitcher::Text::Trim::ToUpper
           invoke lbReport::Items::Add("STARTER / TRIP      PA    AVG   OBP   SLG    K%    BB%  PITCHES  P/PA")
           perform varying spIdx from 1 by 1 until spIdx > TT-STARTER-COUNT
               if pitcherFilter = "" or TT-SP-NAME(spIdx)::Contains(pitcherFilter)
                   invoke self::showStarter(spIdx)
               end-if
           end-perform
           invoke self::showStarter(TT-BASELINE)
           set lblMsg::Text to TT-GAMES-USED::ToString & " game(s) walked"
               & " for the starters; the baseline is every charted starter"
               & " over the year's full list of " & TT-BASE-GAMES::ToString
               & " game(s). A trip is the batter's look at the starter that"
               & " game; 4+ pools every later look.".
       end method.

      *    one pass over the games in the engine's list, every
      *    at-bat handed to takePlateAppearance; TT-PASS says which
      *    tallies the pass feeds.
       method-id walkGames protected.
       local-storage section.
       01  gameIdx         type Int32.
       01  lineIdx         type Int32.
       01  sideIdx         type Int32.
       linkage section.
           COPY "Y:\sydexsource\BATS\bat360_dg.CPB".
       procedure division.
           set address of BAT360-DIALOG-FIELDS to my360Data::tablePointer
           move 1 to gameIdx.
       game-loop.
           if gameIdx > BAT360-NUM-GAMES
               go to game-done.
           set BAT360-AB-IP to 0
           set BAT360-SEL-GAME TO gameIdx
           MOVE BAT360-G-GAME-DATE(gameIdx) to BAT360-I-GAME-DATE
           MOVE BAT360-G-GAME-ID(gameIdx) to BAT360-I-GAME-ID
           MOVE "RA" to BAT360-ACTION
           invoke type batsweb.screenTiming::engineCall(bat360rununit, "BAT360WEBF", "RA")
           if ERROR-FIELD NOT = SPACES
               move spaces to ERROR-FIELD
               add 1 to gameIdx
               go to game-loop.
           if TT-PASS = "B"
               add 1 to TT-BASE-GAMES
           else
               add 1 to TT-GAMES-USED
           end-if
           invoke self::startGame(gameIdx)

           move 1 to lineIdx.
       line-loop.
           if lineIdx > BAT360-NUM-AB
               go to line-done.
           IF BAT360-REC-TYPE(lineIdx) NOT = "B"
               add 1 to lineIdx
               go to line-loop.
           MOVE BAT360-AB-LINE(lineIdx) TO TT-LINE
           if TT-LINE-L not = SPACES
               set sideIdx to 1
           else
               set sideIdx to 2
           end-if
           if TT-SIDE-CLOSED(sideIdx) = "Y"
               add 1 to lineIdx
               go to line-loop.
           set BAT360-SEL-AB to lineIdx
           MOVE BAT360-SEL-AB to BAT360-AB-IP
           MOVE BAT360-AB-KEY(lineIdx) to BAT360-I-KEY
           move "VA" to BAT360-ACTION
           invoke type batsweb.screenTiming::engineCall(bat360rununit, "BAT360WEBF", "VA")
           if ERROR-FIELD NOT = SPACES
               move spaces to ERROR-FIELD
               add 1 to lineIdx
               go to line-loop.
           invoke self::takePlateAppearance(sideIdx)
           add 1 to lineIdx
           go to line-loop.
       line-done.
           add 1 to gameIdx
           go to game-loop.
       game-done.
       end method.

      *    sets up both pitching sides for a new game: the
      *    keyed starter if the lineup row has one.
       method-id startGame protected.
       local-storage section.
       01  sideIdx         type Int32.
       linkage section.
           COPY "Y:\sydexsource\BATS\bat360_dg.CPB".
       procedure division using by value gameIdx as type Int32.
           set address of BAT360-DIALOG-FIELDS to my360Data::tablePointer
           INITIALIZE TT-GAME-SIDES
           perform varying sideIdx from 1 by 1 until sideIdx > 2
               move "N" to TT-SIDE-CLOSED(sideIdx)
               if WS-LINEUP-OPEN = "Y"
                   MOVE BAT360-G-GAME-DATE(gameIdx) TO LINEUP-GAME-DATE
                   MOVE BAT360-G-HOME(gameIdx)::Trim::ToUpper TO LINEUP-HOME-TEAM
                   MOVE BAT360-G-VIS(gameIdx)::Trim::ToUpper TO LINEUP-VISITORS
                   if sideIdx = 1
                       MOVE "H" TO LINEUP-SIDE
                   else
                       MOVE "V" TO LINEUP-SIDE
                   end-if
                   READ LINEUP-FILE
                       INVALID KEY
                           MOVE SPACES TO LINEUP-SP
                   END-READ
                   MOVE LINEUP-SP TO TT-SIDE-SP(sideIdx)
               end-if
           end-perform.
       end method.

      *    one plate appearance against the side's starter.
       method-id takePlateAppearance protected.
       local-storage section.
       01  pitcherName     type String.
       01  batterName      type String.
       01  scanIdx         type Int32.
       01  faceIdx         type Int32.
       01  tripIdx         type Int32.
       01  spIdx           type Int32.
       linkage section.
           COPY "Y:\sydexsource\BATS\bat360_dg.CPB".
       procedure division using by value sideIdx as type Int32.
           set address of BAT360-DIALOG-FIELDS to my360Data::tablePointer
           set pitcherName to BAT360-PITCHER::Trim::ToUpper
           set batterName to BAT360-BATTER::Trim::ToUpper
           if pitcherName = "" or BAT360-I-RES-DESC = SPACES
               exit method.
           if TT-SIDE-SP(sideIdx) = SPACES
               move pitcherName to TT-SIDE-SP(sideIdx).
           if pitcherName not = TT-SIDE-SP(sideIdx)::Trim
      *        the starter is out of the game; anything after
      *        belongs to the bullpen.
               if TT-SIDE-IDX(sideIdx) not = 0
                   move "Y" to TT-SIDE-CLOSED(sideIdx)
               end-if
               exit method.

      *    the baseline pass credits every starter to the one
      *    baseline row.
           if TT-SIDE-IDX(sideIdx) = 0 and TT-PASS = "B"
               move TT-BASELINE to TT-SIDE-IDX(sideIdx)
               add 1 to TT-SP-GAMES(TT-BASELINE)
           end-if
           if TT-SIDE-IDX(sideIdx) = 0
               set spIdx to 0
               perform varying scanIdx from 1 by 1 until scanIdx > TT-STARTER-COUNT
                   if TT-SP-NAME(scanIdx) = pitcherName
                       set spIdx to scanIdx
                       exit perform
                   end-if
               end-perform
               if spIdx = 0
                   if TT-STARTER-COUNT >= 150
                       move "Y" to TT-SIDE-CLOSED(sideIdx)
                       exit method
                   end-if
                   add 1 to TT-STARTER-COUNT
                   set spIdx to TT-STARTER-COUNT
                   move pitcherName to TT-SP-NAME(spIdx)
               end-if
               move spIdx to TT-SIDE-IDX(sideIdx)
               add 1 to TT-SP-GAMES(spIdx)
           end-if

      *    the batter's look count this game is the trip.
           set faceIdx to 0
           perform varying scanIdx from 1 by 1 until scanIdx > TT-SIDE-FACED(sideIdx)
               if TT-FACED-NAME(sideIdx, scanIdx) = batterName
                   set faceIdx to scanIdx
                   exit perform
               end-if
           end-perform
           if faceIdx = 0
               if TT-SIDE-FACED(sideIdx) >= 40
                   exit method
               end-if
               add 1 to TT-SIDE-FACED(sideIdx)
               set faceIdx to TT-SIDE-FACED(sideIdx)
               move batterName to TT-FACED-NAME(sideIdx, faceIdx)
           end-if
           add 1 to TT-FACED-LOOKS(sideIdx, faceIdx)
           set tripIdx to TT-FACED-LOOKS(sideIdx, faceIdx)
           if tripIdx > 4
               set tripIdx to 4
           end-if

           invoke self::tallyResult(TT-SIDE-IDX(sideIdx), tripIdx).
       end method.

      *    credits the at-bat's result to one starter's trip.
       method-id tallyResult protected.
       local-storage section.
       01  resText         type String.
       linkage section.
           COPY "Y:\sydexsource\BATS\bat360_dg.CPB".
       procedure division using by value spIdx as type Int32
                                 by value tripIdx as type Int32.
           set address of BAT360-DIALOG-FIELDS to my360Data::tablePointer
           set resText to BAT360-I-RES-DESC::Trim::ToUpper
           add 1 to TT-PA(spIdx, tripIdx)
           add BAT360-NUM-PITCHES to TT-PITCHES(spIdx, tripIdx)
           evaluate true
           when resText::Contains("HOME RUN")
               add 1 to TT-AB(spIdx, tripIdx) TT-H(spIdx, tripIdx)
                        TT-HR(spIdx, tripIdx)
           when resText::Contains("TRIPLE")
               add 1 to TT-AB(spIdx, tripIdx) TT-H(spIdx, tripIdx)
                        TT-3B(spIdx, tripIdx)
           when resText::Contains("DOUBLE") and not resText::Contains("PLAY")
               add 1 to TT-AB(spIdx, tripIdx) TT-H(spIdx, tripIdx)
                        TT-2B(spIdx, tripIdx)
           when resText::Contains("SINGLE")
               add 1 to TT-AB(spIdx, tripIdx) TT-H(spIdx, tripIdx)
           when resText::Contains("WALK") or resText::Contains("BASE ON BALLS")
               add 1 to TT-BB(spIdx, tripIdx)
           when resText::Contains("HIT BY")
               add 1 to TT-HBP(spIdx, tripIdx)
           when resText::Contains("STRIKEOUT") or resText::Contains("STRUCK OUT")
               add 1 to TT-AB(spIdx, tripIdx) TT-SO(spIdx, tripIdx)
           when resText::Contains("SAC") and resText::Contains("FLY")
               add 1 to TT-SF(spIdx, tripIdx)
           when resText::Contains("SAC")
               continue
           when other
               add 1 to TT-AB(spIdx, tripIdx)
           end-evaluate.
       end method.

      *    the starter's header and one line per trip.
       method-id showStarter protected.
       local-storage section.
       01  tripIdx         type Int32.
       01  tripLabel       type String.
       01  avgN            type Double.
       01  obpN            type Double.
       01  slgN            type Double.
       01  kPct            type Double.
       01  bbPct           type Double.
       01  perPa           type Double.
       01  onBaseDen       type Int32.
       01  totalBases      type Int32.
       procedure division using by value spIdx as type Int32.
           invoke lbReport::Items::Add(TT-SP-NAME(spIdx)::Trim & "  (" &
               TT-SP-GAMES(spIdx) & " start(s))")
           perform varying tripIdx from 1 by 1 until tripIdx > 4
               if TT-PA(spIdx, tripIdx) > 0
                   if tripIdx = 4
                       set tripLabel to "   4+ "
                   else
                       set tripLabel to "   " & tripIdx::ToString & "  "
                   end-if
                   set avgN to 0
                   set obpN to 0
                   set slgN to 0
                   if TT-AB(spIdx, tripIdx) > 0
                       compute avgN = TT-H(spIdx, tripIdx) / TT-AB(spIdx, tripIdx)
                       compute totalBases = TT-H(spIdx, tripIdx) +
                           TT-2B(spIdx, tripIdx) + (2 * TT-3B(spIdx, tripIdx)) +
                           (3 * TT-HR(spIdx, tripIdx))
                       compute slgN = totalBases / TT-AB(spIdx, tripIdx)
                   end-if
                   compute onBaseDen = TT-AB(spIdx, tripIdx) +
                       TT-BB(spIdx, tripIdx) + TT-HBP(spIdx, tripIdx) +
                       TT-SF(spIdx, tripIdx)
                   if onBaseDen > 0
                       compute obpN = (TT-H(spIdx, tripIdx) +
                           TT-BB(spIdx, tripIdx) + TT-HBP(spIdx, tripIdx))
                           / onBaseDen
                   end-if
                   compute kPct = TT-SO(spIdx, tripIdx) * 100 / TT-PA(spIdx, tripIdx)
                   compute bbPct = TT-BB(spIdx, tripIdx) * 100 / TT-PA(spIdx, tripIdx)
                   compute perPa = TT-PITCHES(spIdx, tripIdx) / TT-PA(spIdx, tripIdx)
                   invoke lbReport::Items::Add(tripLabel & "            " &
                       TT-PA(spIdx, tripIdx) & "  " & avgN::ToString(".000") &
                       "  " & obpN::ToString(".000") & "  " &
                       slgN::ToString(".000") & "  " & kPct::ToString("0.0") &
                       "  " & bbPct::ToString("0.0") & "  " &
                       TT-PITCHES(spIdx, tripIdx) & "  " & perPa::ToString("0.0"))
               end-if
           end-perform.
       end method.

       end class.
