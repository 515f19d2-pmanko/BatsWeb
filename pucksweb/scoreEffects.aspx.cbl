      * score-state effects. strengthSplits.aspx.cbl splits a
      * player's numbers by strength, but a club plays a different
      * game up two than tied, and the staff wants to know how early
      * we sit back on a lead. For every finished game in the date
      * range this makes the per-game PK360APP call (the JSON data
      * service's) and rebuilds the game's scoreline from the running
      * score each goal event carries (LK-E-HOME-SCORE/VIS-SCORE -- a
      * goal whose carried score didn't move is counted up by one for
      * the scoring side, so a stale field can't freeze the state).
      * Every charted shot attempt is placed in the state standing
      * before it: leading by 2+, leading by 1, tied, trailing by 1,
      * trailing by 2+. The team view lists attempts for and against,
      * shot share, goals and game time per state for the club, the
      * league's shot share per state off every game read, and each
      * state's share against the tied share for both -- the shift
      * the staff is asking about. The player view does the same per
      * skater from the shift rows, on-ice attempts and goals and ice
      * time in each state, heaviest ice time first. Skaters are
      * matched to the club through PLAY-FILE by the official id the
      * event table carries.
       class-id pucksweb.scoreEffects is partial
                inherits type System.Web.UI.Page public.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
          SELECT GAME-FILE ASSIGN LK-GAME-FILE
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS GAME-KEY
              LOCK MANUAL
              FILE STATUS IS STATUS-COMN.

          SELECT PLAY-FILE ASSIGN LK-PLAYER-FILE
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS PLAY-KEY
              ALTERNATE KEY IS PLAY-ALT-KEY1
              ALTERNATE KEY IS PLAY-ALT-KEY2
              LOCK MANUAL
              FILE STATUS IS STATUS-COMN2.

       file section.
       COPY "y:\SYDEXsource\FDS\FDPKGAME.CBL".
       COPY "Y:\SYDEXSOURCE\FDS\FDPKPLAY.CBL".

       working-storage section.
       copy "y:\sydexsource\pucks\pucksglobal.cpb".
       COPY "y:\sydexsource\pucks\wspuckf.CBL".
       77  WS-NETWORK-FLAG             PIC X      VALUE "A".
       01  STATUS-COMN.
           05  STATUS-BYTE-1           PIC X      VALUE SPACES.
           05  STATUS-BYTE-2           PIC X      VALUE SPACES.
       01  STATUS-COMN2.
           05  STATUS2-BYTE-1          PIC X      VALUE SPACES.
           05  STATUS2-BYTE-2          PIC X      VALUE SPACES.
       01  WS-FROM-DATE                PIC 9(8) VALUE 0.
       01  WS-TO-DATE                  PIC 9(8) VALUE 0.
       01  WS-OUR-TEAM                 PIC X(15).
       01  WS-PLAYER-ID                PIC X(7).
       01  WS-OUR-GAME                 PIC X.
       01  WS-OUR-HOME                 PIC X.
       01  WS-EVT-COUNT                PIC 9(4) VALUE 0.
       01  WS-TOI-COUNT                PIC 9(4) VALUE 0.
       01  WS-GAMES                    PIC 9(4) VALUE 0.
       01  WS-OUR-GAMES                PIC 9(4) VALUE 0.
      *    the score standing at a point in the game.
       01  WS-STAND-HOME               PIC 9(2).
       01  WS-STAND-VIS                PIC 9(2).
       01  WS-PCT-DISP                 PIC ZZ9.9.
       01  WS-DIFF-DISP                PIC -ZZ9.9.
       01  WS-MIN-DISP                 PIC ZZZ9.
      *    the club's skaters, by official id, from PLAY-FILE.
       01  nameById        type Dictionary[String, String].
      *    one game's goals in order, with the score after each.
       01  GOAL-TABLE.
           05  GL-ROW OCCURS 40 TIMES.
               10  GL-PRD              PIC 9(2).
               10  GL-SECS             PIC 9(5).
               10  GL-HOME             PIC 9(2).
               10  GL-VIS              PIC 9(2).
       01  GL-COUNT                    PIC 9(4) VALUE 0.
      *    state subscripts: 1 leading by 2+, 2 leading by 1,
      *    3 tied, 4 trailing by 1, 5 trailing by 2+.
       01  STATE-LABELS                PIC X(40) VALUE
           "LEAD 2+ LEAD 1  TIED    TRAIL 1 TRAIL 2+".
       01  STATE-LABELS-R REDEFINES STATE-LABELS.
           05  STATE-LABEL OCCURS 5 TIMES PIC X(8).
       01  TEAM-STATE-TABLE.
           05  TS-ROW OCCURS 5 TIMES.
               10  TS-CF               PIC 9(6).
               10  TS-CA               PIC 9(6).
               10  TS-GF               PIC 9(4).
               10  TS-GA               PIC 9(4).
               10  TS-SECS             PIC 9(7).
       01  LEAGUE-STATE-TABLE.
           05  LG-ROW OCCURS 5 TIMES.
               10  LG-CF               PIC 9(7).
               10  LG-CA               PIC 9(7).
      *    one row per skater.
       01  PL-TABLE.
           05  PL-ROW OCCURS 60 TIMES.
               10  PL-ID               PIC X(7).
               10  PL-NAME             PIC X(30).
               10  PL-TOTAL-SECS       PIC 9(7).
               10  PL-STATE OCCURS 5 TIMES.
                   15  PL-CF           PIC 9(5).
                   15  PL-CA           PIC 9(5).
                   15  PL-GF           PIC 9(4).
                   15  PL-GA           PIC 9(4).
                   15  PL-SECS         PIC 9(6).
       01  PL-COUNT                    PIC 9(4) VALUE 0.
       01  PL-SWAP-ROW.
           05  PL-SWAP-ID              PIC X(7).
           05  PL-SWAP-NAME            PIC X(30).
           05  PL-SWAP-TOTAL-SECS      PIC 9(7).
           05  PL-SWAP-STATE OCCURS 5 TIMES.
               10  PL-SWAP-CF          PIC 9(5).
               10  PL-SWAP-CA          PIC 9(5).
               10  PL-SWAP-GF          PIC 9(4).
               10  PL-SWAP-GA          PIC 9(4).
               10  PL-SWAP-SECS        PIC 9(6).
      *    the PK360 dialog interface -- same table shape the
      *    JSON data service hands the engine (see Default.aspx.cbl's
      *    GET-DATA), kept in sync with it.
       01  LK-FIELDS.
          05  LK-GAME-KEY.
               10  LK-GAME-DATE-1.
                   15  LK-GAME-DATE-YYYY           PIC 9999.
                   15  LK-GAME-DATE-MM             PIC 99.
                   15  LK-GAME-DATE-DD             PIC 99.
               10  LK-GAME-HOME                PIC X(15).
               10  LK-GAME-VISITORS            PIC X(15).
          05  LK-EVENT-TABLE OCCURS 3000 TIMES.
               10  LK-E-PRD                    PIC 99.
               10  LK-E-PRD-TIME-SECS        PIC 9(5).
               10  LK-E-PRD-CLOCK            PIC X(5).
               10  LK-E-VIS-SCORE               PIC 9(2).
               10  LK-E-HOME-SCORE              PIC 9(2).
               10  LK-E-VIS-SKATERS            PIC 9.
               10  LK-E-HOME-SKATERS            PIC 9.
               10  LK-E-CLIP-TYPE.
                   15  LK-E-CLIP-TYPE-CODE         PIC X(4).
                   15  LK-E-CLIP-SUB-CODE         PIC X(4).
               10  LK-E-MEDIA-FILE                 PIC X(100).
               10  LK-E-MEDIA-DURATION         PIC 9(5)V9.
               10  LK-E-MEDIA-START-SECS         PIC 9(5)V9.
               10  LK-E-ZONE                 PIC X.
               10  LK-E-ATEAM                PIC X(15).
               10  LK-E-BTEAM                PIC X(15).
               10  LK-E-A-STRENGTH            PIC 9.
               10  LK-E-B-STRENGTH           PIC 9.
               10  LK-E-APLAYERID            PIC X(7).
               10  LK-E-BPLAYERID            PIC X(7).
               10  LK-E-SHOT-TYPE            PIC XX.
               10  LK-E-EMPTY-NET            PIC X.
               10  LK-E-GOALZONE            PIC X.
               10  LK-E-X                     PIC 9(4).
               10  LK-E-Y                     PIC 9(4).
               10  LK-E-AREASON              PIC X(50).
           05  LK-TOI-TABLE OCCURS 3000 TIMES.
               10  LK-T-PLAYERID            PIC X(7).
               10  LK-T-PRD                    PIC 99.
               10  LK-T-PRD-TIME-SECS        PIC 9(5).
               10  LK-T-PRD-CLOCK            PIC X(5).
               10  LK-T-DURATION             PIC 9(5).
               10  LK-T-MEDIA-FILE                 PIC X(100).
               10  LK-T-MEDIA-DURATION         PIC 9(5)V9.
               10  LK-T-MEDIA-START-SECS         PIC 9(5)V9.
               10  LK-T-VIS-SKATERS            PIC 9.
               10  LK-T-HOME-SKATERS            PIC 9.
               10  LK-T-STRENGTH           PIC XX.
               10  LK-T-LAST            PIC X(15).
               10  LK-T-FIRST            PIC X(15).

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
           set tbFromDate::Text to type DateTime::Today::AddMonths(-1)::ToString("yyyyMMdd")
           set tbToDate::Text to type DateTime::Today::ToString("yyyyMMdd")
           goback.
       end method.

       method-id btnReport_Click protected.
       local-storage section.
       01  rowIdx          type Int32.
       01  stateIdx        type Int32.
       procedure division using by value sender as object e as type System.EventArgs.
           invoke lbTeam::Items::Clear.
           invoke lbPlayers::Items::Clear.
           set lblMsg::Text to ""
           move 0 to WS-FROM-DATE WS-TO-DATE
           invoke type Int32::TryParse(tbFromDate::Text::Trim(), by reference WS-FROM-DATE)
           invoke type Int32::TryParse(tbToDate::Text::Trim(), by reference WS-TO-DATE)
           if tbTeam::Text::Trim() = "" or WS-FROM-DATE = 0 or WS-TO-DATE = 0
               set lblMsg::Text to "Enter the club and the date range (YYYYMMDD)."
               exit method.
           MOVE tbTeam::Text::Trim::ToUpper TO WS-OUR-TEAM
           move 0 to PL-COUNT WS-GAMES WS-OUR-GAMES
           perform varying stateIdx from 1 by 1 until stateIdx > 5
               move 0 to TS-CF(stateIdx) TS-CA(stateIdx) TS-GF(stateIdx)
                         TS-GA(stateIdx) TS-SECS(stateIdx)
                         LG-CF(stateIdx) LG-CA(stateIdx)
           end-perform
           perform varying rowIdx from 1 by 1 until rowIdx > 60
               move spaces to PL-ID(rowIdx) PL-NAME(rowIdx)
               move 0 to PL-TOTAL-SECS(rowIdx)
               perform varying stateIdx from 1 by 1 until stateIdx > 5
                   move 0 to PL-CF(rowIdx, stateIdx) PL-CA(rowIdx, stateIdx)
                             PL-GF(rowIdx, stateIdx) PL-GA(rowIdx, stateIdx)
                             PL-SECS(rowIdx, stateIdx)
               end-perform
           end-perform

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

           set nameById to new Dictionary[String, String]
           OPEN INPUT PLAY-FILE.
           IF STATUS2-BYTE-1 NOT EQUAL ZEROES
               set lblMsg::Text to "Unable to open the player file."
               exit method.
       PLAY-LOOP.
           READ PLAY-FILE NEXT WITH NO LOCK
               AT END GO TO PLAY-DONE.
           IF PLAY-TEAM-NAME NOT = WS-OUR-TEAM OR PLAY-POS = "G"
               GO TO PLAY-LOOP.
           MOVE PLAY-NHL-ID-R TO WS-PLAYER-ID
           IF WS-PLAYER-ID = SPACES OR WS-PLAYER-ID = "0000000"
               GO TO PLAY-LOOP.
           if nameById::ContainsKey(WS-PLAYER-ID) = false
               invoke nameById::Add(WS-PLAYER-ID, PLAY-LAST-NAME::Trim & ", " &
                   PLAY-FIRST-NAME::Trim)
           end-if
           GO TO PLAY-LOOP.
       PLAY-DONE.
           CLOSE PLAY-FILE.

      *    every finished game in the range is read -- the
      *    league's shares come off all of them, the club's off its
      *    own.
           OPEN INPUT GAME-FILE.
           IF STATUS-BYTE-1 NOT EQUAL ZEROES
               set lblMsg::Text to "Unable to open the game file."
               exit method.
           INITIALIZE GAME-KEY.
           MOVE WS-FROM-DATE TO GAME-DATE-1.
           START GAME-FILE KEY NOT < GAME-KEY
               INVALID KEY
                   GO TO GAME-DONE.
       GAME-LOOP.
           READ GAME-FILE NEXT WITH NO LOCK
               AT END GO TO GAME-DONE.
           IF GAME-DATE-1 > WS-TO-DATE
               GO TO GAME-DONE.
           IF GAME-NHL-DONE NOT = "Y"
               GO TO GAME-LOOP.
           move "N" to WS-OUR-GAME WS-OUR-HOME
           if GAME-HOME-TEAM = WS-OUR-TEAM
               move "Y" to WS-OUR-GAME WS-OUR-HOME
           else
               if type pucksweb.gameNumber::baseName(GAME-VISITORS::Trim) = WS-OUR-TEAM::Trim
                   move "Y" to WS-OUR-GAME
               end-if
           end-if
           add 1 to WS-GAMES
           if WS-OUR-GAME = "Y"
               add 1 to WS-OUR-GAMES.
           initialize LK-FIELDS
           move GAME-DATE-1 to LK-GAME-DATE-1
           move GAME-HOME-TEAM to LK-GAME-HOME
           move GAME-VISITORS to LK-GAME-VISITORS
           call "PK360APP" using LK-FIELDS
           invoke self::scanGame
           GO TO GAME-LOOP.
       GAME-DONE.
           CLOSE GAME-FILE.

           if WS-OUR-GAMES = 0
               set lblMsg::Text to "No finished games for " & WS-OUR-TEAM::Trim &
                   " in that range."
               exit method.
           invoke self::showTeam
           invoke self::showPlayers
           set lblMsg::Text to "" & WS-OUR-GAMES & " of " & WS-GAMES &
               " league game(s) were " & WS-OUR-TEAM::Trim & "'s."
       end method.

      *    one game: its scoreline, then the attempts (every
      *    game) and the clock and shifts (the club's games).
       method-id scanGame private.
       local-storage section.
       01  evtIdx          type Int32.
       01  toiIdx          type Int32.
       01  homeState       type Int32.
       01  visState        type Int32.
       01  ourState        type Int32.
       01  homeShot        type String.
       procedure division.
           move 0 to WS-EVT-COUNT WS-TOI-COUNT
           perform varying evtIdx from 1 by 1
                   until evtIdx > 3000 or LK-E-PRD(evtIdx) = 0
               move evtIdx to WS-EVT-COUNT
           end-perform
           perform varying toiIdx from 1 by 1
                   until toiIdx > 3000 or LK-T-PRD(toiIdx) = 0
               move toiIdx to WS-TOI-COUNT
           end-perform
           invoke self::buildScoreline

           perform varying evtIdx from 1 by 1 until evtIdx > WS-EVT-COUNT
               if LK-E-SHOT-TYPE(evtIdx) not = spaces
                   invoke self::standingScore(LK-E-PRD(evtIdx), LK-E-PRD-TIME-SECS(evtIdx))
                   set homeState to self::stateFor(WS-STAND-HOME, WS-STAND-VIS)
                   compute visState = 6 - homeState
                   set homeShot to "N"
                   if LK-E-ATEAM(evtIdx) = LK-GAME-HOME
                       set homeShot to "Y"
                   end-if
                   if homeShot = "Y"
                       add 1 to LG-CF(homeState) LG-CA(visState)
                   else
                       add 1 to LG-CF(visState) LG-CA(homeState)
                   end-if
                   if WS-OUR-GAME = "Y"
                       if WS-OUR-HOME = "Y"
                           set ourState to homeState
                       else
                           set ourState to visState
                       end-if
                       if homeShot = WS-OUR-HOME
                           add 1 to TS-CF(ourState)
                           if LK-E-CLIP-TYPE-CODE(evtIdx) = "GOAL"
                               add 1 to TS-GF(ourState)
                           end-if
                       else
                           add 1 to TS-CA(ourState)
                           if LK-E-CLIP-TYPE-CODE(evtIdx) = "GOAL"
                               add 1 to TS-GA(ourState)
                           end-if
                       end-if
                   end-if
               end-if
           end-perform

           if WS-OUR-GAME = "Y"
               invoke self::clockByState
               invoke self::shiftsByState
           end-if.
       end method.

      *    the goals in order with the score after each, off the
      *    running score the goal events carry.
       method-id buildScoreline private.
       local-storage section.
       01  evtIdx          type Int32.
       01  runHome         type Int32.
       01  runVis          type Int32.
       01  newHome         type Int32.
       01  newVis          type Int32.
       procedure division.
           move 0 to GL-COUNT
           set runHome to 0
           set runVis to 0
           perform varying evtIdx from 1 by 1 until evtIdx > WS-EVT-COUNT
               if LK-E-CLIP-TYPE-CODE(evtIdx) = "GOAL" and GL-COUNT < 40
                   set newHome to LK-E-HOME-SCORE(evtIdx)
                   set newVis to LK-E-VIS-SCORE(evtIdx)
                   if LK-E-ATEAM(evtIdx) = LK-GAME-HOME
                       if newHome <= runHome
                           compute newHome = runHome + 1
                           set newVis to runVis
                       end-if
                   else
                       if newVis <= runVis
                           compute newVis = runVis + 1
                           set newHome to runHome
                       end-if
                   end-if
                   add 1 to GL-COUNT
                   move LK-E-PRD(evtIdx) to GL-PRD(GL-COUNT)
                   move LK-E-PRD-TIME-SECS(evtIdx) to GL-SECS(GL-COUNT)
                   move newHome to GL-HOME(GL-COUNT)
                   move newVis to GL-VIS(GL-COUNT)
                   set runHome to newHome
                   set runVis to newVis
               end-if
           end-perform.
       end method.

      *    the score standing just before this period and second
      *    -- a goal at the very second is still to come.
       method-id standingScore private.
       local-storage section.
       01  goalIdx         type Int32.
       procedure division using by value periodNo as type Int32
                                 by value atSecs as type Int32.
           move 0 to WS-STAND-HOME WS-STAND-VIS
           perform varying goalIdx from 1 by 1 until goalIdx > GL-COUNT
               if GL-PRD(goalIdx) < periodNo
                or (GL-PRD(goalIdx) = periodNo and GL-SECS(goalIdx) < atSecs)
                   move GL-HOME(goalIdx) to WS-STAND-HOME
                   move GL-VIS(goalIdx) to WS-STAND-VIS
               end-if
           end-perform.
       end method.

      *    1 leading by 2+ .. 5 trailing by 2+, from the first
      *    side's point of view.
       method-id stateFor private.
       local-storage section.
       01  scoreDiff       type Int32.
       procedure division using by value ownScore as type Int32
                                 by value oppScore as type Int32
                          returning stateIdx as type Int32.
           compute scoreDiff = ownScore - oppScore
           evaluate true
               when scoreDiff >= 2
                   set stateIdx to 1
               when scoreDiff = 1
                   set stateIdx to 2
               when scoreDiff = 0
                   set stateIdx to 3
               when scoreDiff = -1
                   set stateIdx to 4
               when other
                   set stateIdx to 5
           end-evaluate.
       end method.

      *    the state standing for the club at this point.
       method-id ourStateAt private.
       procedure division using by value periodNo as type Int32
                                 by value atSecs as type Int32
                          returning stateIdx as type Int32.
           invoke self::standingScore(periodNo, atSecs)
           if WS-OUR-HOME = "Y"
               set stateIdx to self::stateFor(WS-STAND-HOME, WS-STAND-VIS)
           else
               set stateIdx to self::stateFor(WS-STAND-VIS, WS-STAND-HOME).
       end method.

      *    game time in each state, second by second -- twenty
      *    minutes a regulation period, overtime to the last event
      *    charted in it.
       method-id clockByState private.
       local-storage section.
       01  evtIdx          type Int32.
       01  periodNo        type Int32.
       01  lastPeriod      type Int32.
       01  periodLen       type Int32.
       01  secIdx          type Int32.
       01  stateIdx        type Int32.
       01  nextSec         type Int32.
       procedure division.
           set lastPeriod to 0
           perform varying evtIdx from 1 by 1 until evtIdx > WS-EVT-COUNT
               if LK-E-PRD(evtIdx) > lastPeriod
                   set lastPeriod to LK-E-PRD(evtIdx)
               end-if
           end-perform
           perform varying periodNo from 1 by 1 until periodNo > lastPeriod
               set periodLen to 1200
               if periodNo > 3
                   set periodLen to 0
                   perform varying evtIdx from 1 by 1 until evtIdx > WS-EVT-COUNT
                       if LK-E-PRD(evtIdx) = periodNo
                        and LK-E-PRD-TIME-SECS(evtIdx) > periodLen
                           set periodLen to LK-E-PRD-TIME-SECS(evtIdx)
                       end-if
                   end-perform
               end-if
               perform varying secIdx from 0 by 1 until secIdx >= periodLen
                   compute nextSec = secIdx + 1
                   set stateIdx to self::ourStateAt(periodNo, nextSec)
                   add 1 to TS-SECS(stateIdx)
               end-perform
           end-perform.
       end method.

      *    each of the club's skater shifts: its seconds and its
      *    on-ice attempts, by the state standing at the time.
       method-id shiftsByState private.
       local-storage section.
       01  toiIdx          type Int32.
       01  evtIdx          type Int32.
       01  rowIdx          type Int32.
       01  secIdx          type Int32.
       01  nextSec         type Int32.
       01  shiftEnd        type Int32.
       01  stateIdx        type Int32.
       procedure division.
           perform varying toiIdx from 1 by 1 until toiIdx > WS-TOI-COUNT
               if nameById::ContainsKey(LK-T-PLAYERID(toiIdx))
                   set rowIdx to self::findOrAddSkater("" & LK-T-PLAYERID(toiIdx),
                       nameById[LK-T-PLAYERID(toiIdx)])
                   if rowIdx > 0
                       compute shiftEnd = LK-T-PRD-TIME-SECS(toiIdx) + LK-T-DURATION(toiIdx)
                       perform varying secIdx from LK-T-PRD-TIME-SECS(toiIdx) by 1
                               until secIdx >= shiftEnd
                           compute nextSec = secIdx + 1
                           set stateIdx to self::ourStateAt(LK-T-PRD(toiIdx), nextSec)
                           add 1 to PL-SECS(rowIdx, stateIdx) PL-TOTAL-SECS(rowIdx)
                       end-perform
                       perform varying evtIdx from 1 by 1 until evtIdx > WS-EVT-COUNT
                           if LK-E-PRD(evtIdx) = LK-T-PRD(toiIdx)
                            and LK-E-PRD-TIME-SECS(evtIdx) > LK-T-PRD-TIME-SECS(toiIdx)
                            and LK-E-PRD-TIME-SECS(evtIdx) <= shiftEnd
                            and LK-E-SHOT-TYPE(evtIdx) not = spaces
                               set stateIdx to self::ourStateAt(LK-E-PRD(evtIdx),
                                   LK-E-PRD-TIME-SECS(evtIdx))
                               if LK-E-ATEAM(evtIdx) = WS-OUR-TEAM
                                   add 1 to PL-CF(rowIdx, stateIdx)
                                   if LK-E-CLIP-TYPE-CODE(evtIdx) = "GOAL"
                                       add 1 to PL-GF(rowIdx, stateIdx)
                                   end-if
                               else
                                   add 1 to PL-CA(rowIdx, stateIdx)
                                   if LK-E-CLIP-TYPE-CODE(evtIdx) = "GOAL"
                                       add 1 to PL-GA(rowIdx, stateIdx)
                                   end-if
                               end-if
                           end-if
                       end-perform
                   end-if
               end-if
           end-perform.
       end method.

       method-id findOrAddSkater private.
       local-storage section.
       01  searchIdx       type Int32.
       procedure division using by value playerId as String
                                 by value playerName as String
                          returning rowIdx as type Int32.
           set rowIdx to 0
           perform varying searchIdx from 1 by 1 until searchIdx > PL-COUNT
               if PL-ID(searchIdx) = playerId
                   set rowIdx to searchIdx
                   exit method
               end-if
           end-perform
           if PL-COUNT < 60
               add 1 to PL-COUNT
               set rowIdx to PL-COUNT
               move playerId to PL-ID(rowIdx)
               move playerName to PL-NAME(rowIdx)
           end-if.
       end method.

      *    attempts-for share, one decimal, into WS-PCT-DISP.
       method-id shareOf private.
       local-storage section.
       01  shotTotal       type Int32.
       procedure division using by value shotsFor as type Int32
                                 by value shotsAgainst as type Int32
                          returning sharePct as type Decimal.
           set sharePct to 0
           compute shotTotal = shotsFor + shotsAgainst
           if shotTotal > 0
               compute sharePct ROUNDED = shotsFor * 100 / shotTotal.
           move sharePct to WS-PCT-DISP.
       end method.

      *    the club per state against the league, and each
      *    state's share against the tied share for both.
       method-id showTeam private.
       local-storage section.
       01  stateIdx        type Int32.
       01  ourShare        type Decimal.
       01  lgShare         type Decimal.
       01  ourTied         type Decimal.
       01  lgTied          type Decimal.
       01  shareShift      type Decimal.
       01  rowText         type String.
       procedure division.
           set ourTied to self::shareOf(TS-CF(3), TS-CA(3))
           set lgTied to self::shareOf(LG-CF(3), LG-CA(3))
           invoke lbTeam::Items::Add(
               "STATE      CF-CA      CF%   GF-GA   MIN   LEAGUE CF%   VS TIED: US  LEAGUE")
           perform varying stateIdx from 1 by 1 until stateIdx > 5
               set ourShare to self::shareOf(TS-CF(stateIdx), TS-CA(stateIdx))
               set rowText to STATE-LABEL(stateIdx) & "  " & TS-CF(stateIdx)::ToString &
                   "-" & TS-CA(stateIdx)::ToString & "  " & WS-PCT-DISP & "  " &
                   TS-GF(stateIdx)::ToString & "-" & TS-GA(stateIdx)::ToString
               divide TS-SECS(stateIdx) by 60 giving WS-MIN-DISP
               set lgShare to self::shareOf(LG-CF(stateIdx), LG-CA(stateIdx))
               set rowText to rowText & "  " & WS-MIN-DISP & "     " & WS-PCT-DISP
               compute shareShift = ourShare - ourTied
               move shareShift to WS-DIFF-DISP
               set rowText to rowText & "       " & WS-DIFF-DISP
               compute shareShift = lgShare - lgTied
               move shareShift to WS-DIFF-DISP
               set rowText to rowText & "  " & WS-DIFF-DISP
               invoke lbTeam::Items::Add(rowText)
           end-perform.
       end method.

      *    per skater, heaviest ice time first, a line per state.
       method-id showPlayers private.
       local-storage section.
       01  rowIdx          type Int32.
       01  stateIdx        type Int32.
       01  sortI           type Int32.
       01  sortJ           type Int32.
       01  nextJ           type Int32.
       01  shareHold       type Decimal.
       01  rowText         type String.
       procedure division.
           perform varying sortI from 1 by 1 until sortI >= PL-COUNT
               perform varying sortJ from 1 by 1 until sortJ > PL-COUNT - sortI
                   compute nextJ = sortJ + 1
                   if PL-TOTAL-SECS(nextJ) > PL-TOTAL-SECS(sortJ)
                       move PL-ROW(sortJ) to PL-SWAP-ROW
                       move PL-ROW(nextJ) to PL-ROW(sortJ)
                       move PL-SWAP-ROW to PL-ROW(nextJ)
                   end-if
               end-perform
           end-perform

           perform varying rowIdx from 1 by 1 until rowIdx > PL-COUNT
               invoke lbPlayers::Items::Add(PL-NAME(rowIdx)::Trim &
                   "   (on-ice, CF-CA  CF%  GF-GA  MIN)")
               perform varying stateIdx from 1 by 1 until stateIdx > 5
                   set shareHold to self::shareOf(PL-CF(rowIdx, stateIdx),
                       PL-CA(rowIdx, stateIdx))
                   set rowText to "    " & STATE-LABEL(stateIdx) & "  " &
                       PL-CF(rowIdx, stateIdx)::ToString & "-" &
                       PL-CA(rowIdx, stateIdx)::ToString & "  " & WS-PCT-DISP &
                       "  " & PL-GF(rowIdx, stateIdx)::ToString & "-" &
                       PL-GA(rowIdx, stateIdx)::ToString
                   divide PL-SECS(rowIdx, stateIdx) by 60 giving WS-MIN-DISP
                   set rowText to rowText & "  " & WS-MIN-DISP
                   invoke lbPlayers::Items::Add(rowText)
               end-perform
           end-perform.
       end method.

       end class.
