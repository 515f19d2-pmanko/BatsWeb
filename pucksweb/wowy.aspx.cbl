      * with-or-without-you on-ice pairings for one skater.
      * summaryFwdLinesDefPairs.aspx.cbl shows how whole lines and
      * pairs did together, one game at a time; this answers who is
      * carrying whom. For the selected skater's club games in the
      * date range it makes the per-game PK360APP call (the JSON data
      * service's) and lays every shift row of the skater and each
      * current teammate on a second-by-second on-ice grid per
      * period. Against every teammate the time, the on-ice shot
      * attempts and the on-ice goals fall in three cases: the two
      * together, the skater without the teammate, the teammate
      * without the skater -- each with its attempt share and goal
      * share. Teammates under the minimum time together (minutes,
      * default 50) are left off; the rest list most time together
      * first. Teammates are the skaters PLAY-FILE carries on the
      * skater's club today, matched by the official id the event
      * table carries, so a player since traded away drops off.
       class-id pucksweb.wowy is partial
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
       01  WS-MIN-TOGETHER             PIC 9(4) VALUE 50.
       01  WS-OUR-TEAM                 PIC X(15).
       01  WS-SUBJECT-ID               PIC X(7).
       01  WS-SUBJECT-NAME             PIC X(30).
       01  WS-PLAYER-ID                PIC X(7).
       01  WS-EVT-COUNT                PIC 9(4) VALUE 0.
       01  WS-TOI-COUNT                PIC 9(4) VALUE 0.
       01  WS-GAMES                    PIC 9(4) VALUE 0.
       01  WS-PCT-DISP                 PIC ZZ9.9.
       01  WS-MIN-DISP                 PIC ZZZ9.
      *    the skater's current teammates, by official id.
       01  nameById        type Dictionary[String, String].
       01  rowById         type Dictionary[String, type Int32].
      *    one period's on-ice grid: row 1 the skater, then a row
      *    per teammate (same order as WY-ROW). Second n is the
      *    interval n-1 to n; an event at n counts against second n.
       01  ON-ICE-GRID.
           05  ON-ROW OCCURS 41 TIMES.
               10  ON-SEC OCCURS 1500 TIMES PIC X.
      *    per teammate; case subscripts: 1 together, 2 the
      *    skater without the teammate, 3 the teammate without.
       01  WY-TABLE.
           05  WY-ROW OCCURS 40 TIMES.
               10  WY-ID               PIC X(7).
               10  WY-NAME             PIC X(30).
               10  WY-CASE OCCURS 3 TIMES.
                   15  WY-SECS         PIC 9(6).
                   15  WY-CF           PIC 9(5).
                   15  WY-CA           PIC 9(5).
                   15  WY-GF           PIC 9(4).
                   15  WY-GA           PIC 9(4).
       01  WY-COUNT                    PIC 9(4) VALUE 0.
       01  WY-SWAP-ROW.
           05  WY-SWAP-ID              PIC X(7).
           05  WY-SWAP-NAME            PIC X(30).
           05  WY-SWAP-CASE OCCURS 3 TIMES.
               10  WY-SWAP-SECS        PIC 9(6).
               10  WY-SWAP-CF          PIC 9(5).
               10  WY-SWAP-CA          PIC 9(5).
               10  WY-SWAP-GF          PIC 9(4).
               10  WY-SWAP-GA          PIC 9(4).
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
           set tbFromDate::Text to type DateTime::Today::AddYears(-1)::ToString("yyyyMMdd")
           set tbToDate::Text to type DateTime::Today::ToString("yyyyMMdd")
           set tbMinToi::Text to "50"
           goback.
       end method.

       method-id btnReport_Click protected.
       local-storage section.
       01  rowIdx          type Int32.
       01  caseIdx         type Int32.
       01  minEntered      type Int32.
       procedure division using by value sender as object e as type System.EventArgs.
           invoke lbWowy::Items::Clear.
           set lblMsg::Text to ""
           move 0 to WS-FROM-DATE WS-TO-DATE
           invoke type Int32::TryParse(tbFromDate::Text::Trim(), by reference WS-FROM-DATE)
           invoke type Int32::TryParse(tbToDate::Text::Trim(), by reference WS-TO-DATE)
           if tbPlayer::Text::Trim() = "" or WS-FROM-DATE = 0 or WS-TO-DATE = 0
               set lblMsg::Text to "Enter the player (Last, First) and the date range (YYYYMMDD)."
               exit method.
           move 50 to WS-MIN-TOGETHER
           if type Int32::TryParse(tbMinToi::Text::Trim(), by reference minEntered)
               if minEntered >= 0 and minEntered < 10000
                   move minEntered to WS-MIN-TOGETHER
               end-if
           end-if

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

      *    the skater first, by name, for the official id and
      *    the club.
           OPEN INPUT PLAY-FILE.
           IF STATUS2-BYTE-1 NOT EQUAL ZEROES
               set lblMsg::Text to "Unable to open the player file."
               exit method.
           MOVE SPACES TO PLAY-ALT-KEY1
           unstring tbPlayer::Text::Trim delimited ", " into play-last-name, play-first-name
           READ PLAY-FILE KEY PLAY-ALT-KEY1
               INVALID KEY
                   CLOSE PLAY-FILE
                   set lblMsg::Text to tbPlayer::Text::Trim & " not found -- enter Last, First."
                   exit method.
           MOVE PLAY-NHL-ID-R TO WS-SUBJECT-ID
           MOVE PLAY-TEAM-NAME TO WS-OUR-TEAM
           set WS-SUBJECT-NAME to PLAY-LAST-NAME::Trim & ", " & PLAY-FIRST-NAME::Trim
           CLOSE PLAY-FILE.
           if WS-SUBJECT-ID = spaces or WS-SUBJECT-ID = "0000000"
               set lblMsg::Text to WS-SUBJECT-NAME::Trim & " has no official id on file."
               exit method.

      *    then the club's other skaters.
           set nameById to new Dictionary[String, String]
           set rowById to new Dictionary[String, type Int32]
           move 0 to WY-COUNT
           perform varying rowIdx from 1 by 1 until rowIdx > 40
               move spaces to WY-ID(rowIdx) WY-NAME(rowIdx)
               perform varying caseIdx from 1 by 1 until caseIdx > 3
                   move 0 to WY-SECS(rowIdx, caseIdx) WY-CF(rowIdx, caseIdx)
                             WY-CA(rowIdx, caseIdx) WY-GF(rowIdx, caseIdx)
                             WY-GA(rowIdx, caseIdx)
               end-perform
           end-perform
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
            OR WS-PLAYER-ID = WS-SUBJECT-ID
               GO TO PLAY-LOOP.
           IF WY-COUNT >= 40
               GO TO PLAY-DONE.
           if nameById::ContainsKey(WS-PLAYER-ID) = false
               add 1 to WY-COUNT
               move WS-PLAYER-ID to WY-ID(WY-COUNT)
               set WY-NAME(WY-COUNT) to PLAY-LAST-NAME::Trim & ", " & PLAY-FIRST-NAME::Trim
               invoke nameById::Add(WS-PLAYER-ID, WY-NAME(WY-COUNT))
               invoke rowById::Add(WS-PLAYER-ID, WY-COUNT)
           end-if
           GO TO PLAY-LOOP.
       PLAY-DONE.
           CLOSE PLAY-FILE.
           if WY-COUNT = 0
               set lblMsg::Text to "No teammates with official ids on file for " &
                   WS-OUR-TEAM::Trim & "."
               exit method.

           move 0 to WS-GAMES
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
           if GAME-HOME-TEAM not = WS-OUR-TEAM
            and type pucksweb.gameNumber::baseName(GAME-VISITORS::Trim) not = WS-OUR-TEAM::Trim
               GO TO GAME-LOOP.
           add 1 to WS-GAMES
           initialize LK-FIELDS
           move GAME-DATE-1 to LK-GAME-DATE-1
           move GAME-HOME-TEAM to LK-GAME-HOME
           move GAME-VISITORS to LK-GAME-VISITORS
           call "PK360APP" using LK-FIELDS
           invoke self::scanGame
           GO TO GAME-LOOP.
       GAME-DONE.
           CLOSE GAME-FILE.

           if WS-GAMES = 0
               set lblMsg::Text to "No finished games for " & WS-OUR-TEAM::Trim &
                   " in that range."
               exit method.
           invoke self::showWowy
           set lblMsg::Text to WS-SUBJECT-NAME::Trim & " (" & WS-OUR-TEAM::Trim &
               "), " & WS-GAMES & " game(s); teammates with at least " &
               WS-MIN-TOGETHER & " minutes together."
       end method.

      *    one game, a period at a time on the on-ice grid.
       method-id scanGame private.
       local-storage section.
       01  evtIdx          type Int32.
       01  toiIdx          type Int32.
       01  periodNo        type Int32.
       01  lastPeriod      type Int32.
       procedure division.
           move 0 to WS-EVT-COUNT WS-TOI-COUNT
           set lastPeriod to 0
           perform varying evtIdx from 1 by 1
                   until evtIdx > 3000 or LK-E-PRD(evtIdx) = 0
               move evtIdx to WS-EVT-COUNT
               if LK-E-PRD(evtIdx) > lastPeriod
                   set lastPeriod to LK-E-PRD(evtIdx)
               end-if
           end-perform
           perform varying toiIdx from 1 by 1
                   until toiIdx > 3000 or LK-T-PRD(toiIdx) = 0
               move toiIdx to WS-TOI-COUNT
           end-perform
           perform varying periodNo from 1 by 1 until periodNo > lastPeriod
               invoke self::scanPeriod(periodNo)
           end-perform.
       end method.

       method-id scanPeriod private.
       local-storage section.
       01  toiIdx          type Int32.
       01  evtIdx          type Int32.
       01  gridRow         type Int32.
       01  mateIdx         type Int32.
       01  secIdx          type Int32.
       01  firstSec        type Int32.
       01  lastSec         type Int32.
       01  subjectOn       type Int32.
       01  caseIdx         type Int32.
       procedure division using by value periodNo as type Int32.
           move spaces to ON-ICE-GRID
           set subjectOn to 0
           perform varying toiIdx from 1 by 1 until toiIdx > WS-TOI-COUNT
               if LK-T-PRD(toiIdx) = periodNo
                   set gridRow to 0
                   if LK-T-PLAYERID(toiIdx) = WS-SUBJECT-ID
                       set gridRow to 1
                       set subjectOn to 1
                   else
                       if rowById::ContainsKey(LK-T-PLAYERID(toiIdx))
                           set gridRow to rowById[LK-T-PLAYERID(toiIdx)]
                           add 1 to gridRow
                       end-if
                   end-if
                   if gridRow > 0
                       compute firstSec = LK-T-PRD-TIME-SECS(toiIdx) + 1
                       compute lastSec = LK-T-PRD-TIME-SECS(toiIdx) + LK-T-DURATION(toiIdx)
                       if lastSec > 1500
                           set lastSec to 1500
                       end-if
                       perform varying secIdx from firstSec by 1 until secIdx > lastSec
                           move "Y" to ON-SEC(gridRow, secIdx)
                       end-perform
                   end-if
               end-if
           end-perform
      *    a period the skater sat out entirely (scratched, or
      *    not yet called up) says nothing about either of them.
           if subjectOn = 0
               exit method.

           perform varying mateIdx from 1 by 1 until mateIdx > WY-COUNT
               compute gridRow = mateIdx + 1
               perform varying secIdx from 1 by 1 until secIdx > 1500
                   set caseIdx to self::caseAt(gridRow, secIdx)
                   if caseIdx > 0
                       add 1 to WY-SECS(mateIdx, caseIdx)
                   end-if
               end-perform
           end-perform

           perform varying evtIdx from 1 by 1 until evtIdx > WS-EVT-COUNT
               if LK-E-PRD(evtIdx) = periodNo
                and LK-E-SHOT-TYPE(evtIdx) not = spaces
                and LK-E-PRD-TIME-SECS(evtIdx) >= 1
                and LK-E-PRD-TIME-SECS(evtIdx) <= 1500
                   set secIdx to LK-E-PRD-TIME-SECS(evtIdx)
                   perform varying mateIdx from 1 by 1 until mateIdx > WY-COUNT
                       compute gridRow = mateIdx + 1
                       set caseIdx to self::caseAt(gridRow, secIdx)
                       if caseIdx > 0
                           if LK-E-ATEAM(evtIdx) = WS-OUR-TEAM
                               add 1 to WY-CF(mateIdx, caseIdx)
                               if LK-E-CLIP-TYPE-CODE(evtIdx) = "GOAL"
                                   add 1 to WY-GF(mateIdx, caseIdx)
                               end-if
                           else
                               add 1 to WY-CA(mateIdx, caseIdx)
                               if LK-E-CLIP-TYPE-CODE(evtIdx) = "GOAL"
                                   add 1 to WY-GA(mateIdx, caseIdx)
                               end-if
                           end-if
                       end-if
                   end-perform
               end-if
           end-perform.
       end method.

      *    1 both on, 2 the skater only, 3 the teammate only,
      *    0 neither.
       method-id caseAt private.
       procedure division using by value gridRow as type Int32
                                 by value secIdx as type Int32
                          returning caseIdx as type Int32.
           set caseIdx to 0
           if ON-SEC(1, secIdx) = "Y"
               if ON-SEC(gridRow, secIdx) = "Y"
                   set caseIdx to 1
               else
                   set caseIdx to 2
               end-if
           else
               if ON-SEC(gridRow, secIdx) = "Y"
                   set caseIdx to 3
               end-if
           end-if.
       end method.

      *    "for share" to one decimal, or dashes when there is
      *    nothing to share.
       method-id shareText private.
       local-storage section.
       01  shareTotal      type Int32.
       procedure division using by value countFor as type Int32
                                 by value countAgainst as type Int32
                          returning shareOut as String.
           compute shareTotal = countFor + countAgainst
           if shareTotal = 0
               set shareOut to "  -- "
               exit method.
           compute WS-PCT-DISP ROUNDED = countFor * 100 / shareTotal
           set shareOut to WS-PCT-DISP.
       end method.

      *    one case: minutes, attempt share, goal share.
       method-id caseText private.
       procedure division using by value mateIdx as type Int32
                                 by value caseIdx as type Int32
                          returning caseOut as String.
           divide WY-SECS(mateIdx, caseIdx) by 60 giving WS-MIN-DISP
           set caseOut to WS-MIN-DISP & " " &
               self::shareText(WY-CF(mateIdx, caseIdx), WY-CA(mateIdx, caseIdx)) & " " &
               self::shareText(WY-GF(mateIdx, caseIdx), WY-GA(mateIdx, caseIdx)).
       end method.

      *    teammates over the minimum, most time together first.
       method-id showWowy private.
       local-storage section.
       01  mateIdx         type Int32.
       01  sortI           type Int32.
       01  sortJ           type Int32.
       01  nextJ           type Int32.
       01  minSecs         type Int32.
       01  shownCount      type Int32.
       procedure division.
           perform varying sortI from 1 by 1 until sortI >= WY-COUNT
               perform varying sortJ from 1 by 1 until sortJ > WY-COUNT - sortI
                   compute nextJ = sortJ + 1
                   if WY-SECS(nextJ, 1) > WY-SECS(sortJ, 1)
                       move WY-ROW(sortJ) to WY-SWAP-ROW
                       move WY-ROW(nextJ) to WY-ROW(sortJ)
                       move WY-SWAP-ROW to WY-ROW(nextJ)
                   end-if
               end-perform
           end-perform

           compute minSecs = WS-MIN-TOGETHER * 60
           invoke lbWowy::Items::Add("TEAMMATE                        TOGETHER          " &
               "WITHOUT TEAMMATE  TEAMMATE WITHOUT")
           invoke lbWowy::Items::Add("                                 MIN  CF%   GF%   " &
               " MIN  CF%   GF%    MIN  CF%   GF%")
           set shownCount to 0
           perform varying mateIdx from 1 by 1 until mateIdx > WY-COUNT
               if WY-SECS(mateIdx, 1) >= minSecs and WY-SECS(mateIdx, 1) > 0
                   invoke lbWowy::Items::Add(WY-NAME(mateIdx) & "  " &
                       self::caseText(mateIdx, 1) & "   " &
                       self::caseText(mateIdx, 2) & "   " &
                       self::caseText(mateIdx, 3))
                   add 1 to shownCount
               end-if
           end-perform
           if shownCount = 0
               invoke lbWowy::Items::Add("No teammate reached the minimum time together.")
           end-if.
       end method.

       end class.
