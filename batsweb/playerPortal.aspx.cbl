      * the player's own portal -- the one screen a player-portal
      * login (WEBPASS-LEVEL "P", created on playerAccounts.aspx.cbl)
      * reaches. The account carries the player's PMAST-ID, and the
      * session holds it as "playerId"; nothing on this screen takes
      * a player name or id from the browser. The player's spellings
      * come off the master file (playerMaster.aspx.cbl), the season's
      * games load through the gameSummary engine, and every at-bat is
      * read with the per-at-bat "VA" detail the way
      * catcherFraming.aspx.cbl walks them -- but only at-bats where
      * one of those spellings is the batter (or, picked as pitching,
      * the pitcher) are kept. Everything shown is built from those
      * at-bats alone: the game log, the breakdown by result and by
      * pitch location, the spray and zone charts
      * (playerPortalChart.aspx.cbl draws them from what this screen
      * leaves in the session), and the clip list, which queues only
      * those at-bats' video in the clip player. The development
      * notes listed are the ones a coach has marked shared on
      * devNotes.aspx.cbl; the scouting notes are never read here.
      * Global.asax.cbl keeps a portal session off every other page.
       class-id batsweb.playerPortal is partial
                inherits type System.Web.UI.Page public.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       $SET CALLFH"EXTFH"
       $SET DATACOMPRESS"1"
        SELECT LEAGUE-FILE ASSIGN WS-LEAGUE-FILE
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS LEAGUE-KEY
              LOCK MANUAL
              FILE STATUS IS STATUS-COMN.

        SELECT PLAYER-MASTER-FILE ASSIGN WS-PLAYER-MASTER-FILE
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS PMAST-KEY
              ALTERNATE KEY IS PMAST-ID WITH DUPLICATES
              LOCK MANUAL
              FILE STATUS IS STATUS-COMN2.

        SELECT DEV-FILE ASSIGN WS-DEV-FILE
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS DEV-KEY
              LOCK MANUAL
              FILE STATUS IS STATUS-COMN3.

       file section.
       FD  LEAGUE-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS LEAGUE-REC.

      *    layout owned by leagueAdmin.aspx.cbl -- keep in sync
      *    with the FD there.
       01  LEAGUE-REC.
           05  LEAGUE-KEY.
               10  LEAGUE-CODE         PIC X(4).
           05  LEAGUE-NAME             PIC X(30).
           05  LEAGUE-PATH-ROOT        PIC X(60).
           05  LEAGUE-TARGET-DB        PIC X(4).
           05  LEAGUE-ACTIVE           PIC X.
           05  LEAGUE-UPDATED          PIC X(14).
           05  FILLER                  PIC X(10).

       FD  PLAYER-MASTER-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS PMAST-REC.

      *    layout owned by playerMaster.aspx.cbl -- keep in
      *    sync with the FD there.
       01  PMAST-REC.
           05  PMAST-KEY.
               10  PMAST-LAST          PIC X(15).
               10  PMAST-FIRST         PIC X(15).
           05  PMAST-ID                PIC 9(6).
           05  PMAST-PRIMARY           PIC X.
           05  PMAST-ADDED             PIC X(14).
           05  FILLER                  PIC X(10).

       FD  DEV-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS DEV-REC.

      *    layout owned by devNotes.aspx.cbl -- keep in sync
      *    with the FD there.
       01  DEV-REC.
           05  DEV-KEY.
               10  DEV-PLAYER-ID       PIC 9(6).
               10  DEV-TIMESTAMP       PIC X(14).
           05  DEV-AUTHOR              PIC X(45).
           05  DEV-SHARED              PIC X.
           05  DEV-TEXT                PIC X(200).
           05  DEV-SEAL                PIC X(9).
           05  FILLER                  PIC X(20).

       working-storage section.
       COPY "Y:\sydexsource\shared\WS-SYS.CBL".
       01 bat360rununit         type RunUnit.
       01 BAT360WEBF                type BAT360WEBF.
       01 bat310rununit         type RunUnit.
       01 BAT310WEBF                type BAT310WEBF.
       01 my310data type batsweb.bat310Data.
       01 my360data type batsweb.bat360Data.
       01  WS-LEAGUE-FILE     PIC X(256) VALUE "BATSW037.DAT".
       01  STATUS-COMN.
           05  STATUS-BYTE-1           PIC X      VALUE SPACES.
           05  STATUS-BYTE-2           PIC X      VALUE SPACES.
       01  WS-PLAYER-MASTER-FILE   PIC X(256) VALUE "BATSW025.DAT".
       01  STATUS-COMN2.
           05  STATUS2-BYTE-1          PIC X      VALUE SPACES.
           05  STATUS2-BYTE-2          PIC X      VALUE SPACES.
       01  WS-DEV-FILE        PIC X(256) VALUE "BATSW056.DAT".
       01  STATUS-COMN3.
           05  STATUS3-BYTE-1          PIC X      VALUE SPACES.
           05  STATUS3-BYTE-2          PIC X      VALUE SPACES.

       01  PP-PLAYER-ID                 PIC 9(6)  VALUE 0.
       01  PP-PLAYER-TITLE              PIC X(32) VALUE SPACES.
      *    "B" the player's at-bats as the batter, "P" the
      *    batters they faced as the pitcher.
       01  PP-ROLE                      PIC X     VALUE "B".
      *    every spelling of the player, upper case, in each of
      *    the ways a batter/pitcher name can be charted.
       01  nameForms                    type List[String].
      *    the first twelve DIALOG-PLO entries -- the zone cells,
      *    3 across and 4 down, numbered 1-12 as the breakdowns do.
       01  PP-LOC-LABEL OCCURS 12 TIMES     PIC X(15) VALUE SPACES.
       01  PP-LOC-ENTRIES               PIC 9(4)  VALUE 0.
       01  PP-ZONE-TBL.
           05  PP-ZONE OCCURS 12 TIMES.
               10  PP-Z-PITCHES            PIC 9(5).
               10  PP-Z-SWINGS             PIC 9(5).
               10  PP-Z-INPLAY             PIC 9(5).
       01  PP-OFF-ZONE                  PIC 9(5)  VALUE 0.
      *    the kept at-bats, game then line, for the clip queue.
       01  PP-AB-TBL.
           05  PP-AB OCCURS 3000 TIMES.
               10  PP-AB-GAME              PIC 9(4).
               10  PP-AB-LINE              PIC 9(4).
       01  PP-AB-COUNT                  PIC 9(4)  VALUE 0.
       01  PP-GAME-COUNT                PIC 9(4)  VALUE 0.
       01  PP-PITCH-COUNT               PIC 9(6)  VALUE 0.
       01  PP-SPRAY-COUNT               PIC 9(4)  VALUE 0.

       method-id Page_Load protected.
       local-storage section.
       01  yearIdx         type Int32.
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
      *    the portal is the player's; staff use the full screens.
           if self::Session["level"]::ToString not = "P"
               invoke self::Response::Redirect("~/mainmenu.aspx")
               exit method.
           if self::IsPostBack
               exit method.
           if self::loadPlayer() not = "Y"
               set btnShow::Enabled to false
               set btnClips::Enabled to false
               set lblMsg::Text to "This login is not linked to a player" &
                   " on file -- ask the team administrator."
               exit method.
           set lblPlayer::Text to PP-PLAYER-TITLE::Trim
           invoke self::loadLeagues
           invoke ddYear::Items::Clear
           perform varying yearIdx from 0 by 1 until yearIdx > 4
               invoke ddYear::Items::Add(
                   (type DateTime::Today::Year - yearIdx)::ToString)
           end-perform
           invoke ddRole::Items::Clear
           invoke ddRole::Items::Add("Batting")
           invoke ddRole::Items::Add("Pitching")
           invoke self::loadDevNotes
      *    page-hit for the usage report.
           invoke type batsweb.pageUsage::recordHit(
               "" & self::Session["team"],
               "" & self::Session["user"],
               "playerPortal")
           goback.
       end method.

      *    the session's player: id, display name and every
      *    spelling. "N" when the account carries no id or the id
      *    is not on the master file.
       method-id loadPlayer protected.
       local-storage section.
       01  idValue         type Int32.
       procedure division returning loadedOk as String.
           set loadedOk to "N"
           set nameForms to new List[String]
           MOVE SPACES TO PP-PLAYER-TITLE
           if self::Session["playerId"] = null
               exit method.
           if type Int32::TryParse(self::Session["playerId"]::ToString,
               by reference idValue) = false
               exit method.
           if idValue < 1
               exit method.
           MOVE idValue TO PP-PLAYER-ID
           OPEN INPUT PLAYER-MASTER-FILE.
           IF STATUS2-BYTE-1 NOT EQUAL ZEROES
               exit method.
           MOVE PP-PLAYER-ID TO PMAST-ID
           START PLAYER-MASTER-FILE KEY = PMAST-ID
               INVALID KEY GO TO SPELL-DONE
           END-START.
       SPELL-LOOP.
           READ PLAYER-MASTER-FILE NEXT WITH NO LOCK
               AT END GO TO SPELL-DONE.
           IF PMAST-ID NOT = PP-PLAYER-ID
               GO TO SPELL-DONE.
           IF PMAST-LAST = "*CONTROL*"
               GO TO SPELL-LOOP.
           IF PP-PLAYER-TITLE = SPACES OR PMAST-PRIMARY = "Y"
               set PP-PLAYER-TITLE to PMAST-FIRST::Trim & " " &
                   PMAST-LAST::Trim.
           invoke nameForms::Add(PMAST-LAST::Trim::ToUpper & ", " &
               PMAST-FIRST::Trim::ToUpper)
           invoke nameForms::Add(PMAST-LAST::Trim::ToUpper & "," &
               PMAST-FIRST::Trim::ToUpper)
           invoke nameForms::Add(PMAST-FIRST::Trim::ToUpper & " " &
               PMAST-LAST::Trim::ToUpper)
           invoke nameForms::Add(PMAST-LAST::Trim::ToUpper & " " &
               PMAST-FIRST::Trim::ToUpper)
           GO TO SPELL-LOOP.
       SPELL-DONE.
           CLOSE PLAYER-MASTER-FILE.
           if nameForms::Count > 0
               set loadedOk to "Y".
       end method.

      *    "Y" when a charted batter/pitcher name is one of the
      *    player's own spellings.
       method-id isOwnName protected.
       local-storage section.
       01  nameText        type String.
       procedure division using by value chartedName as String
                          returning ownFlag as String.
           set ownFlag to "N"
           if chartedName = null
               exit method.
           set nameText to chartedName::Trim::ToUpper
           if nameText = ""
               exit method.
           if nameForms::Contains(nameText)
               set ownFlag to "Y".
       end method.

      *    the active leagues off the registry, as the main menu
      *    lists them.
       method-id loadLeagues protected.
       procedure division.
           invoke ddLeague::Items::Clear.
           OPEN INPUT LEAGUE-FILE.
           IF STATUS-BYTE-1 NOT EQUAL ZEROES
               exit method.
       LEAGUE-LOOP.
           READ LEAGUE-FILE NEXT WITH NO LOCK
               AT END GO TO LEAGUE-DONE.
           IF LEAGUE-ACTIVE NOT = "Y"
               GO TO LEAGUE-LOOP.
           invoke ddLeague::Items::Add(LEAGUE-CODE::Trim & " - " &
               LEAGUE-NAME::Trim)
           GO TO LEAGUE-LOOP.
       LEAGUE-DONE.
           CLOSE LEAGUE-FILE.
       end method.

      *    the picked league's database, resolved through the
      *    registry the same way mainmenu.aspx.cbl's setLeague does.
       method-id setLeague protected.
       local-storage section.
       01  leagueCode      type String.
       01  resolvedCode    type String.
       procedure division.
           set leagueCode to ddLeague::SelectedItem::ToString
           if leagueCode::Contains(" - ")
               set leagueCode to leagueCode::Substring(0, leagueCode::IndexOf(" - ")).
           set resolvedCode to leagueCode
           OPEN INPUT LEAGUE-FILE.
           IF STATUS-BYTE-1 EQUAL ZEROES
               MOVE leagueCode::Trim::ToUpper TO LEAGUE-CODE
               READ LEAGUE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       if LEAGUE-ACTIVE = "Y" and LEAGUE-TARGET-DB not = spaces
                           set resolvedCode to LEAGUE-TARGET-DB::Trim
                       end-if
               END-READ
               CLOSE LEAGUE-FILE
           END-IF
           SET self::Session::Item("database") to resolvedCode
           SET self::Session::Item("leagueCode") to leagueCode::Trim::ToUpper.
       end method.

      *    the development notes a coach has shared with the
      *    player, oldest first. Unshared notes are skipped unread.
       method-id loadDevNotes protected.
       procedure division.
           invoke lbDevNotes::Items::Clear.
           OPEN INPUT DEV-FILE.
           IF STATUS3-BYTE-1 NOT EQUAL ZEROES
               exit method.
           MOVE PP-PLAYER-ID TO DEV-PLAYER-ID
           MOVE SPACES TO DEV-TIMESTAMP
           START DEV-FILE KEY NOT < DEV-KEY
               INVALID KEY GO TO DEV-DONE
           END-START.
       DEV-LOOP.
           READ DEV-FILE NEXT WITH NO LOCK
               AT END GO TO DEV-DONE.
           IF DEV-PLAYER-ID NOT = PP-PLAYER-ID
               GO TO DEV-DONE.
           IF DEV-SHARED NOT = "Y"
               GO TO DEV-LOOP.
           MOVE type pucksweb.sideCrypt::unseal(DEV-TEXT, DEV-SEAL,
               length of DEV-TEXT) TO DEV-TEXT
           invoke lbDevNotes::Items::Add(DEV-TIMESTAMP(1:8) & "  " &
               DEV-TEXT::Trim)
           GO TO DEV-LOOP.
       DEV-DONE.
           CLOSE DEV-FILE.
           if lbDevNotes::Items::Count = 0
               invoke lbDevNotes::Items::Add("No notes shared with you yet.").
       end method.

      *    the engine session, set up as gameSummary's first load
      *    does, and the breakdown engine's lists for the zone cells
      *    and the park drawing.
       method-id startEngines protected.
       linkage section.
           COPY "Y:\sydexsource\BATS\bat360_dg.CPB".
           COPY "Y:\sydexsource\BATS\bat310_dg.CPB".
       procedure division.
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
           set address of BAT360-DIALOG-FIELDS to my360Data::tablePointer
           move "I" to BAT360-ACTION
           invoke type batsweb.screenTiming::engineCall(bat360rununit, "BAT360WEBF", "I")
           if ERROR-FIELD NOT = SPACES
               move spaces to ERROR-FIELD.

           if self::Session["bat310data"] = null
               set my310data to new batsweb.bat310Data
               invoke my310data::populateData
               set self::Session["bat310data"] to my310data
           else
               set my310data to self::Session["bat310data"] as type batsweb.bat310Data.
           if  self::Session::Item("310rununit") not = null
               set bat310rununit to self::Session::Item("310rununit")
                   as type RunUnit
               else
               set bat310rununit to type RunUnit::New()
               set BAT310WEBF to new BAT310WEBF
               invoke bat310rununit::Add(BAT310WEBF)
               set self::Session::Item("310rununit") to bat310rununit.
           set address of BAT310-DIALOG-FIELDS to my310Data::tablePointer
           if DIALOG-PLO-NUM-ENTRIES = 0
               INITIALIZE BAT310-DIALOG-FIELDS
               MOVE "I" TO BAT310-ACTION
               invoke type batsweb.screenTiming::engineCall(bat310rununit, "BAT310WEBF", "I").
           move 0 to PP-LOC-ENTRIES
           move 1 to aa.
       plo-loop.
           if aa > DIALOG-PLO-NUM-ENTRIES or aa > 12
               go to plo-done.
           add 1 to PP-LOC-ENTRIES
           move DIALOG-PLO(aa)::Trim::ToUpper to PP-LOC-LABEL(PP-LOC-ENTRIES)
           add 1 to aa
           go to plo-loop.
       plo-done.
           if BAT310-BPARK-BITMAP = spaces
               set self::Session::Item("portal-park") to "if1.png"
           else
               set self::Session::Item("portal-park") to BAT310-BPARK-BITMAP::Trim.
       end method.

      *    the season's games for the player's club; every game
      *    in the league when the club's list comes back empty (the
      *    at-bat filter keeps the result the player's own either way).
       method-id loadGames protected.
       local-storage section.
       01  seasonYear      type Single.
       linkage section.
           COPY "Y:\sydexsource\BATS\bat360_dg.CPB".
       procedure division.
           set address of BAT360-DIALOG-FIELDS to my360Data::tablePointer
           invoke type System.Single::TryParse(ddYear::Text::ToString, by reference seasonYear)
           set BAT360-GAME-SEL-YR to seasonYear
           MOVE "T" to BAT360-GAMES-CHOICE
           set BAT360-GAMES-TEAM to self::Session["team"]::ToString::Trim
           MOVE "RG" to BAT360-ACTION
           invoke type batsweb.screenTiming::engineCall(bat360rununit, "BAT360WEBF", "RG")
           if ERROR-FIELD NOT = SPACES
               move spaces to ERROR-FIELD.
           if BAT360-NUM-GAMES = 0
               MOVE " " to BAT360-GAMES-CHOICE
               MOVE "RG" to BAT360-ACTION
               invoke type batsweb.screenTiming::engineCall(bat360rununit, "BAT360WEBF", "RG")
               if ERROR-FIELD NOT = SPACES
                   move spaces to ERROR-FIELD.
       end method.

       method-id btnShow_Click protected.
       procedure division using by value sender as object e as type System.EventArgs.
           invoke lbGameLog::Items::Clear.
           invoke lbBreakdown::Items::Clear.
           set imgSpray::Visible to false
           set imgZone::Visible to false
           set lblMsg::Text to ""
           if self::loadPlayer() not = "Y"
               set lblMsg::Text to "This login is not linked to a player" &
                   " on file -- ask the team administrator."
               exit method.
           if ddLeague::SelectedItem = null
               set lblMsg::Text to "Pick the league first."
               exit method.
           if ddRole::SelectedIndex = 1
               MOVE "P" TO PP-ROLE
           else
               MOVE "B" TO PP-ROLE.
           invoke self::setLeague
           invoke self::startEngines
           invoke self::loadGames
           invoke self::walkGames
           if PP-AB-COUNT = 0
               set self::Session::Item("portal-clips") to null
               set lblMsg::Text to "No charted at-bats for you in " &
                   ddYear::Text & " in this league."
               exit method.
           invoke self::showCharts
           set lblMsg::Text to PP-AB-COUNT::ToString & " at-bat(s) in " &
               PP-GAME-COUNT::ToString & " game(s), " &
               PP-PITCH-COUNT::ToString & " pitch(es)."
       end method.

      *    every loaded game, every batter row's detail; the
      *    player's own at-bats are tallied and remembered, the rest
      *    are dropped as they are read.
       method-id walkGames protected.
       local-storage section.
       01  gameIdx         type Int32.
       01  lineIdx         type Int32.
       01  gameText        type String.
       01  gameAbs         type Int32.
       01  roleName        type String.
       01  resultTally     type Dictionary[String, type Int32].
       01  resultKey       type String.
       01  tallyN          type Int32.
       01  sprayText       type String.
       01  clipText        type String.
       01  cellIdx         type Int32.
       01  zoneText        type String.
       linkage section.
           COPY "Y:\sydexsource\BATS\bat360_dg.CPB".
       procedure division.
           set address of BAT360-DIALOG-FIELDS to my360Data::tablePointer
           INITIALIZE PP-ZONE-TBL
           move 0 to PP-AB-COUNT PP-GAME-COUNT PP-PITCH-COUNT
                     PP-SPRAY-COUNT PP-OFF-ZONE
           set resultTally to new Dictionary[String, type Int32]
           set sprayText to ""
           set clipText to ""
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
           set gameText to ""
           set gameAbs to 0
           move 1 to lineIdx.
       line-loop.
           if lineIdx > BAT360-NUM-AB
               go to line-done.
           IF BAT360-REC-TYPE(lineIdx) NOT = "B"
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
           if PP-ROLE = "P"
               if self::isOwnName(BAT360-PITCHER) not = "Y"
                   add 1 to lineIdx
                   go to line-loop
               end-if
           else
               if self::isOwnName(BAT360-BATTER) not = "Y"
                   add 1 to lineIdx
                   go to line-loop
               end-if
           end-if
           if PP-AB-COUNT >= 3000
               go to game-done.

           add 1 to PP-AB-COUNT
           move gameIdx to PP-AB-GAME(PP-AB-COUNT)
           move lineIdx to PP-AB-LINE(PP-AB-COUNT)
           set clipText to clipText & gameIdx & ":" & lineIdx & ";"
           add 1 to gameAbs
           set gameText to gameText & "  " & BAT360-I-RES-DESC::Trim
           set resultKey to BAT360-I-RES-DESC::Trim::ToUpper
           if resultKey = ""
               set resultKey to "(NO RESULT)".
           if resultTally::ContainsKey(resultKey)
               set tallyN to resultTally[resultKey]
               add 1 to tallyN
               set resultTally[resultKey] to tallyN
           else
               invoke resultTally::Add(resultKey, 1)
           end-if
           if BAT360-HITLOC-X not = 0 or BAT360-HITLOC-Y not = 0
               add 1 to PP-SPRAY-COUNT
               set sprayText to sprayText & BAT360-HITLOC-X & "," &
                   BAT360-HITLOC-Y & "," & self::hitFlag(BAT360-I-RES-DESC) & ";"
           end-if
           invoke self::tallyPitches
           add 1 to lineIdx
           go to line-loop.
       line-done.
           if gameAbs > 0
               add 1 to PP-GAME-COUNT
               if PP-ROLE = "P"
                   set roleName to " BF:"
               else
                   set roleName to " PA:"
               end-if
               invoke lbGameLog::Items::Add("" & BAT360-G-GAME-DATE(gameIdx) &
                   "  " & BAT360-G-VIS(gameIdx)::Trim & " @ " &
                   BAT360-G-HOME(gameIdx)::Trim & "  " & gameAbs::ToString &
                   roleName & gameText)
           end-if
           add 1 to gameIdx
           go to game-loop.
       game-done.
           if PP-ROLE = "P"
               invoke lbBreakdown::Items::Add("Batters faced by result")
           else
               invoke lbBreakdown::Items::Add("Plate appearances by result").
           perform varying resultKey through resultTally::Keys
               invoke lbBreakdown::Items::Add("  " & resultKey & "  " &
                   resultTally[resultKey]::ToString)
           end-perform
           invoke lbBreakdown::Items::Add(" ")
           invoke lbBreakdown::Items::Add("Pitches by location (pitches /" &
               " swings / in play)")
           perform varying cellIdx from 1 by 1 until cellIdx > PP-LOC-ENTRIES
               invoke lbBreakdown::Items::Add("  " &
                   PP-LOC-LABEL(cellIdx)::Trim & "  " &
                   PP-Z-PITCHES(cellIdx)::ToString & " / " &
                   PP-Z-SWINGS(cellIdx)::ToString & " / " &
                   PP-Z-INPLAY(cellIdx)::ToString)
           end-perform
           invoke lbBreakdown::Items::Add("  other locations  " &
               PP-OFF-ZONE::ToString)

      *    the charts and the clip queue read these back; they
      *    hold nothing but this player's own at-bats.
           set zoneText to ""
           perform varying cellIdx from 1 by 1 until cellIdx > 12
               set zoneText to zoneText & PP-Z-PITCHES(cellIdx) & "," &
                   PP-Z-SWINGS(cellIdx) & "," & PP-Z-INPLAY(cellIdx) & ";"
           end-perform
           set self::Session::Item("portal-spray") to sprayText
           set self::Session::Item("portal-zone") to zoneText
           set self::Session::Item("portal-clips") to clipText
           set self::Session::Item("portal-role") to PP-ROLE.
       end method.

      *    the at-bat's pitches filed by zone cell.
       method-id tallyPitches protected.
       local-storage section.
       01  pIdx            type Int32.
       01  cellIdx         type Int32.
       01  resText         type String.
       linkage section.
           COPY "Y:\sydexsource\BATS\bat360_dg.CPB".
       procedure division.
           set address of BAT360-DIALOG-FIELDS to my360Data::tablePointer
           move 1 to pIdx.
       pitch-loop.
           if pIdx > BAT360-NUM-PITCHES
               go to pitch-done.
           add 1 to PP-PITCH-COUNT
           set cellIdx to self::cellFor(BAT360-P-DESC(pIdx))
           if cellIdx = 0
               add 1 to PP-OFF-ZONE
               add 1 to pIdx
               go to pitch-loop.
           add 1 to PP-Z-PITCHES(cellIdx)
           set resText to BAT360-P-RESULT(pIdx)::Trim::ToUpper
           if resText::Contains("SWING") or resText::Contains("FOUL")
            or resText::Contains("IN PLAY") or resText::Contains("BUNT")
               add 1 to PP-Z-SWINGS(cellIdx).
           if resText::Contains("IN PLAY")
               add 1 to PP-Z-INPLAY(cellIdx).
           add 1 to pIdx
           go to pitch-loop.
       pitch-done.
       end method.

      *    zone cell 1-12 for a charted location; 0 when the
      *    location isn't one of the twelve cells.
       method-id cellFor protected.
       local-storage section.
       01  searchIdx       type Int32.
       01  locText         type String.
       procedure division using by value pitchLoc as String
                          returning cellOut as type Int32.
           set cellOut to 0
           set locText to pitchLoc::Trim::ToUpper
           if locText = ""
               exit method.
           perform varying searchIdx from 1 by 1
                   until searchIdx > PP-LOC-ENTRIES
               if PP-LOC-LABEL(searchIdx)::Trim = locText
                   set cellOut to searchIdx
                   exit perform
               end-if
           end-perform.
       end method.

      *    "H" for a base hit, "O" for anything else put in play.
       method-id hitFlag protected.
       local-storage section.
       01  resText         type String.
       procedure division using by value resultDesc as String
                          returning flagOut as String.
           set flagOut to "O"
           set resText to resultDesc::Trim::ToUpper
           if resText::Contains("SINGLE") or resText::Contains("DOUBLE")
            or resText::Contains("TRIPLE") or resText::Contains("HOME RUN")
               set flagOut to "H".
       end method.

       method-id showCharts protected.
       procedure division.
           set imgSpray::ImageUrl to "~/playerPortalChart.aspx?c=spray&v=" &
               type DateTime::Now::Ticks
           set imgSpray::Visible to PP-SPRAY-COUNT > 0
           set imgZone::ImageUrl to "~/playerPortalChart.aspx?c=zone&v=" &
               type DateTime::Now::Ticks
           set imgZone::Visible to true.
       end method.

      *    queues the kept at-bats' video in the clip player. Each
      *    at-bat is re-read and its batter/pitcher checked against
      *    the player once more before its clips go in, so only the
      *    player's own video can ever reach the queue.
       method-id btnClips_Click protected.
       local-storage section.
       01  clipList        type String occurs any.
       01  clipIdx         type Int32.
       01  gameIdx         type Int32.
       01  lineIdx         type Int32.
       01  lastGame        type Int32.
       01  ownFlag         type String.
       01  vidPaths        type String.
       01  vidTitles       type String.
       linkage section.
           COPY "Y:\sydexsource\BATS\bat360_dg.CPB".
       procedure division using by value sender as object e as type System.EventArgs.
           set lblMsg::Text to ""
           if self::Session["portal-clips"] = null
               set lblMsg::Text to "Show your games first, then queue the clips."
               exit method.
           if self::loadPlayer() not = "Y"
               set lblMsg::Text to "This login is not linked to a player" &
                   " on file -- ask the team administrator."
               exit method.
           if self::Session["bat360data"] = null
            or self::Session::Item("360rununit") = null
               set lblMsg::Text to "Show your games first, then queue the clips."
               exit method.
           MOVE self::Session["portal-role"]::ToString TO PP-ROLE
           set my360data to self::Session["bat360data"] as type batsweb.bat360Data
           set bat360rununit to self::Session::Item("360rununit") as type RunUnit
           set address of BAT360-DIALOG-FIELDS to my360Data::tablePointer
           set clipList to self::Session["portal-clips"]::ToString::Split(";")
           set vidPaths to ""
           set vidTitles to ""
           set lastGame to 0
           perform varying clipIdx from 0 by 1 until clipIdx >= clipList::Length
               if clipList[clipIdx]::Contains(":")
                   set gameIdx to type Int32::Parse(clipList[clipIdx]::Substring(0,
                       clipList[clipIdx]::IndexOf(":")))
                   set lineIdx to type Int32::Parse(clipList[clipIdx]::Substring(
                       clipList[clipIdx]::IndexOf(":") + 1))
                   if gameIdx not = lastGame
                       set BAT360-AB-IP to 0
                       set BAT360-SEL-GAME TO gameIdx
                       MOVE BAT360-G-GAME-DATE(gameIdx) to BAT360-I-GAME-DATE
                       MOVE BAT360-G-GAME-ID(gameIdx) to BAT360-I-GAME-ID
                       MOVE "RA" to BAT360-ACTION
                       invoke type batsweb.screenTiming::engineCall(bat360rununit, "BAT360WEBF", "RA")
                       move spaces to ERROR-FIELD
                       set lastGame to gameIdx
                   end-if
                   set ownFlag to "N"
                   if lineIdx <= BAT360-NUM-AB
                       set BAT360-SEL-AB to lineIdx
                       MOVE BAT360-SEL-AB to BAT360-AB-IP
                       MOVE BAT360-AB-KEY(lineIdx) to BAT360-I-KEY
                       move "VA" to BAT360-ACTION
                       invoke type batsweb.screenTiming::engineCall(bat360rununit, "BAT360WEBF", "VA")
                       if ERROR-FIELD = SPACES
                           if PP-ROLE = "P"
                               set ownFlag to self::isOwnName(BAT360-PITCHER)
                           else
                               set ownFlag to self::isOwnName(BAT360-BATTER)
                           end-if
                       end-if
                       move spaces to ERROR-FIELD
                   end-if
                   if ownFlag = "Y"
                       move "PA" to BAT360-ACTION
                       invoke type batsweb.screenTiming::engineCall(bat360rununit, "BAT360WEBF", "PA")
                       if ERROR-FIELD = SPACES
                           invoke self::addClips(by reference vidPaths,
                               by reference vidTitles, gameIdx)
                       end-if
                       move spaces to ERROR-FIELD
                   end-if
               end-if
           end-perform
           if vidPaths = ""
               set lblMsg::Text to "No video on file for your at-bats."
               exit method.
           set self::Session::Item("video-paths") to vidPaths
           set self::Session::Item("video-titles") to vidTitles
           invoke self::ClientScript::RegisterStartupScript(self::GetType(), "callcallBatstube", "callBatstube();", true).
       end method.

      *    the at-bat's camera angles off the engine's video
      *    list, as the at-bat detail screen builds them.
       method-id addClips protected.
       local-storage section.
       01  vidIdx          type Int32.
       01  windowLine      type String.
       01  clipTrim        type String.
       linkage section.
           COPY "Y:\sydexsource\BATS\bat360_dg.CPB".
       procedure division using by reference vidPaths as String
                                 by reference vidTitles as String
                                 by value gameIdx as type Int32.
           set address of BAT360-DIALOG-FIELDS to my360Data::tablePointer
      *    a pitch clip skips the lead-in its result's window
      *    trims off (clipWindow.cbl).
           set windowLine to type pucksweb.clipWindow::loadTeam(
               "" & self::Session["team"], "B")
           perform varying vidIdx from 1 by 1 until vidIdx > BAT360-WF-VID-COUNT
               set clipTrim to type pucksweb.clipWindow::fileTrim(windowLine,
                   type pucksweb.clipWindow::codeOf(windowLine, BAT360-WF-VIDEO-TITL(vidIdx)))
               set vidPaths to vidPaths & BAT360-WF-VIDEO-PATH(vidIdx) &
                   BAT360-WF-VIDEO-A(vidIdx) & clipTrim & ";"
               set vidTitles to vidTitles & BAT360-G-GAME-DATE(gameIdx) & " " &
                   BAT360-I-RES-DESC::Trim & ";"
               if BAT360-WF-VIDEO-B(vidIdx) not = spaces
                   set vidPaths to vidPaths & BAT360-WF-VIDEO-PATH(vidIdx) &
                       BAT360-WF-VIDEO-B(vidIdx) & clipTrim & ";"
                   set vidTitles to vidTitles & "B;"
               end-if
               if BAT360-WF-VIDEO-C(vidIdx) not = spaces
                   set vidPaths to vidPaths & BAT360-WF-VIDEO-PATH(vidIdx) &
                       BAT360-WF-VIDEO-C(vidIdx) & clipTrim & ";"
                   set vidTitles to vidTitles & "C;"
               end-if
               if BAT360-WF-VIDEO-D(vidIdx) not = spaces
                   set vidPaths to vidPaths & BAT360-WF-VIDEO-PATH(vidIdx) &
                       BAT360-WF-VIDEO-D(vidIdx) & clipTrim & ";"
                   set vidTitles to vidTitles & "D;"
               end-if
           end-perform.
       end method.

       end class.
