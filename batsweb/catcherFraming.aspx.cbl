      * catcher framing from called pitches at the zone edges.
      * breakdown.aspx.cbl can filter by catcher and by location, and
      * umpireReport.aspx.cbl keeps who worked the plate each game,
      * but nothing lines the two up to credit or debit the man
      * behind the plate. This walks every game in the gameSummary
      * engine's loaded list, takes every TAKEN pitch (called strike
      * or ball -- swings, fouls and balls in play tell us nothing
      * about framing) from the per-at-bat "VA" detail, and files it
      * by catcher, plate umpire (BATSW027.DAT, keyed by the game)
      * and zone cell. The charted location is the DIALOG-PLO entry;
      * its position in that list is the cell on the 3-across,
      * 4-down zone grid the umpire report and zone plot number 1-12.
      * Edge cells are every cell but the heart of the zone (5 and
      * 8).
      *
      * A catcher's expected strikes on a pitch are what the same
      * umpire called in the same cell for every OTHER catcher; his
      * framing is actual minus expected, reported per game and per
      * season as extra strikes per 100 edge pitches. Games with no
      * plate umpire recorded, or an umpire/cell no other catcher
      * has been seen in, carry no comparison and are left out. The
      * per-pitch list holds 20000 taken edge pitches; past that the
      * umpire/cell baselines keep counting, the game and season lines
      * stop, and the message names the game where the list filled.
       class-id batsweb.catcherFraming is partial
                inherits type System.Web.UI.Page public.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       $SET CALLFH"EXTFH"
       $SET DATACOMPRESS"1"
        SELECT UMP-GAME-FILE ASSIGN WS-UMP-GAME-FILE
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS UMP-KEY
              LOCK MANUAL
              FILE STATUS IS STATUS-COMN.

       file section.
       FD  UMP-GAME-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS UMP-REC.

      *    layout owned by umpireReport.aspx.cbl -- keep in
      *    sync with the FD there.
       01  UMP-REC.
           05  UMP-KEY.
               10  UMP-GAME-DATE           PIC 9(8).
               10  UMP-HOME-TEAM           PIC X(15).
               10  UMP-VISITORS            PIC X(15).
           05  UMP-NAME                    PIC X(30).
           05  UMP-ZONE-TBL.
               10  UMP-ZONE OCCURS 12 TIMES.
                   15  UMP-ZONE-CS         PIC 9(5).
                   15  UMP-ZONE-B          PIC 9(5).
           05  UMP-RECORDED                PIC X(14).
           05  FILLER                      PIC X(10).

       working-storage section.
       COPY "Y:\sydexsource\shared\WS-SYS.CBL".
       01 bat360rununit         type RunUnit.
       01 BAT360WEBF                type BAT360WEBF.
       01 my310data type batsweb.bat310Data.
       01 my360data type batsweb.bat360Data.
       01  WS-UMP-GAME-FILE   PIC X(256) VALUE "BATSW027.DAT".
       01  STATUS-COMN.
           05  STATUS-BYTE-1           PIC X      VALUE SPACES.
           05  STATUS-BYTE-2           PIC X      VALUE SPACES.

      *    the first twelve DIALOG-PLO entries -- the zone cells.
       01  CF-LOC-LABEL OCCURS 12 TIMES     PIC X(15) VALUE SPACES.
       01  CF-LOC-ENTRIES               PIC 9(4)  VALUE 0.
       01  CF-UMP-TBL.
           05  CF-UMP-NAME OCCURS 40 TIMES  PIC X(30).
       01  CF-UMP-COUNT                 PIC 9(4)  VALUE 0.
       01  CF-CAT-TBL.
           05  CF-CAT-NAME OCCURS 20 TIMES  PIC X(30).
       01  CF-CAT-COUNT                 PIC 9(4)  VALUE 0.
      *    taken pitches per umpire and cell, all catchers.
       01  CF-UMP-ZONES.
           05  CF-UZ-UMP OCCURS 40 TIMES.
               10  CF-UZ-CELL OCCURS 12 TIMES.
                   15  CF-UZ-CS            PIC 9(6).
                   15  CF-UZ-N             PIC 9(6).
      *    the same, per catcher -- subtracted back out to get
      *    the umpire's calls for everyone else.
       01  CF-CAT-UMP-ZONES.
           05  CF-CUZ-CAT OCCURS 20 TIMES.
               10  CF-CUZ-UMP OCCURS 40 TIMES.
                   15  CF-CUZ-CELL OCCURS 12 TIMES.
                       20  CF-CUZ-CS       PIC 9(5).
                       20  CF-CUZ-N        PIC 9(5).
      *    every taken edge pitch, in walk (game) order.
       01  CF-PITCH-TBL.
           05  CF-PITCH OCCURS 20000 TIMES.
               10  CF-P-GAME               PIC 9(4).
               10  CF-P-CAT                PIC 9(2).
               10  CF-P-UMP                PIC 9(2).
               10  CF-P-CELL               PIC 9(2).
               10  CF-P-CS                 PIC X.
       01  CF-PITCH-COUNT               PIC 9(5)  VALUE 0.
      *    the game the pitch list filled in, when it did: the
      *    umpire/cell tallies keep counting past it, the per-game
      *    lines stop there.
       01  CF-CAP-GAME                  PIC 9(4)  VALUE 0.
       01  CF-CAP-DATE                  PIC 9(8)  VALUE 0.
       01  CF-CUR-UMP                   PIC 9(4)  VALUE 0.
       01  CF-NO-UMP-GAMES              PIC 9(4)  VALUE 0.
       01  CF-LOOKUP-CAT                PIC X(30) VALUE SPACES.
      *    one catcher's season lines, built as his pitches
      *    are replayed.
       01  CF-SEASON-TBL.
           05  CF-SEASON OCCURS 10 TIMES.
               10  CF-SEA-YEAR             PIC 9(4).
               10  CF-SEA-EDGE             PIC 9(6).
               10  CF-SEA-CS               PIC 9(6).
               10  CF-SEA-EXP              PIC 9(6)V9(4).
       01  CF-SEASON-COUNT              PIC 9(2)  VALUE 0.

       method-id Page_Load protected.
       local-storage section.
       procedure division using by value param-sender as object
                                         param-e as type System.EventArgs.
           if self::Session["level"] = null
               invoke self::Response::Redirect("~/Default.aspx")
               exit method.
           goback.
       end method.

      *    the whole report over the games currently loaded on
      *    gameSummary (scope the year/team there first). A catcher
      *    typed in limits the listing to him; the umpire baselines
      *    are still built from every catcher in the sample.
       method-id btnBuild_Click protected.
       local-storage section.
       01  catIdx          type Int32.
       procedure division using by value sender as object e as type System.EventArgs.
           invoke lbFraming::Items::Clear.
           set lblMsg::Text to ""
           INITIALIZE CF-UMP-TBL CF-CAT-TBL CF-UMP-ZONES CF-CAT-UMP-ZONES
           move 0 to CF-UMP-COUNT CF-CAT-COUNT CF-PITCH-COUNT
                     CF-NO-UMP-GAMES CF-CAP-GAME CF-CAP-DATE
           MOVE tbCatcher::Text::Trim::ToUpper TO CF-LOOKUP-CAT

           if self::loadZoneCells() not = "Y"
               set lblMsg::Text to "Open the breakdown screen first so the" &
                   " pitch-location list is loaded."
               exit method.

           invoke self::walkGames
           if CF-PITCH-COUNT = 0
               set lblMsg::Text to "No taken edge pitches with a plate" &
                   " umpire on file in the loaded games."
               exit method.

           invoke lbFraming::Items::Add("Catcher, game by game, then" &
               " season -- extra called strikes per 100 taken edge pitches")
           perform varying catIdx from 1 by 1 until catIdx > CF-CAT-COUNT
               if CF-LOOKUP-CAT = spaces
                or CF-CAT-NAME(catIdx) = CF-LOOKUP-CAT
                   invoke self::reportCatcher(catIdx)
               end-if
           end-perform

           set lblMsg::Text to CF-PITCH-COUNT::ToString &
               " taken edge pitch(es) across " & CF-CAT-COUNT::ToString &
               " catcher(s) and " & CF-UMP-COUNT::ToString &
               " umpire(s); " & CF-NO-UMP-GAMES::ToString &
               " game(s) skipped with no plate umpire recorded."
           if CF-CAP-GAME > 0
               set lblMsg::Text to lblMsg::Text & " CAPPED: the pitch list" &
                   " filled at game " & CF-CAP-GAME::ToString & " (" &
                   CF-CAP-DATE::ToString & ") -- the game and season lines" &
                   " end partway through it; the umpire baselines count" &
                   " every game." &
                   " Narrow the selection on gameSummary for the rest.".
       end method.

      *    the zone-cell labels off the breakdown session.
       method-id loadZoneCells protected.
       linkage section.
           COPY "Y:\sydexsource\BATS\bat310_dg.CPB".
       procedure division returning loadedOk as String.
           set loadedOk to "N"
           if self::Session["bat310data"] = null
               exit method.
           set my310data to self::Session["bat310data"] as type batsweb.bat310Data
           set address of BAT310-DIALOG-FIELDS to my310Data::tablePointer
           if DIALOG-PLO-NUM-ENTRIES = 0
               exit method.
           move 0 to CF-LOC-ENTRIES
           move 1 to aa.
       plo-loop.
           if aa > DIALOG-PLO-NUM-ENTRIES or aa > 12
               go to plo-done.
           add 1 to CF-LOC-ENTRIES
           move DIALOG-PLO(aa)::Trim::ToUpper to CF-LOC-LABEL(CF-LOC-ENTRIES)
           add 1 to aa
           go to plo-loop.
       plo-done.
           set loadedOk to "Y".
       end method.

      *    every loaded game with a plate umpire on file; every
      *    batter row's pitch detail.
       method-id walkGames protected.
       local-storage section.
       01  gameIdx         type Int32.
       01  lineIdx         type Int32.
       linkage section.
           COPY "Y:\sydexsource\BATS\bat360_dg.CPB".
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

           OPEN INPUT UMP-GAME-FILE.
           IF STATUS-BYTE-1 NOT EQUAL ZEROES
               exit method.

           move 1 to gameIdx.
       game-loop.
           if gameIdx > BAT360-NUM-GAMES
               go to game-done.
           MOVE BAT360-G-GAME-DATE(gameIdx) TO UMP-GAME-DATE
           MOVE BAT360-G-HOME(gameIdx)::Trim::ToUpper TO UMP-HOME-TEAM
           MOVE BAT360-G-VIS(gameIdx)::Trim::ToUpper TO UMP-VISITORS
           READ UMP-GAME-FILE
               INVALID KEY
                   MOVE SPACES TO UMP-NAME
           END-READ
           IF UMP-NAME = SPACES
               add 1 to CF-NO-UMP-GAMES
               add 1 to gameIdx
               go to game-loop.
           set CF-CUR-UMP to self::umpSlot(UMP-NAME)
           if CF-CUR-UMP = 0
               add 1 to gameIdx
               go to game-loop.

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
           invoke self::tallyAtBat(gameIdx)
           add 1 to lineIdx
           go to line-loop.
       line-done.
           add 1 to gameIdx
           go to game-loop.
       game-done.
           CLOSE UMP-GAME-FILE.
       end method.

      *    the at-bat's taken edge pitches, filed by catcher,
      *    umpire and cell.
       method-id tallyAtBat protected.
       local-storage section.
       01  pIdx            type Int32.
       01  catSlot         type Int32.
       01  cellIdx         type Int32.
       01  takenFlag       type String.
       linkage section.
           COPY "Y:\sydexsource\BATS\bat360_dg.CPB".
       procedure division using by value gameIdx as type Int32.
           set address of BAT360-DIALOG-FIELDS to my360Data::tablePointer
           if BAT360-CATCHER::Trim = spaces
               exit method.
           set catSlot to self::catSlotFor(BAT360-CATCHER)
           if catSlot = 0
               exit method.
           move 1 to pIdx.
       pitch-loop.
           if pIdx > BAT360-NUM-PITCHES
               go to pitch-done.
           set takenFlag to self::takenCall(BAT360-P-RESULT(pIdx))
           if takenFlag = " "
               add 1 to pIdx
               go to pitch-loop.
           set cellIdx to self::cellFor(BAT360-P-DESC(pIdx))
           if cellIdx = 0 or cellIdx = 5 or cellIdx = 8
               add 1 to pIdx
               go to pitch-loop.

           add 1 to CF-UZ-N(CF-CUR-UMP, cellIdx)
           add 1 to CF-CUZ-N(catSlot, CF-CUR-UMP, cellIdx)
           if takenFlag = "S"
               add 1 to CF-UZ-CS(CF-CUR-UMP, cellIdx)
               add 1 to CF-CUZ-CS(catSlot, CF-CUR-UMP, cellIdx).
      *    a full pitch list still feeds the baselines above.
           if CF-PITCH-COUNT >= 20000
               if CF-CAP-GAME = 0
                   move gameIdx to CF-CAP-GAME
                   move BAT360-G-GAME-DATE(gameIdx) to CF-CAP-DATE
               end-if
               add 1 to pIdx
               go to pitch-loop.
           add 1 to CF-PITCH-COUNT
           move gameIdx to CF-P-GAME(CF-PITCH-COUNT)
           move catSlot to CF-P-CAT(CF-PITCH-COUNT)
           move CF-CUR-UMP to CF-P-UMP(CF-PITCH-COUNT)
           move cellIdx to CF-P-CELL(CF-PITCH-COUNT)
           move takenFlag to CF-P-CS(CF-PITCH-COUNT)
           add 1 to pIdx
           go to pitch-loop.
       pitch-done.
       end method.

      *    "S" called strike, "B" ball, space for anything the
      *    hitter offered at or that ended the at-bat.
       method-id takenCall protected.
       local-storage section.
       01  resText         type String.
       procedure division using by value pitchResult as String
                          returning callOut as String.
           set callOut to " "
           set resText to pitchResult::Trim::ToUpper
           if resText::Contains("SWING") or resText::Contains("FOUL")
            or resText::Contains("IN PLAY") or resText::Contains("HIT BY")
            or resText::Contains("BUNT")
               exit method.
           if resText::Contains("STRIKE")
               set callOut to "S"
               exit method.
           if resText::Contains("BALL")
               set callOut to "B".
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
                   until searchIdx > CF-LOC-ENTRIES
               if CF-LOC-LABEL(searchIdx)::Trim = locText
                   set cellOut to searchIdx
                   exit perform
               end-if
           end-perform.
       end method.

       method-id umpSlot protected.
       local-storage section.
       01  searchIdx       type Int32.
       procedure division using by value umpName as String
                          returning slotOut as type Int32.
           set slotOut to 0
           perform varying searchIdx from 1 by 1
                   until searchIdx > CF-UMP-COUNT
               if CF-UMP-NAME(searchIdx) = umpName
                   set slotOut to searchIdx
                   exit method
               end-if
           end-perform
           if CF-UMP-COUNT >= 40
               exit method.
           add 1 to CF-UMP-COUNT
           move umpName to CF-UMP-NAME(CF-UMP-COUNT)
           set slotOut to CF-UMP-COUNT.
       end method.

       method-id catSlotFor protected.
       local-storage section.
       01  searchIdx       type Int32.
       01  catText         type String.
       procedure division using by value catName as String
                          returning slotOut as type Int32.
           set slotOut to 0
           set catText to catName::Trim::ToUpper
           perform varying searchIdx from 1 by 1
                   until searchIdx > CF-CAT-COUNT
               if CF-CAT-NAME(searchIdx)::Trim = catText
                   set slotOut to searchIdx
                   exit method
               end-if
           end-perform
           if CF-CAT-COUNT >= 20
               exit method.
           add 1 to CF-CAT-COUNT
           move catText to CF-CAT-NAME(CF-CAT-COUNT)
           set slotOut to CF-CAT-COUNT.
       end method.

      *    one catcher: replay his pitches in game order, one
      *    line per game, then his season lines.
       method-id reportCatcher protected.
       local-storage section.
       01  pIdx            type Int32.
       01  seaIdx          type Int32.
       01  curGame         type Int32.
       01  gameEdge        type Int32.
       01  gameCs          type Int32.
       01  gameExp         type Double.
       01  pitchExp        type Double.
       01  gameYear        type Int32.
       linkage section.
           COPY "Y:\sydexsource\BATS\bat360_dg.CPB".
       procedure division using by value catIdx as type Int32.
           set address of BAT360-DIALOG-FIELDS to my360Data::tablePointer
           INITIALIZE CF-SEASON-TBL
           move 0 to CF-SEASON-COUNT
           set curGame to 0
           set gameEdge to 0
           set gameCs to 0
           set gameExp to 0
           invoke lbFraming::Items::Add(" ")
           invoke lbFraming::Items::Add(CF-CAT-NAME(catIdx)::Trim)
           move 1 to pIdx.
       replay-loop.
           if pIdx > CF-PITCH-COUNT
               go to replay-done.
           if CF-P-CAT(pIdx) not = catIdx
               add 1 to pIdx
               go to replay-loop.
           set pitchExp to self::expectedRate(catIdx, CF-P-UMP(pIdx),
               CF-P-CELL(pIdx))
           if pitchExp < 0
               add 1 to pIdx
               go to replay-loop.
           if CF-P-GAME(pIdx) not = curGame
               if curGame not = 0
                   invoke self::gameLine(curGame, gameEdge, gameCs, gameExp)
               end-if
               set curGame to CF-P-GAME(pIdx)
               set gameEdge to 0
               set gameCs to 0
               set gameExp to 0
           end-if
           add 1 to gameEdge
           if CF-P-CS(pIdx) = "S"
               add 1 to gameCs.
           compute gameExp = gameExp + pitchExp

      *    fold into the season of the game's date.
           compute gameYear = BAT360-G-GAME-DATE(CF-P-GAME(pIdx)) / 10000
           move 0 to seaIdx
           perform varying aa from 1 by 1 until aa > CF-SEASON-COUNT
               if CF-SEA-YEAR(aa) = gameYear
                   move aa to seaIdx
               end-if
           end-perform
           if seaIdx = 0 and CF-SEASON-COUNT < 10
               add 1 to CF-SEASON-COUNT
               move CF-SEASON-COUNT to seaIdx
               move gameYear to CF-SEA-YEAR(seaIdx)
           end-if
           if seaIdx not = 0
               add 1 to CF-SEA-EDGE(seaIdx)
               if CF-P-CS(pIdx) = "S"
                   add 1 to CF-SEA-CS(seaIdx)
               end-if
               compute CF-SEA-EXP(seaIdx) = CF-SEA-EXP(seaIdx) + pitchExp
           end-if
           add 1 to pIdx
           go to replay-loop.
       replay-done.
           if curGame not = 0
               invoke self::gameLine(curGame, gameEdge, gameCs, gameExp).

           perform varying seaIdx from 1 by 1 until seaIdx > CF-SEASON-COUNT
               invoke lbFraming::Items::Add("  SEASON " &
                   CF-SEA-YEAR(seaIdx) & "  " &
                   self::framingText(CF-SEA-EDGE(seaIdx), CF-SEA-CS(seaIdx),
                       CF-SEA-EXP(seaIdx)))
           end-perform.
       end method.

       method-id gameLine protected.
       linkage section.
           COPY "Y:\sydexsource\BATS\bat360_dg.CPB".
       procedure division using by value gameIdx as type Int32
                                 by value edgeN as type Int32
                                 by value csN as type Int32
                                 by value expN as type Double.
           set address of BAT360-DIALOG-FIELDS to my360Data::tablePointer
           invoke lbFraming::Items::Add("    " &
               BAT360-G-GAME-DATE(gameIdx) & " " &
               BAT360-G-VIS(gameIdx)::Trim & " @ " &
               BAT360-G-HOME(gameIdx)::Trim & "  " &
               self::framingText(edgeN, csN, expN)).
       end method.

      *    edge pitches, called strikes, expected strikes and
      *    extra strikes per 100 edge pitches, as one string.
       method-id framingText protected.
       local-storage section.
       01  per100          type Double.
       procedure division using by value edgeN as type Int32
                                 by value csN as type Int32
                                 by value expN as type Double
                          returning textOut as String.
           set per100 to 0
           if edgeN > 0
               compute per100 = (csN - expN) * 100 / edgeN.
           set textOut to "edge " & edgeN::ToString & "  CS " &
               csN::ToString & "  exp " & expN::ToString("0.0") &
               "  " & per100::ToString("+0.0;-0.0;0.0") & " /100"
       end method.

      *    the umpire's called-strike rate in the cell for every
      *    catcher but this one; -1 when nobody else has been seen
      *    there to compare against.
       method-id expectedRate protected.
       local-storage section.
       01  otherCs         type Int32.
       01  otherN          type Int32.
       procedure division using by value catIdx as type Int32
                                 by value umpIdx as type Int32
                                 by value cellIdx as type Int32
                          returning rateOut as type Double.
           set rateOut to -1
           compute otherN = CF-UZ-N(umpIdx, cellIdx) -
               CF-CUZ-N(catIdx, umpIdx, cellIdx)
           if otherN < 1
               exit method.
           compute otherCs = CF-UZ-CS(umpIdx, cellIdx) -
               CF-CUZ-CS(catIdx, umpIdx, cellIdx)
           compute rateOut = otherCs / otherN.
       end method.

       end class.
