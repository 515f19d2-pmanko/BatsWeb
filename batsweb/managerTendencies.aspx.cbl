      * opposing manager tendency report. Steals and pickoffs
      * are charted on baserunning.aspx.cbl, sacrifice bunts and
      * intentional walks sit in the BAT360 at-bat results, and every
      * pitching change is in the appearance data pitcherDecisions
      * reads -- together that is how the other dugout manages, but
      * it has only ever been read player by player. This walks every
      * game of the named club in the gameSummary engine's loaded list
      * and answers the advance scout's questions from our own
      * charting:
      *   - bunts with a runner on first only and nobody out, against
      *     the chances to, by inning and by score margin;
      *   - steal attempts (SB + CS on BATSW029.DAT for runners who
      *     batted for them that game) by the count they went on;
      *   - every intentional walk they issued, with the situation;
      *   - how deep their starter goes before the first change --
      *     batters faced, pitches, the inning of the hook and the
      *     margin it came at.
      * Score is rebuilt from the RBI column as the lines are walked,
      * the approximation winProbability.aspx.cbl uses.
       class-id batsweb.managerTendencies is partial
                inherits type System.Web.UI.Page public.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       $SET CALLFH"EXTFH"
       $SET DATACOMPRESS"1"
        SELECT BASERUN-FILE ASSIGN WS-BASERUN-FILE
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS BRUN-KEY
              LOCK MANUAL
              FILE STATUS IS STATUS-COMN.

       file section.
       FD  BASERUN-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS BRUN-REC.

      *    layout owned by baserunning.aspx.cbl -- keep in
      *    sync with the FD there.
       01  BRUN-REC.
           05  BRUN-KEY.
               10  BRUN-GAME-DATE          PIC 9(8).
               10  BRUN-HOME-TEAM          PIC X(15).
               10  BRUN-VISITORS           PIC X(15).
               10  BRUN-SEQ                PIC 9(4).
           05  BRUN-INNING                 PIC 9(2).
           05  BRUN-RUNNER                 PIC X(30).
           05  BRUN-CATCHER                PIC X(30).
           05  BRUN-EVENT                  PIC X(2).
           05  BRUN-BASE                   PIC X.
           05  BRUN-RECORDED               PIC X(14).
           05  BRUN-COUNT                  PIC X(3).
           05  FILLER                      PIC X(7).

       working-storage section.
       COPY "Y:\sydexsource\shared\WS-SYS.CBL".
       01 bat360rununit         type RunUnit.
       01 BAT360WEBF                type BAT360WEBF.
       01 my360data type batsweb.bat360Data.
       01  WS-BASERUN-FILE    PIC X(256) VALUE "BATSW029.DAT".
       01  STATUS-COMN.
           05  STATUS-BYTE-1           PIC X      VALUE SPACES.
           05  STATUS-BYTE-2           PIC X      VALUE SPACES.
       01  WS-BASERUN-OPEN    PIC X VALUE "N".
       01  WS-LOOKUP-TEAM     PIC X(15).

      *    one scoresheet row, split the way runExpectancy
      *    splits BAT360-AB-LINE.
       01  MT-LINE.
           05  MT-LINE-L           PIC X(39).
           05  MT-LINE-MID         PIC X.
           05  MT-LINE-R           PIC X(39).

      *    inning buckets 1-3, 4-6, 7-9, extras; margin buckets
      *    down 2+, down 1, tied, up 1, up 2+ (their side's view).
       01  MT-BUNT-TBL.
           05  MT-BUNT-INN OCCURS 4 TIMES.
               10  MT-BUNT-MRG OCCURS 5 TIMES.
                   15  MT-BUNT-CHANCES PIC 9(5).
                   15  MT-BUNTS        PIC 9(5).
      *    counts 0-0 .. 3-2 as balls * 3 + strikes + 1; 13 is
      *    an event charted without the count.
       01  MT-STEAL-TBL.
           05  MT-STEAL OCCURS 13 TIMES.
               10  MT-STEAL-ATT        PIC 9(5).
               10  MT-STEAL-SB         PIC 9(5).
       01  MT-IBB-TBL.
           05  MT-IBB-INN OCCURS 4 TIMES.
               10  MT-IBB-MRG OCCURS 5 TIMES PIC 9(5).
       01  MT-IBB-COUNT                PIC 9(5) VALUE 0.
       01  MT-HOOK-TBL.
           05  MT-HOOK-INN OCCURS 10 TIMES PIC 9(5).
           05  MT-HOOK-MRG OCCURS 5 TIMES PIC 9(5).
       01  MT-STARTS                   PIC 9(5) VALUE 0.
       01  MT-COMPLETE                 PIC 9(5) VALUE 0.
       01  MT-SP-BF                    PIC 9(7) VALUE 0.
       01  MT-SP-PITCHES               PIC 9(7) VALUE 0.
       01  MT-GAMES-USED               PIC 9(4) VALUE 0.

      *    the game being walked.
       01  MT-GAME-STATE.
           05  MT-TEAM-SIDE            PIC X.
           05  MT-VIS-RUNS             PIC 9(3).
           05  MT-HOME-RUNS            PIC 9(3).
           05  MT-SP-NAME              PIC X(30).
           05  MT-SP-OPEN              PIC X.
       01  MT-IBB-LINES                type System.Collections.Generic.List[String].

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

       method-id btnBuild_Click protected.
       local-storage section.
       01  gameIdx         type Int32.
       01  lineIdx         type Int32.
       01  teamBatters     type Dictionary[String, String].
       linkage section.
           COPY "Y:\sydexsource\BATS\bat360_dg.CPB".
       procedure division using by value sender as object e as type System.EventArgs.
           invoke lbReport::Items::Clear.
           if tbTeam::Text::Trim() = ""
               set lblMsg::Text to "Enter the opposing club."
               exit method.
           move tbTeam::Text::Trim::ToUpper to WS-LOOKUP-TEAM
           set my360data to self::Session["bat360data"] as type batsweb.bat360Data
           set bat360rununit to self::Session::Item("360rununit")
               as type RunUnit
           set address of BAT360-DIALOG-FIELDS to my360Data::tablePointer

           INITIALIZE MT-BUNT-TBL MT-STEAL-TBL MT-IBB-TBL MT-HOOK-TBL
           move 0 to MT-IBB-COUNT MT-STARTS MT-COMPLETE MT-SP-BF
                     MT-SP-PITCHES MT-GAMES-USED
           set MT-IBB-LINES to new System.Collections.Generic.List[String]
           OPEN INPUT BASERUN-FILE
           IF STATUS-BYTE-1 EQUAL ZEROES
               move "Y" to WS-BASERUN-OPEN
           else
               move "N" to WS-BASERUN-OPEN.

           move 1 to gameIdx.
       game-loop.
           if gameIdx > BAT360-NUM-GAMES
               go to game-done.
           INITIALIZE MT-GAME-STATE
           if BAT360-G-VIS(gameIdx)::Trim::ToUpper = WS-LOOKUP-TEAM::Trim
               move "V" to MT-TEAM-SIDE
           else
               if BAT360-G-HOME(gameIdx)::Trim::ToUpper = WS-LOOKUP-TEAM::Trim
                   move "H" to MT-TEAM-SIDE
               else
                   add 1 to gameIdx
                   go to game-loop
               end-if
           end-if
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
           add 1 to MT-GAMES-USED
           move "Y" to MT-SP-OPEN
           add 1 to MT-STARTS
           set teamBatters to new Dictionary[String, String]

           move 1 to lineIdx.
       line-loop.
           if lineIdx > BAT360-NUM-AB
               go to line-done.
           IF BAT360-REC-TYPE(lineIdx) NOT = "B"
               add 1 to lineIdx
               go to line-loop.
           MOVE BAT360-AB-LINE(lineIdx) TO MT-LINE
           set BAT360-SEL-AB to lineIdx
           MOVE BAT360-SEL-AB to BAT360-AB-IP
           MOVE BAT360-AB-KEY(lineIdx) to BAT360-I-KEY
           move "VA" to BAT360-ACTION
           invoke type batsweb.screenTiming::engineCall(bat360rununit, "BAT360WEBF", "VA")
           if ERROR-FIELD NOT = SPACES
               move spaces to ERROR-FIELD
               add 1 to lineIdx
               go to line-loop.
           if MT-LINE-L not = SPACES
               invoke self::takeAtBat(MT-LINE-L, "V", gameIdx, teamBatters)
           else
               invoke self::takeAtBat(MT-LINE-R, "H", gameIdx, teamBatters)
           end-if
           add 1 to lineIdx
           go to line-loop.
       line-done.
           if MT-SP-OPEN = "Y"
               add 1 to MT-COMPLETE.
           if WS-BASERUN-OPEN = "Y"
               invoke self::takeSteals(gameIdx, teamBatters).
           add 1 to gameIdx
           go to game-loop.
       game-done.
           if WS-BASERUN-OPEN = "Y"
               CLOSE BASERUN-FILE.

           if MT-GAMES-USED = 0
               set lblMsg::Text to "No " & WS-LOOKUP-TEAM::Trim &
                   " games in the loaded selection."
               exit method.
           invoke self::showBunts
           invoke self::showSteals
           invoke self::showWalks
           invoke self::showHooks
           set lblMsg::Text to MT-GAMES-USED::ToString & " game(s) against "
               & WS-LOOKUP-TEAM::Trim & ". Score is rebuilt from the RBI column.".
       end method.

      *    one plate appearance. The half-line's Out and Rnrs
      *    columns are the state the batter came up in.
       method-id takeAtBat protected.
       local-storage section.
       01  innVal          type Int32.
       01  outVal          type Int32.
       01  rbiVal          type Int32.
       01  innBucket       type Int32.
       01  mrgBucket       type Int32.
       01  teamMargin      type Int32.
       01  baseState       type String.
       01  resText         type String.
       01  pitcherName     type String.
       linkage section.
           COPY "Y:\sydexsource\BATS\bat360_dg.CPB".
       procedure division using by value halfLine as String
                                 by value battingSide as String
                                 by value gameIdx as type Int32
                                 by value teamBatters as type Dictionary[String, String].
           set address of BAT360-DIALOG-FIELDS to my360Data::tablePointer
           move 0 to innVal outVal rbiVal
           invoke type Int32::TryParse(halfLine::Substring(1, 3)::Trim, by reference innVal)
           invoke type Int32::TryParse(halfLine::Substring(20, 3)::Trim, by reference outVal)
           invoke type Int32::TryParse(halfLine::Substring(34, 3)::Trim, by reference rbiVal)
           set baseState to self::basesOf(halfLine::Substring(24, 4))
           set resText to BAT360-I-RES-DESC::Trim::ToUpper & " " &
               BAT360-I-HIT-DESC::Trim::ToUpper

           if MT-TEAM-SIDE = "V"
               compute teamMargin = MT-VIS-RUNS - MT-HOME-RUNS
           else
               compute teamMargin = MT-HOME-RUNS - MT-VIS-RUNS
           end-if
           evaluate true
           when innVal <= 3
               set innBucket to 1
           when innVal <= 6
               set innBucket to 2
           when innVal <= 9
               set innBucket to 3
           when other
               set innBucket to 4
           end-evaluate
           evaluate true
           when teamMargin <= -2
               set mrgBucket to 1
           when teamMargin = -1
               set mrgBucket to 2
           when teamMargin = 0
               set mrgBucket to 3
           when teamMargin = 1
               set mrgBucket to 4
           when other
               set mrgBucket to 5
           end-evaluate

           if battingSide = MT-TEAM-SIDE
      *        they're batting: the bunt question.
               set teamBatters[BAT360-BATTER::Trim::ToUpper] to "Y"
               if baseState = "1" and outVal = 0
                   add 1 to MT-BUNT-CHANCES(innBucket, mrgBucket)
                   if resText::Contains("BUNT")
                       add 1 to MT-BUNTS(innBucket, mrgBucket)
                   end-if
               end-if
           else
      *        they're in the field: walks and the starter.
               if resText::Contains("INTENTIONAL") or resText::Contains("IBB")
                   add 1 to MT-IBB-COUNT
                   add 1 to MT-IBB-MRG(innBucket, mrgBucket)
                   invoke MT-IBB-LINES::Add("  " & BAT360-G-GAME-DATE(gameIdx) &
                       "  inn " & innVal::ToString & "  " & outVal::ToString &
                       " out  bases " & self::basesLabel(baseState) &
                       "  margin " & teamMargin::ToString & "  to " &
                       BAT360-BATTER::Trim)
               end-if
               set pitcherName to BAT360-PITCHER::Trim::ToUpper
               if MT-SP-OPEN = "Y" and pitcherName not = ""
                   if MT-SP-NAME = SPACES
                       move pitcherName to MT-SP-NAME
                   end-if
                   if pitcherName = MT-SP-NAME::Trim
                       add 1 to MT-SP-BF
                       add BAT360-NUM-PITCHES to MT-SP-PITCHES
                   else
                       move "N" to MT-SP-OPEN
                       if innVal > 10
                           add 1 to MT-HOOK-INN(10)
                       else
                           if innVal > 0
                               add 1 to MT-HOOK-INN(innVal)
                           end-if
                       end-if
                       add 1 to MT-HOOK-MRG(mrgBucket)
                   end-if
               end-if
           end-if

           if battingSide = "V"
               add rbiVal to MT-VIS-RUNS
           else
               add rbiVal to MT-HOME-RUNS
           end-if.
       end method.

      *    the runners token as occupied bases, "" empty, "1",
      *    "13", "123" and so on -- base digits where the token
      *    carries them, otherwise a filled position per base.
       method-id basesOf protected.
       local-storage section.
       01  rnrsTok         type String.
       01  posIdx          type Int32.
       01  posChar         type String.
       01  baseNum         type Int32.
       procedure division using by value rawToken as String
                          returning stateOut as String.
           set stateOut to ""
           set rnrsTok to rawToken::Trim
           if rnrsTok::Contains("1") or rnrsTok::Contains("2") or rnrsTok::Contains("3")
               if rnrsTok::Contains("1")
                   set stateOut to stateOut & "1"
               end-if
               if rnrsTok::Contains("2")
                   set stateOut to stateOut & "2"
               end-if
               if rnrsTok::Contains("3")
                   set stateOut to stateOut & "3"
               end-if
               exit method
           end-if
           perform varying posIdx from 0 by 1 until posIdx > 2 or posIdx >= rnrsTok::Length
               set posChar to rnrsTok::Substring(posIdx, 1)
               if posChar not = "-" and posChar not = "_" and posChar not = "."
                and posChar not = " " and posChar not = "0"
                   compute baseNum = posIdx + 1
                   set stateOut to stateOut & baseNum::ToString
               end-if
           end-perform.
       end method.

       method-id basesLabel protected.
       procedure division using by value baseState as String
                          returning labelOut as String.
           if baseState = ""
               set labelOut to "empty"
           else
               set labelOut to baseState.
       end method.

      *    the game's SB/CS events whose runner batted for them.
       method-id takeSteals protected.
       local-storage section.
       01  ballN           type Int32.
       01  strikeN         type Int32.
       01  countIdx        type Int32.
       linkage section.
           COPY "Y:\sydexsource\BATS\bat360_dg.CPB".
       procedure division using by value gameIdx as type Int32
                                 by value teamBatters as type Dictionary[String, String].
           set address of BAT360-DIALOG-FIELDS to my360Data::tablePointer
           MOVE BAT360-G-GAME-DATE(gameIdx) TO BRUN-GAME-DATE
           MOVE BAT360-G-HOME(gameIdx)::Trim::ToUpper TO BRUN-HOME-TEAM
           MOVE BAT360-G-VIS(gameIdx)::Trim::ToUpper TO BRUN-VISITORS
           MOVE 0 TO BRUN-SEQ
           START BASERUN-FILE KEY NOT < BRUN-KEY
               INVALID KEY
                   exit method.
       STEAL-LOOP.
           READ BASERUN-FILE NEXT
               AT END exit method.
           IF BRUN-GAME-DATE NOT = BAT360-G-GAME-DATE(gameIdx)
            OR BRUN-HOME-TEAM NOT = BAT360-G-HOME(gameIdx)::Trim::ToUpper
            OR BRUN-VISITORS NOT = BAT360-G-VIS(gameIdx)::Trim::ToUpper
               exit method.
           IF BRUN-EVENT NOT = "SB" AND BRUN-EVENT NOT = "CS"
               GO TO STEAL-LOOP.
           IF teamBatters::ContainsKey(BRUN-RUNNER::Trim) = false
               GO TO STEAL-LOOP.
           set countIdx to 13
           move -1 to ballN strikeN
           if BRUN-COUNT(2:1) = "-"
               invoke type Int32::TryParse(BRUN-COUNT(1:1), by reference ballN)
               invoke type Int32::TryParse(BRUN-COUNT(3:1), by reference strikeN)
           end-if
           if ballN >= 0 and ballN <= 3 and strikeN >= 0 and strikeN <= 2
               compute countIdx = (ballN * 3) + strikeN + 1
           end-if
           add 1 to MT-STEAL-ATT(countIdx)
           if BRUN-EVENT = "SB"
               add 1 to MT-STEAL-SB(countIdx)
           end-if
           GO TO STEAL-LOOP.
       end method.

       method-id showBunts protected.
       local-storage section.
       01  innIdx          type Int32.
       01  mrgIdx          type Int32.
       01  rowText         type String.
       01  innLabels       type String occurs any.
       01  cellText        type String.
       procedure division.
           set innLabels to "inn 1-3 ,inn 4-6 ,inn 7-9 ,extras  "::Split(",")
           invoke lbReport::Items::Add("BUNTS, RUNNER ON 1ST ONLY, NOBODY OUT  (bunts/chances)")
           invoke lbReport::Items::Add("            down 2+   down 1    tied      up 1      up 2+")
           perform varying innIdx from 1 by 1 until innIdx > 4
               set rowText to "  " & innLabels[innIdx - 1] & "  "
               perform varying mrgIdx from 1 by 1 until mrgIdx > 5
                   set cellText to MT-BUNTS(innIdx, mrgIdx)::ToString & "/" &
                       MT-BUNT-CHANCES(innIdx, mrgIdx)::ToString
                   set rowText to rowText & cellText::PadRight(10)
               end-perform
               invoke lbReport::Items::Add(rowText)
           end-perform
           invoke lbReport::Items::Add(" ").
       end method.

       method-id showSteals protected.
       local-storage section.
       01  ballN           type Int32.
       01  strikeN         type Int32.
       01  countIdx        type Int32.
       01  totalAtt        type Int32.
       01  sharePct        type Int32.
       procedure division.
           invoke lbReport::Items::Add("STEAL ATTEMPTS BY COUNT  (attempts, safe)")
           set totalAtt to 0
           perform varying countIdx from 1 by 1 until countIdx > 13
               add MT-STEAL-ATT(countIdx) to totalAtt
           end-perform
           perform varying countIdx from 1 by 1 until countIdx > 12
               if MT-STEAL-ATT(countIdx) > 0
                   compute ballN = (countIdx - 1) / 3
                   compute strikeN = countIdx - 1 - (ballN * 3)
                   compute sharePct = MT-STEAL-ATT(countIdx) * 100 / totalAtt
                   invoke lbReport::Items::Add("  " & ballN::ToString & "-" &
                       strikeN::ToString & "   " & MT-STEAL-ATT(countIdx) &
                       " att  " & MT-STEAL-SB(countIdx) & " safe  " &
                       sharePct::ToString &
                       "% of their attempts")
               end-if
           end-perform
           if MT-STEAL-ATT(13) > 0
               invoke lbReport::Items::Add("  count not charted   " &
                   MT-STEAL-ATT(13) & " att  " & MT-STEAL-SB(13) & " safe")
           end-if
           if totalAtt = 0
               invoke lbReport::Items::Add("  no steal attempts charted")
           end-if
           invoke lbReport::Items::Add(" ").
       end method.

       method-id showWalks protected.
       local-storage section.
       01  ibbLine         type String.
       procedure division.
           invoke lbReport::Items::Add("INTENTIONAL WALKS ISSUED  (" &
               MT-IBB-COUNT::ToString & ")  margin is theirs when issued")
           perform varying ibbLine through MT-IBB-LINES
               invoke lbReport::Items::Add(ibbLine)
           end-perform
           invoke lbReport::Items::Add(" ").
       end method.

       method-id showHooks protected.
       local-storage section.
       01  innIdx          type Int32.
       01  avgBf           type Double.
       01  avgPitches      type Double.
       01  mrgLabels       type String occurs any.
       01  mrgIdx          type Int32.
       procedure division.
           set mrgLabels to "down 2+,down 1,tied,up 1,up 2+"::Split(",")
           compute avgBf = MT-SP-BF / MT-STARTS
           compute avgPitches = MT-SP-PITCHES / MT-STARTS
           invoke lbReport::Items::Add("STARTER DEPTH  " & MT-STARTS & " starts, "
               & avgBf::ToString("0.0") & " BF and " & avgPitches::ToString("0")
               & " pitches a start, " & MT-COMPLETE & " went the distance")
           invoke lbReport::Items::Add("  first change by inning:")
           perform varying innIdx from 1 by 1 until innIdx > 10
               if MT-HOOK-INN(innIdx) > 0
                   if innIdx = 10
                       invoke lbReport::Items::Add("    extras  " & MT-HOOK-INN(innIdx))
                   else
                       invoke lbReport::Items::Add("    inn " & innIdx::ToString &
                           "   " & MT-HOOK-INN(innIdx))
                   end-if
               end-if
           end-perform
           invoke lbReport::Items::Add("  first change by their margin:")
           perform varying mrgIdx from 1 by 1 until mrgIdx > 5
               invoke lbReport::Items::Add("    " & mrgLabels[mrgIdx - 1]::PadRight(8) &
                   MT-HOOK-MRG(mrgIdx))
           end-perform.
       end method.

       end class.
