      * comparable-player search. Give it a player-master id
      * (or, from the prospect board, a name the master hasn't
      * assigned yet) and it scores that player's charted season
      * against every player-season in BATSW052.DAT -- the season
      * profiles comparableBuild.cbl writes for the current season and
      * the archived ones -- and lists the ten most alike, each with
      * its similarity score and what that player did the season after.
      *   hitters: bats hand, walk and strikeout rates, ground-ball
      *            share, pull and opposite-field share, and the
      *            share of at-bats ending in each zone cell;
      *   skaters: shots and points per 60, shooting percentage,
      *            ice time per game and the power-play and
      *            short-handed share of it.
      * The score starts at 1000 and loses CMP-WEIGHT points per
      * percentage point (per unit for the skater rates) of
      * difference, so 1000 is a twin. Only comparables with a real
      * season behind them (CMP-MIN-PA plate appearances, CMP-MIN-GP
      * games) are listed; the player searched needs just one charted
      * game. Defaults to the player's latest charted season.
       class-id batsweb.comparablePlayers is partial
                inherits type System.Web.UI.Page public.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       $SET CALLFH"EXTFH"
       $SET DATACOMPRESS"1"
        SELECT PROFILE-FILE ASSIGN WS-PROFILE-FILE
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS PROF-KEY
              LOCK MANUAL
              FILE STATUS IS STATUS-COMN.

       file section.
       FD  PROFILE-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS PROF-REC.

      *    one row per player per season per sport (B hitters, K
      *    skaters). PROF-NAME is spaces when PROF-ID resolves and
      *    carries the name when the master doesn't know it yet (id
      *    zero). PROF-HAND is the playerBio bats code for hitters.
      *    PROF-COUNT holds the season's raw counts; the hitter and
      *    skater views name them. Times are in seconds.
       01  PROF-REC.
           05  PROF-KEY.
               10  PROF-SPORT          PIC X.
               10  PROF-ID             PIC 9(6).
               10  PROF-NAME           PIC X(30).
               10  PROF-SEASON         PIC 9(4).
           05  PROF-DISPLAY            PIC X(30).
           05  PROF-HAND               PIC X.
           05  PROF-COUNTS.
               10  PROF-COUNT OCCURS 22 TIMES PIC 9(7).
           05  PROF-HITTER REDEFINES PROF-COUNTS.
               10  PROF-PA             PIC 9(7).
               10  PROF-AB             PIC 9(7).
               10  PROF-HITS           PIC 9(7).
               10  PROF-WALKS          PIC 9(7).
               10  PROF-STRIKEOUTS     PIC 9(7).
               10  PROF-GROUND         PIC 9(7).
               10  PROF-AIR            PIC 9(7).
               10  PROF-PULL           PIC 9(7).
               10  PROF-CENTER         PIC 9(7).
               10  PROF-OPPO           PIC 9(7).
               10  PROF-ZONE-AB OCCURS 12 TIMES PIC 9(7).
           05  PROF-SKATER REDEFINES PROF-COUNTS.
               10  PROF-GAMES          PIC 9(7).
               10  PROF-SHOTS          PIC 9(7).
               10  PROF-GOALS          PIC 9(7).
               10  PROF-POINTS         PIC 9(7).
               10  PROF-TOI            PIC 9(7).
               10  PROF-PP-TOI         PIC 9(7).
               10  PROF-SH-TOI         PIC 9(7).
               10  FILLER              PIC X(105).
           05  PROF-BUILT              PIC X(14).
           05  FILLER                  PIC X(10).

       working-storage section.
       01  WS-PROFILE-FILE    PIC X(256) VALUE "BATSW052.DAT".
       01  STATUS-COMN.
           05  STATUS-BYTE-1           PIC X      VALUE SPACES.
           05  STATUS-BYTE-2           PIC X      VALUE SPACES.
      *    points lost per unit of difference. Hitters: walk %,
      *    strikeout %, ground-ball %, pull %, opposite-field %, then
      *    the twelve zone cells. Skaters: shots/60, shooting %,
      *    points/60, minutes per game, PP share %, SH share %.
       01  CMP-HITTER-WEIGHTS.
           05  FILLER                  PIC 9(3) VALUE 8.
           05  FILLER                  PIC 9(3) VALUE 6.
           05  FILLER                  PIC 9(3) VALUE 3.
           05  FILLER                  PIC 9(3) VALUE 3.
           05  FILLER                  PIC 9(3) VALUE 3.
           05  FILLER                  PIC 9(3) VALUE 1.
           05  FILLER                  PIC 9(3) VALUE 1.
           05  FILLER                  PIC 9(3) VALUE 1.
           05  FILLER                  PIC 9(3) VALUE 1.
           05  FILLER                  PIC 9(3) VALUE 1.
           05  FILLER                  PIC 9(3) VALUE 1.
           05  FILLER                  PIC 9(3) VALUE 1.
           05  FILLER                  PIC 9(3) VALUE 1.
           05  FILLER                  PIC 9(3) VALUE 1.
           05  FILLER                  PIC 9(3) VALUE 1.
           05  FILLER                  PIC 9(3) VALUE 1.
           05  FILLER                  PIC 9(3) VALUE 1.
       01  CMP-HITTER-TABLE REDEFINES CMP-HITTER-WEIGHTS.
           05  CMP-HITTER-WEIGHT OCCURS 17 TIMES PIC 9(3).
       01  CMP-SKATER-WEIGHTS.
           05  FILLER                  PIC 9(3) VALUE 25.
           05  FILLER                  PIC 9(3) VALUE 5.
           05  FILLER                  PIC 9(3) VALUE 60.
           05  FILLER                  PIC 9(3) VALUE 15.
           05  FILLER                  PIC 9(3) VALUE 6.
           05  FILLER                  PIC 9(3) VALUE 6.
       01  CMP-SKATER-TABLE REDEFINES CMP-SKATER-WEIGHTS.
           05  CMP-SKATER-WEIGHT OCCURS 6 TIMES PIC 9(3).
      *    a bats hand that differs outright, and one side against
      *    a switch-hitter.
       01  CMP-HAND-PENALTY            PIC 9(3) VALUE 100.
       01  CMP-SWITCH-PENALTY          PIC 9(3) VALUE 50.
       01  CMP-MIN-PA                  PIC 9(3) VALUE 50.
       01  CMP-MIN-GP                  PIC 9(3) VALUE 10.
      *    the searched player's season and the one being scored,
      *    as rates.
       01  TGT-SPORT                   PIC X.
       01  TGT-ID                      PIC 9(6).
       01  TGT-NAME                    PIC X(30).
       01  TGT-SEASON                  PIC 9(4).
       01  TGT-HAND                    PIC X.
       01  TGT-RATES.
           05  TGT-RATE OCCURS 17 TIMES PIC S9(4)V9(4).
       01  CMP-RATES.
           05  CMP-RATE OCCURS 17 TIMES PIC S9(4)V9(4).
      *    the ten best so far, best first.
       01  TOP-TABLE.
           05  TOP-ROW OCCURS 10 TIMES.
               10  TOP-SCORE           PIC S9(4)V9.
               10  TOP-ID              PIC 9(6).
               10  TOP-NAME            PIC X(30).
               10  TOP-SEASON          PIC 9(4).
               10  TOP-DISPLAY         PIC X(30).
               10  TOP-LINE            PIC X(60).
       01  TOP-COUNT                   PIC 9(2) VALUE 0.
       01  candidatesScored            PIC 9(6) VALUE 0.

       method-id Page_Load protected.
       local-storage section.
       procedure division using by value param-sender as object
                                         param-e as type System.EventArgs.
           if self::Session["level"] = null
               invoke self::Response::Redirect("~/Default.aspx")
               exit method.
           if self::IsPostBack
               exit method.
      *    arriving from the prospect board: search the name
      *    straight away.
           if self::Request::QueryString["last"] not = null
               set tbLast::Text to self::Request::QueryString["last"]
               if self::Request::QueryString["first"] not = null
                   set tbFirst::Text to self::Request::QueryString["first"]
               end-if
               invoke self::findComparables
           end-if
           goback.
       end method.

       method-id btnSearch_Click protected.
       procedure division using by value sender as object e as type System.EventArgs.
           invoke self::findComparables.
       end method.

       method-id findComparables protected.
       local-storage section.
       01  masterId        type Int32.
       01  wantSeason      type Int32.
       01  foundSeason     type Int32.
       01  rowIdx          type Int32.
       01  scoreVal        type Double.
       procedure division.
           invoke lbComps::Items::Clear
           set lblTarget::Text to ""
           set masterId to 0
           invoke type Int32::TryParse(tbPlayerId::Text::Trim(), by reference masterId)
           if masterId = 0
               if tbLast::Text::Trim() = ""
                   set lblMsg::Text to "Enter a player-master id, or the last and first name."
                   exit method
               end-if
               set masterId to type batsweb.playerBio::idForName(
                   tbLast::Text::Trim, tbFirst::Text::Trim)
           end-if
           set wantSeason to 0
           invoke type Int32::TryParse(tbSeason::Text::Trim(), by reference wantSeason)

           MOVE masterId TO TGT-ID
           MOVE SPACES TO TGT-NAME
           IF masterId = 0
               set TGT-NAME to tbLast::Text::Trim::ToUpper & ", " &
                   tbFirst::Text::Trim::ToUpper.

           OPEN INPUT PROFILE-FILE.
           IF STATUS-BYTE-1 NOT EQUAL ZEROES
               set lblMsg::Text to "No season profiles on file yet."
               exit method.

      *    the searched player's season: hitters first, then
      *    skaters; the one asked for or else the latest.
           MOVE "B" TO TGT-SPORT
           set foundSeason to self::targetSeason(wantSeason)
           if foundSeason = 0
               MOVE "K" TO TGT-SPORT
               set foundSeason to self::targetSeason(wantSeason)
           end-if
           if foundSeason = 0
               CLOSE PROFILE-FILE
               if wantSeason > 0
                   set lblMsg::Text to "No charted games for that player in " &
                       wantSeason & "."
               else
                   set lblMsg::Text to "No charted games for that player yet."
               end-if
               exit method
           end-if
           MOVE TGT-SPORT TO PROF-SPORT
           MOVE TGT-ID TO PROF-ID
           MOVE TGT-NAME TO PROF-NAME
           MOVE foundSeason TO PROF-SEASON
           READ PROFILE-FILE WITH NO LOCK
               INVALID KEY
                   CLOSE PROFILE-FILE
                   set lblMsg::Text to "No charted games for that player yet."
                   exit method.
           MOVE PROF-SEASON TO TGT-SEASON
           MOVE PROF-HAND TO TGT-HAND
           invoke self::profileRates
           MOVE CMP-RATES TO TGT-RATES
           set lblTarget::Text to PROF-DISPLAY::Trim & "  " & PROF-SEASON &
               "  " & self::profileLine()

      *    every other player-season of the sport, scored.
           INITIALIZE TOP-TABLE
           MOVE 0 TO TOP-COUNT
           MOVE 0 TO candidatesScored
           MOVE TGT-SPORT TO PROF-SPORT
           MOVE 0 TO PROF-ID
           MOVE SPACES TO PROF-NAME
           MOVE 0 TO PROF-SEASON
           START PROFILE-FILE KEY NOT < PROF-KEY
               INVALID KEY
                   GO TO SCAN-DONE.
       SCAN-LOOP.
           READ PROFILE-FILE NEXT WITH NO LOCK
               AT END GO TO SCAN-DONE.
           IF PROF-SPORT NOT = TGT-SPORT
               GO TO SCAN-DONE.
           IF PROF-ID = TGT-ID AND PROF-NAME = TGT-NAME
               GO TO SCAN-LOOP.
           IF TGT-SPORT = "B" AND PROF-PA < CMP-MIN-PA
               GO TO SCAN-LOOP.
           IF TGT-SPORT = "K" AND PROF-GAMES < CMP-MIN-GP
               GO TO SCAN-LOOP.
           invoke self::profileRates
           set scoreVal to self::similarity()
           add 1 to candidatesScored
           invoke self::keepIfTop(scoreVal)
           GO TO SCAN-LOOP.
       SCAN-DONE.

      *    each comparable's following season -- the same key one
      *    season on.
           perform varying rowIdx from 1 by 1 until rowIdx > TOP-COUNT
               MOVE TGT-SPORT TO PROF-SPORT
               MOVE TOP-ID(rowIdx) TO PROF-ID
               MOVE TOP-NAME(rowIdx) TO PROF-NAME
               compute PROF-SEASON = TOP-SEASON(rowIdx) + 1
               READ PROFILE-FILE WITH NO LOCK
                   INVALID KEY
                       MOVE "no following season charted" TO TOP-LINE(rowIdx)
                   NOT INVALID KEY
                       MOVE self::profileLine() TO TOP-LINE(rowIdx)
               END-READ
               set scoreVal to TOP-SCORE(rowIdx)
               invoke lbComps::Items::Add(scoreVal::ToString("F0") & "  " &
                   TOP-DISPLAY(rowIdx)::Trim & " " & TOP-SEASON(rowIdx) &
                   "   next season: " & TOP-LINE(rowIdx)::Trim)
           end-perform
           CLOSE PROFILE-FILE.
           if TOP-COUNT = 0
               set lblMsg::Text to "No comparable seasons with enough charted games on file."
           else
               set lblMsg::Text to "Top " & TOP-COUNT & " of " &
                   candidatesScored & " player-seasons scored (1000 = identical profile)."
           end-if.
       end method.

      *    the searched player's season for TGT-SPORT: wantSeason
      *    when asked and on file, otherwise the latest. Zero when
      *    the player has no row for the sport.
       method-id targetSeason protected.
       procedure division using by value wantSeason as type Int32
                          returning seasonOut as type Int32.
           set seasonOut to 0
           MOVE TGT-SPORT TO PROF-SPORT
           MOVE TGT-ID TO PROF-ID
           MOVE TGT-NAME TO PROF-NAME
           MOVE 0 TO PROF-SEASON
           START PROFILE-FILE KEY NOT < PROF-KEY
               INVALID KEY
                   exit method.
       SEASON-LOOP.
           READ PROFILE-FILE NEXT WITH NO LOCK
               AT END GO TO SEASON-DONE.
           IF PROF-SPORT NOT = TGT-SPORT OR PROF-ID NOT = TGT-ID
            OR PROF-NAME NOT = TGT-NAME
               GO TO SEASON-DONE.
           IF wantSeason > 0 AND PROF-SEASON NOT = wantSeason
               GO TO SEASON-LOOP.
           set seasonOut to PROF-SEASON
           GO TO SEASON-LOOP.
       SEASON-DONE.
       end method.

      *    the current PROF-REC as the rates the score compares,
      *    into CMP-RATE.
       method-id profileRates protected.
       local-storage section.
       01  rateIdx         type Int32.
       01  zoneIdx         type Int32.
       01  zoneTotal       type Int32.
       01  ballTotal       type Int32.
       procedure division.
           INITIALIZE CMP-RATES
           if PROF-SPORT = "B"
               if PROF-PA > 0
                   compute CMP-RATE(1) = PROF-WALKS * 100 / PROF-PA
                   compute CMP-RATE(2) = PROF-STRIKEOUTS * 100 / PROF-PA
               end-if
               if PROF-GROUND + PROF-AIR > 0
                   compute CMP-RATE(3) = PROF-GROUND * 100 /
                       (PROF-GROUND + PROF-AIR)
               end-if
               compute ballTotal = PROF-PULL + PROF-CENTER + PROF-OPPO
               if ballTotal > 0
                   compute CMP-RATE(4) = PROF-PULL * 100 / ballTotal
                   compute CMP-RATE(5) = PROF-OPPO * 100 / ballTotal
               end-if
               set zoneTotal to 0
               perform varying zoneIdx from 1 by 1 until zoneIdx > 12
                   add PROF-ZONE-AB(zoneIdx) to zoneTotal
               end-perform
               if zoneTotal > 0
                   perform varying zoneIdx from 1 by 1 until zoneIdx > 12
                       compute rateIdx = zoneIdx + 5
                       compute CMP-RATE(rateIdx) = PROF-ZONE-AB(zoneIdx) * 100 /
                           zoneTotal
                   end-perform
               end-if
           else
               if PROF-TOI > 0
                   compute CMP-RATE(1) = PROF-SHOTS * 3600 / PROF-TOI
                   compute CMP-RATE(3) = PROF-POINTS * 3600 / PROF-TOI
                   compute CMP-RATE(5) = PROF-PP-TOI * 100 / PROF-TOI
                   compute CMP-RATE(6) = PROF-SH-TOI * 100 / PROF-TOI
               end-if
               if PROF-SHOTS > 0
                   compute CMP-RATE(2) = PROF-GOALS * 100 / PROF-SHOTS
               end-if
               if PROF-GAMES > 0
                   compute CMP-RATE(4) = PROF-TOI / PROF-GAMES / 60
               end-if
           end-if.
       end method.

      *    1000 less the weighted differences between TGT-RATE
      *    and CMP-RATE (and the bats hand, for hitters).
       method-id similarity protected.
       local-storage section.
       01  rateIdx         type Int32.
       01  rateCount       type Int32.
       01  diffVal         type Double.
       procedure division returning scoreOut as type Double.
           set scoreOut to 1000
           if TGT-SPORT = "B"
               set rateCount to 17
               if TGT-HAND not = space and PROF-HAND not = space
                and TGT-HAND not = PROF-HAND
                   if TGT-HAND = "S" or PROF-HAND = "S"
                       compute scoreOut = scoreOut - CMP-SWITCH-PENALTY
                   else
                       compute scoreOut = scoreOut - CMP-HAND-PENALTY
                   end-if
               end-if
           else
               set rateCount to 6
           end-if
           perform varying rateIdx from 1 by 1 until rateIdx > rateCount
               compute diffVal = TGT-RATE(rateIdx) - CMP-RATE(rateIdx)
               if diffVal < 0
                   compute diffVal = 0 - diffVal
               end-if
               if TGT-SPORT = "B"
                   compute scoreOut = scoreOut - diffVal * CMP-HITTER-WEIGHT(rateIdx)
               else
                   compute scoreOut = scoreOut - diffVal * CMP-SKATER-WEIGHT(rateIdx)
               end-if
           end-perform
           if scoreOut < 0
               set scoreOut to 0
           end-if.
       end method.

      *    slots the current PROF-REC into the top ten when it
      *    scores well enough, keeping the table best first.
       method-id keepIfTop protected.
       local-storage section.
       01  slotIdx         type Int32.
       01  moveIdx         type Int32.
       01  fromIdx         type Int32.
       procedure division using by value scoreVal as type Double.
           if TOP-COUNT = 10
               if scoreVal <= TOP-SCORE(10)
                   exit method
               end-if
           else
               add 1 to TOP-COUNT
           end-if
      *    shift the weaker rows down one and drop it in.
           set slotIdx to TOP-COUNT
           perform varying moveIdx from TOP-COUNT by -1 until moveIdx < 2
               compute fromIdx = moveIdx - 1
               if scoreVal > TOP-SCORE(fromIdx)
                   MOVE TOP-ROW(fromIdx) TO TOP-ROW(moveIdx)
                   set slotIdx to fromIdx
               else
                   set moveIdx to 1
               end-if
           end-perform
           MOVE scoreVal TO TOP-SCORE(slotIdx)
           MOVE PROF-ID TO TOP-ID(slotIdx)
           MOVE PROF-NAME TO TOP-NAME(slotIdx)
           MOVE PROF-SEASON TO TOP-SEASON(slotIdx)
           MOVE PROF-DISPLAY TO TOP-DISPLAY(slotIdx)
           MOVE SPACES TO TOP-LINE(slotIdx).
       end method.

      *    the season in one line: the results for a hitter, the
      *    production and usage for a skater.
       method-id profileLine protected.
       local-storage section.
       01  rateVal         type Double.
       01  rateText        type String.
       procedure division returning lineOut as String.
           if PROF-SPORT = "B"
               set rateVal to 0
               if PROF-AB > 0
                   compute rateVal = PROF-HITS / PROF-AB
               end-if
               set lineOut to "PA " & PROF-PA & "  AVG " & rateVal::ToString("F3")
               set rateVal to 0
               if PROF-PA > 0
                   compute rateVal = PROF-WALKS * 100 / PROF-PA
               end-if
               set lineOut to lineOut & "  BB% " & rateVal::ToString("F1")
               set rateVal to 0
               if PROF-PA > 0
                   compute rateVal = PROF-STRIKEOUTS * 100 / PROF-PA
               end-if
               set lineOut to lineOut & "  K% " & rateVal::ToString("F1")
               if PROF-HAND not = space
                   set lineOut to lineOut & "  bats " & PROF-HAND
               end-if
           else
               set lineOut to "GP " & PROF-GAMES & "  G " & PROF-GOALS &
                   "  P " & PROF-POINTS & "  S " & PROF-SHOTS
               set rateVal to 0
               if PROF-GAMES > 0
                   compute rateVal = PROF-TOI / PROF-GAMES / 60
               end-if
               set lineOut to lineOut & "  TOI/GP " & rateVal::ToString("F1")
           end-if.
       end method.

       end class.
