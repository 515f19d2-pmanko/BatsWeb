      * three stars of the game, run by the chain after the
      * overnight load. For every game in the range whose
      * GAME-NHL-DONE has flipped, this makes the per-game PK360APP
      * call (the JSON data service's, as shooterGoalieBuild.cbl
      * does) and scores each player who appears in the events the
      * way the player game value screen reads a game
      * (playerGameValue.aspx.cbl): the player's own shot value --
      * goals and shots on goal -- plus the on-ice shot-attempt
      * differential off the shift rows; a goalie scores on saves
      * less goals against, times the goalie weighting. The weights, the
      * tiebreak order and the leaderboard points sit on the
      * settings row of PKW069.DAT that threeStars.aspx.cbl
      * maintains. Ties on value fall through the tiebreak order
      * (G goals, W the winning side, D on-ice differential, T time
      * on ice), then the name. The picks land on the game's
      * PKW069.DAT row as the automatic selection; a game PR has
      * overridden keeps its published stars and only has the
      * automatic ones refreshed. A game already on file is left
      * alone unless --rescore is given last, so the nightly run
      * only picks up games that finished since.
      *
      * Usage: threeStarsBuild <path-to-GAME-FILE> <path-to-PKW069.DAT>
      *            <from-yyyymmdd> <to-yyyymmdd> [--rescore]

       $set ilusing"System.IO"

       class-id pucksweb.threeStarsBuild.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       $SET CALLFH"EXTFH"
       $SET DATACOMPRESS"1"
          SELECT GAME-FILE ASSIGN WS-GAME-FILE
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS GAME-KEY
              FILE STATUS IS STATUS-COMN.

          SELECT STAR-FILE ASSIGN WS-STAR-FILE
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS STAR-KEY
              LOCK MANUAL
              FILE STATUS IS STATUS-COMN2.

       file section.
       COPY "y:\SYDEXsource\FDS\FDPKGAME.CBL".

       FD  STAR-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS STAR-REC STAR-SETTINGS-REC.

      *    layout owned by threeStars.aspx.cbl -- keep in sync
      *    with the FD there.
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
       01  WS-GAME-FILE                PIC X(256).
       01  WS-STAR-FILE                PIC X(256).
       01  STATUS-COMN.
           05  STATUS-BYTE-1           PIC X      VALUE SPACES.
           05  STATUS-BYTE-2           PIC X      VALUE SPACES.
       01  STATUS-COMN2.
           05  STATUS2-BYTE-1          PIC X      VALUE SPACES.
           05  STATUS2-BYTE-2          PIC X      VALUE SPACES.
       01  WS-FROM-DATE                PIC 9(8) VALUE 0.
       01  WS-TO-DATE                  PIC 9(8) VALUE 0.
       01  WS-RUN-STAMP                PIC X(14).
       01  WS-RESCORE                  PIC X      VALUE "N".
       01  WS-ON-FILE                  PIC X      VALUE "N".
       01  WS-WIN-TEAM                 PIC X(15).
       01  WS-VIS-BASE                 PIC X(15).
       01  gamesWalked                 PIC 9(6) VALUE 0.
       01  gamesStarred                PIC 9(6) VALUE 0.
      *    the weighting in force for the run -- the settings row
      *    when there is one, these defaults when not.
       01  WS-W-GOAL                   PIC 9(2)V99 VALUE 3.00.
       01  WS-W-SHOT                   PIC 9(2)V99 VALUE 0.25.
       01  WS-W-DIFF                   PIC 9(2)V99 VALUE 0.10.
       01  WS-W-SAVE                   PIC 9(2)V99 VALUE 0.20.
       01  WS-W-GA                     PIC 9(2)V99 VALUE 1.00.
       01  WS-W-GOALIE                 PIC 9(3)    VALUE 100.
       01  WS-W-TIEBREAK               PIC X(4)    VALUE "GWDT".
      *    the game's candidates, found-or-added by official id.
       01  CAND-TABLE.
           05  CD-ROW OCCURS 60 TIMES.
               10  CD-ID               PIC X(7).
               10  CD-NAME             PIC X(30).
               10  CD-TEAM             PIC X(15).
               10  CD-GOALIE           PIC X.
               10  CD-GOALS            PIC 9(2).
               10  CD-SHOTS            PIC 9(3).
               10  CD-SAVES            PIC 9(3).
               10  CD-GA               PIC 9(2).
               10  CD-CF               PIC 9(3).
               10  CD-CA               PIC 9(3).
               10  CD-TOI              PIC 9(5).
               10  CD-WIN              PIC X.
               10  CD-VALUE            PIC S9(4)V99.
               10  CD-PICKED           PIC X.
       01  CD-COUNT                    PIC 9(4) VALUE 0.
       01  CD-CUR                      PIC 9(4) VALUE 0.
       01  WS-DIFF                     PIC S9(4) VALUE 0.
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


       method-id Main static public.
       local-storage section.
       01  runStamp        type String.
       01  lastArgIdx      type Int32.
       procedure division using by value args as type String occurs any.
           if args::Length < 4
               invoke type Console::WriteLine("usage: threeStarsBuild <path-to-GAME-FILE> <path-to-PKW069.DAT> <from-yyyymmdd> <to-yyyymmdd> [--rescore]")
               exit method.
           move args[0] to WS-GAME-FILE
           move args[1] to WS-STAR-FILE
           invoke type Int32::TryParse(args[2]::Trim(), by reference WS-FROM-DATE)
           invoke type Int32::TryParse(args[3]::Trim(), by reference WS-TO-DATE)
           if WS-FROM-DATE = 0 or WS-TO-DATE = 0 or WS-FROM-DATE > WS-TO-DATE
               invoke type Console::WriteLine("Bad range -- use yyyymmdd yyyymmdd, from before to.")
               exit method.
           set lastArgIdx to args::Length - 1
           if args[lastArgIdx]::Trim() = "--rescore"
               MOVE "Y" TO WS-RESCORE.
           set runStamp to type pucksweb.jobRunLog::begin("STARS")
           move runStamp to WS-RUN-STAMP

           OPEN I-O STAR-FILE.
           IF STATUS-COMN2 = "35"
               OPEN OUTPUT STAR-FILE
               CLOSE STAR-FILE
               OPEN I-O STAR-FILE.
           IF STATUS2-BYTE-1 NOT EQUAL ZEROES
               invoke type Console::WriteLine("Unable to open " & WS-STAR-FILE::Trim)
               invoke type pucksweb.jobRunLog::finish("STARS", runStamp, 0, "FAIL")
               exit method.
           invoke self::loadSettings

           OPEN INPUT GAME-FILE.
           IF STATUS-BYTE-1 NOT EQUAL ZEROES
               CLOSE STAR-FILE
               invoke type Console::WriteLine("Unable to open " & WS-GAME-FILE::Trim)
               invoke type pucksweb.jobRunLog::finish("STARS", runStamp, 0, "FAIL")
               exit method.
           INITIALIZE GAME-KEY
           MOVE WS-FROM-DATE TO GAME-DATE-1
           START GAME-FILE KEY NOT < GAME-KEY
               INVALID KEY
                   GO TO GAME-DONE.
       GAME-LOOP.
           READ GAME-FILE NEXT
               AT END GO TO GAME-DONE.
           IF GAME-DATE-1 > WS-TO-DATE
               GO TO GAME-DONE.
           IF GAME-NHL-DONE NOT = "Y"
               GO TO GAME-LOOP.
      *    already starred -- only a rescore goes again.
           MOVE GAME-DATE-1 TO STAR-GAME-DATE
           MOVE GAME-HOME-TEAM TO STAR-HOME-TEAM
           MOVE GAME-VISITORS TO STAR-VISITORS
           MOVE "Y" TO WS-ON-FILE
           READ STAR-FILE
               INVALID KEY
                   MOVE "N" TO WS-ON-FILE
           END-READ
           IF WS-ON-FILE = "Y" AND WS-RESCORE NOT = "Y"
               GO TO GAME-LOOP.
           add 1 to gamesWalked
           invoke self::pickStars
           GO TO GAME-LOOP.
       GAME-DONE.
           CLOSE GAME-FILE.
           CLOSE STAR-FILE.

           invoke type Console::WriteLine("Scored " & gamesWalked &
               " game(s); stars picked for " & gamesStarred & " in " &
               WS-STAR-FILE::Trim & ".")
           invoke type pucksweb.jobRunLog::finish("STARS", runStamp,
               gamesStarred, "OK")
       end method.

      *    the weighting off the settings row; the defaults in
      *    working storage stand for anything not yet set.
       method-id loadSettings static protected.
       procedure division.
           MOVE 0 TO STAR-GAME-DATE
           MOVE "*SETTINGS" TO STAR-HOME-TEAM
           MOVE SPACES TO STAR-VISITORS
           READ STAR-FILE
               INVALID KEY
                   exit method.
           MOVE STAR-W-GOAL TO WS-W-GOAL
           MOVE STAR-W-SHOT TO WS-W-SHOT
           MOVE STAR-W-DIFF TO WS-W-DIFF
           MOVE STAR-W-SAVE TO WS-W-SAVE
           MOVE STAR-W-GA TO WS-W-GA
           MOVE STAR-W-GOALIE TO WS-W-GOALIE
           IF STAR-W-TIEBREAK NOT = SPACES
               MOVE STAR-W-TIEBREAK TO WS-W-TIEBREAK.
       end method.

      *    one finished game: the candidates off the engine's
      *    event and shift tables, their values, the three best.
      *    GAME-REC still holds the game just read.
       method-id pickStars static protected.
       local-storage section.
       01  aa              type Int32.
       01  tt              type Int32.
       01  shiftEnd        type Int32.
       01  pickNo          type Int32.
       01  bestIdx         type Int32.
       01  scanIdx         type Int32.
       01  shotOnNet       type String.
       procedure division.
           initialize LK-FIELDS
           move GAME-DATE-1 to LK-GAME-DATE-1
           move GAME-HOME-TEAM to LK-GAME-HOME
           move GAME-VISITORS to LK-GAME-VISITORS
           call "PK360APP" using LK-FIELDS
           move 0 to CD-COUNT
           MOVE type pucksweb.gameNumber::baseName(GAME-VISITORS::Trim) TO WS-VIS-BASE
           IF GAME-HOME-SCORE NOT NUMERIC
               MOVE 0 TO GAME-HOME-SCORE.
           IF GAME-VIS-SCORE NOT NUMERIC
               MOVE 0 TO GAME-VIS-SCORE.
           IF GAME-HOME-SCORE > GAME-VIS-SCORE
               MOVE GAME-HOME-TEAM TO WS-WIN-TEAM
           ELSE
           IF GAME-VIS-SCORE > GAME-HOME-SCORE
               MOVE WS-VIS-BASE TO WS-WIN-TEAM
           ELSE
               MOVE SPACES TO WS-WIN-TEAM
           END-IF
           END-IF

      *    the players' own numbers off the events: the A side
      *    shoots and scores, a B side on a shot at a manned net is
      *    the goalie facing it.
           move 1 to aa.
       EVT-LOOP.
           if aa > 3000 or LK-E-PRD(aa) = 0
               go to EVT-DONE.
           set shotOnNet to "N"
           if LK-E-SHOT-TYPE(aa) not = spaces
               if LK-E-CLIP-TYPE-CODE(aa) = "GOAL"
                or (LK-E-BPLAYERID(aa) not = spaces and LK-E-EMPTY-NET(aa) not = "Y")
                   set shotOnNet to "Y"
               end-if
           end-if
           if LK-E-APLAYERID(aa) not = spaces
               invoke self::findCandidate("" & LK-E-APLAYERID(aa), "" & LK-E-ATEAM(aa))
               if CD-CUR > 0
                   if LK-E-CLIP-TYPE-CODE(aa) = "GOAL"
                       add 1 to CD-GOALS(CD-CUR)
                   end-if
                   if shotOnNet = "Y"
                       add 1 to CD-SHOTS(CD-CUR)
                   end-if
               end-if
           end-if
           if LK-E-BPLAYERID(aa) not = spaces
               invoke self::findCandidate("" & LK-E-BPLAYERID(aa), "" & LK-E-BTEAM(aa))
               if CD-CUR > 0 and LK-E-SHOT-TYPE(aa) not = spaces
                and LK-E-EMPTY-NET(aa) not = "Y"
                   move "Y" to CD-GOALIE(CD-CUR)
                   if LK-E-CLIP-TYPE-CODE(aa) = "GOAL"
                       add 1 to CD-GA(CD-CUR)
                   else
                       add 1 to CD-SAVES(CD-CUR)
                   end-if
               end-if
           end-if
           add 1 to aa
           go to EVT-LOOP.
       EVT-DONE.
      *    nothing charted yet -- leave the game for a later run.
           if CD-COUNT = 0
               exit method.

      *    names and time on ice off the shift rows.
           move 1 to tt.
       TOI-LOOP.
           if tt > 3000 or LK-T-PRD(tt) = 0
               go to TOI-DONE.
           invoke self::candidateOf("" & LK-T-PLAYERID(tt))
           if CD-CUR > 0
               add LK-T-DURATION(tt) to CD-TOI(CD-CUR)
               if CD-NAME(CD-CUR) = spaces
                   set CD-NAME(CD-CUR) to LK-T-LAST(tt)::Trim & ", " & LK-T-FIRST(tt)::Trim
               end-if
           end-if
           add 1 to tt
           go to TOI-LOOP.
       TOI-DONE.

      *    on-ice shot attempts: every attempt credited to the
      *    skaters on a shift across it, for or against by side.
           move 1 to aa.
       ONICE-LOOP.
           if aa > 3000 or LK-E-PRD(aa) = 0
               go to ONICE-DONE.
           if LK-E-SHOT-TYPE(aa) = spaces
               add 1 to aa
               go to ONICE-LOOP.
           move 1 to tt
           perform until tt > 3000 or LK-T-PRD(tt) = 0
               if LK-T-PRD(tt) = LK-E-PRD(aa)
                   compute shiftEnd = LK-T-PRD-TIME-SECS(tt) + LK-T-DURATION(tt)
                   if LK-E-PRD-TIME-SECS(aa) > LK-T-PRD-TIME-SECS(tt)
                    and LK-E-PRD-TIME-SECS(aa) <= shiftEnd
                       invoke self::candidateOf("" & LK-T-PLAYERID(tt))
                       if CD-CUR > 0
                           if CD-GOALIE(CD-CUR) not = "Y"
                               if CD-TEAM(CD-CUR) = LK-E-ATEAM(aa)
                                   add 1 to CD-CF(CD-CUR)
                               else
                                   add 1 to CD-CA(CD-CUR)
                               end-if
                           end-if
                       end-if
                   end-if
               end-if
               add 1 to tt
           end-perform
           add 1 to aa
           go to ONICE-LOOP.
       ONICE-DONE.

      *    the values.
           perform varying scanIdx from 1 by 1 until scanIdx > CD-COUNT
               if CD-NAME(scanIdx) = spaces
                   move CD-ID(scanIdx) to CD-NAME(scanIdx)
               end-if
               if WS-WIN-TEAM not = spaces and CD-TEAM(scanIdx) = WS-WIN-TEAM
                   move "Y" to CD-WIN(scanIdx)
               else
                   move "N" to CD-WIN(scanIdx)
               end-if
               if CD-GOALIE(scanIdx) = "Y"
                   compute CD-VALUE(scanIdx) rounded =
                       (CD-SAVES(scanIdx) * WS-W-SAVE - CD-GA(scanIdx) * WS-W-GA)
                       * WS-W-GOALIE / 100
               else
                   compute WS-DIFF = CD-CF(scanIdx) - CD-CA(scanIdx)
                   compute CD-VALUE(scanIdx) rounded =
                       CD-GOALS(scanIdx) * WS-W-GOAL + CD-SHOTS(scanIdx) * WS-W-SHOT
                       + WS-DIFF * WS-W-DIFF
               end-if
           end-perform

      *    the three best onto the game's row.
           MOVE GAME-DATE-1 TO STAR-GAME-DATE
           MOVE GAME-HOME-TEAM TO STAR-HOME-TEAM
           MOVE GAME-VISITORS TO STAR-VISITORS
           READ STAR-FILE
               INVALID KEY
                   INITIALIZE STAR-REC
                   MOVE GAME-DATE-1 TO STAR-GAME-DATE
                   MOVE GAME-HOME-TEAM TO STAR-HOME-TEAM
                   MOVE GAME-VISITORS TO STAR-VISITORS
                   MOVE "N" TO STAR-OVERRIDE
           END-READ
           perform varying pickNo from 1 by 1 until pickNo > 3
               set bestIdx to 0
               perform varying scanIdx from 1 by 1 until scanIdx > CD-COUNT
                   if CD-PICKED(scanIdx) not = "Y"
                       if bestIdx = 0
                           set bestIdx to scanIdx
                       else
                           if self::outranks(scanIdx, bestIdx) = "Y"
                               set bestIdx to scanIdx
                           end-if
                       end-if
                   end-if
               end-perform
               if bestIdx = 0
                   move spaces to STAR-AUTO-ID(pickNo) STAR-AUTO-NAME(pickNo)
                                  STAR-AUTO-TEAM(pickNo)
                   move 0 to STAR-AUTO-VALUE(pickNo)
               else
                   move "Y" to CD-PICKED(bestIdx)
                   move CD-ID(bestIdx) to STAR-AUTO-ID(pickNo)
                   move CD-NAME(bestIdx) to STAR-AUTO-NAME(pickNo)
                   move CD-TEAM(bestIdx) to STAR-AUTO-TEAM(pickNo)
                   move CD-VALUE(bestIdx) to STAR-AUTO-VALUE(pickNo)
               end-if
      *        an overridden game keeps what PR published.
               if STAR-OVERRIDE not = "Y"
                   move STAR-AUTO-ID(pickNo) to STAR-ID(pickNo)
                   move STAR-AUTO-NAME(pickNo) to STAR-NAME(pickNo)
                   move STAR-AUTO-TEAM(pickNo) to STAR-TEAM(pickNo)
                   move STAR-AUTO-VALUE(pickNo) to STAR-VALUE(pickNo)
               end-if
           end-perform
           move WS-RUN-STAMP to STAR-BUILT
           WRITE STAR-REC
               INVALID KEY
                   REWRITE STAR-REC
           END-WRITE
           add 1 to gamesStarred.
       end method.

      *    "Y" when candidate a beats candidate b: the higher
      *    value, then the tiebreak order, then the name.
       method-id outranks static protected.
       local-storage section.
       01  tbIdx           type Int32.
       01  diffA           type Int32.
       01  diffB           type Int32.
       procedure division using by value candA as type Int32
                                 by value candB as type Int32
                          returning outFlag as String.
           set outFlag to "N"
           if CD-VALUE(candA) > CD-VALUE(candB)
               set outFlag to "Y"
               exit method.
           if CD-VALUE(candA) < CD-VALUE(candB)
               exit method.
           perform varying tbIdx from 1 by 1 until tbIdx > 4
               evaluate WS-W-TIEBREAK(tbIdx:1)
                   when "G"
                       if CD-GOALS(candA) not = CD-GOALS(candB)
                           if CD-GOALS(candA) > CD-GOALS(candB)
                               set outFlag to "Y"
                           end-if
                           exit method
                       end-if
                   when "W"
                       if CD-WIN(candA) not = CD-WIN(candB)
                           if CD-WIN(candA) = "Y"
                               set outFlag to "Y"
                           end-if
                           exit method
                       end-if
                   when "D"
                       compute diffA = CD-CF(candA) - CD-CA(candA)
                       compute diffB = CD-CF(candB) - CD-CA(candB)
                       if diffA not = diffB
                           if diffA > diffB
                               set outFlag to "Y"
                           end-if
                           exit method
                       end-if
                   when "T"
                       if CD-TOI(candA) not = CD-TOI(candB)
                           if CD-TOI(candA) > CD-TOI(candB)
                               set outFlag to "Y"
                           end-if
                           exit method
                       end-if
               end-evaluate
           end-perform
           if CD-NAME(candA) < CD-NAME(candB)
               set outFlag to "Y".
       end method.

      *    found-or-added by official id into CD-CUR; 0 when the
      *    table is full.
       method-id findCandidate static protected.
       procedure division using by value playerId as String
                                 by value teamName as String.
           invoke self::candidateOf(playerId)
           if CD-CUR > 0
               exit method.
           if CD-COUNT >= 60
               exit method.
           add 1 to CD-COUNT
           move CD-COUNT to CD-CUR
           initialize CD-ROW(CD-CUR)
           move playerId to CD-ID(CD-CUR)
           move teamName to CD-TEAM(CD-CUR)
           move "N" to CD-GOALIE(CD-CUR) CD-PICKED(CD-CUR).
       end method.

      *    the candidate row for an id into CD-CUR, 0 when none.
       method-id candidateOf static protected.
       local-storage section.
       01  scanIdx         type Int32.
       procedure division using by value playerId as String.
           move 0 to CD-CUR
           perform varying scanIdx from 1 by 1 until scanIdx > CD-COUNT
               if CD-ID(scanIdx) = playerId
                   move scanIdx to CD-CUR
                   exit method
               end-if
           end-perform.
       end method.

       end class.
