      * all-time records book, rebuilt by the chain after the
      * overnight load. streakWatchNightly.cbl watches streaks and
      * round numbers, but what the records actually are lived in a
      * binder. This walks the archived seasons (GAMEARCH.DAT, from
      * archiveSeason.cbl) and then the live GAME-FILE -- finished
      * official games only, practice sessions and tournament
      * games left out the way every official computation leaves
      * them -- and the per-player game-lines extracts (the live
      * one, plus one per archived season when given; CSV:
      * player,team,yyyymmdd,hits,goals,points,shutout Y/N), and
      * keeps the top ten of every category in PKW070.DAT:
      * single-game, single-season and career, individual and team.
      * Each entry carries the date and opponent (the last game
      * counted for season and career totals), the season and its
      * provenance -- LIVE, ARCHIVE, or BACKFILL for the seasons
      * backfillLoad.cbl mapped in from the old paper exports
      * (backfillMark.cbl), joined with "+" when a total spans them.
      *
      * Before the book is rewritten the standing one is read back:
      * any entry that now ties or passes the standing record (and
      * wasn't already there at that value) writes a PKW071.DAT
      * notice dated the game that did it, for the morning digest
      * and the game notes (recordNotices.cbl reads them). A record
      * holder extending a season or career record is not news
      * every night and writes nothing. The first build only lays
      * the book down.
      *
      * Usage: recordsBuild <path-to-GAME-FILE> <path-to-GAMEARCH.DAT>
      *            <path-to-PKW070.DAT> <path-to-PKW071.DAT>
      *            <season-start-mmdd> <player-games-csv>
      *            [<archived-season-player-games-csv> ...]
      * Pass "-" for GAMEARCH.DAT when nothing is archived yet.
      * The season start splits seasons that cross the new year
      * (0801 for a fall start; 0101 for calendar seasons).

       $set ilusing"System.IO"

       class-id pucksweb.recordsBuild.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       $SET CALLFH"EXTFH"
       $SET DATACOMPRESS"1"
          SELECT GAME-FILE ASSIGN WS-GAME-FILE
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS GAME-KEY
              FILE STATUS IS STATUS-COMN.

          SELECT BOOK-FILE ASSIGN WS-BOOK-FILE
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS BOOK-KEY
              LOCK MANUAL
              FILE STATUS IS STATUS-COMN2.

          SELECT NOTICE-FILE ASSIGN WS-NOTICE-FILE
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS NOTICE-KEY
              LOCK MANUAL
              FILE STATUS IS STATUS-COMN3.

       file section.
       COPY "y:\SYDEXsource\FDS\FDPKGAME.CBL".

       FD  BOOK-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS BOOK-REC.

      *    one row per category per place. BOOK-HOLDER is the
      *    player or the club the entry belongs to.
       01  BOOK-REC.
           05  BOOK-KEY.
               10  BOOK-CATEGORY           PIC X(12).
               10  BOOK-RANK               PIC 9(2).
           05  BOOK-CAT-DESC               PIC X(40).
           05  BOOK-HOLDER                 PIC X(30).
           05  BOOK-TEAM                   PIC X(15).
           05  BOOK-VALUE                  PIC 9(5).
           05  BOOK-DATE                   PIC 9(8).
           05  BOOK-OPPONENT               PIC X(15).
           05  BOOK-SEASON                 PIC X(20).
           05  BOOK-SOURCE                 PIC X(24).
           05  BOOK-BUILT                  PIC X(14).
           05  FILLER                      PIC X(10).

       FD  NOTICE-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS NOTICE-REC.

      *    layout owned by recordNotices.cbl -- keep in sync with
      *    the FD there.
       01  NOTICE-REC.
           05  NOTICE-KEY.
               10  NOTICE-DATE             PIC 9(8).
               10  NOTICE-SEQ              PIC 9(3).
           05  NOTICE-CATEGORY             PIC X(12).
           05  NOTICE-KIND                 PIC X.
           05  NOTICE-TEAM                 PIC X(15).
           05  NOTICE-TEXT                 PIC X(160).
           05  NOTICE-WRITTEN              PIC X(14).
           05  FILLER                      PIC X(10).

       working-storage section.
       01  WS-GAME-FILE                PIC X(256).
       01  WS-LIVE-GAME-FILE           PIC X(256).
       01  WS-ARCHIVE-GAME-FILE        PIC X(256).
       01  WS-BOOK-FILE                PIC X(256).
       01  WS-NOTICE-FILE              PIC X(256).
       01  STATUS-COMN.
           05  STATUS-BYTE-1           PIC X      VALUE SPACES.
           05  STATUS-BYTE-2           PIC X      VALUE SPACES.
       01  STATUS-COMN2.
           05  STATUS2-BYTE-1          PIC X      VALUE SPACES.
           05  STATUS2-BYTE-2          PIC X      VALUE SPACES.
       01  STATUS-COMN3.
           05  STATUS3-BYTE-1          PIC X      VALUE SPACES.
           05  STATUS3-BYTE-2          PIC X      VALUE SPACES.
       01  WS-RUN-STAMP                PIC X(14).
       01  WS-SEASON-MMDD              PIC 9(4) VALUE 801.
       01  WS-SRC                      PIC X.
       01  WS-MOD-QUOT                 PIC 9(8) VALUE 0.
       01  WS-MOD-REM                  PIC 9(4) VALUE 0.
       01  WS-MARGIN                   PIC 9(3) VALUE 0.
       01  WS-VIS-BASE                 PIC X(15).
       01  WS-CUR-DATE                 PIC 9(8) VALUE 0.
       01  WS-NEXT-YEAR                PIC 9(4) VALUE 0.
       01  gamesWalked                 PIC 9(6) VALUE 0.
       01  linesRead                   PIC 9(7) VALUE 0.
       01  noticesWritten              PIC 9(4) VALUE 0.
      *    the categories and their running top ten. CAT-KIND
      *    G single game, S season, C career; TP-IDENT is what makes
      *    an entry the same entry from one night to the next
      *    (holder + date for a game, holder + season, holder).
       01  CAT-TABLE.
           05  CAT-ROW OCCURS 16 TIMES.
               10  CAT-CODE            PIC X(12).
               10  CAT-DESC            PIC X(40).
               10  CAT-KIND            PIC X.
               10  CAT-COUNT           PIC 9(2).
               10  TP-ROW OCCURS 10 TIMES.
                   15  TP-VALUE        PIC 9(5).
                   15  TP-HOLDER       PIC X(30).
                   15  TP-TEAM         PIC X(15).
                   15  TP-DATE         PIC 9(8).
                   15  TP-OPP          PIC X(15).
                   15  TP-SEASON       PIC X(20).
                   15  TP-SOURCE       PIC X(24).
                   15  TP-IDENT        PIC X(60).
               10  OLD-COUNT           PIC 9(2).
               10  OLD-ROW OCCURS 10 TIMES.
                   15  OLD-VALUE       PIC 9(5).
                   15  OLD-IDENT       PIC X(60).
       01  CAT-MAX                     PIC 9(2) VALUE 16.
      *    category numbers, in CAT-TABLE order.
       01  C-IG-GOALS                  PIC 9(2) VALUE 1.
       01  C-IG-POINTS                 PIC 9(2) VALUE 2.
       01  C-IG-HITS                   PIC 9(2) VALUE 3.
       01  C-IS-GOALS                  PIC 9(2) VALUE 4.
       01  C-IS-POINTS                 PIC 9(2) VALUE 5.
       01  C-IS-HITS                   PIC 9(2) VALUE 6.
       01  C-IS-SHUTOUTS               PIC 9(2) VALUE 7.
       01  C-IC-GOALS                  PIC 9(2) VALUE 8.
       01  C-IC-POINTS                 PIC 9(2) VALUE 9.
       01  C-IC-SHUTOUTS               PIC 9(2) VALUE 10.
       01  C-TG-GOALS                  PIC 9(2) VALUE 11.
       01  C-TG-MARGIN                 PIC 9(2) VALUE 12.
       01  C-TS-WINS                   PIC 9(2) VALUE 13.
       01  C-TS-GOALS                  PIC 9(2) VALUE 14.
       01  C-TC-WINS                   PIC 9(2) VALUE 15.
       01  C-TC-GOALS                  PIC 9(2) VALUE 16.
      *    season and career accumulators, found through the
      *    dictionaries by "holder|season" and "holder". AC-SRC
      *    flags the provenance seen: A archive, B backfill, L live.
       01  ACC-TABLE.
           05  ACC-ROW OCCURS 20000 TIMES.
               10  AC-HOLDER           PIC X(30).
               10  AC-TEAM             PIC X(15).
               10  AC-SEASON           PIC X(20).
               10  AC-FIRST-SEASON     PIC X(9).
               10  AC-KIND             PIC X.
               10  AC-GOALS            PIC 9(5).
               10  AC-POINTS           PIC 9(5).
               10  AC-HITS             PIC 9(5).
               10  AC-SHUTOUTS         PIC 9(4).
               10  AC-WINS             PIC 9(5).
               10  AC-LAST-DATE        PIC 9(8).
               10  AC-SRC              PIC X(3).
       01  ACC-COUNT                   PIC 9(5) VALUE 0.
       01  ACC-CUR                     PIC 9(5) VALUE 0.
       01  accIndex        type Dictionary[String, type Int32].
      *    "date|CLUB" -> "OPPONENT|source" for every counted
      *    game, so an extract line finds its opponent and
      *    provenance -- and a line from a game that didn't count
      *    (unfinished, practice, tournament) finds nothing.
       01  gameMap         type Dictionary[String, String].

       method-id Main static public.
       local-storage section.
       01  runStamp        type String.
       01  mmddArg         type Int32.
       01  argIdx          type Int32.
       procedure division using by value args as type String occurs any.
           if args::Length < 6
               invoke type Console::WriteLine("usage: recordsBuild <path-to-GAME-FILE> <path-to-GAMEARCH.DAT> <path-to-PKW070.DAT> <path-to-PKW071.DAT> <season-start-mmdd> <player-games-csv> [<archived-season-player-games-csv> ...]")
               exit method.
           move args[0] to WS-LIVE-GAME-FILE
           move args[1] to WS-ARCHIVE-GAME-FILE
           move args[2] to WS-BOOK-FILE
           move args[3] to WS-NOTICE-FILE
           set mmddArg to 0
           invoke type Int32::TryParse(args[4]::Trim(), by reference mmddArg)
           if mmddArg < 101 or mmddArg > 1231
               invoke type Console::WriteLine("Bad season start -- use mmdd, e.g. 0801.")
               exit method.
           move mmddArg to WS-SEASON-MMDD
           set runStamp to type pucksweb.jobRunLog::begin("RECORDS")
           move runStamp to WS-RUN-STAMP
           invoke self::loadCategories
           set accIndex to new Dictionary[String, type Int32]
           set gameMap to new Dictionary[String, String]

      *    the archive first, then the live file -- date order
      *    across the two, so ties go to whoever set the mark first.
           if WS-ARCHIVE-GAME-FILE not = "-"
               move WS-ARCHIVE-GAME-FILE to WS-GAME-FILE
               if self::walkGames("A") not = "Y"
                   invoke type Console::WriteLine("No archive at " &
                       WS-ARCHIVE-GAME-FILE::Trim & " -- live seasons only.")
               end-if
           end-if
           move WS-LIVE-GAME-FILE to WS-GAME-FILE
           if self::walkGames("L") not = "Y"
               invoke type Console::WriteLine("Unable to open " & WS-LIVE-GAME-FILE::Trim)
               invoke type pucksweb.jobRunLog::finish("RECORDS", runStamp, 0, "FAIL")
               exit method.

      *    the archived seasons' extracts, then the live one.
           perform varying argIdx from 6 by 1 until argIdx >= args::Length
               invoke self::readLines(args[argIdx])
           end-perform
           invoke self::readLines(args[5])

           invoke self::offerTotals

           OPEN I-O BOOK-FILE.
           IF STATUS-COMN2 = "35"
               OPEN OUTPUT BOOK-FILE
               CLOSE BOOK-FILE
               OPEN I-O BOOK-FILE.
           IF STATUS2-BYTE-1 NOT EQUAL ZEROES
               invoke type Console::WriteLine("Unable to open " & WS-BOOK-FILE::Trim)
               invoke type pucksweb.jobRunLog::finish("RECORDS", runStamp, 0, "FAIL")
               exit method.
           OPEN I-O NOTICE-FILE.
           IF STATUS-COMN3 = "35"
               OPEN OUTPUT NOTICE-FILE
               CLOSE NOTICE-FILE
               OPEN I-O NOTICE-FILE.
           IF STATUS3-BYTE-1 NOT EQUAL ZEROES
               CLOSE BOOK-FILE
               invoke type Console::WriteLine("Unable to open " & WS-NOTICE-FILE::Trim)
               invoke type pucksweb.jobRunLog::finish("RECORDS", runStamp, 0, "FAIL")
               exit method.
           invoke self::readOldBook
           invoke self::detectRecords
           invoke self::writeBook
           CLOSE NOTICE-FILE.
           CLOSE BOOK-FILE.

           invoke type Console::WriteLine("Walked " & gamesWalked &
               " game(s) and " & linesRead & " player line(s); " &
               noticesWritten & " record notice(s) written.")
           invoke type pucksweb.jobRunLog::finish("RECORDS", runStamp,
               gamesWalked, "OK")
       end method.

       method-id loadCategories static protected.
       procedure division.
           initialize CAT-TABLE
           move "IG-GOALS" to CAT-CODE(C-IG-GOALS)
           move "MOST GOALS, GAME" to CAT-DESC(C-IG-GOALS)
           move "G" to CAT-KIND(C-IG-GOALS)
           move "IG-POINTS" to CAT-CODE(C-IG-POINTS)
           move "MOST POINTS, GAME" to CAT-DESC(C-IG-POINTS)
           move "G" to CAT-KIND(C-IG-POINTS)
           move "IG-HITS" to CAT-CODE(C-IG-HITS)
           move "MOST HITS, GAME" to CAT-DESC(C-IG-HITS)
           move "G" to CAT-KIND(C-IG-HITS)
           move "IS-GOALS" to CAT-CODE(C-IS-GOALS)
           move "MOST GOALS, SEASON" to CAT-DESC(C-IS-GOALS)
           move "S" to CAT-KIND(C-IS-GOALS)
           move "IS-POINTS" to CAT-CODE(C-IS-POINTS)
           move "MOST POINTS, SEASON" to CAT-DESC(C-IS-POINTS)
           move "S" to CAT-KIND(C-IS-POINTS)
           move "IS-HITS" to CAT-CODE(C-IS-HITS)
           move "MOST HITS, SEASON" to CAT-DESC(C-IS-HITS)
           move "S" to CAT-KIND(C-IS-HITS)
           move "IS-SHUTOUTS" to CAT-CODE(C-IS-SHUTOUTS)
           move "MOST SHUTOUTS, SEASON" to CAT-DESC(C-IS-SHUTOUTS)
           move "S" to CAT-KIND(C-IS-SHUTOUTS)
           move "IC-GOALS" to CAT-CODE(C-IC-GOALS)
           move "MOST GOALS, CAREER" to CAT-DESC(C-IC-GOALS)
           move "C" to CAT-KIND(C-IC-GOALS)
           move "IC-POINTS" to CAT-CODE(C-IC-POINTS)
           move "MOST POINTS, CAREER" to CAT-DESC(C-IC-POINTS)
           move "C" to CAT-KIND(C-IC-POINTS)
           move "IC-SHUTOUTS" to CAT-CODE(C-IC-SHUTOUTS)
           move "MOST SHUTOUTS, CAREER" to CAT-DESC(C-IC-SHUTOUTS)
           move "C" to CAT-KIND(C-IC-SHUTOUTS)
           move "TG-GOALS" to CAT-CODE(C-TG-GOALS)
           move "TEAM: MOST GOALS, GAME" to CAT-DESC(C-TG-GOALS)
           move "G" to CAT-KIND(C-TG-GOALS)
           move "TG-MARGIN" to CAT-CODE(C-TG-MARGIN)
           move "TEAM: LARGEST WINNING MARGIN" to CAT-DESC(C-TG-MARGIN)
           move "G" to CAT-KIND(C-TG-MARGIN)
           move "TS-WINS" to CAT-CODE(C-TS-WINS)
           move "TEAM: MOST WINS, SEASON" to CAT-DESC(C-TS-WINS)
           move "S" to CAT-KIND(C-TS-WINS)
           move "TS-GOALS" to CAT-CODE(C-TS-GOALS)
           move "TEAM: MOST GOALS, SEASON" to CAT-DESC(C-TS-GOALS)
           move "S" to CAT-KIND(C-TS-GOALS)
           move "TC-WINS" to CAT-CODE(C-TC-WINS)
           move "TEAM: MOST WINS, ALL-TIME" to CAT-DESC(C-TC-WINS)
           move "C" to CAT-KIND(C-TC-WINS)
           move "TC-GOALS" to CAT-CODE(C-TC-GOALS)
           move "TEAM: MOST GOALS, ALL-TIME" to CAT-DESC(C-TC-GOALS)
           move "C" to CAT-KIND(C-TC-GOALS).
       end method.

      *    one game file (WS-GAME-FILE) in key order -- the team
      *    single-game records, the team totals, and the game map
      *    for the extract lines. "N" when the file won't open.
       method-id walkGames static protected.
       local-storage section.
       01  seasonText      type String.
       procedure division using by value defaultSrc as String
                          returning openedOk as String.
           set openedOk to "N"
           OPEN INPUT GAME-FILE.
           IF STATUS-BYTE-1 NOT EQUAL ZEROES
               exit method.
           set openedOk to "Y".
       GAME-LOOP.
           READ GAME-FILE NEXT
               AT END GO TO GAME-DONE.
           IF GAME-NHL-DONE NOT = "Y"
               GO TO GAME-LOOP.
           if type pucksweb.sessionType::typeOf(GAME-DATE-1,
               "" & GAME-HOME-TEAM, "" & GAME-VISITORS) not = "O"
               GO TO GAME-LOOP
           end-if
           if type pucksweb.tournamentEvent::eventOf(GAME-DATE-1,
               "" & GAME-HOME-TEAM, "" & GAME-VISITORS) not = ""
               GO TO GAME-LOOP
           end-if
           IF GAME-HOME-SCORE NOT NUMERIC
               MOVE 0 TO GAME-HOME-SCORE.
           IF GAME-VIS-SCORE NOT NUMERIC
               MOVE 0 TO GAME-VIS-SCORE.
           add 1 to gamesWalked
           if type batsweb.backfillMark::isBackfilled(GAME-DATE-1,
               "" & GAME-HOME-TEAM, "" & GAME-VISITORS) = "Y"
               MOVE "B" TO WS-SRC
           else
               MOVE defaultSrc TO WS-SRC
           end-if
           MOVE GAME-DATE-1 TO WS-CUR-DATE
           set seasonText to self::seasonOf(GAME-DATE-1)
           MOVE type pucksweb.gameNumber::baseName(GAME-VISITORS::Trim) TO WS-VIS-BASE

      *    the map, both sides -- the visitors by the stored name
      *    and by the base name the extract carries.
           invoke gameMap::set_Item("" & GAME-DATE-1 & "|" & GAME-HOME-TEAM::Trim::ToUpper,
               GAME-VISITORS::Trim & "|" & WS-SRC)
           invoke gameMap::set_Item("" & GAME-DATE-1 & "|" & GAME-VISITORS::Trim::ToUpper,
               GAME-HOME-TEAM::Trim & "|" & WS-SRC)
           invoke gameMap::set_Item("" & GAME-DATE-1 & "|" & WS-VIS-BASE::Trim::ToUpper,
               GAME-HOME-TEAM::Trim & "|" & WS-SRC)

      *    team single-game marks.
           invoke self::offer(C-TG-GOALS, GAME-HOME-SCORE, "" & GAME-HOME-TEAM,
               "" & GAME-HOME-TEAM, GAME-DATE-1, "" & GAME-VISITORS, seasonText,
               self::sourceText(WS-SRC), "")
           invoke self::offer(C-TG-GOALS, GAME-VIS-SCORE, "" & WS-VIS-BASE,
               "" & WS-VIS-BASE, GAME-DATE-1, "" & GAME-HOME-TEAM, seasonText,
               self::sourceText(WS-SRC), "")
           IF GAME-HOME-SCORE > GAME-VIS-SCORE
               COMPUTE WS-MARGIN = GAME-HOME-SCORE - GAME-VIS-SCORE
               invoke self::offer(C-TG-MARGIN, WS-MARGIN, "" & GAME-HOME-TEAM,
                   "" & GAME-HOME-TEAM, GAME-DATE-1, "" & GAME-VISITORS, seasonText,
                   self::sourceText(WS-SRC), "")
           END-IF
           IF GAME-VIS-SCORE > GAME-HOME-SCORE
               COMPUTE WS-MARGIN = GAME-VIS-SCORE - GAME-HOME-SCORE
               invoke self::offer(C-TG-MARGIN, WS-MARGIN, "" & WS-VIS-BASE,
                   "" & WS-VIS-BASE, GAME-DATE-1, "" & GAME-HOME-TEAM, seasonText,
                   self::sourceText(WS-SRC), "")
           END-IF

      *    team totals, season and all-time.
           invoke self::findAccum("T", "" & GAME-HOME-TEAM, seasonText)
           invoke self::addTeamGame(GAME-HOME-SCORE, GAME-VIS-SCORE, "" & GAME-HOME-TEAM)
           invoke self::findAccum("F", "" & GAME-HOME-TEAM, "")
           invoke self::addTeamGame(GAME-HOME-SCORE, GAME-VIS-SCORE, "" & GAME-HOME-TEAM)
           invoke self::findAccum("T", "" & WS-VIS-BASE, seasonText)
           invoke self::addTeamGame(GAME-VIS-SCORE, GAME-HOME-SCORE, "" & WS-VIS-BASE)
           invoke self::findAccum("F", "" & WS-VIS-BASE, "")
           invoke self::addTeamGame(GAME-VIS-SCORE, GAME-HOME-SCORE, "" & WS-VIS-BASE)
           GO TO GAME-LOOP.
       GAME-DONE.
           CLOSE GAME-FILE.
       end method.

      *    one game's result onto the accumulator at ACC-CUR.
       method-id addTeamGame static protected.
       procedure division using by value goalsFor as type Int32
                                 by value goalsAgainst as type Int32
                                 by value teamName as String.
           if ACC-CUR = 0
               exit method.
           add goalsFor to AC-GOALS(ACC-CUR)
           if goalsFor > goalsAgainst
               add 1 to AC-WINS(ACC-CUR)
           end-if
           move WS-CUR-DATE to AC-LAST-DATE(ACC-CUR)
           MOVE teamName::Trim::ToUpper TO AC-TEAM(ACC-CUR)
           invoke self::noteSource.
       end method.

      *    one player game-lines extract: the single-game marks,
      *    and the lines into the season and career totals.
       method-id readLines static protected.
       local-storage section.
       01  reader          type StreamReader.
       01  csvLine         type String.
       01  csvFields       type String occurs any.
       01  mapValue        type String.
       01  mapParts        type String occurs any.
       01  playerName      type String.
       01  teamName        type String.
       01  seasonText      type String.
       01  srcText         type String.
       01  lineDate        type Int32.
       01  hitN            type Int32.
       01  goalN           type Int32.
       01  ptN             type Int32.
       procedure division using by value csvPath as String.
           try
               set reader to new StreamReader(csvPath::Trim())
           catch exc as type Exception
               invoke type Console::WriteLine("Unable to read " & csvPath & " -- skipped.")
               exit method
           end-try
       LINE-LOOP.
           set csvLine to reader::ReadLine()
           if csvLine = null
               go to LINE-DONE.
           if csvLine::Trim() = ""
               go to LINE-LOOP.
           set csvFields to csvLine::Split(",")
           if csvFields::Length < 7
               go to LINE-LOOP.
           set lineDate to 0
           invoke type Int32::TryParse(csvFields[2]::Trim(), by reference lineDate)
           set playerName to csvFields[0]::Trim()::ToUpper()
           set teamName to csvFields[1]::Trim()::ToUpper()
      *    only lines from counted games -- the map says which,
      *    against whom and from where.
           if gameMap::TryGetValue("" & lineDate & "|" & teamName, by reference mapValue) = false
               go to LINE-LOOP.
           set mapParts to mapValue::Split("|")
           MOVE mapParts[1] TO WS-SRC
           set srcText to self::sourceText(WS-SRC)
           add 1 to linesRead
           set hitN to 0
           set goalN to 0
           set ptN to 0
           invoke type Int32::TryParse(csvFields[3]::Trim(), by reference hitN)
           invoke type Int32::TryParse(csvFields[4]::Trim(), by reference goalN)
           invoke type Int32::TryParse(csvFields[5]::Trim(), by reference ptN)
           set seasonText to self::seasonOf(lineDate)

           invoke self::offer(C-IG-GOALS, goalN, playerName, teamName, lineDate,
               mapParts[0], seasonText, srcText, "")
           invoke self::offer(C-IG-POINTS, ptN, playerName, teamName, lineDate,
               mapParts[0], seasonText, srcText, "")
           invoke self::offer(C-IG-HITS, hitN, playerName, teamName, lineDate,
               mapParts[0], seasonText, srcText, "")

           move lineDate to WS-CUR-DATE
           invoke self::findAccum("P", playerName, seasonText)
           invoke self::addPlayerGame(hitN, goalN, ptN, csvFields[6], teamName)
           invoke self::findAccum("C", playerName, "")
           invoke self::addPlayerGame(hitN, goalN, ptN, csvFields[6], teamName)
           go to LINE-LOOP.
       LINE-DONE.
           invoke reader::Dispose.
       end method.

      *    one player line onto the accumulator at ACC-CUR.
      *    WS-CUR-DATE carries the line's date.
       method-id addPlayerGame static protected.
       procedure division using by value hitN as type Int32
                                 by value goalN as type Int32
                                 by value ptN as type Int32
                                 by value shutoutFlag as String
                                 by value teamName as String.
           if ACC-CUR = 0
               exit method.
           add hitN to AC-HITS(ACC-CUR)
           add goalN to AC-GOALS(ACC-CUR)
           add ptN to AC-POINTS(ACC-CUR)
           if shutoutFlag::Trim()::ToUpper() = "Y"
               add 1 to AC-SHUTOUTS(ACC-CUR)
           end-if
           move WS-CUR-DATE to AC-LAST-DATE(ACC-CUR)
           MOVE teamName TO AC-TEAM(ACC-CUR)
           invoke self::noteSource.
       end method.

      *    WS-SRC into the accumulator's provenance flags.
       method-id noteSource static protected.
       procedure division.
           evaluate WS-SRC
               when "A"
                   move "A" to AC-SRC(ACC-CUR)(1:1)
               when "B"
                   move "B" to AC-SRC(ACC-CUR)(2:1)
               when other
                   move "L" to AC-SRC(ACC-CUR)(3:1)
           end-evaluate.
       end method.

      *    found-or-added accumulator into ACC-CUR: kind T team
      *    season, F franchise all-time, P player season, C player
      *    career. 0 when the table is full.
       method-id findAccum static protected.
       local-storage section.
       01  accKey          type String.
       01  foundIdx        type Int32.
       01  seasonStart     type String.
       procedure division using by value accKind as String
                                 by value holderName as String
                                 by value seasonText as String.
           move 0 to ACC-CUR
           set accKey to accKind & "|" & holderName::Trim::ToUpper & "|" & seasonText
           if accIndex::TryGetValue(accKey, by reference foundIdx)
               move foundIdx to ACC-CUR
      *        a career's span runs from its first season to
      *        the one just counted.
               if accKind = "C" or accKind = "F"
                   set seasonStart to self::seasonOf(WS-CUR-DATE)
                   if AC-FIRST-SEASON(ACC-CUR) = spaces
                       move seasonStart to AC-FIRST-SEASON(ACC-CUR)
                   end-if
                   set AC-SEASON(ACC-CUR) to AC-FIRST-SEASON(ACC-CUR)::Trim & " TO " & seasonStart
               end-if
               exit method.
           if ACC-COUNT >= 20000
               exit method.
           add 1 to ACC-COUNT
           move ACC-COUNT to ACC-CUR
           initialize ACC-ROW(ACC-CUR)
           MOVE holderName::Trim::ToUpper TO AC-HOLDER(ACC-CUR)
           move accKind to AC-KIND(ACC-CUR)
           move seasonText to AC-SEASON(ACC-CUR)
           if accKind = "C" or accKind = "F"
               move self::seasonOf(WS-CUR-DATE) to AC-FIRST-SEASON(ACC-CUR)
               move AC-FIRST-SEASON(ACC-CUR) to AC-SEASON(ACC-CUR)
           end-if
           invoke accIndex::Add(accKey, ACC-CUR).
       end method.

      *    the season and career totals into their categories.
       method-id offerTotals static protected.
       local-storage section.
       01  accIdx          type Int32.
       01  srcText         type String.
       procedure division.
           perform varying accIdx from 1 by 1 until accIdx > ACC-COUNT
               set srcText to self::accSourceText(accIdx)
               evaluate AC-KIND(accIdx)
                   when "T"
                       invoke self::offer(C-TS-WINS, AC-WINS(accIdx), "" & AC-HOLDER(accIdx),
                           "" & AC-TEAM(accIdx), AC-LAST-DATE(accIdx), "",
                           "" & AC-SEASON(accIdx), srcText, "")
                       invoke self::offer(C-TS-GOALS, AC-GOALS(accIdx), "" & AC-HOLDER(accIdx),
                           "" & AC-TEAM(accIdx), AC-LAST-DATE(accIdx), "",
                           "" & AC-SEASON(accIdx), srcText, "")
                   when "F"
                       invoke self::offer(C-TC-WINS, AC-WINS(accIdx), "" & AC-HOLDER(accIdx),
                           "" & AC-TEAM(accIdx), AC-LAST-DATE(accIdx), "",
                           "" & AC-SEASON(accIdx), srcText, "")
                       invoke self::offer(C-TC-GOALS, AC-GOALS(accIdx), "" & AC-HOLDER(accIdx),
                           "" & AC-TEAM(accIdx), AC-LAST-DATE(accIdx), "",
                           "" & AC-SEASON(accIdx), srcText, "")
                   when "P"
                       invoke self::offer(C-IS-GOALS, AC-GOALS(accIdx), "" & AC-HOLDER(accIdx),
                           "" & AC-TEAM(accIdx), AC-LAST-DATE(accIdx), "",
                           "" & AC-SEASON(accIdx), srcText, "")
                       invoke self::offer(C-IS-POINTS, AC-POINTS(accIdx), "" & AC-HOLDER(accIdx),
                           "" & AC-TEAM(accIdx), AC-LAST-DATE(accIdx), "",
                           "" & AC-SEASON(accIdx), srcText, "")
                       invoke self::offer(C-IS-HITS, AC-HITS(accIdx), "" & AC-HOLDER(accIdx),
                           "" & AC-TEAM(accIdx), AC-LAST-DATE(accIdx), "",
                           "" & AC-SEASON(accIdx), srcText, "")
                       invoke self::offer(C-IS-SHUTOUTS, AC-SHUTOUTS(accIdx), "" & AC-HOLDER(accIdx),
                           "" & AC-TEAM(accIdx), AC-LAST-DATE(accIdx), "",
                           "" & AC-SEASON(accIdx), srcText, "")
                   when "C"
                       invoke self::offer(C-IC-GOALS, AC-GOALS(accIdx), "" & AC-HOLDER(accIdx),
                           "" & AC-TEAM(accIdx), AC-LAST-DATE(accIdx), "",
                           "" & AC-SEASON(accIdx), srcText, "")
                       invoke self::offer(C-IC-POINTS, AC-POINTS(accIdx), "" & AC-HOLDER(accIdx),
                           "" & AC-TEAM(accIdx), AC-LAST-DATE(accIdx), "",
                           "" & AC-SEASON(accIdx), srcText, "")
                       invoke self::offer(C-IC-SHUTOUTS, AC-SHUTOUTS(accIdx), "" & AC-HOLDER(accIdx),
                           "" & AC-TEAM(accIdx), AC-LAST-DATE(accIdx), "",
                           "" & AC-SEASON(accIdx), srcText, "")
               end-evaluate
           end-perform.
       end method.

      *    an entry into a category's top ten when it earns a
      *    place: after every entry of equal or higher value, so
      *    the one who got there first keeps the higher place.
       method-id offer static protected.
       local-storage section.
       01  placeAt         type Int32.
       01  shiftIdx        type Int32.
       01  shiftTo         type Int32.
       01  scanIdx         type Int32.
       procedure division using by value catIdx as type Int32
                                 by value entryValue as type Int32
                                 by value holderName as String
                                 by value teamName as String
                                 by value entryDate as type Int32
                                 by value opponent as String
                                 by value seasonText as String
                                 by value srcText as String
                                 by value identText as String.
           if entryValue <= 0
               exit method.
           set placeAt to CAT-COUNT(catIdx) + 1
           perform varying scanIdx from 1 by 1 until scanIdx > CAT-COUNT(catIdx)
               if TP-VALUE(catIdx, scanIdx) < entryValue
                   set placeAt to scanIdx
                   exit perform
               end-if
           end-perform
           if placeAt > 10
               exit method.
      *    make room -- the tenth falls off the end.
           if CAT-COUNT(catIdx) < 10
               add 1 to CAT-COUNT(catIdx)
           end-if
           set shiftIdx to CAT-COUNT(catIdx) - 1
           perform until shiftIdx < placeAt
               set shiftTo to shiftIdx + 1
               move TP-ROW(catIdx, shiftIdx) to TP-ROW(catIdx, shiftTo)
               subtract 1 from shiftIdx
           end-perform
           move entryValue to TP-VALUE(catIdx, placeAt)
           MOVE holderName::Trim::ToUpper TO TP-HOLDER(catIdx, placeAt)
           MOVE teamName::Trim::ToUpper TO TP-TEAM(catIdx, placeAt)
           move entryDate to TP-DATE(catIdx, placeAt)
           MOVE opponent::Trim::ToUpper TO TP-OPP(catIdx, placeAt)
           move seasonText to TP-SEASON(catIdx, placeAt)
           move srcText to TP-SOURCE(catIdx, placeAt)
           evaluate CAT-KIND(catIdx)
               when "G"
                   set TP-IDENT(catIdx, placeAt) to holderName::Trim::ToUpper & "|" & entryDate
               when "S"
                   set TP-IDENT(catIdx, placeAt) to holderName::Trim::ToUpper & "|" & seasonText
               when other
                   MOVE holderName::Trim::ToUpper TO TP-IDENT(catIdx, placeAt)
           end-evaluate.
       end method.

      *    the standing book, for the comparison.
       method-id readOldBook static protected.
       local-storage section.
       01  catIdx          type Int32.
       01  rankIdx         type Int32.
       01  oldIdx          type Int32.
       procedure division.
           perform varying catIdx from 1 by 1 until catIdx > CAT-MAX
               move 0 to OLD-COUNT(catIdx)
               perform varying rankIdx from 1 by 1 until rankIdx > 10
                   MOVE CAT-CODE(catIdx) TO BOOK-CATEGORY
                   MOVE rankIdx TO BOOK-RANK
                   READ BOOK-FILE
                       NOT INVALID KEY
                           add 1 to OLD-COUNT(catIdx)
                           set oldIdx to OLD-COUNT(catIdx)
                           move BOOK-VALUE to OLD-VALUE(catIdx, oldIdx)
                           evaluate CAT-KIND(catIdx)
                               when "G"
                                   set OLD-IDENT(catIdx, oldIdx) to
                                       BOOK-HOLDER::Trim & "|" & BOOK-DATE
                               when "S"
                                   set OLD-IDENT(catIdx, oldIdx) to
                                       BOOK-HOLDER::Trim & "|" & BOOK-SEASON::Trim
                               when other
                                   MOVE BOOK-HOLDER TO OLD-IDENT(catIdx, oldIdx)
                           end-evaluate
                   END-READ
               end-perform
           end-perform.
       end method.

      *    ties and breaks against the standing record. An
      *    entry already on the book at the same value is old news;
      *    the sole holder pushing their own mark further is too.
       method-id detectRecords static protected.
       local-storage section.
       01  catIdx          type Int32.
       01  rankIdx         type Int32.
       01  oldIdx          type Int32.
       01  oldTop          type Int32.
       01  oldTopCount     type Int32.
       01  priorValue      type Int32.
       procedure division.
           perform varying catIdx from 1 by 1 until catIdx > CAT-MAX
               if OLD-COUNT(catIdx) > 0
                   set oldTop to OLD-VALUE(catIdx, 1)
                   set oldTopCount to 0
                   perform varying oldIdx from 1 by 1 until oldIdx > OLD-COUNT(catIdx)
                       if OLD-VALUE(catIdx, oldIdx) = oldTop
                           add 1 to oldTopCount
                       end-if
                   end-perform
                   perform varying rankIdx from 1 by 1
                           until rankIdx > CAT-COUNT(catIdx)
                       if TP-VALUE(catIdx, rankIdx) >= oldTop
                           set priorValue to 0
                           perform varying oldIdx from 1 by 1 until oldIdx > OLD-COUNT(catIdx)
                               if OLD-IDENT(catIdx, oldIdx) = TP-IDENT(catIdx, rankIdx)
                                   set priorValue to OLD-VALUE(catIdx, oldIdx)
                               end-if
                           end-perform
                           if priorValue not = TP-VALUE(catIdx, rankIdx)
                               if TP-VALUE(catIdx, rankIdx) > oldTop
                                   if priorValue not = oldTop or oldTopCount > 1
                                       invoke self::writeNotice(catIdx, rankIdx, "B", oldTop)
                                   end-if
                               else
                                   invoke self::writeNotice(catIdx, rankIdx, "T", oldTop)
                               end-if
                           end-if
                       end-if
                   end-perform
               end-if
           end-perform.
       end method.

      *    one notice, dated the game that did it, numbered on
      *    from the date's last.
       method-id writeNotice static protected.
       local-storage section.
       01  nextSeq         type Int32.
       01  noticeText      type String.
       procedure division using by value catIdx as type Int32
                                 by value rankIdx as type Int32
                                 by value noticeKind as String
                                 by value oldTop as type Int32.
           set nextSeq to 0
           MOVE TP-DATE(catIdx, rankIdx) TO NOTICE-DATE
           MOVE 0 TO NOTICE-SEQ
           START NOTICE-FILE KEY NOT < NOTICE-KEY
               INVALID KEY
                   GO TO SEQ-DONE.
       SEQ-LOOP.
           READ NOTICE-FILE NEXT
               AT END GO TO SEQ-DONE.
           IF NOTICE-DATE NOT = TP-DATE(catIdx, rankIdx)
               GO TO SEQ-DONE.
           set nextSeq to NOTICE-SEQ
           GO TO SEQ-LOOP.
       SEQ-DONE.
           add 1 to nextSeq
           if noticeKind = "B"
               set noticeText to "RECORD BROKEN: "
           else
               set noticeText to "RECORD TIED: "
           end-if
           set noticeText to noticeText & CAT-DESC(catIdx)::Trim & " -- " &
               TP-HOLDER(catIdx, rankIdx)::Trim
           if TP-HOLDER(catIdx, rankIdx) not = TP-TEAM(catIdx, rankIdx)
               set noticeText to noticeText & " (" & TP-TEAM(catIdx, rankIdx)::Trim & ")"
           end-if
           set noticeText to noticeText & ", " & TP-VALUE(catIdx, rankIdx)::ToString
           if TP-OPP(catIdx, rankIdx) not = spaces
               set noticeText to noticeText & " vs " & TP-OPP(catIdx, rankIdx)::Trim
           end-if
           set noticeText to noticeText & " " & TP-DATE(catIdx, rankIdx) & " (" &
               TP-SEASON(catIdx, rankIdx)::Trim & ")"
           if noticeKind = "B"
               set noticeText to noticeText & "; the old mark was " & oldTop::ToString
           end-if
           MOVE TP-DATE(catIdx, rankIdx) TO NOTICE-DATE
           MOVE nextSeq TO NOTICE-SEQ
           MOVE CAT-CODE(catIdx) TO NOTICE-CATEGORY
           MOVE noticeKind TO NOTICE-KIND
           MOVE TP-TEAM(catIdx, rankIdx) TO NOTICE-TEAM
           MOVE noticeText TO NOTICE-TEXT
           MOVE WS-RUN-STAMP TO NOTICE-WRITTEN
           WRITE NOTICE-REC
               INVALID KEY
                   REWRITE NOTICE-REC
           END-WRITE
           add 1 to noticesWritten
           invoke type Console::WriteLine(noticeText).
       end method.

      *    the new book over the old, category by category -- a
      *    category that lost places (a re-charted game) drops its
      *    tail rows.
       method-id writeBook static protected.
       local-storage section.
       01  catIdx          type Int32.
       01  rankIdx         type Int32.
       procedure division.
           perform varying catIdx from 1 by 1 until catIdx > CAT-MAX
               perform varying rankIdx from 1 by 1 until rankIdx > 10
                   MOVE CAT-CODE(catIdx) TO BOOK-CATEGORY
                   MOVE rankIdx TO BOOK-RANK
                   if rankIdx > CAT-COUNT(catIdx)
                       DELETE BOOK-FILE RECORD
                           INVALID KEY
                               CONTINUE
                       END-DELETE
                   else
                       MOVE CAT-DESC(catIdx) TO BOOK-CAT-DESC
                       MOVE TP-HOLDER(catIdx, rankIdx) TO BOOK-HOLDER
                       MOVE TP-TEAM(catIdx, rankIdx) TO BOOK-TEAM
                       MOVE TP-VALUE(catIdx, rankIdx) TO BOOK-VALUE
                       MOVE TP-DATE(catIdx, rankIdx) TO BOOK-DATE
                       MOVE TP-OPP(catIdx, rankIdx) TO BOOK-OPPONENT
                       MOVE TP-SEASON(catIdx, rankIdx) TO BOOK-SEASON
                       MOVE TP-SOURCE(catIdx, rankIdx) TO BOOK-SOURCE
                       MOVE WS-RUN-STAMP TO BOOK-BUILT
                       WRITE BOOK-REC
                           INVALID KEY
                               REWRITE BOOK-REC
                       END-WRITE
                   end-if
               end-perform
           end-perform.
       end method.

      *    "2024-25" for a game in the season that started in
      *    2024; "2024" for calendar seasons.
       method-id seasonOf static protected.
       local-storage section.
       01  startYear       type Int32.
       01  nextYear        type Int32.
       procedure division using by value gameDate as type Int32
                          returning seasonText as String.
           DIVIDE gameDate BY 10000 GIVING WS-MOD-QUOT REMAINDER WS-MOD-REM
           set startYear to WS-MOD-QUOT
           if WS-MOD-REM < WS-SEASON-MMDD
               subtract 1 from startYear
           end-if
           if WS-SEASON-MMDD = 101
               set seasonText to startYear::ToString
               exit method.
           COMPUTE WS-NEXT-YEAR = startYear + 1
           DIVIDE WS-NEXT-YEAR BY 100 GIVING WS-MOD-QUOT REMAINDER WS-MOD-REM
           set nextYear to WS-MOD-REM
           set seasonText to startYear::ToString & "-" & nextYear::ToString("00").
       end method.

      *    a one-letter source as the book shows it.
       method-id sourceText static protected.
       procedure division using by value srcCode as String
                          returning srcText as String.
           evaluate srcCode
               when "A"
                   set srcText to "ARCHIVE"
               when "B"
                   set srcText to "BACKFILL"
               when other
                   set srcText to "LIVE"
           end-evaluate.
       end method.

      *    an accumulator's provenance flags as the book shows
      *    them, oldest first.
       method-id accSourceText static protected.
       procedure division using by value accIdx as type Int32
                          returning srcText as String.
           set srcText to ""
           if AC-SRC(accIdx)(2:1) = "B"
               set srcText to "BACKFILL"
           end-if
           if AC-SRC(accIdx)(1:1) = "A"
               if srcText not = ""
                   set srcText to srcText & "+"
               end-if
               set srcText to srcText & "ARCHIVE"
           end-if
           if AC-SRC(accIdx)(3:1) = "L"
               if srcText not = ""
                   set srcText to srcText & "+"
               end-if
               set srcText to srcText & "LIVE"
           end-if.
       end method.

       end class.
