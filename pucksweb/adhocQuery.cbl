      * ad-hoc query over the games and their charted events.
      * Every new question from the analysts ("power-play goals
      * against after an icing in the third period") used to wait on
      * a new screen, or on a CSV export filtered by hand. A query
      * here is a definition -- a date span, an optional team,
      * conditions on the game, player-file and engine event fields,
      * the output columns, an optional grouping, a sort and a row
      * limit -- run over the finished games on the game file: each
      * game's event table comes from the PK360 engine the way the
      * JSON data service gets it (Default.aspx.cbl's GET-DATA), the
      * A and B player ids are named off the player file, and every
      * event that meets all the conditions is a row. Grouped, a row
      * is one value of the group field and its event count.
      *
      * The consortium matrix (clubVisibility.cbl) is applied for the
      * viewing team exactly as the game list applies it: a partner
      * game the team may not see is skipped, and at base tier only
      * the partner's official games are read. queryBuilder.aspx.cbl
      * runs small queries on the spot and hands the large ones to
      * the background queue (reportQueue.cbl), whose worker comes
      * back through runJob. Named definitions are kept per club in
      * PKW084.DAT -- the owner's own, or shared with the rest of the
      * club's staff.
      *
      * A definition is "|"-separated NAME=value entries:
      *    FROM=yyyymmdd  TO=yyyymmdd  TEAM=club (blank: every game)
      *    IF=FIELD,OP,VALUE  (any number, all must hold; OP is one
      *       of = <> < > <= >= HAS)
      *    COLS=FIELD,FIELD,...   GROUP=FIELD   SORT=FIELD,A|D
      *    LIMIT=rows
      * FIELD is one of the names in FIELD-NAMES below; a grouped
      * query may also sort on COUNT. PREVEVENT is the event charted
      * just before in the same game, STATE the A team's manpower
      * (PP, SH or EV from the A and B strengths).

       $set ilusing"System.IO"

       class-id pucksweb.adhocQuery.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       $SET CALLFH"EXTFH"
       $SET DATACOMPRESS"1"
          SELECT GAME-FILE ASSIGN WS-GAME-FILE
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS GAME-KEY
              LOCK MANUAL
              FILE STATUS IS STATUS-COMN.

          SELECT PLAY-FILE ASSIGN WS-PLAY-FILE
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS PLAY-KEY
              ALTERNATE KEY IS PLAY-ALT-KEY1
              ALTERNATE KEY IS PLAY-ALT-KEY2
              LOCK MANUAL
              FILE STATUS IS STATUS-COMN2.

          SELECT QUERY-FILE ASSIGN WS-QUERY-FILE
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS QRY-KEY
              LOCK MANUAL
              FILE STATUS IS STATUS-COMN3.

       file section.
       COPY "y:\SYDEXsource\FDS\FDPKGAME.CBL".
       COPY "Y:\SYDEXSOURCE\FDS\FDPKPLAY.CBL".

       FD  QUERY-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS QRY-REC.

      *    QRY-OWNER is the login that saved it ("LAST/FIRST");
      *    QRY-SHARED "Y" lets the rest of the club's staff run it.
      *    Only the owner rewrites or deletes it. QRY-SAVED is UTC.
       01  QRY-REC.
           05  QRY-KEY.
               10  QRY-TEAM            PIC X(15).
               10  QRY-NAME            PIC X(30).
           05  QRY-OWNER               PIC X(30).
           05  QRY-SHARED              PIC X.
           05  QRY-DEF                 PIC X(700).
           05  QRY-SAVED               PIC X(14).
           05  FILLER                  PIC X(10).

       working-storage section.
       01  WS-GAME-FILE                PIC X(256).
       01  WS-PLAY-FILE                PIC X(256).
       01  WS-QUERY-FILE      PIC X(256) VALUE "PKW084.DAT".
       01  STATUS-COMN.
           05  STATUS-BYTE-1           PIC X      VALUE SPACES.
           05  STATUS-BYTE-2           PIC X      VALUE SPACES.
       01  STATUS-COMN2.
           05  STATUS2-BYTE-1          PIC X      VALUE SPACES.
           05  STATUS2-BYTE-2          PIC X      VALUE SPACES.
       01  STATUS-COMN3.
           05  STATUS3-BYTE-1          PIC X      VALUE SPACES.
           05  STATUS3-BYTE-2          PIC X      VALUE SPACES.
      *    the queryable fields, in the order an event's values
      *    are built (see eventValues).
       01  FIELD-NAMES        PIC X(300) VALUE
           "DATE,HOME,VISITORS,GAMETYPE,PERIOD,CLOCK,ELAPSED,EVENT,SUBTYPE".
       01  FIELD-NAMES-2      PIC X(300) VALUE
           "PREVEVENT,ZONE,ATEAM,BTEAM,APLAYER,APOS,BPLAYER,BPOS,SHOTTYPE".
       01  FIELD-NAMES-3      PIC X(300) VALUE
           "EMPTYNET,GOALZONE,X,Y,HOMESCORE,VISSCORE,HOMESKATERS".
       01  FIELD-NAMES-4      PIC X(300) VALUE
           "VISSKATERS,ASTRENGTH,BSTRENGTH,STATE,REASON".
      *    rows a query may return, the default, and the most
      *    matching events one run holds for sorting.
       01  MAX-LIMIT          PIC 9(5) VALUE 5000.
       01  DEFAULT-LIMIT      PIC 9(5) VALUE 500.
       01  MAX-HELD           PIC 9(6) VALUE 50000.
      *    finished games past which a run goes to the background
      *    queue instead of the browser's request.
       01  QUEUE-GAMES        PIC 9(4) VALUE 40.
       01  fromDate            type Int32.
       01  toDate              type Int32.
       01  WS-TEAM                     PIC X(15).
       01  WS-VIEWER                   PIC X(15).
       01  WS-SORT-DIR                 PIC X.
       01  WS-GAME-TIER                PIC X.
       01  WS-PLAYER-ID                PIC X(7).
       01  WS-HELD-FLAG                PIC X.
       01  WS-SEQ                      PIC 9(8) VALUE 0.
       01  gamesRead                   PIC 9(5) VALUE 0.
       01  matchedCount                PIC 9(7) VALUE 0.
       01  fieldList           type String occurs any.
       01  condLines           type List[String].
       01  colIdx              type List[type Int32].
       01  groupIdx            type Int32.
       01  sortIdx             type Int32.
       01  rowLimit            type Int32.
       01  playerNames         type Dictionary[String, String].
       01  heldRows            type List[String].
       01  groupCounts         type Dictionary[String, type Int32].
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

      *    the field names, for the screen's pick lists.
       method-id fieldNames static public.
       procedure division returning namesOut as type List[String].
           set namesOut to new List[String](self::allFields())
       end method.

       method-id allFields static protected.
       procedure division returning namesOut as String occurs any.
           set namesOut to (FIELD-NAMES::Trim & "," & FIELD-NAMES-2::Trim & "," &
               FIELD-NAMES-3::Trim & "," & FIELD-NAMES-4::Trim)::Split(",")
       end method.

      *    the games past which a run is queued.
       method-id queueGames static public.
       procedure division returning gamesOut as type Int32.
           set gamesOut to QUEUE-GAMES
       end method.

      *    a definition taken apart into the working fields.
      *    Blank back when it will run, otherwise what is wrong.
       method-id parse static public.
       local-storage section.
       01  entryText       type String.
       01  entryName       type String.
       01  entryValue      type String.
       01  partList        type String occurs any.
       01  oneName         type String.
       01  fieldIdx        type Int32.
       01  opText          type String.
       procedure division using by value defText as String
                          returning problemText as String.
           set problemText to ""
           set fieldList to self::allFields()
           set condLines to new List[String]
           set colIdx to new List[type Int32]
           set groupIdx to -1
           set sortIdx to -1
           MOVE "A" TO WS-SORT-DIR
           set rowLimit to DEFAULT-LIMIT
           set fromDate to 0
           set toDate to 99999999
           MOVE SPACES TO WS-TEAM
           if defText = null
               set problemText to "The query is empty."
               exit method.
           perform varying entryText through defText::Split("|")
               if entryText::IndexOf("=") > 0
                   set entryName to entryText::Substring(0, entryText::IndexOf("="))::Trim::ToUpper
                   set entryValue to entryText::Substring(entryText::IndexOf("=") + 1)::Trim
                   evaluate entryName
                       when "FROM"
                           if entryValue not = ""
                               invoke type Int32::TryParse(entryValue, by reference fromDate)
                           end-if
                       when "TO"
                           if entryValue not = ""
                               invoke type Int32::TryParse(entryValue, by reference toDate)
                           end-if
                       when "TEAM"
                           MOVE entryValue::ToUpper TO WS-TEAM
                       when "IF"
                           set partList to entryValue::Split(",")
                           if partList::Length < 3
                               set problemText to "A condition needs a field, a test and a value."
                               exit method
                           end-if
                           set fieldIdx to self::fieldIndex(partList[0])
                           set opText to partList[1]::Trim::ToUpper
                           if fieldIdx < 0
                               set problemText to partList[0]::Trim & " is not a field that can be queried."
                               exit method
                           end-if
                           if opText not = "=" and opText not = "<>" and opText not = "<"
                            and opText not = ">" and opText not = "<=" and opText not = ">="
                            and opText not = "HAS"
                               set problemText to opText & " is not a test (= <> < > <= >= HAS)."
                               exit method
                           end-if
                           invoke condLines::Add(fieldIdx::ToString & "," & opText & "," &
                               partList[2]::Trim::ToUpper)
                       when "COLS"
                           perform varying oneName through entryValue::Split(",")
                               if oneName::Trim not = ""
                                   set fieldIdx to self::fieldIndex(oneName)
                                   if fieldIdx < 0
                                       set problemText to oneName::Trim & " is not a field that can be shown."
                                       exit method
                                   end-if
                                   invoke colIdx::Add(fieldIdx)
                               end-if
                           end-perform
                       when "GROUP"
                           if entryValue not = ""
                               set groupIdx to self::fieldIndex(entryValue)
                               if groupIdx < 0
                                   set problemText to entryValue & " is not a field that can be grouped on."
                                   exit method
                               end-if
                           end-if
                       when "SORT"
                           set partList to entryValue::Split(",")
                           if partList[0]::Trim not = ""
                               if partList[0]::Trim::ToUpper = "COUNT"
                                   set sortIdx to -2
                               else
                                   set sortIdx to self::fieldIndex(partList[0])
                                   if sortIdx < 0
                                       set problemText to partList[0]::Trim & " is not a field that can be sorted on."
                                       exit method
                                   end-if
                               end-if
                               if partList::Length > 1 and partList[1]::Trim::ToUpper = "D"
                                   MOVE "D" TO WS-SORT-DIR
                               end-if
                           end-if
                       when "LIMIT"
                           invoke type Int32::TryParse(entryValue, by reference rowLimit)
                   end-evaluate
               end-if
           end-perform
           if condLines::Count = 0
               set problemText to "Give at least one condition -- a query over every event of every game is the bulk export's job."
               exit method.
           if fromDate > toDate
               set problemText to "The start date is after the end date."
               exit method.
           if groupIdx < 0 and colIdx::Count = 0
               set problemText to "Pick the columns to show, or a field to group on."
               exit method.
           if sortIdx = -2 and groupIdx < 0
               set problemText to "Only a grouped query can sort on COUNT."
               exit method.
           if sortIdx >= 0 and groupIdx >= 0 and sortIdx not = groupIdx
               set problemText to "A grouped query sorts on its group field or on COUNT."
               exit method.
           if rowLimit < 1 or rowLimit > MAX-LIMIT
               set problemText to "The row limit runs from 1 to " & MAX-LIMIT::ToString & "."
               exit method.
       end method.

       method-id fieldIndex static protected.
       procedure division using by value fieldName as String
                          returning fieldIdx as type Int32.
           set fieldIdx to type Array::IndexOf(fieldList, fieldName::Trim::ToUpper)
       end method.

      *    the finished games the query's span and team cover
      *    that the viewing team may read -- what decides whether a
      *    run waits for the browser or goes to the queue.
       method-id gameCount static public.
       procedure division using by value defText as String
                                 by value gameFileName as String
                                 by value viewerTeam as String
                          returning gamesOut as type Int32.
           set gamesOut to 0
           if self::parse(defText) not = ""
               exit method.
           MOVE gameFileName TO WS-GAME-FILE
           MOVE viewerTeam::Trim::ToUpper TO WS-VIEWER
           OPEN INPUT GAME-FILE.
           IF STATUS-BYTE-1 NOT EQUAL ZEROES
               exit method.
           INITIALIZE GAME-KEY.
           MOVE fromDate TO GAME-DATE-1.
           START GAME-FILE KEY NOT < GAME-KEY
               INVALID KEY GO TO COUNT-DONE.
       COUNT-LOOP.
           READ GAME-FILE NEXT WITH NO LOCK
               AT END GO TO COUNT-DONE.
           IF GAME-DATE-1 > toDate
               GO TO COUNT-DONE.
           if self::gameWanted() = "Y"
               add 1 to gamesOut
           end-if
           GO TO COUNT-LOOP.
       COUNT-DONE.
           CLOSE GAME-FILE.
       end method.

      *    is the game in GAME-REC one the query reads? Finished,
      *    the query's team in it, and visible to the viewing team
      *    -- at base tier only a partner's official games.
       method-id gameWanted static protected.
       procedure division returning wantedFlag as String.
           set wantedFlag to "N"
           IF GAME-NHL-DONE NOT = "Y"
               exit method.
           IF WS-TEAM NOT = SPACES
            AND GAME-HOME-TEAM NOT = WS-TEAM AND GAME-VISITORS NOT = WS-TEAM
               exit method.
           set WS-GAME-TIER to type pucksweb.clubVisibility::gameTier(GAME-DATE-1,
               "" & GAME-HOME-TEAM, "" & GAME-VISITORS, "" & WS-VIEWER)
           if WS-GAME-TIER = "N"
               exit method.
           if WS-GAME-TIER = "B"
               if type pucksweb.sessionType::typeOf(GAME-DATE-1,
                   "" & GAME-HOME-TEAM, "" & GAME-VISITORS) not = "O"
                   exit method
               end-if
           end-if
           set wantedFlag to "Y".
       end method.

      *    runs a definition. rowsOut gets the header line then
      *    one line per row, cells "|"-separated; clipsOut the clip
      *    for the same row as "path:start;end" (blank for none, and
      *    for every grouped row). Returns the line for the screen.
       method-id run static public.
       local-storage section.
       01  problemText     type String.
       procedure division using by value defText as String
                                 by value gameFileName as String
                                 by value playerFileName as String
                                 by value viewerTeam as String
                                 by value rowsOut as type List[String]
                                 by value clipsOut as type List[String]
                          returning runMsg as String.
           set problemText to self::parse(defText)
           if problemText not = ""
               set runMsg to problemText
               exit method.
           MOVE gameFileName TO WS-GAME-FILE
           MOVE playerFileName TO WS-PLAY-FILE
           MOVE viewerTeam::Trim::ToUpper TO WS-VIEWER
           MOVE 0 TO gamesRead matchedCount WS-SEQ
           MOVE "N" TO WS-HELD-FLAG
           set heldRows to new List[String]
           set groupCounts to new Dictionary[String, type Int32]
           invoke self::loadPlayers

           OPEN INPUT GAME-FILE.
           IF STATUS-BYTE-1 NOT EQUAL ZEROES
               set runMsg to "Unable to open the game file."
               exit method.
           INITIALIZE GAME-KEY.
           MOVE fromDate TO GAME-DATE-1.
           START GAME-FILE KEY NOT < GAME-KEY
               INVALID KEY GO TO GAME-DONE.
       GAME-LOOP.
           READ GAME-FILE NEXT WITH NO LOCK
               AT END GO TO GAME-DONE.
           IF GAME-DATE-1 > toDate
               GO TO GAME-DONE.
           if self::gameWanted() not = "Y"
               GO TO GAME-LOOP.
           add 1 to gamesRead
           invoke self::scanGame
           GO TO GAME-LOOP.
       GAME-DONE.
           CLOSE GAME-FILE.

           invoke self::buildRows(rowsOut, clipsOut)
           set runMsg to (rowsOut::Count - 1)::ToString & " row(s) from " &
               matchedCount::ToString & " matching event(s) in " &
               gamesRead::ToString & " game(s)."
           if WS-HELD-FLAG = "Y"
               set runMsg to runMsg & " Only the first " & MAX-HELD::ToString &
                   " events were kept for sorting -- narrow the dates or add a condition."
           end-if
           if heldRows::Count > rowLimit
               set runMsg to runMsg & " Stopped at the row limit."
           end-if.
       end method.

      *    the player file's names and positions by official id.
       method-id loadPlayers static protected.
       procedure division.
           set playerNames to new Dictionary[String, String]
           OPEN INPUT PLAY-FILE.
           IF STATUS2-BYTE-1 NOT EQUAL ZEROES
               exit method.
       PLAY-LOOP.
           READ PLAY-FILE NEXT WITH NO LOCK
               AT END GO TO PLAY-DONE.
           MOVE PLAY-NHL-ID-R TO WS-PLAYER-ID
           IF WS-PLAYER-ID = SPACES OR WS-PLAYER-ID = "0000000"
               GO TO PLAY-LOOP.
           if playerNames::ContainsKey("" & WS-PLAYER-ID) = false
               invoke playerNames::Add("" & WS-PLAYER-ID, PLAY-LAST-NAME::Trim & " " &
                   PLAY-FIRST-NAME::Trim & "|" & PLAY-POS::Trim)
           end-if
           GO TO PLAY-LOOP.
       PLAY-DONE.
           CLOSE PLAY-FILE.
       end method.

      *    one game's event table through the conditions.
      *    A kept event is held as its sort key, its cells and its
      *    clip, or counted under its group value.
       method-id scanGame static protected.
       local-storage section.
       01  aa              type Int32.
       01  prevEvent       type String.
       01  vals            type String occurs any.
       01  groupVal        type String.
       01  groupSeen       type Int32.
       01  syncLine        type String.
       01  windowLine      type String.
       procedure division.
           initialize LK-FIELDS
           move GAME-DATE-1 to LK-GAME-DATE-1
           move GAME-HOME-TEAM to LK-GAME-HOME
           move GAME-VISITORS to LK-GAME-VISITORS
           call "PK360APP" using LK-FIELDS
           set syncLine to type pucksweb.videoSync::loadGame(GAME-DATE-1,
               "" & GAME-HOME-TEAM, "" & GAME-VISITORS)
           set windowLine to type pucksweb.clipWindow::loadTeam("" & WS-VIEWER, "H")
           set prevEvent to ""
           move 1 to aa.
       EVT-LOOP.
           if aa > 3000
               exit method.
           if LK-E-PRD(aa) = 0
               exit method.
           set vals to self::eventValues(aa, prevEvent)
           set prevEvent to LK-E-CLIP-TYPE-CODE(aa)::Trim
           if self::meetsAll(vals) not = "Y"
               add 1 to aa
               go to EVT-LOOP.
           add 1 to matchedCount
           if groupIdx >= 0
               set groupVal to vals[groupIdx]
               if groupCounts::TryGetValue(groupVal, by reference groupSeen)
                   set groupCounts[groupVal] to groupSeen + 1
               else
                   invoke groupCounts::Add(groupVal, 1)
               end-if
               add 1 to aa
               go to EVT-LOOP.
           if heldRows::Count >= MAX-HELD
               MOVE "Y" TO WS-HELD-FLAG
               exit method.
           add 1 to WS-SEQ
           invoke heldRows::Add(self::sortKey(vals) & self::cellsOf(vals) &
               "~" & self::clipOf(aa, syncLine, windowLine))
           add 1 to aa
           go to EVT-LOOP.
       end method.

      *    one event's values, in FIELD-NAMES order.
       method-id eventValues static protected.
       local-storage section.
       01  aName           type String.
       01  bName           type String.
       01  stateText       type String.
       01  valText         type String.
       procedure division using by value aa as type Int32
                                 by value prevEvent as String
                          returning vals as String occurs any.
           set aName to "|"
           set bName to "|"
           if playerNames::ContainsKey("" & LK-E-APLAYERID(aa))
               set aName to playerNames["" & LK-E-APLAYERID(aa)]
           end-if
           if playerNames::ContainsKey("" & LK-E-BPLAYERID(aa))
               set bName to playerNames["" & LK-E-BPLAYERID(aa)]
           end-if
           evaluate true
               when LK-E-A-STRENGTH(aa) > LK-E-B-STRENGTH(aa)
                   set stateText to "PP"
               when LK-E-A-STRENGTH(aa) < LK-E-B-STRENGTH(aa)
                   set stateText to "SH"
               when other
                   set stateText to "EV"
           end-evaluate
           set valText to GAME-DATE-1 & "|" & GAME-HOME-TEAM::Trim & "|" &
               GAME-VISITORS::Trim & "|" & GAME-PLAYOFF & "|" &
               self::numText(LK-E-PRD(aa)) & "|" & LK-E-PRD-CLOCK(aa)::Trim & "|" &
               self::numText(LK-E-PRD-TIME-SECS(aa)) & "|" &
               LK-E-CLIP-TYPE-CODE(aa)::Trim & "|" & LK-E-CLIP-SUB-CODE(aa)::Trim & "|" &
               prevEvent & "|" & LK-E-ZONE(aa) & "|" & LK-E-ATEAM(aa)::Trim & "|" &
               LK-E-BTEAM(aa)::Trim & "|" & aName & "|" & bName & "|" &
               LK-E-SHOT-TYPE(aa)::Trim & "|" & LK-E-EMPTY-NET(aa) & "|" &
               LK-E-GOALZONE(aa) & "|" & self::numText(LK-E-X(aa)) & "|" &
               self::numText(LK-E-Y(aa)) & "|" & self::numText(LK-E-HOME-SCORE(aa)) & "|" &
               self::numText(LK-E-VIS-SCORE(aa)) & "|" &
               self::numText(LK-E-HOME-SKATERS(aa)) & "|" &
               self::numText(LK-E-VIS-SKATERS(aa)) & "|" &
               self::numText(LK-E-A-STRENGTH(aa)) & "|" &
               self::numText(LK-E-B-STRENGTH(aa)) & "|" & stateText & "|" &
               LK-E-AREASON(aa)::Trim::Replace("|", "/")::Replace("~", "-")
           set vals to valText::Split("|")
       end method.

       method-id numText static protected.
       procedure division using by value numVal as type Decimal
                          returning textOut as String.
           set textOut to numVal::ToString
       end method.

      *    does an event meet every condition?
       method-id meetsAll static protected.
       local-storage section.
       01  condLine        type String.
       01  condParts       type String occurs any.
       01  cellText        type String.
       01  cmpResult       type Int32.
       procedure division using by value vals as String occurs any
                          returning meetsFlag as String.
           set meetsFlag to "N"
           perform varying condLine through condLines
               set condParts to condLine::Split(",")
               set cellText to vals[type Int32::Parse(condParts[0])]::ToUpper
               if condParts[1] = "HAS"
                   if cellText::Contains(condParts[2]) = false
                       exit method
                   end-if
               else
                   set cmpResult to self::compareCells(cellText, condParts[2])
                   evaluate condParts[1]
                       when "="
                           if cmpResult not = 0
                               exit method
                           end-if
                       when "<>"
                           if cmpResult = 0
                               exit method
                           end-if
                       when "<"
                           if cmpResult >= 0
                               exit method
                           end-if
                       when ">"
                           if cmpResult <= 0
                               exit method
                           end-if
                       when "<="
                           if cmpResult > 0
                               exit method
                           end-if
                       when ">="
                           if cmpResult < 0
                               exit method
                           end-if
                   end-evaluate
               end-if
           end-perform
           set meetsFlag to "Y".
       end method.

      *    two cells compared as numbers when both are, as text
      *    otherwise.
       method-id compareCells static protected.
       local-storage section.
       01  firstNum        type Decimal.
       01  secondNum       type Decimal.
       procedure division using by value firstText as String
                                 by value secondText as String
                          returning cmpResult as type Int32.
           if type Decimal::TryParse(firstText, by reference firstNum)
            and type Decimal::TryParse(secondText, by reference secondNum)
               set cmpResult to type Decimal::Compare(firstNum, secondNum)
               exit method.
           set cmpResult to type String::CompareOrdinal(firstText::Trim::ToUpper,
               secondText::Trim::ToUpper)
       end method.

      *    the held row's ordering prefix -- the sort value made
      *    fixed-width so an ordinary sort orders it (numbers
      *    zero-padded, text upper-cased and padded), then the
      *    arrival sequence so equal values keep charting order.
      *    38 characters.
       method-id sortKey static protected.
       procedure division using by value vals as String occurs any
                          returning keyText as String.
           if sortIdx < 0
               set keyText to " "::PadRight(30) & WS-SEQ
               exit method.
           set keyText to self::sortable(vals[sortIdx]) & WS-SEQ
       end method.

       method-id sortable static protected.
       local-storage section.
       01  numVal          type Decimal.
       procedure division using by value cellText as String
                          returning keyText as String.
           if type Decimal::TryParse(cellText, by reference numVal)
               set keyText to (numVal + 100000000)::ToString("000000000000.000")::PadRight(30)
               exit method.
           set keyText to cellText::ToUpper::PadRight(30)::Substring(0, 30)
       end method.

      *    the output cells of a kept event.
       method-id cellsOf static protected.
       local-storage section.
       01  cellIdx         type Int32.
       01  cellsText       type String.
       procedure division using by value vals as String occurs any
                          returning cellsOut as String.
           set cellsText to ""
           perform varying cellIdx through colIdx
               if cellsText not = ""
                   set cellsText to cellsText & "|"
               end-if
               set cellsText to cellsText & vals[cellIdx]
           end-perform
           set cellsOut to cellsText
       end method.

      *    the event's clip as the playlist builder keeps one --
      *    "path:start;end", the start corrected through the game's
      *    camera-clock calibration (videoSync.cbl) and the window
      *    widened by the viewing club's pre/post-roll for the event's
      *    type (clipWindow.cbl).
       method-id clipOf static protected.
       local-storage section.
       01  clipStart       type Double.
       01  clipEnd         type Double.
       procedure division using by value aa as type Int32
                                 by value syncLine as String
                                 by value windowLine as String
                          returning clipText as String.
           set clipText to ""
           if LK-E-MEDIA-FILE(aa) = spaces
               exit method.
           set clipStart to type pucksweb.videoSync::apply(syncLine,
               LK-E-MEDIA-START-SECS(aa))
           set clipEnd to type pucksweb.clipWindow::endOf(windowLine,
               LK-E-CLIP-TYPE-CODE(aa)::Trim, clipStart, LK-E-MEDIA-DURATION(aa))
           set clipStart to type pucksweb.clipWindow::startOf(windowLine,
               LK-E-CLIP-TYPE-CODE(aa)::Trim, clipStart)
           set clipText to LK-E-MEDIA-FILE(aa)::Trim::Replace("\", "/")::TrimStart("/") &
               ":" & clipStart & ";" & clipEnd
       end method.

      *    the held events (or group counts) sorted, limited and
      *    handed back with the header line.
       method-id buildRows static protected.
       local-storage section.
       01  colName         type String.
       01  headText        type String.
       01  groupVal        type String.
       01  heldRow         type String.
       01  rowBody         type String.
       procedure division using by value rowsOut as type List[String]
                                 by value clipsOut as type List[String].
           set headText to ""
           if groupIdx >= 0
               set headText to fieldList[groupIdx] & "|COUNT"
               set heldRows to new List[String]
               perform varying groupVal through groupCounts::Keys
                   add 1 to WS-SEQ
                   if sortIdx = -2
                       invoke heldRows::Add(self::sortable(groupCounts[groupVal]::ToString) &
                           WS-SEQ & groupVal & "|" & groupCounts[groupVal]::ToString & "~")
                   else
                       invoke heldRows::Add(self::sortable(groupVal) & WS-SEQ &
                           groupVal & "|" & groupCounts[groupVal]::ToString & "~")
                   end-if
               end-perform
           else
               perform varying colName through self::columnNames()
                   if headText not = ""
                       set headText to headText & "|"
                   end-if
                   set headText to headText & colName
               end-perform
           end-if
           invoke rowsOut::Add(headText)
           invoke clipsOut::Add("")
           invoke heldRows::Sort
           if WS-SORT-DIR = "D"
               invoke heldRows::Reverse
           end-if
           perform varying heldRow through heldRows
               if rowsOut::Count > rowLimit
                   exit perform
               end-if
               set rowBody to heldRow::Substring(38)
               invoke rowsOut::Add(rowBody::Substring(0, rowBody::LastIndexOf("~")))
               invoke clipsOut::Add(rowBody::Substring(rowBody::LastIndexOf("~") + 1))
           end-perform
       end method.

       method-id columnNames static protected.
       local-storage section.
       01  cellIdx         type Int32.
       procedure division returning namesOut as type List[String].
           set namesOut to new List[String]
           perform varying cellIdx through colIdx
               invoke namesOut::Add(fieldList[cellIdx])
           end-perform
       end method.

      *    rows as CSV, header first.
       method-id csvOf static public.
       local-storage section.
       01  rowText         type String.
       01  cellText        type String.
       01  lineText        type String.
       01  csvText         type System.Text.StringBuilder.
       procedure division using by value rowsIn as type List[String]
                          returning csvOut as String.
           set csvText to new System.Text.StringBuilder
           perform varying rowText through rowsIn
               set lineText to ""
               perform varying cellText through rowText::Split("|")
                   if lineText not = ""
                       set lineText to lineText & ","
                   end-if
                   if cellText::Contains(",") or cellText::Contains('"')
                       set lineText to lineText & '"' & cellText::Replace('"', '""') & '"'
                   else
                       set lineText to lineText & cellText
                   end-if
               end-perform
               invoke csvText::AppendLine(lineText)
           end-perform
           set csvOut to csvText::ToString
       end method.

      *    the background run, for reportWorker.cbl. The job's
      *    request file holds the game file, the player file, the
      *    viewing team and the definition, a line each; the result
      *    is the rows a line each, "~" and the row's clip.
       method-id runJob static public.
       local-storage section.
       01  reqLines        type String occurs any.
       01  rowsOut         type List[String].
       01  clipsOut        type List[String].
       01  outLines        type List[String].
       01  runMsg          type String.
       01  rowIdx          type Int32.
       procedure division using by value jobId as String
                          returning failText as String.
           set failText to ""
           if type File::Exists(type batsweb.reportQueue::requestPath(jobId)) = false
               set failText to "the captured request is missing"
               exit method.
           set reqLines to type File::ReadAllLines(type batsweb.reportQueue::requestPath(jobId))
           if reqLines::Length < 4
               set failText to "the captured request is incomplete"
               exit method.
           set rowsOut to new List[String]
           set clipsOut to new List[String]
           set runMsg to self::run(reqLines[3], reqLines[0], reqLines[1], reqLines[2],
               rowsOut, clipsOut)
           if rowsOut::Count = 0
               set failText to runMsg
               exit method.
           set outLines to new List[String]
           invoke outLines::Add(runMsg)
           perform varying rowIdx from 0 by 1 until rowIdx >= rowsOut::Count
               invoke outLines::Add(rowsOut[rowIdx] & "~" & clipsOut[rowIdx])
           end-perform
           invoke type File::WriteAllLines(type batsweb.reportQueue::resultPath(jobId), outLines)
       end method.

      *    a finished job's rows and clips back, as run handed
      *    them; returns the run's summary line ("" when the result
      *    is gone).
       method-id readResult static public.
       local-storage section.
       01  outLines        type String occurs any.
       01  lineIdx         type Int32.
       procedure division using by value jobId as String
                                 by value rowsOut as type List[String]
                                 by value clipsOut as type List[String]
                          returning runMsg as String.
           set runMsg to ""
           if type File::Exists(type batsweb.reportQueue::resultPath(jobId)) = false
               exit method.
           set outLines to type File::ReadAllLines(type batsweb.reportQueue::resultPath(jobId))
           if outLines::Length < 2
               exit method.
           set runMsg to outLines[0]
           perform varying lineIdx from 1 by 1 until lineIdx >= outLines::Length
               invoke rowsOut::Add(outLines[lineIdx]::Substring(0, outLines[lineIdx]::LastIndexOf("~")))
               invoke clipsOut::Add(outLines[lineIdx]::Substring(outLines[lineIdx]::LastIndexOf("~") + 1))
           end-perform
       end method.

      *    saves a named definition for the club. "OK", "OWNER"
      *    when the name is taken by someone else's query, "LONG"
      *    when the definition will not fit, "ERR" when the file
      *    would not open.
       method-id saveQuery static public.
       procedure division using by value teamName as String
                                 by value queryName as String
                                 by value userName as String
                                 by value sharedFlag as String
                                 by value defText as String
                          returning saveFlag as String.
           set saveFlag to "OK"
           if defText::Length > length of QRY-DEF
               set saveFlag to "LONG"
               exit method.
           OPEN I-O QUERY-FILE.
           IF STATUS-COMN3 = "35"
               OPEN OUTPUT QUERY-FILE
               CLOSE QUERY-FILE
               OPEN I-O QUERY-FILE.
           IF STATUS3-BYTE-1 NOT EQUAL ZEROES
               set saveFlag to "ERR"
               exit method.
           MOVE teamName::Trim::ToUpper TO QRY-TEAM
           MOVE queryName::Trim::ToUpper TO QRY-NAME
           READ QUERY-FILE
               INVALID KEY
                   MOVE SPACES TO QRY-OWNER
           END-READ
           IF QRY-OWNER NOT = SPACES
            AND QRY-OWNER NOT = userName::Trim::ToUpper
               CLOSE QUERY-FILE
               set saveFlag to "OWNER"
               exit method.
           MOVE userName::Trim::ToUpper TO QRY-OWNER
           MOVE sharedFlag TO QRY-SHARED
           MOVE defText TO QRY-DEF
           set QRY-SAVED to type DateTime::UtcNow::ToString("yyyyMMddHHmmss")
           WRITE QRY-REC
               INVALID KEY REWRITE QRY-REC
           END-WRITE.
           CLOSE QUERY-FILE.
       end method.

      *    the definitions a login may run: its own and the
      *    club's shared ones, as "name|owner|shared".
       method-id queriesFor static public.
       local-storage section.
       01  userKey         type String.
       procedure division using by value teamName as String
                                 by value userName as String
                          returning queryList as type List[String].
           set queryList to new List[String]
           set userKey to userName::Trim::ToUpper
           OPEN INPUT QUERY-FILE.
           IF STATUS3-BYTE-1 NOT EQUAL ZEROES
               exit method.
           MOVE teamName::Trim::ToUpper TO QRY-TEAM
           MOVE SPACES TO QRY-NAME
           START QUERY-FILE KEY NOT < QRY-KEY
               INVALID KEY GO TO LIST-DONE.
       LIST-LOOP.
           READ QUERY-FILE NEXT WITH NO LOCK
               AT END GO TO LIST-DONE.
           IF QRY-TEAM NOT = teamName::Trim::ToUpper
               GO TO LIST-DONE.
           IF QRY-OWNER NOT = userKey AND QRY-SHARED NOT = "Y"
               GO TO LIST-LOOP.
           invoke queryList::Add(QRY-NAME::Trim & "|" & QRY-OWNER::Trim & "|" & QRY-SHARED)
           GO TO LIST-LOOP.
       LIST-DONE.
           CLOSE QUERY-FILE.
       end method.

      *    one saved definition, if the login may run it; ""
      *    otherwise.
       method-id loadQuery static public.
       procedure division using by value teamName as String
                                 by value queryName as String
                                 by value userName as String
                          returning defText as String.
           set defText to ""
           OPEN INPUT QUERY-FILE.
           IF STATUS3-BYTE-1 NOT EQUAL ZEROES
               exit method.
           MOVE teamName::Trim::ToUpper TO QRY-TEAM
           MOVE queryName::Trim::ToUpper TO QRY-NAME
           READ QUERY-FILE WITH NO LOCK
               INVALID KEY
                   CLOSE QUERY-FILE
                   exit method.
           CLOSE QUERY-FILE.
           IF QRY-OWNER = userName::Trim::ToUpper OR QRY-SHARED = "Y"
               set defText to QRY-DEF::Trim.
       end method.

      *    removes a definition -- its owner only. "OK", "OWNER"
      *    or "ERR".
       method-id deleteQuery static public.
       procedure division using by value teamName as String
                                 by value queryName as String
                                 by value userName as String
                          returning deleteFlag as String.
           set deleteFlag to "OK"
           OPEN I-O QUERY-FILE.
           IF STATUS3-BYTE-1 NOT EQUAL ZEROES
               set deleteFlag to "ERR"
               exit method.
           MOVE teamName::Trim::ToUpper TO QRY-TEAM
           MOVE queryName::Trim::ToUpper TO QRY-NAME
           READ QUERY-FILE
               INVALID KEY
                   CLOSE QUERY-FILE
                   set deleteFlag to "ERR"
                   exit method.
           IF QRY-OWNER NOT = userName::Trim::ToUpper
               CLOSE QUERY-FILE
               set deleteFlag to "OWNER"
               exit method.
           DELETE QUERY-FILE RECORD
               INVALID KEY set deleteFlag to "ERR"
           END-DELETE.
           CLOSE QUERY-FILE.
       end method.

       end class.
