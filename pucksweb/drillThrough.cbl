      * drill-through from a precomputed count to the plays behind
      * it. The PKW038.DAT season-to-date lines are free text out of
      * the nightly extract ("G 14 S 88 TK 14 ..."); when a coach
      * doubts a number the fast screen has nothing to show for it.
      * counts splits a line into its LABEL n pairs; drill lists the
      * plays that make up one of them -- game, period, clock and the
      * clip -- counted by the same rules the extract counts by:
      *
      *    G  / GOALS        engine event, clip type GOAL, A player
      *    S  / SOG / SHOTS  engine event with a shot type, A player
      *    FOW / FO          engine faceoff (FO/FACE), A player won it
      *    FOL               engine faceoff, B player lost it
      *    HIT / HD          physical-play row (PKW062) HD
      *    HT                physical-play row HT
      *    BLK / BS          physical-play row BS
      *    TK                physical-play row TK
      *    GV                physical-play row GV
      *    PEN               penalty-log row (PKW048)
      *    PIM               penalty-log rows, minutes summed
      *
      * over the club's finished official games on the live game file
      * -- practice sessions and tournament games left out the way
      * every official computation leaves them. drillEvent walks one
      * showcase event's games instead (tournamentEvent.cbl's tag),
      * for the event leaders tournamentBuild.cbl precomputes into
      * PKW066.DAT -- the same rules, the same check against the
      * build stamp. A physical-play or
      * penalty row carries no video of its own; its clip is the
      * engine event charted at the same period and clock, when there
      * is one.
      *
      * When the plays don't add up to the count, drill says why: a
      * journalled correction (PKW036.DAT) to one of the club's games
      * or to the player since the precompute was built -- or a
      * physical-play or penalty row charted since then -- means the
      * correction hasn't cascaded yet and the plays are the current
      * truth; with no such change the difference is the charting
      * crew's to chase, most often an event credited to the wrong
      * player.
       class-id pucksweb.drillThrough.

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

          SELECT PHY-FILE ASSIGN WS-PHY-FILE
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS PHY-KEY
              LOCK MANUAL
              FILE STATUS IS STATUS-COMN3.

          SELECT PEN-FILE ASSIGN WS-PEN-FILE
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS PEN-KEY
              LOCK MANUAL
              FILE STATUS IS STATUS-COMN3.

          SELECT JOURNAL-FILE ASSIGN WS-JOURNAL-FILE
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS JRNL-KEY
              LOCK MANUAL
              FILE STATUS IS STATUS-COMN2.

       file section.
       COPY "y:\SYDEXsource\FDS\FDPKGAME.CBL".
       COPY "Y:\SYDEXSOURCE\FDS\FDPKPLAY.CBL".

       FD  PHY-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS PHY-REC.

      *    layout owned by physicalPlay.aspx.cbl -- keep in sync
      *    with the FD there.
       01  PHY-REC.
           05  PHY-KEY.
               10  PHY-GAME-DATE           PIC 9(8).
               10  PHY-HOME-TEAM           PIC X(15).
               10  PHY-VISITORS            PIC X(15).
               10  PHY-SEQ                 PIC 9(4).
           05  PHY-PLAYER                  PIC X(30).
           05  PHY-TEAM                    PIC X(15).
           05  PHY-EVENT                   PIC X(2).
           05  PHY-ZONE                    PIC X.
           05  PHY-STRENGTH                PIC X(2).
           05  PHY-PERIOD                  PIC 9.
           05  PHY-CLOCK                   PIC X(5).
           05  PHY-RECORDED                PIC X(14).
           05  FILLER                      PIC X(10).

       FD  PEN-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS PEN-REC.

      *    layout owned by penaltyLog.aspx.cbl -- keep in sync
      *    with the FD there.
       01  PEN-REC.
           05  PEN-KEY.
               10  PEN-GAME-DATE           PIC 9(8).
               10  PEN-HOME-TEAM           PIC X(15).
               10  PEN-VISITORS            PIC X(15).
               10  PEN-SEQ                 PIC 9(4).
           05  PEN-OFFENDER                PIC X(30).
           05  PEN-OFF-TEAM                PIC X(15).
           05  PEN-INFRACTION              PIC X(12).
           05  PEN-MINUTES                 PIC 9(2).
           05  PEN-DRAWN-BY                PIC X(30).
           05  PEN-PERIOD                  PIC 9.
           05  PEN-CLOCK                   PIC X(5).
           05  PEN-RECORDED                PIC X(14).
           05  FILLER                      PIC X(10).

       FD  JOURNAL-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS JRNL-REC.

      *    layout owned by playJournal.cbl -- keep in sync
      *    with the FD there.
       01  JRNL-REC.
           05  JRNL-KEY.
               10  JRNL-TIMESTAMP      PIC X(14).
               10  JRNL-SEQ            PIC 9(4).
           05  JRNL-ACTION             PIC X.
           05  JRNL-PLAY-KEY           PIC X(30).
           05  JRNL-BEFORE             PIC X(520).
           05  JRNL-AFTER              PIC X(520).
           05  JRNL-FILE-ID            PIC X(2).
           05  FILLER                  PIC X(8).

       working-storage section.
       01  WS-GAME-FILE                PIC X(256).
       01  WS-PLAY-FILE                PIC X(256).
       01  WS-PHY-FILE        PIC X(256) VALUE "PKW062.DAT".
       01  WS-PEN-FILE        PIC X(256) VALUE "PKW048.DAT".
       01  WS-JOURNAL-FILE    PIC X(256) VALUE "PKW036.DAT".
       01  STATUS-COMN.
           05  STATUS-BYTE-1           PIC X      VALUE SPACES.
           05  STATUS-BYTE-2           PIC X      VALUE SPACES.
       01  STATUS-COMN2.
           05  STATUS2-BYTE-1          PIC X      VALUE SPACES.
           05  STATUS2-BYTE-2          PIC X      VALUE SPACES.
       01  STATUS-COMN3.
           05  STATUS3-BYTE-1          PIC X      VALUE SPACES.
           05  STATUS3-BYTE-2          PIC X      VALUE SPACES.
       01  WS-RULE                     PIC X(2).
       01  WS-TEAM                     PIC X(15).
       01  WS-PLAYER-ID                PIC X(7).
       01  WS-WANT-LAST                PIC X(30).
       01  WS-WANT-FIRST               PIC X(30).
       01  WS-BUILT                    PIC X(14).
       01  WS-LATEST-CHANGE            PIC X(14).
       01  WS-PLAY-TOTAL               PIC 9(5) VALUE 0.
       01  WS-TOTAL-ED                 PIC ZZZZ9.
       01  WS-ENGINE-CALLED            PIC X      VALUE "N".
      *    the event being drilled; spaces for the season walk.
       01  WS-EVENT-SCOPE              PIC X(8)   VALUE SPACES.
       01  WS-START-KEY.
           05  WS-START-STAMP          PIC X(14).
           05  WS-START-SEQ            PIC 9(4).
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

      *    a precomputed line's counts, "LABEL n" each, in the
      *    order the line carries them. Both "TK 14" and "TK:14" read;
      *    anything that isn't a whole number (the xG figure) is left
      *    out -- there is no play list behind a rate.
       method-id counts static public.
       local-storage section.
       01  words           type String occurs any.
       01  wordIdx         type Int32.
       01  nextIdx         type Int32.
       01  oneWord         type String.
       01  colonAt         type Int32.
       01  countVal        type Int32.
       procedure division using by value aggLine as String
                          returning countLines as type List[String].
           set countLines to new List[String]
           if aggLine = null
               exit method.
           set words to aggLine::Trim::Split(" ")
           move 0 to wordIdx.
       WORD-LOOP.
           if wordIdx >= words::Length
               exit method.
           set oneWord to words[wordIdx]::Trim
           if oneWord = ""
               add 1 to wordIdx
               go to WORD-LOOP.
           set colonAt to oneWord::IndexOf(":")
           if colonAt > 0
               if type Int32::TryParse(oneWord::Substring(colonAt + 1), by reference countVal)
                   invoke countLines::Add(oneWord::Substring(0, colonAt)::ToUpper & " " & countVal)
               end-if
               add 1 to wordIdx
               go to WORD-LOOP.
      *    a label, then its number -- the spacing in the extract
      *    varies, so step over any run of blanks between them.
           if type Int32::TryParse(oneWord, by reference countVal) = false
               set nextIdx to wordIdx + 1
               perform until nextIdx >= words::Length
                          or words[nextIdx]::Trim not = ""
                   add 1 to nextIdx
               end-perform
               if nextIdx < words::Length
                   if type Int32::TryParse(words[nextIdx]::Trim, by reference countVal)
                       invoke countLines::Add(oneWord::ToUpper & " " & countVal)
                       move nextIdx to wordIdx
                   end-if
               end-if
           end-if
           add 1 to wordIdx
           go to WORD-LOOP.
       end method.

      *    the counting rule behind a label (see the table above);
      *    blank when the extract's label has no play-level rule.
       method-id ruleFor static public.
       procedure division using by value countLabel as String
                          returning ruleCode as String.
           evaluate countLabel::Trim::ToUpper
           when "G"
           when "GOALS"
               set ruleCode to "G"
           when "S"
           when "SOG"
           when "SHOTS"
               set ruleCode to "S"
           when "FO"
           when "FOW"
               set ruleCode to "FW"
           when "FOL"
               set ruleCode to "FL"
           when "HIT"
           when "HITS"
           when "HD"
               set ruleCode to "HD"
           when "HT"
               set ruleCode to "HT"
           when "BLK"
           when "BS"
               set ruleCode to "BS"
           when "TK"
               set ruleCode to "TK"
           when "GV"
               set ruleCode to "GV"
           when "PEN"
               set ruleCode to "PN"
           when "PIM"
               set ruleCode to "PM"
           when other
               set ruleCode to ""
           end-evaluate.
       end method.

      *    the plays behind one count. playLines gets one line per
      *    play -- "yyyymmdd HOME-VISITORS #n  P1 12:34 ..." -- and
      *    clipLinks the clip for the same line ("" when there is no
      *    video). Returns the message for the screen: the agreement
      *    or the reason for the difference.
       method-id drill static public.
       procedure division using by value teamName as String
                                 by value playerName as String
                                 by value countText as String
                                 by value aggBuilt as String
                                 by value gameFileName as String
                                 by value playFileName as String
                                 by value playLines as type List[String]
                                 by value clipLinks as type List[String]
                          returning drillMsg as String.
           move spaces to WS-EVENT-SCOPE
           set drillMsg to self::drillPlays(teamName, playerName, countText,
               aggBuilt, gameFileName, playFileName, playLines, clipLinks).
       end method.

      *    the same, over one showcase event's games only -- an
      *    event leader's count against the PKW066 build stamp.
       method-id drillEvent static public.
       procedure division using by value eventCode as String
                                 by value teamName as String
                                 by value playerName as String
                                 by value countText as String
                                 by value aggBuilt as String
                                 by value gameFileName as String
                                 by value playFileName as String
                                 by value playLines as type List[String]
                                 by value clipLinks as type List[String]
                          returning drillMsg as String.
           move eventCode::Trim::ToUpper to WS-EVENT-SCOPE
           set drillMsg to self::drillPlays(teamName, playerName, countText,
               aggBuilt, gameFileName, playFileName, playLines, clipLinks).
       end method.

       method-id drillPlays static protected.
       local-storage section.
       01  countLabel      type String.
       01  aggCount        type Int32.
       01  spaceAt         type Int32.
       01  changedOn       type String.
       procedure division using by value teamName as String
                                 by value playerName as String
                                 by value countText as String
                                 by value aggBuilt as String
                                 by value gameFileName as String
                                 by value playFileName as String
                                 by value playLines as type List[String]
                                 by value clipLinks as type List[String]
                          returning drillMsg as String.
           set spaceAt to countText::Trim::IndexOf(" ")
           if spaceAt < 1
               set drillMsg to "Pick a count to drill into."
               exit method.
           set countLabel to countText::Trim::Substring(0, spaceAt)
           set aggCount to 0
           invoke type Int32::TryParse(countText::Trim::Substring(spaceAt + 1), by reference aggCount)
           set WS-RULE to self::ruleFor(countLabel)
           if WS-RULE = spaces
               set drillMsg to "No play-level rule for " & countLabel &
                   " -- it is a derived figure; drill into the counts it is built from."
               exit method.

           move gameFileName to WS-GAME-FILE
           move playFileName to WS-PLAY-FILE
           move teamName::Trim::ToUpper to WS-TEAM
           move aggBuilt to WS-BUILT
           move spaces to WS-LATEST-CHANGE
           move 0 to WS-PLAY-TOTAL
           invoke self::splitName(playerName)

      *    the engine rules need the official id.
           move spaces to WS-PLAYER-ID
           if WS-RULE = "G " or WS-RULE = "S " or WS-RULE = "FW"
            or WS-RULE = "FL"
               invoke self::findPlayerId
               if WS-PLAYER-ID = spaces or WS-PLAYER-ID = "0000000"
                   set drillMsg to playerName::Trim &
                       " has no official id on file -- the engine plays can't be matched."
                   exit method
               end-if
           end-if

           OPEN INPUT GAME-FILE.
           IF STATUS-BYTE-1 NOT EQUAL ZEROES
               set drillMsg to "Unable to open the game file."
               exit method.
       GAME-LOOP.
           READ GAME-FILE NEXT WITH NO LOCK
               AT END GO TO GAME-DONE.
           IF GAME-NHL-DONE NOT = "Y"
               GO TO GAME-LOOP.
           IF GAME-HOME-TEAM NOT = WS-TEAM AND GAME-VISITORS NOT = WS-TEAM
               GO TO GAME-LOOP.
           if WS-EVENT-SCOPE not = spaces
               if type pucksweb.tournamentEvent::eventOf(GAME-DATE-1,
                   "" & GAME-HOME-TEAM, "" & GAME-VISITORS) not = WS-EVENT-SCOPE::Trim
                   GO TO GAME-LOOP
               end-if
               GO TO GAME-RULE
           end-if
           if type pucksweb.sessionType::typeOf(GAME-DATE-1,
               "" & GAME-HOME-TEAM, "" & GAME-VISITORS) not = "O"
               GO TO GAME-LOOP
           end-if
           if type pucksweb.tournamentEvent::eventOf(GAME-DATE-1,
               "" & GAME-HOME-TEAM, "" & GAME-VISITORS) not = ""
               GO TO GAME-LOOP
           end-if.
       GAME-RULE.
           move "N" to WS-ENGINE-CALLED
           evaluate WS-RULE
           when "G "
           when "S "
           when "FW"
           when "FL"
               invoke self::enginePlays(playLines, clipLinks)
           when "PN"
           when "PM"
               invoke self::penaltyRows(playLines, clipLinks)
           when other
               invoke self::physicalRows(playLines, clipLinks)
           end-evaluate
           GO TO GAME-LOOP.
       GAME-DONE.
           CLOSE GAME-FILE.

           if WS-PLAY-TOTAL = aggCount
               set drillMsg to playLines::Count & " play(s) -- they add up to the " &
                   countLabel & " " & aggCount & " on the precompute."
               exit method.
           invoke self::journalSince
           move WS-PLAY-TOTAL to WS-TOTAL-ED
           if WS-LATEST-CHANGE not = spaces
               set changedOn to WS-LATEST-CHANGE(5:2) & "/" &
                   WS-LATEST-CHANGE(7:2) & "/" & WS-LATEST-CHANGE(1:4)
               set drillMsg to "The precompute says " & countLabel & " " &
                   aggCount & ", the plays say " & WS-TOTAL-ED::Trim &
                   ": a correction made " & changedOn &
                   " hasn't cascaded to the precompute yet. The plays are" &
                   " current; the count catches up at the next rebuild."
           else
               set drillMsg to "The precompute says " & countLabel & " " &
                   aggCount & ", the plays say " & WS-TOTAL-ED::Trim &
                   " with no correction since the build -- charting crew:" &
                   " check these plays for an event credited to the wrong player."
           end-if.
       end method.

      *    "LAST, FIRST" or "FIRST LAST" -- the extract spells the
      *    player however the engines do, so a row matches when both
      *    parts appear in it.
       method-id splitName static protected.
       local-storage section.
       01  nameText        type String.
       01  cutAt           type Int32.
       procedure division using by value playerName as String.
           move spaces to WS-WANT-LAST WS-WANT-FIRST
           set nameText to playerName::Trim::ToUpper
           set cutAt to nameText::IndexOf(",")
           if cutAt > 0
               move nameText::Substring(0, cutAt)::Trim to WS-WANT-LAST
               move nameText::Substring(cutAt + 1)::Trim to WS-WANT-FIRST
               exit method.
           set cutAt to nameText::LastIndexOf(" ")
           if cutAt > 0
               move nameText::Substring(cutAt + 1)::Trim to WS-WANT-LAST
               move nameText::Substring(0, cutAt)::Trim to WS-WANT-FIRST
           else
               move nameText to WS-WANT-LAST
           end-if.
       end method.

       method-id nameMatches static protected.
       local-storage section.
       01  rowName         type String.
       procedure division using by value nameText as String
                          returning matchFlag as String.
           set matchFlag to "N"
           set rowName to nameText::ToUpper
           if rowName::Contains(WS-WANT-LAST::Trim)
            and rowName::Contains(WS-WANT-FIRST::Trim)
               set matchFlag to "Y".
       end method.

      *    the player's official id, off the club's roster rows.
       method-id findPlayerId static protected.
       procedure division.
           OPEN INPUT PLAY-FILE.
           IF STATUS2-BYTE-1 NOT EQUAL ZEROES
               exit method.
       PLAY-LOOP.
           READ PLAY-FILE NEXT WITH NO LOCK
               AT END GO TO PLAY-DONE.
           IF PLAY-TEAM-NAME NOT = WS-TEAM
               GO TO PLAY-LOOP.
           if self::nameMatches(PLAY-LAST-NAME::Trim & ", " &
               PLAY-FIRST-NAME::Trim) not = "Y"
               GO TO PLAY-LOOP.
           MOVE PLAY-NHL-ID-R TO WS-PLAYER-ID.
       PLAY-DONE.
           CLOSE PLAY-FILE.
       end method.

      *    one game's engine events credited to the player under
      *    the rule. GAME-REC holds the game.
       method-id enginePlays static protected.
       local-storage section.
       01  aa              type Int32.
       procedure division using by value playLines as type List[String]
                                 by value clipLinks as type List[String].
           invoke self::callEngine
           move 1 to aa.
       EVT-LOOP.
           if aa > 3000
               exit method.
           if LK-E-PRD(aa) = 0
               exit method.
           evaluate WS-RULE
           when "G "
               if LK-E-CLIP-TYPE-CODE(aa) not = "GOAL"
                or LK-E-APLAYERID(aa) not = WS-PLAYER-ID
                   add 1 to aa
                   go to EVT-LOOP
               end-if
           when "S "
               if LK-E-SHOT-TYPE(aa) = spaces
                or LK-E-APLAYERID(aa) not = WS-PLAYER-ID
                   add 1 to aa
                   go to EVT-LOOP
               end-if
           when "FW"
               if (LK-E-CLIP-TYPE-CODE(aa) not = "FO"
                and LK-E-CLIP-TYPE-CODE(aa) not = "FACE")
                or LK-E-APLAYERID(aa) not = WS-PLAYER-ID
                   add 1 to aa
                   go to EVT-LOOP
               end-if
           when "FL"
               if (LK-E-CLIP-TYPE-CODE(aa) not = "FO"
                and LK-E-CLIP-TYPE-CODE(aa) not = "FACE")
                or LK-E-BPLAYERID(aa) not = WS-PLAYER-ID
                   add 1 to aa
                   go to EVT-LOOP
               end-if
           end-evaluate
           add 1 to WS-PLAY-TOTAL
           invoke self::addPlay(playLines, clipLinks, "#" & aa,
               LK-E-PRD(aa), LK-E-PRD-CLOCK(aa),
               LK-E-CLIP-TYPE-CODE(aa)::Trim & " " & LK-E-SHOT-TYPE(aa), aa)
           add 1 to aa
           go to EVT-LOOP.
       end method.

      *    one game's physical-play rows for the player under the
      *    rule.
       method-id physicalRows static protected.
       procedure division using by value playLines as type List[String]
                                 by value clipLinks as type List[String].
           OPEN INPUT PHY-FILE.
           IF STATUS3-BYTE-1 NOT EQUAL ZEROES
               exit method.
           MOVE GAME-DATE-1 TO PHY-GAME-DATE
           MOVE GAME-HOME-TEAM TO PHY-HOME-TEAM
           MOVE GAME-VISITORS TO PHY-VISITORS
           MOVE 0 TO PHY-SEQ
           START PHY-FILE KEY NOT < PHY-KEY
               INVALID KEY GO TO PHY-DONE.
       PHY-LOOP.
           READ PHY-FILE NEXT WITH NO LOCK
               AT END GO TO PHY-DONE.
           IF PHY-GAME-DATE NOT = GAME-DATE-1
            OR PHY-HOME-TEAM NOT = GAME-HOME-TEAM
            OR PHY-VISITORS NOT = GAME-VISITORS
               GO TO PHY-DONE.
           IF PHY-EVENT NOT = WS-RULE OR PHY-TEAM NOT = WS-TEAM
               GO TO PHY-LOOP.
           if self::nameMatches("" & PHY-PLAYER) not = "Y"
               GO TO PHY-LOOP.
           add 1 to WS-PLAY-TOTAL
           IF PHY-RECORDED > WS-BUILT AND PHY-RECORDED > WS-LATEST-CHANGE
               MOVE PHY-RECORDED TO WS-LATEST-CHANGE.
           invoke self::addPlay(playLines, clipLinks, "#" & PHY-SEQ,
               PHY-PERIOD, PHY-CLOCK, PHY-EVENT & " " & PHY-ZONE & " " &
               PHY-STRENGTH, self::eventAt(PHY-PERIOD, PHY-CLOCK))
           GO TO PHY-LOOP.
       PHY-DONE.
           CLOSE PHY-FILE.
       end method.

      *    one game's penalty-log rows with the player as the
      *    offender. PIM counts the minutes, PEN the infractions.
       method-id penaltyRows static protected.
       procedure division using by value playLines as type List[String]
                                 by value clipLinks as type List[String].
           OPEN INPUT PEN-FILE.
           IF STATUS3-BYTE-1 NOT EQUAL ZEROES
               exit method.
           MOVE GAME-DATE-1 TO PEN-GAME-DATE
           MOVE GAME-HOME-TEAM TO PEN-HOME-TEAM
           MOVE GAME-VISITORS TO PEN-VISITORS
           MOVE 0 TO PEN-SEQ
           START PEN-FILE KEY NOT < PEN-KEY
               INVALID KEY GO TO PEN-DONE.
       PEN-LOOP.
           READ PEN-FILE NEXT WITH NO LOCK
               AT END GO TO PEN-DONE.
           IF PEN-GAME-DATE NOT = GAME-DATE-1
            OR PEN-HOME-TEAM NOT = GAME-HOME-TEAM
            OR PEN-VISITORS NOT = GAME-VISITORS
               GO TO PEN-DONE.
           IF PEN-OFF-TEAM NOT = WS-TEAM
               GO TO PEN-LOOP.
           if self::nameMatches("" & PEN-OFFENDER) not = "Y"
               GO TO PEN-LOOP.
           IF WS-RULE = "PM"
               ADD PEN-MINUTES TO WS-PLAY-TOTAL
           ELSE
               ADD 1 TO WS-PLAY-TOTAL.
           IF PEN-RECORDED > WS-BUILT AND PEN-RECORDED > WS-LATEST-CHANGE
               MOVE PEN-RECORDED TO WS-LATEST-CHANGE.
           invoke self::addPlay(playLines, clipLinks, "#" & PEN-SEQ,
               PEN-PERIOD, PEN-CLOCK, PEN-INFRACTION::Trim & " " &
               PEN-MINUTES & " min", self::eventAt(PEN-PERIOD, PEN-CLOCK))
           GO TO PEN-LOOP.
       PEN-DONE.
           CLOSE PEN-FILE.
       end method.

      *    the game's event table, once per game.
       method-id callEngine static protected.
       procedure division.
           if WS-ENGINE-CALLED = "Y"
               exit method.
           initialize LK-FIELDS
           move GAME-DATE-1 to LK-GAME-DATE-1
           move GAME-HOME-TEAM to LK-GAME-HOME
           move GAME-VISITORS to LK-GAME-VISITORS
           call "PK360APP" using LK-FIELDS
           move "Y" to WS-ENGINE-CALLED.
       end method.

      *    the engine event charted at a period and clock -- the
      *    clip for a row that carries no video of its own; 0 when
      *    nothing was charted there.
       method-id eventAt static protected.
       local-storage section.
       01  aa              type Int32.
       procedure division using by value periodNo as type Int32
                                 by value clockText as String
                          returning evtIdx as type Int32.
           set evtIdx to 0
           invoke self::callEngine
           move 1 to aa.
       AT-LOOP.
           if aa > 3000
               exit method.
           if LK-E-PRD(aa) = 0
               exit method.
           if LK-E-PRD(aa) = periodNo
            and LK-E-PRD-CLOCK(aa)::Trim = clockText::Trim
            and LK-E-MEDIA-FILE(aa) not = spaces
               set evtIdx to aa
               exit method.
           add 1 to aa
           go to AT-LOOP.
       end method.

      *    one play line and its clip. GAME-REC holds the game;
      *    evtIdx points into the engine table for the clip (0 for
      *    none).
       method-id addPlay static protected.
       local-storage section.
       01  syncLine        type String.
       01  windowLine      type String.
       01  mediaBase       type String.
       01  clipStart       type Double.
       01  clipEnd         type Double.
       procedure division using by value playLines as type List[String]
                                 by value clipLinks as type List[String]
                                 by value playRef as String
                                 by value periodNo as type Int32
                                 by value clockText as String
                                 by value detailText as String
                                 by value evtIdx as type Int32.
           if evtIdx = 0 or LK-E-MEDIA-FILE(evtIdx) = spaces
               invoke playLines::Add(GAME-DATE-1 & " " & GAME-HOME-TEAM::Trim &
                   "-" & GAME-VISITORS::Trim & " " & playRef & "  P" &
                   periodNo & " " & clockText::Trim & "  " & detailText::Trim &
                   "  (no clip)")
               invoke clipLinks::Add("")
               exit method.
           set syncLine to type pucksweb.videoSync::loadGame(GAME-DATE-1,
               "" & GAME-HOME-TEAM, "" & GAME-VISITORS)
           if GAME-DATE-1 > 20170800
               set mediaBase to "https://vidsn.sydexsports.net"
           else
               set mediaBase to "https://vids10.sydexsports.net"
           end-if
           set clipStart to type pucksweb.videoSync::apply(syncLine,
               LK-E-MEDIA-START-SECS(evtIdx))
      *    widened by the club's pre/post-roll for the event's type.
           set windowLine to type pucksweb.clipWindow::loadTeam(
               "" & WS-TEAM, "H")
           set clipEnd to type pucksweb.clipWindow::endOf(windowLine,
               LK-E-CLIP-TYPE-CODE(evtIdx)::Trim, clipStart,
               LK-E-MEDIA-DURATION(evtIdx))
           set clipStart to type pucksweb.clipWindow::startOf(windowLine,
               LK-E-CLIP-TYPE-CODE(evtIdx)::Trim, clipStart)
           invoke playLines::Add(GAME-DATE-1 & " " & GAME-HOME-TEAM::Trim &
               "-" & GAME-VISITORS::Trim & " " & playRef & "  P" &
               periodNo & " " & clockText::Trim & "  " & detailText::Trim &
               "  [clip]")
           invoke clipLinks::Add(mediaBase &
               LK-E-MEDIA-FILE(evtIdx)::Replace("\", "/")::Trim & "#t=" &
               clipStart & "," & clipEnd)
       end method.

      *    the newest journalled change since the build that could
      *    move the count: a game-file row for one of the club's games,
      *    or a player-file row for the player.
       method-id journalSince static protected.
       procedure division.
           if WS-BUILT = spaces
               exit method.
           OPEN INPUT JOURNAL-FILE.
           IF STATUS2-BYTE-1 NOT EQUAL ZEROES
               exit method.
           MOVE WS-BUILT TO WS-START-STAMP
           MOVE 9999 TO WS-START-SEQ
           MOVE WS-START-KEY TO JRNL-KEY
           START JOURNAL-FILE KEY > JRNL-KEY
               INVALID KEY GO TO JRNL-DONE
           END-START.
       JRNL-LOOP.
           READ JOURNAL-FILE NEXT WITH NO LOCK
               AT END GO TO JRNL-DONE.
           IF JRNL-FILE-ID = "GA"
               IF JRNL-ACTION = "D"
                   MOVE JRNL-BEFORE TO GAME-REC
               ELSE
                   MOVE JRNL-AFTER TO GAME-REC
               END-IF
               IF (GAME-HOME-TEAM = WS-TEAM OR GAME-VISITORS = WS-TEAM)
                AND JRNL-TIMESTAMP > WS-LATEST-CHANGE
                   MOVE JRNL-TIMESTAMP TO WS-LATEST-CHANGE
               END-IF
               GO TO JRNL-LOOP.
           IF JRNL-FILE-ID NOT = "PL" AND JRNL-FILE-ID NOT = SPACES
               GO TO JRNL-LOOP.
           IF JRNL-ACTION = "D"
               MOVE JRNL-BEFORE TO PLAY-REC
           ELSE
               MOVE JRNL-AFTER TO PLAY-REC
           END-IF
           IF PLAY-TEAM-NAME = WS-TEAM
               if self::nameMatches(PLAY-LAST-NAME::Trim & ", " &
                   PLAY-FIRST-NAME::Trim) = "Y"
                and JRNL-TIMESTAMP > WS-LATEST-CHANGE
                   MOVE JRNL-TIMESTAMP TO WS-LATEST-CHANGE
               end-if
           END-IF
           GO TO JRNL-LOOP.
       JRNL-DONE.
           CLOSE JOURNAL-FILE.
       end method.

       end class.
