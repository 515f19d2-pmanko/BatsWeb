      * three stars lines, shared by the game summary, the
      * three stars screen, the morning digest and the public
      * stats pages. Reads the PKW069.DAT selections
      * threeStarsBuild.cbl picks and threeStars.aspx.cbl lets PR
      * override: forGame returns the game's published stars as
      * HTML for a label, textFor the same as one plain line for a
      * mail body or a static page ("" when the game has none), and
      * seasonBoard the season stars leaderboard -- points for each
      * 1st, 2nd and 3rd as the settings row weights them (5-3-1
      * until set) -- as ranked text rows, optionally only over a
      * given set of games (the public pages count verified games
      * only). The batch callers hand in the file's path; "" means
      * the web copy.
       class-id pucksweb.threeStarsLines.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       $SET CALLFH"EXTFH"
       $SET DATACOMPRESS"1"
        SELECT STAR-FILE ASSIGN WS-STAR-FILE
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS STAR-KEY
              LOCK MANUAL
              FILE STATUS IS STATUS-COMN.

       file section.
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
       01  WS-STAR-FILE       PIC X(256) VALUE "PKW069.DAT".
       01  STATUS-COMN.
           05  STATUS-BYTE-1           PIC X      VALUE SPACES.
           05  STATUS-BYTE-2           PIC X      VALUE SPACES.
       01  WS-GAME-DATE       PIC 9(8) VALUE 0.
       01  WS-FROM-DATE       PIC 9(8) VALUE 0.
       01  WS-TO-DATE         PIC 9(8) VALUE 0.
       01  WS-GAME-HOME       PIC X(15).
       01  WS-GAME-VISITORS   PIC X(15).
       01  WS-STAR-POINTS.
           05  WS-PTS OCCURS 3 TIMES   PIC 9(2).
      *    the season board, found-or-added by official id (the
      *    name where an override left the id blank).
       01  BOARD-TABLE.
           05  BD-ROW OCCURS 400 TIMES.
               10  BD-KEY              PIC X(30).
               10  BD-NAME             PIC X(30).
               10  BD-TEAM             PIC X(15).
               10  BD-PLACE OCCURS 3 TIMES PIC 9(3).
               10  BD-POINTS           PIC 9(4).
       01  BD-COUNT                    PIC 9(4) VALUE 0.
       01  BD-CUR                      PIC 9(4) VALUE 0.

      *    the game's stars as HTML lines, "" when none. The game
      *    comes in as the summary holds it: date (yyyymmdd), home,
      *    visitors.
       method-id forGame static public.
       local-storage section.
       01  pickNo          type Int32.
       procedure division using by value gameDate as String
                                 by value homeTeam as String
                                 by value visitors as String
                          returning linesOut as String.
           set linesOut to ""
           if self::readGame("", gameDate, homeTeam, visitors) not = "Y"
               exit method.
           perform varying pickNo from 1 by 1 until pickNo > 3
               if STAR-NAME(pickNo) not = spaces
                   set linesOut to linesOut & pickNo::ToString & ". " &
                       type HttpUtility::HtmlEncode(STAR-NAME(pickNo)::Trim &
                       " (" & STAR-TEAM(pickNo)::Trim & ")") & "<br/>"
               end-if
           end-perform
           if linesOut not = ""
               set linesOut to "<b>Three stars</b><br/>" & linesOut.
       end method.

      *    the game's stars on one plain line, "" when none.
       method-id textFor static public.
       local-storage section.
       01  pickNo          type Int32.
       procedure division using by value filePath as String
                                 by value gameDate as String
                                 by value homeTeam as String
                                 by value visitors as String
                          returning lineOut as String.
           set lineOut to ""
           if self::readGame(filePath, gameDate, homeTeam, visitors) not = "Y"
               exit method.
           perform varying pickNo from 1 by 1 until pickNo > 3
               if STAR-NAME(pickNo) not = spaces
                   set lineOut to lineOut & "  " & pickNo::ToString & ". " &
                       STAR-NAME(pickNo)::Trim & " (" & STAR-TEAM(pickNo)::Trim & ")"
               end-if
           end-perform
           if lineOut not = ""
               set lineOut to "STARS:" & lineOut.
       end method.

      *    the game's row into STAR-REC; "Y" when there is one
      *    with a star on it.
       method-id readGame static protected.
       local-storage section.
       01  dateVal         type Int32.
       procedure division using by value filePath as String
                                 by value gameDate as String
                                 by value homeTeam as String
                                 by value visitors as String
                          returning foundFlag as String.
           set foundFlag to "N"
           set dateVal to 0
           invoke type Int32::TryParse(gameDate::Trim, by reference dateVal)
           if dateVal = 0
               exit method.
           invoke self::useFile(filePath)
           move dateVal to WS-GAME-DATE
           MOVE homeTeam::Trim::ToUpper TO WS-GAME-HOME
           MOVE visitors::Trim::ToUpper TO WS-GAME-VISITORS
           OPEN INPUT STAR-FILE.
           IF STATUS-BYTE-1 NOT EQUAL ZEROES
               exit method.
           MOVE WS-GAME-DATE TO STAR-GAME-DATE
           MOVE WS-GAME-HOME TO STAR-HOME-TEAM
           MOVE WS-GAME-VISITORS TO STAR-VISITORS
           READ STAR-FILE WITH NO LOCK
               INVALID KEY
                   CLOSE STAR-FILE
                   exit method.
           CLOSE STAR-FILE.
           if STAR-NAME(1) not = spaces
               set foundFlag to "Y".
       end method.

       method-id useFile static protected.
       procedure division using by value filePath as String.
           if filePath = null or filePath::Trim = ""
               MOVE "PKW069.DAT" TO WS-STAR-FILE
           else
               MOVE filePath::Trim TO WS-STAR-FILE.
       end method.

      *    the stars leaderboard over a date range, best first:
      *    "NAME  TEAM  1sts 2nds 3rds  PTS" rows. When onlyGames
      *    is given, a game counts only if its "date|home|visitors"
      *    key is in it.
       method-id seasonBoard static public.
       local-storage section.
       01  pickNo          type Int32.
       01  bestIdx         type Int32.
       01  scanIdx         type Int32.
       01  boardKey        type String.
       procedure division using by value filePath as String
                                 by value fromDate as type Int32
                                 by value toDate as type Int32
                                 by value onlyGames as type List[String]
                          returning boardRows as type List[String].
           set boardRows to new List[String]
           invoke self::useFile(filePath)
           move fromDate to WS-FROM-DATE
           move toDate to WS-TO-DATE
           move 0 to BD-COUNT
           move 5 to WS-PTS(1)
           move 3 to WS-PTS(2)
           move 1 to WS-PTS(3)
           OPEN INPUT STAR-FILE.
           IF STATUS-BYTE-1 NOT EQUAL ZEROES
               exit method.
           MOVE 0 TO STAR-GAME-DATE
           MOVE "*SETTINGS" TO STAR-HOME-TEAM
           MOVE SPACES TO STAR-VISITORS
           READ STAR-FILE WITH NO LOCK
               NOT INVALID KEY
                   if STAR-W-POINTS(1) > 0
                       move STAR-W-POINTS(1) to WS-PTS(1)
                       move STAR-W-POINTS(2) to WS-PTS(2)
                       move STAR-W-POINTS(3) to WS-PTS(3)
                   end-if
           END-READ
           MOVE WS-FROM-DATE TO STAR-GAME-DATE
           MOVE SPACES TO STAR-HOME-TEAM STAR-VISITORS
           START STAR-FILE KEY NOT < STAR-KEY
               INVALID KEY
                   GO TO BOARD-READ-DONE.
       BOARD-LOOP.
           READ STAR-FILE NEXT WITH NO LOCK
               AT END GO TO BOARD-READ-DONE.
           IF STAR-GAME-DATE > WS-TO-DATE
               GO TO BOARD-READ-DONE.
           if onlyGames not = null
               if onlyGames::Contains("" & STAR-GAME-DATE & "|" &
                   STAR-HOME-TEAM::Trim & "|" & STAR-VISITORS::Trim) = false
                   GO TO BOARD-LOOP
               end-if
           end-if
           perform varying pickNo from 1 by 1 until pickNo > 3
               if STAR-NAME(pickNo) not = spaces
                   if STAR-ID(pickNo) not = spaces
                       set boardKey to STAR-ID(pickNo)::Trim
                   else
                       set boardKey to STAR-NAME(pickNo)::Trim
                   end-if
                   invoke self::findBoardRow(boardKey)
                   if BD-CUR > 0
                       move STAR-NAME(pickNo) to BD-NAME(BD-CUR)
                       move STAR-TEAM(pickNo) to BD-TEAM(BD-CUR)
                       add 1 to BD-PLACE(BD-CUR, pickNo)
                       add WS-PTS(pickNo) to BD-POINTS(BD-CUR)
                   end-if
               end-if
           end-perform
           GO TO BOARD-LOOP.
       BOARD-READ-DONE.
           CLOSE STAR-FILE.

      *    best first -- a selection pass, the name breaking ties.
       PICK-LOOP.
           set bestIdx to 0
           perform varying scanIdx from 1 by 1 until scanIdx > BD-COUNT
               if BD-KEY(scanIdx) not = spaces
                   if bestIdx = 0
                       set bestIdx to scanIdx
                   else
                       if BD-POINTS(scanIdx) > BD-POINTS(bestIdx)
                        or (BD-POINTS(scanIdx) = BD-POINTS(bestIdx)
                            and BD-NAME(scanIdx) < BD-NAME(bestIdx))
                           set bestIdx to scanIdx
                       end-if
                   end-if
               end-if
           end-perform
           if bestIdx = 0
               exit method.
           invoke boardRows::Add(BD-NAME(bestIdx) & "  " & BD-TEAM(bestIdx) &
               "  " & BD-PLACE(bestIdx, 1) & "  " & BD-PLACE(bestIdx, 2) &
               "  " & BD-PLACE(bestIdx, 3) & "  " & BD-POINTS(bestIdx))
           MOVE SPACES TO BD-KEY(bestIdx)
           GO TO PICK-LOOP.
       end method.

       method-id findBoardRow static protected.
       local-storage section.
       01  scanIdx         type Int32.
       procedure division using by value boardKey as String.
           move 0 to BD-CUR
           perform varying scanIdx from 1 by 1 until scanIdx > BD-COUNT
               if BD-KEY(scanIdx) = boardKey
                   move scanIdx to BD-CUR
                   exit method
               end-if
           end-perform
           if BD-COUNT >= 400
               exit method.
           add 1 to BD-COUNT
           move BD-COUNT to BD-CUR
           move boardKey to BD-KEY(BD-CUR)
           move 0 to BD-PLACE(BD-CUR, 1) BD-PLACE(BD-CUR, 2)
                     BD-PLACE(BD-CUR, 3) BD-POINTS(BD-CUR).
       end method.

       end class.
