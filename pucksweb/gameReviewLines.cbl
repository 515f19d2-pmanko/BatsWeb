      * video review lines for one game, shared by the game
      * summary and the review log. Reads the PKW068.DAT reviews
      * reviewLog.aspx.cbl maintains: forGame returns the game's
      * reviews as HTML lines for a label (with the clip linked when
      * one was logged), "" when there are none; describe formats
      * one review the same way for a list.
       class-id pucksweb.gameReviewLines.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       $SET CALLFH"EXTFH"
       $SET DATACOMPRESS"1"
        SELECT RV-FILE ASSIGN WS-RV-FILE
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS RV-KEY
              LOCK MANUAL
              FILE STATUS IS STATUS-COMN.

       file section.
       FD  RV-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS RV-REC.

      *    layout owned by reviewLog.aspx.cbl -- keep in sync
      *    with the FD there.
       01  RV-REC.
           05  RV-KEY.
               10  RV-GAME-DATE            PIC 9(8).
               10  RV-HOME-TEAM            PIC X(15).
               10  RV-VISITORS             PIC X(15).
               10  RV-SEQ                  PIC 9(2).
           05  RV-PERIOD                   PIC 9(2).
           05  RV-ELAPSED                  PIC X(5).
           05  RV-KIND                     PIC X.
           05  RV-CHALLENGE-TEAM           PIC X(15).
           05  RV-COACH                    PIC X(30).
           05  RV-REASON                   PIC X(4).
           05  RV-GOAL-TEAM                PIC X(15).
           05  RV-OUTCOME                  PIC X.
           05  RV-PENALTY                  PIC X.
           05  RV-CLIP-URL                 PIC X(200).
           05  RV-RECORDED                 PIC X(14).
           05  FILLER                      PIC X(10).

       working-storage section.
       01  WS-RV-FILE         PIC X(256) VALUE "PKW068.DAT".
       01  STATUS-COMN.
           05  STATUS-BYTE-1           PIC X      VALUE SPACES.
           05  STATUS-BYTE-2           PIC X      VALUE SPACES.
       01  WS-GAME-DATE       PIC 9(8) VALUE 0.
       01  WS-GAME-HOME       PIC X(15).
       01  WS-GAME-VISITORS   PIC X(15).

      *    the game's reviews, one HTML line each. The game
      *    comes in as the summary holds it: date (yyyymmdd), home,
      *    visitors.
       method-id forGame static public.
       local-storage section.
       01  dateVal         type Int32.
       procedure division using by value gameDate as String
                                 by value homeTeam as String
                                 by value visitors as String
                          returning linesOut as String.
           set linesOut to ""
           set dateVal to 0
           invoke type Int32::TryParse(gameDate::Trim, by reference dateVal)
           if dateVal = 0
               exit method.
           move dateVal to WS-GAME-DATE
           MOVE homeTeam::Trim::ToUpper TO WS-GAME-HOME
           MOVE visitors::Trim::ToUpper TO WS-GAME-VISITORS
           OPEN INPUT RV-FILE.
           IF STATUS-BYTE-1 NOT EQUAL ZEROES
               exit method.
           MOVE WS-GAME-DATE TO RV-GAME-DATE
           MOVE WS-GAME-HOME TO RV-HOME-TEAM
           MOVE WS-GAME-VISITORS TO RV-VISITORS
           MOVE 0 TO RV-SEQ
           START RV-FILE KEY NOT < RV-KEY
               INVALID KEY
                   GO TO GAME-DONE.
       GAME-LOOP.
           READ RV-FILE NEXT WITH NO LOCK
               AT END GO TO GAME-DONE.
           IF RV-GAME-DATE NOT = WS-GAME-DATE
            OR RV-HOME-TEAM NOT = WS-GAME-HOME
            OR RV-VISITORS NOT = WS-GAME-VISITORS
               GO TO GAME-DONE.
           set linesOut to linesOut & type HttpUtility::HtmlEncode(
               type pucksweb.gameReviewLines::describe(RV-PERIOD, RV-ELAPSED,
               RV-KIND, RV-CHALLENGE-TEAM, RV-COACH, RV-REASON, RV-GOAL-TEAM,
               RV-OUTCOME, RV-PENALTY))
           if RV-CLIP-URL not = spaces
               set linesOut to linesOut & " <a href='" &
                   type HttpUtility::HtmlAttributeEncode(RV-CLIP-URL::Trim) &
                   "' target='_blank'>clip</a>"
           end-if
           set linesOut to linesOut & "<br/>"
           GO TO GAME-LOOP.
       GAME-DONE.
           CLOSE RV-FILE.
           if linesOut not = ""
               set linesOut to "<b>Video reviews</b><br/>" & linesOut.
       end method.

      *    "P2 07:41 CHALLENGE BOS (SMITH) OFFSIDE on TOR goal --
      *    OVERTURNED" style.
       method-id describe static public.
       local-storage section.
       01  reasonWord      type String.
       procedure division using by value periodNo as type Int32
                                 by value elapsed as String
                                 by value reviewKind as String
                                 by value challengeTeam as String
                                 by value coachName as String
                                 by value reasonCode as String
                                 by value goalTeam as String
                                 by value outcomeCode as String
                                 by value penaltyFlag as String
                          returning lineOut as String.
           evaluate reasonCode::Trim
               when "OFF"
                   set reasonWord to "OFFSIDE"
               when "GI"
                   set reasonWord to "GOALIE INTERFERENCE"
               when "MISS"
                   set reasonWord to "MISSED STOPPAGE"
               when "HS"
                   set reasonWord to "HIGH STICK"
               when other
                   set reasonWord to "OTHER"
           end-evaluate
           set lineOut to "P" & periodNo::ToString & " " & elapsed::Trim & " "
           if reviewKind = "C"
               set lineOut to lineOut & "CHALLENGE " & challengeTeam::Trim
               if coachName::Trim not = ""
                   set lineOut to lineOut & " (" & coachName::Trim & ")"
               end-if
           else
               set lineOut to lineOut & "LEAGUE REVIEW"
           end-if
           set lineOut to lineOut & " " & reasonWord
           if goalTeam::Trim not = ""
               set lineOut to lineOut & " on " & goalTeam::Trim & " goal"
           end-if
           if outcomeCode = "O"
               set lineOut to lineOut & " -- OVERTURNED"
           else
               set lineOut to lineOut & " -- STANDS"
           end-if
           if penaltyFlag = "Y"
               set lineOut to lineOut & ", minor assessed"
           end-if.
       end method.

       end class.
