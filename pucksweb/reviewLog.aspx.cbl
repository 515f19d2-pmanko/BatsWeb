      * coach's challenge and video review log. The charted
      * events keep only what stood after a review -- a goal waved
      * off for offside simply never happened, and nobody can say
      * who challenged or what the failed ones cost. One PKW068.DAT
      * row per review, keyed game + review order the way
      * shootoutLog.aspx.cbl keys its attempts: period and elapsed
      * time, coach's challenge or league-initiated, the challenging
      * club and coach, what was challenged, whose goal was under
      * review, the outcome, whether a minor was assessed for a
      * failed challenge, and the clip. The game summary lists the
      * game's reviews (gameReviewLines.cbl reads them there). The
      * season report runs by club and by coach: challenges won and
      * lost with the success rate and the minors taken, and for each
      * club the goals overturned for (the other side's taken off the
      * board) and against (its own).
       class-id pucksweb.reviewLog is partial
                inherits type System.Web.UI.Page public.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
          SELECT GAME-FILE ASSIGN LK-GAME-FILE
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS GAME-KEY
              LOCK MANUAL
              FILE STATUS IS STATUS-COMN2.

       $SET CALLFH"EXTFH"
       $SET DATACOMPRESS"1"
        SELECT RV-FILE ASSIGN WS-RV-FILE
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS RV-KEY
              LOCK MANUAL
              FILE STATUS IS STATUS-COMN.

       file section.
       COPY "y:\SYDEXsource\FDS\FDPKGAME.CBL".

       FD  RV-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS RV-REC.

      *    RV-KIND: C coach's challenge, L league-initiated.
      *    RV-REASON: OFF offside, GI goaltender interference, MISS
      *    missed stoppage, HS high stick, OTH anything else.
      *    RV-OUTCOME: S call stands, O overturned. RV-PENALTY Y when
      *    a minor was assessed for the failed challenge.
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
       copy "y:\sydexsource\pucks\pucksglobal.cpb".
       COPY "y:\sydexsource\pucks\wspuckf.CBL".
       77  WS-NETWORK-FLAG             PIC X      VALUE "A".
       01  WS-RV-FILE         PIC X(256) VALUE "PKW068.DAT".
       01  STATUS-COMN.
           05  STATUS-BYTE-1           PIC X      VALUE SPACES.
           05  STATUS-BYTE-2           PIC X      VALUE SPACES.
       01  STATUS-COMN2.
           05  STATUS2-BYTE-1          PIC X      VALUE SPACES.
           05  STATUS2-BYTE-2          PIC X      VALUE SPACES.
       01  WS-GAME-DATE       PIC 9(8) VALUE 0.
       01  WS-FROM-DATE       PIC 9(8) VALUE 0.
       01  WS-TO-DATE         PIC 9(8) VALUE 0.
       01  WS-NEXT-SEQ        PIC 9(2) VALUE 0.
       01  WS-PERIOD          PIC 9(2) VALUE 0.
       01  WS-GAME-HOME       PIC X(15).
       01  WS-GAME-VISITORS   PIC X(15).
      *    season tallies, found-or-added by label: clubs keyed
      *    "CLUB", coaches "COACH (CLUB)".
       01  RVT-TABLE.
           05  RVT-ROW OCCURS 120 TIMES.
               10  RVT-LABEL           PIC X(50) VALUE SPACES.
               10  RVT-KIND            PIC X     VALUE SPACES.
               10  RVT-CHALLENGES      PIC 9(4)  VALUE 0.
               10  RVT-WON             PIC 9(4)  VALUE 0.
               10  RVT-MINORS          PIC 9(4)  VALUE 0.
               10  RVT-OVER-FOR        PIC 9(4)  VALUE 0.
               10  RVT-OVER-AGAINST    PIC 9(4)  VALUE 0.
       01  RVT-COUNT                   PIC 9(4) VALUE 0.
       01  RVT-CUR-IDX                 PIC 9(4) VALUE 0.

       method-id Page_Load protected.
       local-storage section.
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
           if self::IsPostBack
               exit method.
           set tbDate::Text to type DateTime::Today::AddDays(-1)::ToString("yyyyMMdd")
           set tbFromDate::Text to type DateTime::Today::AddYears(-1)::ToString("yyyyMMdd")
           set tbToDate::Text to type DateTime::Today::ToString("yyyyMMdd")
           goback.
       end method.

       method-id openReviews protected.
       procedure division returning openedOk as String.
           OPEN I-O RV-FILE.
           IF STATUS-COMN = "35"
               OPEN OUTPUT RV-FILE
               CLOSE RV-FILE
               OPEN I-O RV-FILE.
           IF STATUS-BYTE-1 NOT EQUAL ZEROES
               set openedOk to "N"
           else
               set openedOk to "Y".
       end method.

      *    the date's games into the picker -- value is the
      *    game key, date + home + visitors.
       method-id btnGames_Click protected.
       local-storage section.
       01  gameItem        type ListItem.
       procedure division using by value sender as object e as type System.EventArgs.
           invoke ddGame::Items::Clear.
           invoke lbGameReviews::Items::Clear.
           set lblMsg::Text to ""
           move 0 to WS-GAME-DATE
           invoke type Int32::TryParse(tbDate::Text::Trim(), by reference WS-GAME-DATE)
           if WS-GAME-DATE = 0
               set lblMsg::Text to "Enter the game date (YYYYMMDD)."
               exit method.
           MOVE "Y" TO SH-WEB-FORM-IP.
           set SH-WEB-FORM-APP-FOLDER to
             type HttpContext::Current::Server::MapPath("~/App_Data")
           set SH-WEB-FORM-SESSION-ID
                 to type HttpContext::Current::Session::SessionID
           set SH-WEB-FORM-DB
                 to type HttpContext::Current::Session::Item("database")
           set SH-WF-TEAM to
             type HttpContext::Current::Session::Item("team").
           CALL "PKFIL2" USING LK-FILE-NAMES, WS-NETWORK-FLAG.
           set LK-GAME-FILE to type pucksweb.activeCopy::resolve(LK-GAME-FILE)
           OPEN INPUT GAME-FILE.
           IF STATUS2-BYTE-1 NOT EQUAL ZEROES
               set lblMsg::Text to "Unable to open the game file."
               exit method.
           INITIALIZE GAME-KEY.
           MOVE WS-GAME-DATE TO GAME-DATE-1.
           START GAME-FILE KEY NOT < GAME-KEY
               INVALID KEY
                   GO TO GAMES-DONE.
       GAMES-LOOP.
           READ GAME-FILE NEXT WITH NO LOCK
               AT END GO TO GAMES-DONE.
           IF GAME-DATE-1 NOT = WS-GAME-DATE
               GO TO GAMES-DONE.
           set gameItem to new ListItem(
               type pucksweb.teamAlias::shownAs(GAME-VISITORS, "" & GAME-DATE-1) & " at " &
               type pucksweb.teamAlias::shownAs(GAME-HOME-TEAM, "" & GAME-DATE-1),
               "" & GAME-DATE-1 & GAME-HOME-TEAM & GAME-VISITORS)
           invoke ddGame::Items::Add(gameItem)
           GO TO GAMES-LOOP.
       GAMES-DONE.
           CLOSE GAME-FILE.
           if ddGame::Items::Count = 0
               set lblMsg::Text to "No games on " & tbDate::Text::Trim & "."
               exit method.
           set ddGame::SelectedIndex to 0
           invoke self::listGameReviews.
       end method.

       method-id ddGame_SelectedIndexChanged protected.
       procedure division using by value sender as object e as type System.EventArgs.
           invoke self::listGameReviews.
       end method.

      *    the picked game's key into WS-GAME-DATE/HOME/VISITORS.
       method-id pickedGame protected.
       local-storage section.
       01  gameKey         type String.
       procedure division returning pickedOk as String.
           set pickedOk to "N"
           if ddGame::SelectedItem = null
               exit method.
           set gameKey to ddGame::SelectedValue
           move 0 to WS-GAME-DATE
           invoke type Int32::TryParse(gameKey::Substring(0, 8), by reference WS-GAME-DATE)
           move gameKey::Substring(8, 15) to WS-GAME-HOME
           move gameKey::Substring(23) to WS-GAME-VISITORS
           set pickedOk to "Y".
       end method.

      *    the game's reviews in order; the item value is the
      *    review number, for the delete button.
       method-id listGameReviews protected.
       local-storage section.
       01  reviewItem      type ListItem.
       procedure division.
           invoke lbGameReviews::Items::Clear.
           if self::pickedGame() not = "Y"
               exit method.
           OPEN INPUT RV-FILE.
           IF STATUS-BYTE-1 NOT EQUAL ZEROES
               exit method.
           MOVE WS-GAME-DATE TO RV-GAME-DATE
           MOVE WS-GAME-HOME TO RV-HOME-TEAM
           MOVE WS-GAME-VISITORS TO RV-VISITORS
           MOVE 0 TO RV-SEQ
           START RV-FILE KEY NOT < RV-KEY
               INVALID KEY
                   GO TO LIST-DONE.
       LIST-LOOP.
           READ RV-FILE NEXT WITH NO LOCK
               AT END GO TO LIST-DONE.
           IF RV-GAME-DATE NOT = WS-GAME-DATE
            OR RV-HOME-TEAM NOT = WS-GAME-HOME
            OR RV-VISITORS NOT = WS-GAME-VISITORS
               GO TO LIST-DONE.
           set reviewItem to new ListItem(type pucksweb.gameReviewLines::describe(
               RV-PERIOD, RV-ELAPSED, RV-KIND, RV-CHALLENGE-TEAM, RV-COACH,
               RV-REASON, RV-GOAL-TEAM, RV-OUTCOME, RV-PENALTY), "" & RV-SEQ)
           invoke lbGameReviews::Items::Add(reviewItem)
           GO TO LIST-LOOP.
       LIST-DONE.
           CLOSE RV-FILE.
       end method.

      *    logs one review -- the next number under the game key,
      *    so order survives.
       method-id btnSave_Click protected.
       procedure division using by value sender as object e as type System.EventArgs.
           set lblMsg::Text to ""
           if self::pickedGame() not = "Y"
               set lblMsg::Text to "List the date's games and pick one first."
               exit method.
           move 0 to WS-PERIOD
           invoke type Int32::TryParse(tbPeriod::Text::Trim(), by reference WS-PERIOD)
           if WS-PERIOD = 0 or tbElapsed::Text::Trim() = ""
               set lblMsg::Text to "Enter the period and the elapsed time (mm:ss)."
               exit method.
           if ddKind::SelectedValue = "C" and tbChallengeTeam::Text::Trim() = ""
               set lblMsg::Text to "A coach's challenge needs the challenging club."
               exit method.
           if self::openReviews() not = "Y"
               set lblMsg::Text to "Unable to open the review file."
               exit method.

           MOVE 0 TO WS-NEXT-SEQ
           MOVE WS-GAME-DATE TO RV-GAME-DATE
           MOVE WS-GAME-HOME TO RV-HOME-TEAM
           MOVE WS-GAME-VISITORS TO RV-VISITORS
           MOVE 0 TO RV-SEQ
           START RV-FILE KEY NOT < RV-KEY
               INVALID KEY
                   GO TO SEQ-DONE.
       SEQ-LOOP.
           READ RV-FILE NEXT
               AT END GO TO SEQ-DONE.
           IF RV-GAME-DATE NOT = WS-GAME-DATE
            OR RV-HOME-TEAM NOT = WS-GAME-HOME
            OR RV-VISITORS NOT = WS-GAME-VISITORS
               GO TO SEQ-DONE.
           MOVE RV-SEQ TO WS-NEXT-SEQ
           GO TO SEQ-LOOP.
       SEQ-DONE.
           ADD 1 TO WS-NEXT-SEQ

           MOVE WS-GAME-DATE TO RV-GAME-DATE
           MOVE WS-GAME-HOME TO RV-HOME-TEAM
           MOVE WS-GAME-VISITORS TO RV-VISITORS
           MOVE WS-NEXT-SEQ TO RV-SEQ
           MOVE WS-PERIOD TO RV-PERIOD
           MOVE tbElapsed::Text::Trim TO RV-ELAPSED
           MOVE ddKind::SelectedValue TO RV-KIND
           if RV-KIND = "L"
               MOVE SPACES TO RV-CHALLENGE-TEAM RV-COACH
           else
               MOVE tbChallengeTeam::Text::Trim::ToUpper TO RV-CHALLENGE-TEAM
               MOVE tbCoach::Text::Trim::ToUpper TO RV-COACH
           end-if
           MOVE ddReason::SelectedValue TO RV-REASON
           MOVE tbGoalTeam::Text::Trim::ToUpper TO RV-GOAL-TEAM
           MOVE ddOutcome::SelectedValue TO RV-OUTCOME
           if cbPenalty::Checked and RV-KIND = "C" and RV-OUTCOME = "S"
               MOVE "Y" TO RV-PENALTY
           else
               MOVE "N" TO RV-PENALTY
           end-if
           MOVE tbClipUrl::Text::Trim TO RV-CLIP-URL
           set RV-RECORDED to type DateTime::Now::ToString("yyyyMMddHHmmss")
           WRITE RV-REC
               INVALID KEY REWRITE RV-REC
           END-WRITE.
           CLOSE RV-FILE.
           set lblMsg::Text to "Review " & WS-NEXT-SEQ & " logged."
           invoke self::listGameReviews.
       end method.

       method-id btnDelete_Click protected.
       local-storage section.
       01  seqNo           type Int32.
       procedure division using by value sender as object e as type System.EventArgs.
           set lblMsg::Text to ""
           if lbGameReviews::SelectedItem = null or self::pickedGame() not = "Y"
               set lblMsg::Text to "Pick the review to remove."
               exit method.
           set seqNo to 0
           invoke type Int32::TryParse(lbGameReviews::SelectedValue, by reference seqNo)
           if self::openReviews() not = "Y"
               set lblMsg::Text to "Unable to open the review file."
               exit method.
           MOVE WS-GAME-DATE TO RV-GAME-DATE
           MOVE WS-GAME-HOME TO RV-HOME-TEAM
           MOVE WS-GAME-VISITORS TO RV-VISITORS
           MOVE seqNo TO RV-SEQ
           DELETE RV-FILE RECORD
               INVALID KEY
                   set lblMsg::Text to "That review is already gone."
           END-DELETE.
           CLOSE RV-FILE.
           invoke self::listGameReviews.
       end method.

      *    the season by club and by coach.
       method-id btnReport_Click protected.
       local-storage section.
       01  clearIdx        type Int32.
       01  dispIdx         type Int32.
       01  winPct          type Int32.
       01  overTeam        type String.
       procedure division using by value sender as object e as type System.EventArgs.
           invoke lbReport::Items::Clear.
           move 0 to WS-FROM-DATE WS-TO-DATE
           invoke type Int32::TryParse(tbFromDate::Text::Trim(), by reference WS-FROM-DATE)
           invoke type Int32::TryParse(tbToDate::Text::Trim(), by reference WS-TO-DATE)
           if WS-FROM-DATE = 0 or WS-TO-DATE = 0
               set lblMsg::Text to "Enter the report's date range (YYYYMMDD)."
               exit method.

           move 0 to RVT-COUNT
           perform varying clearIdx from 1 by 1 until clearIdx > 120
               move spaces to RVT-LABEL(clearIdx) RVT-KIND(clearIdx)
               move 0 to RVT-CHALLENGES(clearIdx) RVT-WON(clearIdx)
                         RVT-MINORS(clearIdx) RVT-OVER-FOR(clearIdx)
                         RVT-OVER-AGAINST(clearIdx)
           end-perform

           OPEN INPUT RV-FILE.
           IF STATUS-BYTE-1 NOT EQUAL ZEROES
               set lblMsg::Text to "No reviews logged yet."
               exit method.
           MOVE WS-FROM-DATE TO RV-GAME-DATE
           MOVE LOW-VALUES TO RV-HOME-TEAM RV-VISITORS
           MOVE 0 TO RV-SEQ
           START RV-FILE KEY NOT < RV-KEY
               INVALID KEY
                   GO TO REP-DONE.
       REP-LOOP.
           READ RV-FILE NEXT WITH NO LOCK
               AT END GO TO REP-DONE.
           IF RV-GAME-DATE > WS-TO-DATE
               GO TO REP-DONE.
           if RV-KIND = "C"
               invoke self::bumpChallenge("T", RV-CHALLENGE-TEAM::Trim)
               invoke self::bumpChallenge("C", RV-COACH::Trim & " (" &
                   RV-CHALLENGE-TEAM::Trim & ")")
           end-if
      *    an overturned goal counts against the club that scored
      *    it and for the other side of the game.
           if RV-OUTCOME = "O" and RV-GOAL-TEAM not = spaces
               invoke self::findTally("T", RV-GOAL-TEAM::Trim)
               if RVT-CUR-IDX > 0
                   add 1 to RVT-OVER-AGAINST(RVT-CUR-IDX)
               end-if
               if RV-GOAL-TEAM = RV-HOME-TEAM
                   set overTeam to type pucksweb.gameNumber::baseName(RV-VISITORS::Trim)::ToUpper
               else
                   set overTeam to RV-HOME-TEAM::Trim
               end-if
               invoke self::findTally("T", overTeam)
               if RVT-CUR-IDX > 0
                   add 1 to RVT-OVER-FOR(RVT-CUR-IDX)
               end-if
           end-if
           GO TO REP-LOOP.
       REP-DONE.
           CLOSE RV-FILE.

           invoke lbReport::Items::Add("---- BY CLUB (challenges, won, success, minors, goals overturned for / against) ----")
           perform varying dispIdx from 1 by 1 until dispIdx > RVT-COUNT
               if RVT-KIND(dispIdx) = "T"
                   set winPct to self::successPct(dispIdx)
                   invoke lbReport::Items::Add(RVT-LABEL(dispIdx)::Trim &
                       "  chal:" & RVT-CHALLENGES(dispIdx) &
                       "  won:" & RVT-WON(dispIdx) & "  " & winPct::ToString & "%" &
                       "  minors:" & RVT-MINORS(dispIdx) &
                       "  overturned for:" & RVT-OVER-FOR(dispIdx) &
                       "  against:" & RVT-OVER-AGAINST(dispIdx))
               end-if
           end-perform
           invoke lbReport::Items::Add("---- BY COACH (challenges, won, success, minors) ----")
           perform varying dispIdx from 1 by 1 until dispIdx > RVT-COUNT
               if RVT-KIND(dispIdx) = "C"
                   set winPct to self::successPct(dispIdx)
                   invoke lbReport::Items::Add(RVT-LABEL(dispIdx)::Trim &
                       "  chal:" & RVT-CHALLENGES(dispIdx) &
                       "  won:" & RVT-WON(dispIdx) & "  " & winPct::ToString & "%" &
                       "  minors:" & RVT-MINORS(dispIdx))
               end-if
           end-perform
           set lblMsg::Text to "A challenge is won when the call is overturned.".
       end method.

       method-id successPct protected.
       procedure division using by value rowIdx as type Int32
                          returning pctOut as type Int32.
           set pctOut to 0
           if RVT-CHALLENGES(rowIdx) > 0
               compute pctOut = (RVT-WON(rowIdx) * 100) / RVT-CHALLENGES(rowIdx).
       end method.

       method-id bumpChallenge protected.
       procedure division using by value tallyKind as String
                                 by value tallyLabel as String.
           invoke self::findTally(tallyKind, tallyLabel)
           if RVT-CUR-IDX = 0
               exit method.
           add 1 to RVT-CHALLENGES(RVT-CUR-IDX)
           if RV-OUTCOME = "O"
               add 1 to RVT-WON(RVT-CUR-IDX)
           end-if
           if RV-PENALTY = "Y"
               add 1 to RVT-MINORS(RVT-CUR-IDX).
       end method.

      *    found-or-added; RVT-CUR-IDX 0 when the table is full.
       method-id findTally protected.
       local-storage section.
       01  searchIdx       type Int32.
       procedure division using by value tallyKind as String
                                 by value tallyLabel as String.
           move 0 to RVT-CUR-IDX
           perform varying searchIdx from 1 by 1 until searchIdx > RVT-COUNT
               if RVT-KIND(searchIdx) = tallyKind and RVT-LABEL(searchIdx) = tallyLabel
                   move searchIdx to RVT-CUR-IDX
                   exit perform
               end-if
           end-perform
           if RVT-CUR-IDX = 0
               if RVT-COUNT >= 120
                   exit method
               end-if
               add 1 to RVT-COUNT
               move RVT-COUNT to RVT-CUR-IDX
               move tallyKind to RVT-KIND(RVT-CUR-IDX)
               move tallyLabel to RVT-LABEL(RVT-CUR-IDX)
           end-if.
       end method.

       end class.
