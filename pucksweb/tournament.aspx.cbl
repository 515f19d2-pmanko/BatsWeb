      * tournament and showcase event screen. Maintains the event
      * registry tournamentEvent.cbl reads (PKW063/PKW064.DAT) --
      * the event, its dates, pool tiebreak order, bracket size and
      * points, and which teams play in which pool -- and re-tags a
      * game by hand when the load put it in the wrong round or
      * event. For a chosen event it walks GAME-FILE over the
      * event's dates and shows:
      *   the pool standings, from the games tagged PL, ranked by
      *   points and then the event's own tiebreak order (H2H is
      *   points taken in the games between the two tied teams);
      *   the bracket auto-seeded from them -- pool winners first,
      *   then runners-up, each place ranked across pools -- paired
      *   1 v N, 2 v N-1, with the bracket games played so far;
      *   the event leaders tournamentBuild.cbl writes to PKW066.DAT.
      * A leader picked lists their goals and hits; a count picked
      * lists the plays behind it over the event's games, each with
      * its clip (drillThrough.cbl), and says why when they don't add
      * up to the precomputed figure.
      * Anyone signed in can look; changing the registry or a tag is
      * team-admin work.
       class-id pucksweb.tournament is partial
                inherits type System.Web.UI.Page public.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
          SELECT GAME-FILE ASSIGN LK-GAME-FILE
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS GAME-KEY
              LOCK MANUAL
              FILE STATUS IS STATUS-COMN.

       $SET CALLFH"EXTFH"
       $SET DATACOMPRESS"1"
        SELECT EVENT-FILE ASSIGN WS-EVENT-FILE
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS EVT-KEY
              LOCK MANUAL
              FILE STATUS IS STATUS-COMN2.

        SELECT EVENT-TEAM-FILE ASSIGN WS-EVENT-TEAM-FILE
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS ETEAM-KEY
              LOCK MANUAL
              FILE STATUS IS STATUS-COMN3.

        SELECT LEADER-FILE ASSIGN WS-LEADER-FILE
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS LDR-KEY
              LOCK MANUAL
              FILE STATUS IS STATUS-COMN4.

       file section.
       COPY "y:\SYDEXsource\FDS\FDPKGAME.CBL".

       FD  EVENT-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS EVT-REC.

      *    layout owned by tournamentEvent.cbl -- keep in sync
      *    with the FD there.
       01  EVT-REC.
           05  EVT-KEY.
               10  EVT-CODE            PIC X(8).
           05  EVT-NAME                PIC X(40).
           05  EVT-FROM-DATE           PIC 9(8).
           05  EVT-TO-DATE             PIC 9(8).
           05  EVT-TIEBREAK OCCURS 4 TIMES PIC X(3).
           05  EVT-ADVANCE             PIC 9(2).
           05  EVT-WIN-PTS             PIC 9.
           05  EVT-TIE-PTS             PIC 9.
           05  EVT-UPDATED             PIC X(14).
           05  EVT-USER                PIC X(45).
           05  FILLER                  PIC X(10).

       FD  EVENT-TEAM-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS ETEAM-REC.

      *    layout owned by tournamentEvent.cbl -- keep in sync
      *    with the FD there.
       01  ETEAM-REC.
           05  ETEAM-KEY.
               10  ETEAM-EVENT         PIC X(8).
               10  ETEAM-TEAM          PIC X(15).
           05  ETEAM-POOL              PIC X(2).
           05  ETEAM-ADDED             PIC X(14).
           05  FILLER                  PIC X(10).

       FD  LEADER-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS LDR-REC.

      *    layout owned by tournamentBuild.cbl -- keep in sync
      *    with the FD there.
       01  LDR-REC.
           05  LDR-KEY.
               10  LDR-EVENT           PIC X(8).
               10  LDR-PLAYER          PIC X(30).
           05  LDR-TEAM                PIC X(15).
           05  LDR-GP                  PIC 9(3).
           05  LDR-HITS                PIC 9(4).
           05  LDR-GOALS               PIC 9(4).
           05  LDR-POINTS              PIC 9(4).
           05  LDR-SHUTOUTS            PIC 9(2).
           05  LDR-BUILT               PIC X(14).
           05  FILLER                  PIC X(10).

       working-storage section.
       copy "y:\sydexsource\pucks\pucksglobal.cpb".
       COPY "y:\sydexsource\pucks\wspuckf.CBL".
       77  WS-NETWORK-FLAG             PIC X      VALUE "A".
       01  WS-EVENT-FILE      PIC X(256) VALUE "PKW063.DAT".
       01  WS-EVENT-TEAM-FILE PIC X(256) VALUE "PKW064.DAT".
       01  WS-LEADER-FILE     PIC X(256) VALUE "PKW066.DAT".
       01  STATUS-COMN.
           05  STATUS-BYTE-1           PIC X      VALUE SPACES.
           05  STATUS-BYTE-2           PIC X      VALUE SPACES.
       01  STATUS-COMN2.
           05  STATUS2-BYTE-1          PIC X      VALUE SPACES.
           05  STATUS2-BYTE-2          PIC X      VALUE SPACES.
       01  STATUS-COMN3.
           05  STATUS3-BYTE-1          PIC X      VALUE SPACES.
           05  STATUS3-BYTE-2          PIC X      VALUE SPACES.
       01  STATUS-COMN4.
           05  STATUS4-BYTE-1          PIC X      VALUE SPACES.
           05  STATUS4-BYTE-2          PIC X      VALUE SPACES.
       01  WS-FROM-DATE                PIC 9(8) VALUE 0.
       01  WS-TO-DATE                  PIC 9(8) VALUE 0.
      *    the chosen event, held apart from the record area so
      *    later reads of the registry don't disturb the ranking.
       01  WS-SHOW-EVENT               PIC X(8).
       01  WS-SHOW-TIEBREAKS.
           05  WS-SHOW-TIEBREAK OCCURS 4 TIMES PIC X(3).
       01  WS-SHOW-ADVANCE             PIC 9(2).
       01  WS-SHOW-WIN-PTS             PIC 9.
       01  WS-SHOW-TIE-PTS             PIC 9.

      *    one row per entered team, pool play only.
       01  POOL-TABLE.
           05  PT-ROW OCCURS 32 TIMES.
               10  PT-TEAM             PIC X(15).
               10  PT-POOL             PIC X(2).
               10  PT-GP               PIC 9(3).
               10  PT-W                PIC 9(3).
               10  PT-L                PIC 9(3).
               10  PT-T                PIC 9(3).
               10  PT-GF               PIC 9(4).
               10  PT-GA               PIC 9(4).
               10  PT-PTS              PIC 9(4).
               10  PT-PLACE            PIC 9(2).
       01  PT-COUNT                    PIC 9(4) VALUE 0.
       01  PT-SWAP-ROW.
           05  PT-SWAP-TEAM            PIC X(15).
           05  PT-SWAP-POOL            PIC X(2).
           05  PT-SWAP-GP              PIC 9(3).
           05  PT-SWAP-W               PIC 9(3).
           05  PT-SWAP-L               PIC 9(3).
           05  PT-SWAP-T               PIC 9(3).
           05  PT-SWAP-GF              PIC 9(4).
           05  PT-SWAP-GA              PIC 9(4).
           05  PT-SWAP-PTS             PIC 9(4).
           05  PT-SWAP-PLACE           PIC 9(2).
      *    the pool games themselves, kept for head-to-head.
       01  POOL-GAME-TABLE.
           05  PG-ROW OCCURS 200 TIMES.
               10  PG-HOME             PIC X(15).
               10  PG-VIS              PIC X(15).
               10  PG-HOME-SCORE       PIC 9(3).
               10  PG-VIS-SCORE        PIC 9(3).
       01  PG-COUNT                    PIC 9(4) VALUE 0.
      *    POOL-TABLE rows in seed order.
       01  SEED-TABLE.
           05  SEED-ROW OCCURS 32 TIMES PIC 9(4).
       01  SEED-COUNT                  PIC 9(4) VALUE 0.
       01  LEAD-TABLE.
           05  LD-ROW OCCURS 500 TIMES.
               10  LD-PLAYER           PIC X(30).
               10  LD-TEAM             PIC X(15).
               10  LD-GP               PIC 9(3).
               10  LD-HITS             PIC 9(4).
               10  LD-GOALS            PIC 9(4).
               10  LD-POINTS           PIC 9(4).
               10  LD-SHUTOUTS         PIC 9(2).
       01  LD-COUNT                    PIC 9(4) VALUE 0.
       01  LD-SWAP-ROW.
           05  LD-SWAP-PLAYER          PIC X(30).
           05  LD-SWAP-TEAM            PIC X(15).
           05  LD-SWAP-GP              PIC 9(3).
           05  LD-SWAP-HITS            PIC 9(4).
           05  LD-SWAP-GOALS           PIC 9(4).
           05  LD-SWAP-POINTS          PIC 9(4).
           05  LD-SWAP-SHUTOUTS        PIC 9(2).

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
           set tbWinPts::Text to "2"
           set tbTiePts::Text to "1"
           set tbTiebreak::Text to "H2H,GD,GF"
           set tbAdvance::Text to "4"
           invoke self::listEvents
           goback.
       end method.

       method-id isAdmin private.
       procedure division returning adminFlag as type Boolean.
           set adminFlag to true
           if self::Session["level"]::ToString not = "9"
               set lblMsg::Text to "Only a team administrator can change the event registry."
               set adminFlag to false.
       end method.

       method-id userStamp private.
       procedure division returning stampText as String.
           set stampText to self::Session["team"]::ToString::Trim & " / " &
               "" & self::Session["user"].
       end method.

      *    adds or replaces an event. The tiebreak order is typed
      *    as a comma list of H2H, GD, GA, GF and W.
       method-id btnSaveEvent_Click protected.
       local-storage section.
       01  tbParts         type String occurs any.
       01  partIdx         type Int32.
       01  slotIdx         type Int32.
       01  partText        type String.
       01  winVal          type Int32.
       01  tieVal          type Int32.
       01  advVal          type Int32.
       01  beforeImage     type String.
       procedure division using by value sender as object e as type System.EventArgs.
           if self::isAdmin = false
               exit method.
           move 0 to WS-FROM-DATE WS-TO-DATE
           invoke type Int32::TryParse(tbEventFrom::Text::Trim(), by reference WS-FROM-DATE)
           invoke type Int32::TryParse(tbEventTo::Text::Trim(), by reference WS-TO-DATE)
           if tbEventCode::Text::Trim() = "" or tbEventName::Text::Trim() = ""
               set lblMsg::Text to "Enter an event code and name."
               exit method.
           if WS-FROM-DATE = 0 or WS-TO-DATE = 0 or WS-FROM-DATE > WS-TO-DATE
               set lblMsg::Text to "Enter the event's first and last day (YYYYMMDD), first before last."
               exit method.
           set advVal to 0
           invoke type Int32::TryParse(tbAdvance::Text::Trim(), by reference advVal)
           if advVal not = 2 and advVal not = 4 and advVal not = 8
            and advVal not = 16
               set lblMsg::Text to "The bracket takes 2, 4, 8 or 16 teams."
               exit method.
           set winVal to 2
           set tieVal to 1
           if tbWinPts::Text::Trim() not = ""
               invoke type Int32::TryParse(tbWinPts::Text::Trim(), by reference winVal).
           if tbTiePts::Text::Trim() not = ""
               invoke type Int32::TryParse(tbTiePts::Text::Trim(), by reference tieVal).
           if winVal < 0 or winVal > 9 or tieVal < 0 or tieVal > 9
               set lblMsg::Text to "Win and tie points run 0 to 9."
               exit method.

           OPEN I-O EVENT-FILE.
           IF STATUS-COMN2 = "35"
               OPEN OUTPUT EVENT-FILE
               CLOSE EVENT-FILE
               OPEN I-O EVENT-FILE.
           IF STATUS2-BYTE-1 NOT EQUAL ZEROES
               set lblMsg::Text to "Unable to open the event file."
               exit method.
           set beforeImage to ""
           MOVE tbEventCode::Text::Trim::ToUpper TO EVT-CODE
           READ EVENT-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   set beforeImage to "" & EVT-FROM-DATE & "-" & EVT-TO-DATE &
                       " adv " & EVT-ADVANCE
           END-READ
           MOVE tbEventCode::Text::Trim::ToUpper TO EVT-CODE
           MOVE tbEventName::Text::Trim TO EVT-NAME
           MOVE WS-FROM-DATE TO EVT-FROM-DATE
           MOVE WS-TO-DATE TO EVT-TO-DATE
           MOVE advVal TO EVT-ADVANCE
           MOVE winVal TO EVT-WIN-PTS
           MOVE tieVal TO EVT-TIE-PTS
           perform varying slotIdx from 1 by 1 until slotIdx > 4
               move spaces to EVT-TIEBREAK(slotIdx)
           end-perform
           set slotIdx to 0
           set tbParts to tbTiebreak::Text::ToUpper::Split(",")
           perform varying partIdx from 0 by 1 until partIdx >= tbParts::Length
               set partText to tbParts[partIdx]::Trim
               if partText = "H2H" or partText = "GD" or partText = "GA"
                or partText = "GF" or partText = "W"
                   if slotIdx < 4
                       add 1 to slotIdx
                       move partText to EVT-TIEBREAK(slotIdx)
                   end-if
               end-if
           end-perform
           set EVT-UPDATED to type DateTime::Now::ToString("yyyyMMddHHmmss")
           set EVT-USER to self::userStamp
           WRITE EVT-REC
               INVALID KEY
                   REWRITE EVT-REC
           END-WRITE
           CLOSE EVENT-FILE.
           invoke type pucksweb.configAudit::record("TOURNEY",
               tbEventCode::Text::Trim()::ToUpper(), self::userStamp,
               beforeImage, "" & WS-FROM-DATE & "-" & WS-TO-DATE & " adv " & advVal)
           set lblMsg::Text to "Event " & tbEventCode::Text::Trim()::ToUpper() & " saved."
           invoke self::listEvents.
       end method.

      *    enters a team in the event's pool (or moves it to
      *    another pool). A blank pool takes the team back out.
       method-id btnAddTeam_Click protected.
       procedure division using by value sender as object e as type System.EventArgs.
           if self::isAdmin = false
               exit method.
           if tbEventCode::Text::Trim() = "" or tbTeam::Text::Trim() = ""
               set lblMsg::Text to "Enter the event code and the team."
               exit method.
           OPEN I-O EVENT-TEAM-FILE.
           IF STATUS-COMN3 = "35"
               OPEN OUTPUT EVENT-TEAM-FILE
               CLOSE EVENT-TEAM-FILE
               OPEN I-O EVENT-TEAM-FILE.
           IF STATUS3-BYTE-1 NOT EQUAL ZEROES
               set lblMsg::Text to "Unable to open the event team file."
               exit method.
           MOVE tbEventCode::Text::Trim::ToUpper TO ETEAM-EVENT
           MOVE tbTeam::Text::Trim::ToUpper TO ETEAM-TEAM
           if tbPool::Text::Trim() = ""
               READ EVENT-TEAM-FILE
                   INVALID KEY
                       CLOSE EVENT-TEAM-FILE
                       set lblMsg::Text to "That team isn't entered."
                       exit method
               END-READ
               DELETE EVENT-TEAM-FILE RECORD
               CLOSE EVENT-TEAM-FILE
               set lblMsg::Text to tbTeam::Text::Trim()::ToUpper() & " withdrawn."
               invoke self::showEvent
               exit method.
           MOVE tbPool::Text::Trim::ToUpper TO ETEAM-POOL
           set ETEAM-ADDED to type DateTime::Now::ToString("yyyyMMddHHmmss")
           WRITE ETEAM-REC
               INVALID KEY
                   REWRITE ETEAM-REC
           END-WRITE
           CLOSE EVENT-TEAM-FILE.
           set lblMsg::Text to tbTeam::Text::Trim()::ToUpper() & " entered in pool " &
               tbPool::Text::Trim()::ToUpper() & "."
           invoke self::showEvent.
       end method.

      *    hand re-tag of one game. Event code blank makes it a
      *    league game again.
       method-id btnTag_Click protected.
       local-storage section.
       01  tagDate         type Int32.
       01  roundCode       type String.
       procedure division using by value sender as object e as type System.EventArgs.
           if self::isAdmin = false
               exit method.
           set tagDate to 0
           invoke type Int32::TryParse(tbTagDate::Text::Trim(), by reference tagDate)
           if tagDate = 0 or tbTagHome::Text::Trim() = "" or tbTagVis::Text::Trim() = ""
               set lblMsg::Text to "Enter the game's date (YYYYMMDD), home team and visitors."
               exit method.
           set roundCode to tbTagRound::Text::Trim::ToUpper
           if tbTagEvent::Text::Trim() not = ""
            and roundCode not = "PL" and roundCode not = "R1"
            and roundCode not = "QF" and roundCode not = "SF"
            and roundCode not = "F" and roundCode not = "3P"
               set lblMsg::Text to "Round is PL, R1, QF, SF, F or 3P."
               exit method.
           if type pucksweb.tournamentEvent::tag(tagDate, tbTagHome::Text,
               tbTagVis::Text, tbTagEvent::Text::Trim::ToUpper, roundCode,
               self::userStamp) not = "OK"
               set lblMsg::Text to "Unable to open the event game file."
               exit method.
           if tbTagEvent::Text::Trim() = ""
               set lblMsg::Text to "Tag removed -- a league game again."
           else
               set lblMsg::Text to "Game tagged " & tbTagEvent::Text::Trim()::ToUpper() &
                   " " & roundCode & "."
           end-if
           invoke self::showEvent.
       end method.

       method-id btnShow_Click protected.
       procedure division using by value sender as object e as type System.EventArgs.
           invoke self::showEvent.
       end method.

       method-id listEvents private.
       procedure division.
           invoke lbEvents::Items::Clear.
           OPEN INPUT EVENT-FILE.
           IF STATUS2-BYTE-1 NOT EQUAL ZEROES
               exit method.
       LIST-LOOP.
           READ EVENT-FILE NEXT WITH NO LOCK
               AT END GO TO LIST-DONE.
           invoke lbEvents::Items::Add(EVT-CODE & "  " & EVT-NAME::Trim &
               "  " & EVT-FROM-DATE & "-" & EVT-TO-DATE & "  bracket of " &
               EVT-ADVANCE & "  tiebreaks " & EVT-TIEBREAK(1)::Trim & " " &
               EVT-TIEBREAK(2)::Trim & " " & EVT-TIEBREAK(3)::Trim & " " &
               EVT-TIEBREAK(4)::Trim)
           GO TO LIST-LOOP.
       LIST-DONE.
           CLOSE EVENT-FILE.
       end method.

      *    loads the chosen event and its teams, walks its games,
      *    and lists the pool table, bracket and leaders.
       method-id showEvent private.
       local-storage section.
       01  rowIdx          type Int32.
       01  roundCode       type String.
       procedure division.
           invoke lbStandings::Items::Clear.
           invoke lbBracket::Items::Clear.
           invoke lbLeaders::Items::Clear.
           move 0 to PT-COUNT PG-COUNT SEED-COUNT LD-COUNT
           if tbEventCode::Text::Trim() = ""
               set lblMsg::Text to "Enter the event code to show."
               exit method.
           MOVE tbEventCode::Text::Trim::ToUpper TO WS-SHOW-EVENT

           OPEN INPUT EVENT-FILE.
           IF STATUS2-BYTE-1 NOT EQUAL ZEROES
               set lblMsg::Text to "No events on file."
               exit method.
           MOVE WS-SHOW-EVENT TO EVT-CODE
           READ EVENT-FILE WITH NO LOCK
               INVALID KEY
                   CLOSE EVENT-FILE
                   set lblMsg::Text to "No event under that code."
                   exit method.
           CLOSE EVENT-FILE.
           MOVE EVT-FROM-DATE TO WS-FROM-DATE
           MOVE EVT-TO-DATE TO WS-TO-DATE
           MOVE EVT-ADVANCE TO WS-SHOW-ADVANCE
           MOVE EVT-WIN-PTS TO WS-SHOW-WIN-PTS
           MOVE EVT-TIE-PTS TO WS-SHOW-TIE-PTS
           perform varying rowIdx from 1 by 1 until rowIdx > 4
               move EVT-TIEBREAK(rowIdx) to WS-SHOW-TIEBREAK(rowIdx)
           end-perform
           set lblEventName::Text to EVT-NAME::Trim & "  " & EVT-FROM-DATE &
               " - " & EVT-TO-DATE

      *    the entered teams, in key order.
           OPEN INPUT EVENT-TEAM-FILE.
           IF STATUS3-BYTE-1 NOT EQUAL ZEROES
               set lblMsg::Text to "No teams entered yet."
               exit method.
           MOVE WS-SHOW-EVENT TO ETEAM-EVENT
           MOVE LOW-VALUES TO ETEAM-TEAM
           START EVENT-TEAM-FILE KEY NOT < ETEAM-KEY
               INVALID KEY
                   GO TO TEAM-DONE.
       TEAM-LOOP.
           READ EVENT-TEAM-FILE NEXT WITH NO LOCK
               AT END GO TO TEAM-DONE.
           IF ETEAM-EVENT NOT = WS-SHOW-EVENT
               GO TO TEAM-DONE.
           IF PT-COUNT < 32
               add 1 to PT-COUNT
               move ETEAM-TEAM to PT-TEAM(PT-COUNT)
               move ETEAM-POOL to PT-POOL(PT-COUNT)
               move 0 to PT-GP(PT-COUNT) PT-W(PT-COUNT) PT-L(PT-COUNT)
                         PT-T(PT-COUNT) PT-GF(PT-COUNT) PT-GA(PT-COUNT)
                         PT-PTS(PT-COUNT) PT-PLACE(PT-COUNT)
           END-IF
           GO TO TEAM-LOOP.
       TEAM-DONE.
           CLOSE EVENT-TEAM-FILE.

      *    the event's games, over its own dates.
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
           IF STATUS-BYTE-1 NOT EQUAL ZEROES
               set lblMsg::Text to "Unable to open the game file."
               exit method.
           INITIALIZE GAME-KEY.
           MOVE WS-FROM-DATE TO GAME-DATE-1.
           START GAME-FILE KEY NOT < GAME-KEY
               INVALID KEY
                   GO TO GAME-DONE.
       GAME-LOOP.
           READ GAME-FILE NEXT WITH NO LOCK
               AT END GO TO GAME-DONE.
           IF GAME-DATE-1 > WS-TO-DATE
               GO TO GAME-DONE.
           IF GAME-NHL-DONE NOT = "Y"
               GO TO GAME-LOOP.
           if type pucksweb.tournamentEvent::eventOf(GAME-DATE-1,
               "" & GAME-HOME-TEAM, "" & GAME-VISITORS) not = WS-SHOW-EVENT::Trim
               GO TO GAME-LOOP.
           IF GAME-HOME-SCORE NOT NUMERIC
               MOVE 0 TO GAME-HOME-SCORE.
           IF GAME-VIS-SCORE NOT NUMERIC
               MOVE 0 TO GAME-VIS-SCORE.
           set roundCode to type pucksweb.tournamentEvent::roundOf(GAME-DATE-1,
               "" & GAME-HOME-TEAM, "" & GAME-VISITORS)
           if roundCode = "PL"
               invoke self::tallyPoolGame
           else
               invoke lbBracket::Items::Add(roundCode & "  " & GAME-DATE-1 & "  " &
                   type pucksweb.gameNumber::baseName(GAME-VISITORS::Trim) & " " &
                   GAME-VIS-SCORE & " @ " & GAME-HOME-TEAM::Trim & " " &
                   GAME-HOME-SCORE)
           end-if
           GO TO GAME-LOOP.
       GAME-DONE.
           CLOSE GAME-FILE.

           invoke self::rankPools
           invoke self::seedBracket
           invoke self::loadLeaders
           set lblMsg::Text to "".
       end method.

      *    folds one pool game into both teams' rows and keeps it
      *    for head-to-head.
       method-id tallyPoolGame private.
       local-storage section.
       01  homeIdx         type Int32.
       01  visIdx          type Int32.
       procedure division.
           set homeIdx to self::findTeam(GAME-HOME-TEAM::Trim)
           set visIdx to self::findTeam(
               type pucksweb.gameNumber::baseName(GAME-VISITORS::Trim))
           if PG-COUNT < 200
               add 1 to PG-COUNT
               move GAME-HOME-TEAM to PG-HOME(PG-COUNT)
               move type pucksweb.gameNumber::baseName(GAME-VISITORS::Trim)::ToUpper
                   to PG-VIS(PG-COUNT)
               move GAME-HOME-SCORE to PG-HOME-SCORE(PG-COUNT)
               move GAME-VIS-SCORE to PG-VIS-SCORE(PG-COUNT)
           end-if
           if homeIdx > 0
               add 1 to PT-GP(homeIdx)
               add GAME-HOME-SCORE to PT-GF(homeIdx)
               add GAME-VIS-SCORE to PT-GA(homeIdx)
               if GAME-HOME-SCORE > GAME-VIS-SCORE
                   add 1 to PT-W(homeIdx)
                   add WS-SHOW-WIN-PTS to PT-PTS(homeIdx)
               else
               if GAME-HOME-SCORE < GAME-VIS-SCORE
                   add 1 to PT-L(homeIdx)
               else
                   add 1 to PT-T(homeIdx)
                   add WS-SHOW-TIE-PTS to PT-PTS(homeIdx)
               end-if
           end-if
           if visIdx > 0
               add 1 to PT-GP(visIdx)
               add GAME-VIS-SCORE to PT-GF(visIdx)
               add GAME-HOME-SCORE to PT-GA(visIdx)
               if GAME-VIS-SCORE > GAME-HOME-SCORE
                   add 1 to PT-W(visIdx)
                   add WS-SHOW-WIN-PTS to PT-PTS(visIdx)
               else
               if GAME-VIS-SCORE < GAME-HOME-SCORE
                   add 1 to PT-L(visIdx)
               else
                   add 1 to PT-T(visIdx)
                   add WS-SHOW-TIE-PTS to PT-PTS(visIdx)
               end-if
           end-if.
       end method.

       method-id findTeam private.
       local-storage section.
       01  searchIdx       type Int32.
       procedure division using by value teamName as String
                          returning rowIdx as type Int32.
           set rowIdx to 0
           perform varying searchIdx from 1 by 1 until searchIdx > PT-COUNT
               if PT-TEAM(searchIdx) = teamName::ToUpper
                   set rowIdx to searchIdx
                   exit perform
               end-if
           end-perform.
       end method.

      *    points one team took in the pool games against another.
       method-id h2hPoints private.
       local-storage section.
       01  gameIdx         type Int32.
       procedure division using by value teamA as String
                                 by value teamB as String
                          returning pointsTaken as type Int32.
           set pointsTaken to 0
           perform varying gameIdx from 1 by 1 until gameIdx > PG-COUNT
               if PG-HOME(gameIdx) = teamA and PG-VIS(gameIdx) = teamB
                   if PG-HOME-SCORE(gameIdx) > PG-VIS-SCORE(gameIdx)
                       add WS-SHOW-WIN-PTS to pointsTaken
                   else
                   if PG-HOME-SCORE(gameIdx) = PG-VIS-SCORE(gameIdx)
                       add WS-SHOW-TIE-PTS to pointsTaken
                   end-if
               end-if
               if PG-VIS(gameIdx) = teamA and PG-HOME(gameIdx) = teamB
                   if PG-VIS-SCORE(gameIdx) > PG-HOME-SCORE(gameIdx)
                       add WS-SHOW-WIN-PTS to pointsTaken
                   else
                   if PG-VIS-SCORE(gameIdx) = PG-HOME-SCORE(gameIdx)
                       add WS-SHOW-TIE-PTS to pointsTaken
                   end-if
               end-if
           end-perform.
       end method.

      *    "Y" when row I ranks ahead of row J: by pool first when
      *    asked, then points, then the event's tiebreaks in order.
      *    Head-to-head only separates two teams of the same pool.
       method-id ranksAbove private.
       local-storage section.
       01  tbIdx           type Int32.
       01  valI            type Int32.
       01  valJ            type Int32.
       procedure division using by value rowI as type Int32
                                 by value rowJ as type Int32
                                 by value byPool as String
                          returning aboveFlag as String.
           set aboveFlag to "N"
           if byPool = "Y"
               if PT-POOL(rowI) < PT-POOL(rowJ)
                   set aboveFlag to "Y"
                   exit method
               end-if
               if PT-POOL(rowI) > PT-POOL(rowJ)
                   exit method
               end-if
           end-if
           if PT-PTS(rowI) > PT-PTS(rowJ)
               set aboveFlag to "Y"
               exit method.
           if PT-PTS(rowI) < PT-PTS(rowJ)
               exit method.
           perform varying tbIdx from 1 by 1 until tbIdx > 4
               set valI to 0
               set valJ to 0
               evaluate WS-SHOW-TIEBREAK(tbIdx)
               when "H2H"
                   if PT-POOL(rowI) = PT-POOL(rowJ)
                       set valI to self::h2hPoints("" & PT-TEAM(rowI), "" & PT-TEAM(rowJ))
                       set valJ to self::h2hPoints("" & PT-TEAM(rowJ), "" & PT-TEAM(rowI))
                   end-if
               when "GD"
                   compute valI = PT-GF(rowI) - PT-GA(rowI)
                   compute valJ = PT-GF(rowJ) - PT-GA(rowJ)
               when "GA"
                   compute valI = 0 - PT-GA(rowI)
                   compute valJ = 0 - PT-GA(rowJ)
               when "GF"
                   move PT-GF(rowI) to valI
                   move PT-GF(rowJ) to valJ
               when "W"
                   move PT-W(rowI) to valI
                   move PT-W(rowJ) to valJ
               end-evaluate
               if valI > valJ
                   set aboveFlag to "Y"
                   exit method
               end-if
               if valI < valJ
                   exit method
               end-if
           end-perform.
       end method.

      *    orders the table pool by pool, numbers each team's
      *    place in its pool, and lists it.
       method-id rankPools private.
       local-storage section.
       01  sortI           type Int32.
       01  sortJ           type Int32.
       01  nextJ           type Int32.
       01  dispIdx         type Int32.
       01  placeNo         type Int32.
       01  prevPool        type String.
       procedure division.
           perform varying sortI from 1 by 1 until sortI >= PT-COUNT
               perform varying sortJ from 1 by 1 until sortJ > PT-COUNT - sortI
                   compute nextJ = sortJ + 1
                   if self::ranksAbove(nextJ, sortJ, "Y") = "Y"
                       move PT-ROW(sortJ) to PT-SWAP-ROW
                       move PT-ROW(nextJ) to PT-ROW(sortJ)
                       move PT-SWAP-ROW to PT-ROW(nextJ)
                   end-if
               end-perform
           end-perform.
           set placeNo to 0
           perform varying dispIdx from 1 by 1 until dispIdx > PT-COUNT
               if dispIdx > 1 and PT-POOL(dispIdx) = prevPool
                   add 1 to placeNo
               else
                   set placeNo to 1
               end-if
               set prevPool to "" & PT-POOL(dispIdx)
               move placeNo to PT-PLACE(dispIdx)
               if placeNo = 1
                   invoke lbStandings::Items::Add("Pool " & PT-POOL(dispIdx)::Trim)
               end-if
               invoke lbStandings::Items::Add("  " & placeNo::ToString & ".  " &
                   PT-TEAM(dispIdx)::Trim & "   GP:" & PT-GP(dispIdx) &
                   "  W:" & PT-W(dispIdx) & "  L:" & PT-L(dispIdx) &
                   "  T:" & PT-T(dispIdx) & "  GF:" & PT-GF(dispIdx) &
                   "  GA:" & PT-GA(dispIdx) & "  PTS:" & PT-PTS(dispIdx))
           end-perform.
       end method.

      *    seeds the bracket: every pool's winner, ranked against
      *    each other on points and tiebreaks, then the runners-up
      *    the same way, until the bracket is full. Pairs 1 v N,
      *    2 v N-1.
       method-id seedBracket private.
       local-storage section.
       01  placeNo         type Int32.
       01  rowIdx          type Int32.
       01  firstSeed       type Int32.
       01  sortI           type Int32.
       01  sortJ           type Int32.
       01  nextJ           type Int32.
       01  swapSeed        type Int32.
       01  pairIdx         type Int32.
       01  oppIdx          type Int32.
       01  seedA           type Int32.
       01  seedB           type Int32.
       01  pairCount       type Int32.
       procedure division.
           move 0 to SEED-COUNT
           perform varying placeNo from 1 by 1
                   until placeNo > 32 or SEED-COUNT >= WS-SHOW-ADVANCE
               compute firstSeed = SEED-COUNT + 1
               perform varying rowIdx from 1 by 1 until rowIdx > PT-COUNT
                   if PT-PLACE(rowIdx) = placeNo and SEED-COUNT < 32
                       add 1 to SEED-COUNT
                       move rowIdx to SEED-ROW(SEED-COUNT)
                   end-if
               end-perform
      *        rank this place's teams across pools.
               perform varying sortI from firstSeed by 1 until sortI >= SEED-COUNT
                   perform varying sortJ from firstSeed by 1
                           until sortJ > SEED-COUNT - sortI + firstSeed - 1
                       compute nextJ = sortJ + 1
                       if self::ranksAbove(SEED-ROW(nextJ), SEED-ROW(sortJ), "N") = "Y"
                           move SEED-ROW(sortJ) to swapSeed
                           move SEED-ROW(nextJ) to SEED-ROW(sortJ)
                           move swapSeed to SEED-ROW(nextJ)
                       end-if
                   end-perform
               end-perform
           end-perform.
           if SEED-COUNT > WS-SHOW-ADVANCE
               move WS-SHOW-ADVANCE to SEED-COUNT.
           if SEED-COUNT < 2
               exit method.

           invoke lbBracket::Items::Insert(0, "Seeded bracket")
           compute pairCount = SEED-COUNT / 2
           perform varying pairIdx from 1 by 1 until pairIdx > pairCount
               compute oppIdx = SEED-COUNT + 1 - pairIdx
               move SEED-ROW(pairIdx) to seedA
               move SEED-ROW(oppIdx) to seedB
               invoke lbBracket::Items::Insert(pairIdx, "  (" & pairIdx::ToString & ") " &
                   PT-TEAM(seedA)::Trim & " " & PT-POOL(seedA)::Trim & PT-PLACE(seedA) &
                   "  v  (" & oppIdx::ToString & ") " & PT-TEAM(seedB)::Trim & " " &
                   PT-POOL(seedB)::Trim & PT-PLACE(seedB))
           end-perform.
           compute pairIdx = pairCount + 1
           invoke lbBracket::Items::Insert(pairIdx, "Bracket games")
       end method.

      *    the event's leaders by points, top ten.
       method-id loadLeaders private.
       local-storage section.
       01  sortI           type Int32.
       01  sortJ           type Int32.
       01  nextJ           type Int32.
       01  dispIdx         type Int32.
       procedure division.
           OPEN INPUT LEADER-FILE.
           IF STATUS4-BYTE-1 NOT EQUAL ZEROES
               exit method.
           MOVE WS-SHOW-EVENT TO LDR-EVENT
           MOVE LOW-VALUES TO LDR-PLAYER
           START LEADER-FILE KEY NOT < LDR-KEY
               INVALID KEY
                   GO TO LEAD-DONE.
       LEAD-LOOP.
           READ LEADER-FILE NEXT WITH NO LOCK
               AT END GO TO LEAD-DONE.
           IF LDR-EVENT NOT = WS-SHOW-EVENT
               GO TO LEAD-DONE.
           IF LD-COUNT < 500
               add 1 to LD-COUNT
               move LDR-PLAYER to LD-PLAYER(LD-COUNT)
               move LDR-TEAM to LD-TEAM(LD-COUNT)
               move LDR-GP to LD-GP(LD-COUNT)
               move LDR-HITS to LD-HITS(LD-COUNT)
               move LDR-GOALS to LD-GOALS(LD-COUNT)
               move LDR-POINTS to LD-POINTS(LD-COUNT)
               move LDR-SHUTOUTS to LD-SHUTOUTS(LD-COUNT)
           END-IF
           GO TO LEAD-LOOP.
       LEAD-DONE.
           CLOSE LEADER-FILE.

           perform varying sortI from 1 by 1 until sortI >= LD-COUNT
               perform varying sortJ from 1 by 1 until sortJ > LD-COUNT - sortI
                   compute nextJ = sortJ + 1
                   if LD-POINTS(nextJ) > LD-POINTS(sortJ)
                    or (LD-POINTS(nextJ) = LD-POINTS(sortJ)
                        and LD-GOALS(nextJ) > LD-GOALS(sortJ))
                       move LD-ROW(sortJ) to LD-SWAP-ROW
                       move LD-ROW(nextJ) to LD-ROW(sortJ)
                       move LD-SWAP-ROW to LD-ROW(nextJ)
                   end-if
               end-perform
           end-perform.
           perform varying dispIdx from 1 by 1
                   until dispIdx > LD-COUNT or dispIdx > 10
               invoke lbLeaders::Items::Add(new ListItem(dispIdx::ToString & ".  " &
                   LD-PLAYER(dispIdx)::Trim & " (" & LD-TEAM(dispIdx)::Trim &
                   ")   GP:" & LD-GP(dispIdx) & "  G:" & LD-GOALS(dispIdx) &
                   "  PTS:" & LD-POINTS(dispIdx) & "  HITS:" & LD-HITS(dispIdx) &
                   "  SO:" & LD-SHUTOUTS(dispIdx), LD-PLAYER(dispIdx)::Trim))
           end-perform.
       end method.

      *    a leader picked -- the counts on the leader row that
      *    have plays behind them. Points, games and shutouts are
      *    built from other figures and have no play list.
       method-id lbLeaders_SelectedIndexChanged protected.
       procedure division using by value sender as object e as type System.EventArgs.
           invoke lbLeaderCounts::Items::Clear.
           invoke lbLeaderPlays::Items::Clear.
           set lblDrill::Text to ""
           if lbLeaders::SelectedIndex < 0
               exit method.
           if self::readLeaderRow(lbLeaders::SelectedValue) not = "Y"
               set lblDrill::Text to "That leader is no longer on the event" &
                   " precompute -- show the event again."
               exit method.
           invoke lbLeaderCounts::Items::Add("G " & LDR-GOALS)
           invoke lbLeaderCounts::Items::Add("HITS " & LDR-HITS)
           set lblDrill::Text to "Pick a count to list the plays behind it" &
               " (points, games and shutouts are derived figures).".
       end method.

      *    a count picked -- the plays behind it over the event's
      *    games, with the clip links held for the play list.
       method-id lbLeaderCounts_SelectedIndexChanged protected.
       local-storage section.
       01  playLines       type List[String].
       01  clipLinks       type List[String].
       01  playLine        type String.
       procedure division using by value sender as object e as type System.EventArgs.
           invoke lbLeaderPlays::Items::Clear.
           if lbLeaders::SelectedIndex < 0 or lbLeaderCounts::SelectedIndex < 0
               exit method.
           if self::readLeaderRow(lbLeaders::SelectedValue) not = "Y"
               set lblDrill::Text to "That leader is no longer on the event" &
                   " precompute -- show the event again."
               exit method.
           INITIALIZE PUCKS-DATA-BLOCK
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
           set LK-PLAYER-FILE to type pucksweb.activeCopy::resolve(LK-PLAYER-FILE)
           set playLines to new List[String]
           set clipLinks to new List[String]
           set lblDrill::Text to type pucksweb.drillThrough::drillEvent(
               "" & LDR-EVENT, "" & LDR-TEAM, "" & LDR-PLAYER,
               lbLeaderCounts::SelectedItem::Text, "" & LDR-BUILT,
               LK-GAME-FILE, LK-PLAYER-FILE, playLines, clipLinks)
           perform varying playLine through playLines
               invoke lbLeaderPlays::Items::Add(playLine)
           end-perform
           set self::Session::Item("drillClips") to clipLinks.
       end method.

      *    a play picked -- its clip in the player.
       method-id lbLeaderPlays_SelectedIndexChanged protected.
       local-storage section.
       01  clipLinks       type List[String].
       procedure division using by value sender as object e as type System.EventArgs.
           if lbLeaderPlays::SelectedIndex < 0
               exit method.
           if self::Session::Item("drillClips") = null
               exit method.
           set clipLinks to self::Session::Item("drillClips") as type List[String]
           if lbLeaderPlays::SelectedIndex >= clipLinks::Count
               exit method.
           if clipLinks[lbLeaderPlays::SelectedIndex] = ""
               set lblDrill::Text to "No clip was charted for that play."
               exit method.
           set self::Session::Item("video-paths") to clipLinks[lbLeaderPlays::SelectedIndex] & ";"
           set self::Session::Item("video-titles") to lbLeaderPlays::SelectedItem::Text & ";"
           invoke self::ClientScript::RegisterStartupScript(self::GetType(), "alert", "callBatstube();", true).
       end method.

      *    one player's leader row for the event on the screen,
      *    with the build stamp; "Y" when it is there.
       method-id readLeaderRow private.
       procedure division using by value playerName as String
                          returning foundFlag as String.
           set foundFlag to "N"
           OPEN INPUT LEADER-FILE.
           IF STATUS4-BYTE-1 NOT EQUAL ZEROES
               exit method.
           MOVE tbEventCode::Text::Trim::ToUpper TO LDR-EVENT
           MOVE playerName TO LDR-PLAYER
           READ LEADER-FILE WITH NO LOCK
               INVALID KEY CONTINUE
               NOT INVALID KEY set foundFlag to "Y"
           END-READ.
           CLOSE LEADER-FILE.
       end method.

       end class.
