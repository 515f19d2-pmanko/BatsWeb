      * monthly charter scorecard, for the charting supervisor's
      * training sessions and the part-time crew's reviews. For a
      * month (yyyymm) of games, one line per charter from the
      * attribution charterStamp.cbl keeps in PKW089.DAT -- a play
      * or game is held against its last charter:
      *
      *    - games charted;
      *    - events (plays) charted, and the validation exceptions
      *      noted against them per 100 events (validatePlays.cbl
      *      notes each rule a play breaks on its attribution row, so
      *      a play fixed the next morning still counts);
      *    - corrected plays -- a PKW036.DAT journal rewrite or
      *      delete of the play later than its last charting stamp,
      *      i.e. somebody else fixed it afterwards (the same journal
      *      rows correctionsCascade.cbl cascades);
      *    - data-error tickets raised on their plays (BATSW023.DAT,
      *      the feedback rows a "report a data error" button tags
      *      with a PLAY-KEY);
      *    - the average time from game end to GAME-UPL-TIME. No
      *      game-end time is kept anywhere, so the schedule's start
      *      (PKW025.DAT, rink-local) plus a regulation game's running
      *      length stands in for it; a game off the schedule or not
      *      yet posted is left out of the average.
      *
      * Picking a charter's line lists what is behind the numbers --
      * the games with their lag, each play with exceptions, each
      * corrected play and each ticket -- so a training session can
      * walk through the actual records.
       class-id pucksweb.charterScorecard is partial
                inherits type System.Web.UI.Page public.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       $SET CALLFH"EXTFH"
       $SET DATACOMPRESS"1"
          SELECT GAME-FILE ASSIGN LK-GAME-FILE
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS GAME-KEY
              LOCK MANUAL
              FILE STATUS IS STATUS-COMN.

        SELECT ATTRIB-FILE ASSIGN WS-ATTRIB-FILE
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS CHS-KEY
              LOCK MANUAL
              FILE STATUS IS STATUS-COMN2.

        SELECT JOURNAL-FILE ASSIGN WS-JOURNAL-FILE
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS JRNL-KEY
              LOCK MANUAL
              FILE STATUS IS STATUS-COMN3.

        SELECT FEEDBACK-FILE ASSIGN WS-FEEDBACK-FILE
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS FEEDBACK-KEY
              LOCK MANUAL
              FILE STATUS IS STATUS-COMN4.

        SELECT SCHEDULE-FILE ASSIGN WS-SCHEDULE-FILE
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS SCHED-KEY
              LOCK MANUAL
              FILE STATUS IS STATUS-COMN5.

       file section.
       COPY "y:\SYDEXsource\FDS\FDPKGAME.CBL".

       FD  ATTRIB-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS CHS-REC.

      *    layout owned by charterStamp.cbl -- keep in sync with
      *    the FD there.
       01  CHS-REC.
           05  CHS-KEY.
               10  CHS-KIND                PIC X.
               10  CHS-ID                  PIC X(38).
               10  CHS-GAME-ID REDEFINES CHS-ID.
                   15  CHS-G-DATE          PIC 9(8).
                   15  CHS-G-HOME          PIC X(15).
                   15  CHS-G-VISITORS      PIC X(15).
           05  CHS-GAME-DATE               PIC 9(8).
           05  CHS-CREATED-BY              PIC X(12).
           05  CHS-CREATED                 PIC X(14).
           05  CHS-EDITED-BY               PIC X(12).
           05  CHS-EDITED                  PIC X(14).
           05  CHS-EDITS                   PIC 9(4).
           05  CHS-EXC-COUNT               PIC 9(2).
           05  CHS-EXC-RULE                PIC X(12) OCCURS 5.
           05  CHS-EXC-FIRST               PIC X(14).
           05  FILLER                      PIC X(30).

       FD  JOURNAL-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS JRNL-REC.

      *    layout owned by playJournal.cbl -- keep in sync with
      *    the FD there.
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

       FD  FEEDBACK-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS FEEDBACK-REC.

      *    layout owned by comments.aspx.cbl -- keep in sync
      *    with the FD there.
       01  FEEDBACK-REC.
           05  FEEDBACK-KEY.
               10  FEEDBACK-TIMESTAMP      PIC X(14).
               10  FEEDBACK-SEQ            PIC 9(3).
           05  FEEDBACK-NAME               PIC X(60).
           05  FEEDBACK-EMAIL              PIC X(60).
           05  FEEDBACK-COMMENT            PIC X(2000).
           05  FEEDBACK-EMAILED            PIC X.
           05  FEEDBACK-SOURCE-PAGE        PIC X(30).
           05  FEEDBACK-PLAY-KEY           PIC X(30).
           05  FEEDBACK-GAME-DATE          PIC X(8).
           05  FEEDBACK-HOME-TEAM          PIC X(15).
           05  FEEDBACK-VISITORS           PIC X(15).

       FD  SCHEDULE-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS SCHED-REC.

      *    layout owned by scheduleImport.aspx.cbl -- keep in
      *    sync with the FD there.
       01  SCHED-REC.
           05  SCHED-KEY.
               10  SCHED-GAME-DATE         PIC 9(8).
               10  SCHED-HOME-TEAM         PIC X(15).
               10  SCHED-VISITORS          PIC X(15).
           05  SCHED-START-TIME            PIC X(5).
           05  SCHED-UPL-TIME              PIC X(14).
           05  FILLER                      PIC X(10).

       working-storage section.
       copy "y:\sydexsource\pucks\pucksglobal.cpb".
       COPY "y:\sydexsource\pucks\wspuckf.CBL".
       77  WS-NETWORK-FLAG             PIC X      VALUE "A".
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
       01  STATUS-COMN5.
           05  STATUS5-BYTE-1          PIC X      VALUE SPACES.
           05  STATUS5-BYTE-2          PIC X      VALUE SPACES.
       01  WS-ATTRIB-FILE     PIC X(256) VALUE "PKW089.DAT".
       01  WS-JOURNAL-FILE    PIC X(256) VALUE "PKW036.DAT".
       01  WS-FEEDBACK-FILE   PIC X(256) VALUE "BATSW023.DAT".
       01  WS-SCHEDULE-FILE   PIC X(256) VALUE "PKW025.DAT".
      *    a regulation game's running length, puck drop to the
      *    final horn -- added to the scheduled start as the game's
      *    end.
       01  WS-GAME-MINUTES    PIC 9(3) VALUE 150.
       01  WS-MONTH           PIC 9(6) VALUE 0.
       01  WS-FROM-DATE       PIC 9(8) VALUE 0.
       01  WS-TO-DATE         PIC 9(8) VALUE 0.
       01  WS-OWNER           PIC X(12).
       01  WS-LAST-STAMP      PIC X(14).
       01  WS-RULE-IDX        PIC 9(2) VALUE 0.
       01  WS-LAG-MINUTES     PIC S9(7) VALUE 0.
       01  WS-LAG-HOURS       PIC 9(5) VALUE 0.
       01  WS-LAG-MINS        PIC 99 VALUE 0.
       01  WS-CARD-LINE.
           05  CL-CHARTER              PIC X(13).
           05  CL-GAMES                PIC ZZZ9.
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  CL-EVENTS               PIC ZZZZZ9.
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  CL-EXC-RATE             PIC ZZZ9.9.
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  CL-CORRECTED            PIC ZZZZ9.
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  CL-TICKETS              PIC ZZZ9.
           05  FILLER                  PIC X(3)   VALUE SPACES.
           05  CL-LAG                  PIC X(8).
      *    the month's tallies, by charter.
       01  cardGames          type Dictionary[String, type Int32].
       01  cardEvents         type Dictionary[String, type Int32].
       01  cardExceptions     type Dictionary[String, type Int32].
       01  cardCorrected      type Dictionary[String, type Int32].
       01  cardTickets        type Dictionary[String, type Int32].
       01  cardLagTotal       type Dictionary[String, type Int32].
       01  cardLagGames       type Dictionary[String, type Int32].
      *    the month's stamped plays: owner|last stamp by key.
       01  playOwners         type Dictionary[String, String].
      *    the month's charted games: owner|date|home|visitors.
       01  gameRows           type List[String].

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
      *    the crew's review numbers are the supervisor's, not
      *    the crew's.
           if self::Session["level"]::ToString not = "9"
               invoke self::Response::Redirect("~/mainmenu.aspx")
               exit method.
           if self::IsPostBack
               exit method.
      *    page-hit for the usage report.
           invoke type batsweb.pageUsage::recordHit(
               "" & self::Session["team"],
               "" & self::Session["user"], "charterScorecard")
      *    last month, the one a review usually covers.
           set tbMonth::Text to type DateTime::Now::AddMonths(-1)::ToString("yyyyMM")
           invoke self::showCard
           goback.
       end method.

       method-id btnRun_Click protected.
       procedure division using by value sender as object e as type System.EventArgs.
           invoke self::showCard.
       end method.

      *    what is behind the picked charter's line.
       method-id lbCard_SelectedIndexChanged protected.
       procedure division using by value sender as object e as type System.EventArgs.
           invoke lbDetail::Items::Clear
           if lbCard::SelectedIndex < 0
               exit method.
           if lbCard::SelectedValue = ""
               exit method.
           if self::monthOk() not = "Y"
               exit method.
           invoke self::scanMonth(lbCard::SelectedValue)
           if lbDetail::Items::Count = 0
               invoke lbDetail::Items::Add("Nothing to show for " &
                   lbCard::SelectedValue & " this month.")
           end-if
       end method.

      *    "Y" with the month's date range set from tbMonth.
       method-id monthOk protected.
       local-storage section.
       01  monthNum        type Int32.
       01  yearPart        type Int32.
       01  monthPart       type Int32.
       procedure division returning okFlag as String.
           set okFlag to "N"
           set monthNum to 0
           invoke type Int32::TryParse(tbMonth::Text::Trim, by reference monthNum)
           if tbMonth::Text::Trim::Length not = 6 or monthNum < 190001
               set lblMsg::Text to "Enter the month as yyyymm."
               exit method.
           DIVIDE monthNum BY 100 GIVING yearPart REMAINDER monthPart
           if monthPart < 1 or monthPart > 12
               set lblMsg::Text to "Enter the month as yyyymm."
               exit method.
           MOVE monthNum TO WS-MONTH
           compute WS-FROM-DATE = WS-MONTH * 100 + 1
           compute WS-TO-DATE = WS-MONTH * 100 + 31
           set okFlag to "Y".
       end method.

      *    one line per charter for the month.
       method-id showCard protected.
       local-storage section.
       01  charterKeys     type List[String].
       01  charterKey      type String.
       01  countVal        type Int32.
       01  tallyVal        type Int32.
       01  excRate         PIC 9(5)V9.
       procedure division.
           invoke lbCard::Items::Clear
           invoke lbDetail::Items::Clear
           if self::monthOk() not = "Y"
               exit method.
           invoke self::scanMonth("")
           set charterKeys to new List[String](cardEvents::Keys)
           perform varying charterKey through cardGames::Keys
               if charterKeys::Contains(charterKey) = false
                   invoke charterKeys::Add(charterKey)
               end-if
           end-perform
           invoke charterKeys::Sort
           if charterKeys::Count = 0
               set lblMsg::Text to "No charted games or plays are stamped for " &
                   WS-MONTH & "."
               exit method.
           invoke lbCard::Items::Add(new ListItem(
               "CHARTER       GMS  EVENTS  EXC/100  CORR  TKTS   AVG LAG", ""))
           perform varying charterKey through charterKeys
               MOVE charterKey TO CL-CHARTER
               MOVE self::countOf(cardGames, charterKey) TO CL-GAMES
               set countVal to self::countOf(cardEvents, charterKey)
               MOVE countVal TO CL-EVENTS
               MOVE 0 TO excRate
               if countVal > 0
                   set tallyVal to self::countOf(cardExceptions, charterKey)
                   compute excRate rounded = tallyVal * 100 / countVal
               end-if
               MOVE excRate TO CL-EXC-RATE
               MOVE self::countOf(cardCorrected, charterKey) TO CL-CORRECTED
               MOVE self::countOf(cardTickets, charterKey) TO CL-TICKETS
               set countVal to self::countOf(cardLagGames, charterKey)
               if countVal = 0
                   MOVE "n/a" TO CL-LAG
               else
                   set tallyVal to self::countOf(cardLagTotal, charterKey)
                   DIVIDE tallyVal BY countVal GIVING WS-LAG-MINUTES
                   MOVE self::lagText() TO CL-LAG
               end-if
               invoke lbCard::Items::Add(new ListItem(("" & WS-CARD-LINE)::TrimEnd(),
                   charterKey))
           end-perform
           set lblMsg::Text to charterKeys::Count::ToString & " charter(s) for " &
               WS-MONTH & ". A play or game counts against its last charter;" &
               " the lag runs from the scheduled start plus " & WS-GAME-MINUTES &
               " minutes to the post. Pick a line for the records behind it.".
       end method.

      *    the month's scan. With a charter named, the records
      *    behind that charter's numbers are listed in lbDetail as
      *    they are found.
       method-id scanMonth protected.
       procedure division using by value detailCharter as String.
           set cardGames to new Dictionary[String, type Int32]
           set cardEvents to new Dictionary[String, type Int32]
           set cardExceptions to new Dictionary[String, type Int32]
           set cardCorrected to new Dictionary[String, type Int32]
           set cardTickets to new Dictionary[String, type Int32]
           set cardLagTotal to new Dictionary[String, type Int32]
           set cardLagGames to new Dictionary[String, type Int32]
           set playOwners to new Dictionary[String, String]
           set gameRows to new List[String]
           invoke self::scanAttribution(detailCharter)
           invoke self::scanCorrections(detailCharter)
           invoke self::scanTickets(detailCharter)
           invoke self::scanLag(detailCharter).
       end method.

      *    the month's games and plays from PKW089.DAT -- game
      *    rows lead the file by date, play rows follow.
       method-id scanAttribution protected.
       local-storage section.
       01  ruleText        type String.
       procedure division using by value detailCharter as String.
           OPEN INPUT ATTRIB-FILE.
           IF STATUS2-BYTE-1 NOT EQUAL ZEROES
               exit method.
           MOVE "G" TO CHS-KIND
           MOVE SPACES TO CHS-ID
           MOVE WS-FROM-DATE TO CHS-G-DATE
           START ATTRIB-FILE KEY NOT < CHS-KEY
               INVALID KEY GO TO GAME-DONE.
       GAME-LOOP.
           READ ATTRIB-FILE NEXT WITH NO LOCK
               AT END GO TO GAME-DONE.
           IF CHS-KIND NOT = "G" OR CHS-G-DATE > WS-TO-DATE
               GO TO GAME-DONE.
           invoke self::ownerOfRow
           invoke self::bump(cardGames, WS-OWNER::Trim, 1)
           invoke gameRows::Add(WS-OWNER::Trim & "|" & CHS-G-DATE & "|" &
               CHS-G-HOME::Trim & "|" & CHS-G-VISITORS::Trim)
           GO TO GAME-LOOP.
       GAME-DONE.
           MOVE "P" TO CHS-KIND
           MOVE LOW-VALUES TO CHS-ID
           START ATTRIB-FILE KEY NOT < CHS-KEY
               INVALID KEY GO TO PLAY-DONE.
       PLAY-LOOP.
           READ ATTRIB-FILE NEXT WITH NO LOCK
               AT END GO TO PLAY-DONE.
           IF CHS-KIND NOT = "P"
               GO TO PLAY-DONE.
           IF CHS-GAME-DATE < WS-FROM-DATE OR CHS-GAME-DATE > WS-TO-DATE
               GO TO PLAY-LOOP.
           invoke self::ownerOfRow
           set playOwners[CHS-ID::Trim] to WS-OWNER::Trim & "|" & WS-LAST-STAMP
           invoke self::bump(cardEvents, WS-OWNER::Trim, 1)
           IF CHS-EXC-COUNT = 0
               GO TO PLAY-LOOP.
           invoke self::bump(cardExceptions, WS-OWNER::Trim, CHS-EXC-COUNT)
           if WS-OWNER::Trim not = detailCharter
               GO TO PLAY-LOOP.
           set ruleText to ""
           MOVE 1 TO WS-RULE-IDX.
       RULE-LOOP.
           IF WS-RULE-IDX > CHS-EXC-COUNT
               GO TO RULE-DONE.
           set ruleText to ruleText & " " & CHS-EXC-RULE(WS-RULE-IDX)::Trim
           ADD 1 TO WS-RULE-IDX
           GO TO RULE-LOOP.
       RULE-DONE.
           invoke lbDetail::Items::Add("EXCEPTION  " & CHS-ID::Trim & "  " &
               ruleText::Trim & "  (first noted " &
               type pucksweb.venueZone::shown("" & CHS-EXC-FIRST,
               "" & self::Session["team"]) & ")")
           GO TO PLAY-LOOP.
       PLAY-DONE.
           CLOSE ATTRIB-FILE.
       end method.

      *    the charter a row counts against, and the stamp its
      *    charting ended at.
       method-id ownerOfRow protected.
       procedure division.
           IF CHS-EDITED-BY NOT = SPACES
               MOVE CHS-EDITED-BY TO WS-OWNER
               MOVE CHS-EDITED TO WS-LAST-STAMP
           ELSE
               MOVE CHS-CREATED-BY TO WS-OWNER
               MOVE CHS-CREATED TO WS-LAST-STAMP
           END-IF.
       end method.

      *    journal rewrites and deletes of the month's plays made
      *    after their charting was done -- a play counts once
      *    however many times it was fixed. Nothing before the
      *    month's first day can touch its plays.
       method-id scanCorrections protected.
       local-storage section.
       01  ownerLine       type String.
       01  ownerParts      type String occurs any.
       01  correctedKeys   type List[String].
       procedure division using by value detailCharter as String.
           set correctedKeys to new List[String]
           OPEN INPUT JOURNAL-FILE.
           IF STATUS3-BYTE-1 NOT EQUAL ZEROES
               exit method.
           MOVE WS-FROM-DATE TO JRNL-TIMESTAMP
           MOVE "000000" TO JRNL-TIMESTAMP(9:6)
           MOVE 0 TO JRNL-SEQ
           START JOURNAL-FILE KEY NOT < JRNL-KEY
               INVALID KEY GO TO JRNL-DONE.
       JRNL-LOOP.
           READ JOURNAL-FILE NEXT WITH NO LOCK
               AT END GO TO JRNL-DONE.
           IF JRNL-FILE-ID NOT = "PL" AND JRNL-FILE-ID NOT = SPACES
               GO TO JRNL-LOOP.
           IF JRNL-ACTION NOT = "R" AND JRNL-ACTION NOT = "D"
               GO TO JRNL-LOOP.
           if playOwners::TryGetValue(JRNL-PLAY-KEY::Trim, by reference ownerLine) = false
               GO TO JRNL-LOOP.
           set ownerParts to ownerLine::Split("|")
           MOVE ownerParts[1] TO WS-LAST-STAMP
           IF JRNL-TIMESTAMP NOT > WS-LAST-STAMP
               GO TO JRNL-LOOP.
           if correctedKeys::Contains(JRNL-PLAY-KEY::Trim)
               GO TO JRNL-LOOP.
           invoke correctedKeys::Add(JRNL-PLAY-KEY::Trim)
           invoke self::bump(cardCorrected, ownerParts[0], 1)
           if ownerParts[0] = detailCharter
               if JRNL-ACTION = "D"
                   invoke lbDetail::Items::Add("CORRECTED  " & JRNL-PLAY-KEY::Trim &
                       "  deleted " & self::stampText("" & JRNL-TIMESTAMP))
               else
                   invoke lbDetail::Items::Add("CORRECTED  " & JRNL-PLAY-KEY::Trim &
                       "  rewritten " & self::stampText("" & JRNL-TIMESTAMP))
               end-if
           end-if
           GO TO JRNL-LOOP.
       JRNL-DONE.
           CLOSE JOURNAL-FILE.
       end method.

      *    data-error tickets tagged with one of the month's
      *    plays -- raised no earlier than the month's first day.
       method-id scanTickets protected.
       local-storage section.
       01  ownerLine       type String.
       01  ownerParts      type String occurs any.
       01  commentText     type String.
       procedure division using by value detailCharter as String.
           OPEN INPUT FEEDBACK-FILE.
           IF STATUS4-BYTE-1 NOT EQUAL ZEROES
               exit method.
           MOVE WS-FROM-DATE TO FEEDBACK-TIMESTAMP
           MOVE "000000" TO FEEDBACK-TIMESTAMP(9:6)
           MOVE 0 TO FEEDBACK-SEQ
           START FEEDBACK-FILE KEY NOT < FEEDBACK-KEY
               INVALID KEY GO TO TKT-DONE.
       TKT-LOOP.
           READ FEEDBACK-FILE NEXT WITH NO LOCK
               AT END GO TO TKT-DONE.
           IF FEEDBACK-PLAY-KEY = SPACES
               GO TO TKT-LOOP.
           if playOwners::TryGetValue(FEEDBACK-PLAY-KEY::Trim, by reference ownerLine) = false
               GO TO TKT-LOOP.
           set ownerParts to ownerLine::Split("|")
           invoke self::bump(cardTickets, ownerParts[0], 1)
           if ownerParts[0] = detailCharter
               set commentText to FEEDBACK-COMMENT::Trim
               if commentText::Length > 60
                   set commentText to commentText::Substring(0, 60) & "..."
               end-if
               invoke lbDetail::Items::Add("TICKET     " & FEEDBACK-PLAY-KEY::Trim &
                   "  " & self::stampText("" & FEEDBACK-TIMESTAMP) & "  " &
                   FEEDBACK-SOURCE-PAGE::Trim & "  " & commentText)
           end-if
           GO TO TKT-LOOP.
       TKT-DONE.
           CLOSE FEEDBACK-FILE.
       end method.

      *    game end to post, per charted game.
       method-id scanLag protected.
       local-storage section.
       01  gameLine        type String.
       01  gameParts       type String occurs any.
       01  lagText         type String.
       procedure division using by value detailCharter as String.
           if gameRows::Count = 0
               exit method.
           invoke self::resolveFiles
      *    during the load window the live file is mid-write --
      *    read the snapshot loadSwap.cbl staged instead.
           set LK-GAME-FILE to type pucksweb.activeCopy::resolve(LK-GAME-FILE)
           OPEN INPUT GAME-FILE.
           IF STATUS-BYTE-1 NOT EQUAL ZEROES
               exit method.
           OPEN INPUT SCHEDULE-FILE.
           IF STATUS5-BYTE-1 NOT EQUAL ZEROES
               CLOSE GAME-FILE
               exit method.
           perform varying gameLine through gameRows
               set gameParts to gameLine::Split("|")
               set lagText to "n/a"
               if self::lagOf(gameParts) = "Y"
                   invoke self::bump(cardLagTotal, gameParts[0], WS-LAG-MINUTES)
                   invoke self::bump(cardLagGames, gameParts[0], 1)
                   set lagText to self::lagText()
               end-if
               if gameParts[0] = detailCharter
                   invoke lbDetail::Items::Add("GAME       " & gameParts[1] & "  " &
                       gameParts[3] & " @ " & gameParts[2] & "  posted " &
                       type pucksweb.venueZone::shown("" & GAME-UPL-TIME, "" & self::Session["team"]) &
                       "  lag " & lagText)
               end-if
           end-perform
           CLOSE SCHEDULE-FILE.
           CLOSE GAME-FILE.
       end method.

      *    one game's lag into WS-LAG-MINUTES -- "Y" when it has
      *    one. The scheduled start at the home rink, as UTC, plus
      *    the running length, against the game's GAME-UPL-TIME
      *    (UTC). A post inside the running length -- a short game,
      *    a quick crew -- counts as no lag at all. GAME-UPL-TIME is
      *    left holding the game's post for the caller.
       method-id lagOf protected.
       local-storage section.
       01  localStart      type DateTime.
       01  gameEnd         type DateTime.
       01  postedAt        type DateTime.
       01  homeZone        type TimeZoneInfo.
       procedure division using by value gameParts as String occurs any
                          returning lagFlag as String.
           set lagFlag to "N"
           MOVE 0 TO WS-LAG-MINUTES
           INITIALIZE GAME-KEY
           MOVE type Int32::Parse(gameParts[1]) TO GAME-DATE-1
           MOVE gameParts[2] TO GAME-HOME-TEAM
           MOVE gameParts[3] TO GAME-VISITORS
           READ GAME-FILE WITH NO LOCK
               INVALID KEY
                   MOVE SPACES TO GAME-UPL-TIME
                   exit method
           END-READ
           if type DateTime::TryParseExact(GAME-UPL-TIME::Trim, "yyyyMMddHHmmss",
               type System.Globalization.CultureInfo::InvariantCulture,
               type System.Globalization.DateTimeStyles::None,
               by reference postedAt) = false
               exit method.
           INITIALIZE SCHED-KEY
           MOVE type Int32::Parse(gameParts[1]) TO SCHED-GAME-DATE
           MOVE gameParts[2] TO SCHED-HOME-TEAM
           MOVE gameParts[3] TO SCHED-VISITORS
           READ SCHEDULE-FILE WITH NO LOCK
               INVALID KEY
                   exit method
           END-READ
           if type DateTime::TryParseExact(gameParts[1] &
               SCHED-START-TIME::Trim::Replace(":", ""), "yyyyMMddHHmm",
               type System.Globalization.CultureInfo::InvariantCulture,
               type System.Globalization.DateTimeStyles::None,
               by reference localStart) = false
               exit method.
           set homeZone to type pucksweb.venueZone::zoneInfo(
               type pucksweb.venueZone::zoneOf(gameParts[2]))
      *    a start in the spring-forward hour is taken at the
      *    zone's standard offset, as utcConvert.cbl does.
           try
               set gameEnd to type TimeZoneInfo::ConvertTimeToUtc(localStart, homeZone)
           catch exc as type Exception
               set gameEnd to localStart::Subtract(homeZone::BaseUtcOffset)
           end-try
           set gameEnd to gameEnd::AddMinutes(WS-GAME-MINUTES)
           set WS-LAG-MINUTES to type Convert::ToInt32(postedAt::Subtract(gameEnd)::TotalMinutes)
           if WS-LAG-MINUTES < 0
               MOVE 0 TO WS-LAG-MINUTES
           end-if
           set lagFlag to "Y".
       end method.

      *    WS-LAG-MINUTES as h:mm.
       method-id lagText protected.
       procedure division returning textOut as String.
           DIVIDE WS-LAG-MINUTES BY 60 GIVING WS-LAG-HOURS REMAINDER WS-LAG-MINS
           set textOut to WS-LAG-HOURS::ToString & ":" & WS-LAG-MINS.
       end method.

      *    a local yyyyMMddHHmmss stamp as "yyyy-MM-dd HH:mm".
       method-id stampText protected.
       procedure division using by value stampIn as String
                          returning textOut as String.
           set textOut to stampIn::Trim
           if textOut::Length not = 14
               exit method.
           set textOut to textOut::Substring(0, 4) & "-" & textOut::Substring(4, 2) &
               "-" & textOut::Substring(6, 2) & " " & textOut::Substring(8, 2) &
               ":" & textOut::Substring(10, 2).
       end method.

       method-id bump protected.
       procedure division using by value tally as type Dictionary[String, type Int32]
                                 by value charterKey as String
                                 by value amount as type Int32.
           if tally::ContainsKey(charterKey)
               set tally[charterKey] to tally[charterKey] + amount
           else
               invoke tally::Add(charterKey, amount)
           end-if
       end method.

       method-id countOf protected.
       procedure division using by value tally as type Dictionary[String, type Int32]
                                 by value charterKey as String
                          returning countOut as type Int32.
           set countOut to 0
           if tally::ContainsKey(charterKey)
               set countOut to tally[charterKey]
           end-if
       end method.

       method-id resolveFiles protected.
       procedure division.
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
       end method.

       end class.
