      * season schedule builder for the league we keep the
      * statistics for. Every summer its schedule was built by hand
      * in a spreadsheet and loaded through scheduleImport.aspx.cbl;
      * this builds it. The setup (PKW072.DAT) is the member clubs
      * and the rink each plays at, the games per club, the season
      * window, how far a club's home and road games may drift apart,
      * the longest road trip, and whether back-to-backs and a third
      * game in four nights are allowed -- the rest rules are
      * restRules.cbl's, the ones travelRest.aspx.cbl reports on.
      * Rink availability is entered as date ranges and weekdays per
      * rink (with the start time the rink gives us), blackouts as
      * date ranges for the league or one club.
      *
      * Generate pairs the clubs by rounds of the circle method
      * (home and road alternating, the second time through flipped)
      * until every club has its games, shuffles the rounds and the
      * games within them by the seed given, and places each game on
      * the first date both clubs are rested for, the home rink is
      * open and not already booked, nobody is blacked out and the
      * visitors' trip isn't too long -- trying the reverse fixture
      * when that fits and the home balance allows. Each draft is
      * kept with its seed and scored for fairness: the spread
      * across clubs of home games, weekend (Fri-Sun) home dates and
      * average rest, plus every back-to-back, third-in-four and
      * unplaced game, off a hundred. Check lists each rule a draft
      * (or, with no draft chosen, the loaded schedule over the
      * season window) breaks. Approve writes the draft straight
      * into SCHEDULE-FILE, refusing if it would collide with a
      * fixture already there, and lands on the admin-change trail
      * (configAudit.cbl).
       class-id pucksweb.scheduleBuilder is partial
                inherits type System.Web.UI.Page public.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       $SET CALLFH"EXTFH"
       $SET DATACOMPRESS"1"
        SELECT BUILD-FILE ASSIGN WS-BUILD-FILE
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS SB-KEY
              LOCK MANUAL
              FILE STATUS IS STATUS-COMN.

          SELECT SCHEDULE-FILE ASSIGN WS-SCHEDULE-FILE
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS SCHED-KEY
              LOCK MANUAL
              FILE STATUS IS STATUS-COMN2.

       file section.
       FD  BUILD-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS SB-REC SB-SETTINGS-REC SB-DRAFT-REC.

      *    SB-KIND: "S" the setup row (draft and date zero), "V"
      *    a date a rink (SB-NAME1) is ours, "B" a blackout date for
      *    a club or "*" for the league, "H" a draft's header and
      *    "D" one of its fixtures (home SB-NAME1, visitors SB-NAME2).
       01  SB-REC.
           05  SB-KEY.
               10  SB-KIND                 PIC X.
               10  SB-DRAFT                PIC 9(2).
               10  SB-DATE                 PIC 9(8).
               10  SB-NAME1                PIC X(15).
               10  SB-NAME2                PIC X(15).
           05  SB-START-TIME               PIC X(5).
           05  SB-ROUND                    PIC 9(3).
           05  SB-STAMP                    PIC X(14).
           05  SB-USER                     PIC X(40).
           05  FILLER                      PIC X(20).
      *    the setup. SB-TEAM-LIST is "CLUB=RINK;CLUB=RINK;...".
       01  SB-SETTINGS-REC.
           05  SB-SET-KEY                  PIC X(41).
           05  SB-GAMES-PER-TEAM           PIC 9(3).
           05  SB-SEASON-FROM              PIC 9(8).
           05  SB-SEASON-TO                PIC 9(8).
           05  SB-MAX-HOME-DIFF            PIC 9(2).
           05  SB-MAX-TRIP                 PIC 9(2).
           05  SB-ALLOW-B2B                PIC X.
           05  SB-ALLOW-3IN4               PIC X.
           05  SB-TEAM-LIST                PIC X(800).
           05  SB-SET-STAMP                PIC X(14).
           05  SB-SET-USER                 PIC X(40).
           05  FILLER                      PIC X(20).
      *    a draft's header.
       01  SB-DRAFT-REC.
           05  SB-DRAFT-KEY                PIC X(41).
           05  SB-SEED                     PIC 9(6).
           05  SB-SCORE                    PIC 9(3).
           05  SB-PLACED                   PIC 9(4).
           05  SB-UNPLACED                 PIC 9(4).
           05  SB-APPROVED                 PIC X.
           05  SB-DRAFT-STAMP              PIC X(14).
           05  SB-DRAFT-USER               PIC X(40).
           05  FILLER                      PIC X(20).

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
       01  WS-BUILD-FILE      PIC X(256) VALUE "PKW072.DAT".
       01  WS-SCHEDULE-FILE   PIC X(256) VALUE "PKW025.DAT".
       01  STATUS-COMN.
           05  STATUS-BYTE-1           PIC X      VALUE SPACES.
           05  STATUS-BYTE-2           PIC X      VALUE SPACES.
       01  STATUS-COMN2.
           05  STATUS2-BYTE-1          PIC X      VALUE SPACES.
           05  STATUS2-BYTE-2          PIC X      VALUE SPACES.
      *    the setup in force.
       01  WS-GAMES-PER-TEAM  PIC 9(3) VALUE 0.
       01  WS-SEASON-FROM     PIC 9(8) VALUE 0.
       01  WS-SEASON-TO       PIC 9(8) VALUE 0.
       01  WS-MAX-HOME-DIFF   PIC 9(2) VALUE 2.
       01  WS-MAX-TRIP        PIC 9(2) VALUE 4.
       01  WS-ALLOW-B2B       PIC X      VALUE "N".
       01  WS-ALLOW-3IN4      PIC X      VALUE "N".
       01  WS-DRAFT-NO        PIC 9(2) VALUE 0.
       01  WS-SEED            PIC 9(6) VALUE 0.
       01  WS-UNPLACED        PIC 9(4) VALUE 0.
       01  WS-SCORE           PIC S9(5) VALUE 0.
       01  WS-MOD-QUOT        PIC 9(5) VALUE 0.
       01  WS-MOD-REM         PIC 9(5) VALUE 0.
       01  WS-AVG-REST        PIC 9(3)V99 VALUE 0.
       01  WS-AVG-DISP        PIC ZZ9.99.
      *    fairness penalties, off a hundred.
       01  FAIR-HOME-SPREAD   PIC 9(2) VALUE 5.
       01  FAIR-WKND-SPREAD   PIC 9(2) VALUE 3.
       01  FAIR-REST-SPREAD   PIC 9(2) VALUE 4.
       01  FAIR-B2B           PIC 9(2) VALUE 1.
       01  FAIR-3IN4          PIC 9(2) VALUE 2.
       01  FAIR-UNPLACED      PIC 9(2) VALUE 10.
      *    the member clubs, with the plan's counts and the
      *    running state while games are placed or scored.
       01  TEAM-TABLE.
           05  TM-ROW OCCURS 24 TIMES.
               10  TM-NAME             PIC X(15).
               10  TM-VENUE            PIC X(15).
               10  TM-PLAN-GAMES       PIC 9(3).
               10  TM-PLAN-HOME        PIC 9(3).
               10  TM-GAMES            PIC 9(3).
               10  TM-HOME             PIC 9(3).
               10  TM-WKND-HOME        PIC 9(3).
               10  TM-B2B              PIC 9(3).
               10  TM-3IN4             PIC 9(3).
               10  TM-LAST             PIC 9(8).
               10  TM-PREV             PIC 9(8).
               10  TM-AWAY-RUN         PIC 9(2).
               10  TM-LONGEST-TRIP     PIC 9(2).
               10  TM-REST-SUM         PIC 9(5).
               10  TM-REST-GAPS        PIC 9(3).
       01  TM-COUNT                    PIC 9(2) VALUE 0.
       01  TM-MAX                      PIC 9(2) VALUE 24.
      *    the pairings, then (sorted on MT-SORT) the order they
      *    are placed in.
       01  MATCH-TABLE.
           05  MT-ROW OCCURS 1200 TIMES.
               10  MT-SORT             PIC 9(9).
               10  MT-HOME             PIC 9(2).
               10  MT-VIS              PIC 9(2).
               10  MT-ROUND            PIC 9(3).
               10  MT-DATE             PIC 9(8).
               10  MT-START            PIC X(5).
       01  MT-COUNT                    PIC 9(4) VALUE 0.
       01  MT-HOLD.
           05  MH-SORT                 PIC 9(9).
           05  MH-HOME                 PIC 9(2).
           05  MH-VIS                  PIC 9(2).
           05  MH-ROUND                PIC 9(3).
           05  MH-DATE                 PIC 9(8).
           05  MH-START                PIC X(5).
       01  availMap        type Dictionary[String, String].
       01  blackMap        type Dictionary[String, String].
       01  bookedMap       type Dictionary[String, String].

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
      *    the league's schedule is the office's -- admin only.
           if self::Session["level"]::ToString not = "9"
               invoke self::Response::Redirect("~/mainmenu.aspx")
               exit method.
           if self::IsPostBack
               exit method.
           set tbSeed::Text to type DateTime::Now::ToString("HHmmss")
           invoke self::showSetup
           invoke self::listDrafts
           goback.
       end method.

       method-id openBuild protected.
       procedure division returning openedOk as String.
           set openedOk to "N"
           OPEN I-O BUILD-FILE.
           IF STATUS-COMN = "35"
               OPEN OUTPUT BUILD-FILE
               CLOSE BUILD-FILE
               OPEN I-O BUILD-FILE.
           IF STATUS-BYTE-1 NOT EQUAL ZEROES
               set lblMsg::Text to "Unable to open the schedule builder file."
               exit method.
           set openedOk to "Y".
       end method.

      *    who is at the keyboard, for the rows and the trail.
       method-id whoIs protected.
       procedure division returning userText as String.
           set userText to self::Session["team"]::ToString::Trim & " / " & "" &
               self::Session["user"].
       end method.

      ******************************************************************
      *    setup
      ******************************************************************

       method-id btnSaveSetup_Click protected.
       local-storage section.
       01  teamLines       type String occurs any.
       01  teamLine        type String.
       01  teamList        type String.
       01  clubName        type String.
       01  rinkName        type String.
       01  clubCount       type Int32.
       01  gamesIn         type Int32.
       01  fromIn          type Int32.
       01  toIn            type Int32.
       01  homeDiffIn      type Int32.
       01  tripIn          type Int32.
       01  beforeImage     type String.
       procedure division using by value sender as object e as type System.EventArgs.
           set lblMsg::Text to ""
           set gamesIn to 0
           set fromIn to 0
           set toIn to 0
           set homeDiffIn to 0
           set tripIn to 0
           invoke type Int32::TryParse(tbGames::Text::Trim(), by reference gamesIn)
           invoke type Int32::TryParse(tbSeasonFrom::Text::Trim(), by reference fromIn)
           invoke type Int32::TryParse(tbSeasonTo::Text::Trim(), by reference toIn)
           invoke type Int32::TryParse(tbMaxHomeDiff::Text::Trim(), by reference homeDiffIn)
           invoke type Int32::TryParse(tbMaxTrip::Text::Trim(), by reference tripIn)
           if gamesIn < 1 or gamesIn > 120
               set lblMsg::Text to "Games per club must be 1 to 120."
               exit method.
           if fromIn = 0 or toIn = 0 or fromIn > toIn
               set lblMsg::Text to "Enter the season window (YYYYMMDD), from before to."
               exit method.
           if homeDiffIn < 0 or homeDiffIn > 99 or tripIn < 0 or tripIn > 99
               set lblMsg::Text to "Home/road drift and trip length are 0 to 99 (0 trip = no limit)."
               exit method.

      *    the clubs, one per line as CLUB=RINK (the rink
      *    defaults to the club's name).
           set teamList to ""
           set clubCount to 0
           set teamLines to tbTeams::Text::Replace(x"0D", "")::Split(x"0A")
           perform varying teamLine through teamLines
               if teamLine::Trim() not = ""
                   if teamLine::IndexOf("=") > 0
                       set clubName to teamLine::Substring(0, teamLine::IndexOf("="))::Trim::ToUpper
                       set rinkName to teamLine::Substring(teamLine::IndexOf("=") + 1)::Trim::ToUpper
                   else
                       set clubName to teamLine::Trim::ToUpper
                       set rinkName to clubName
                   end-if
                   if rinkName = ""
                       set rinkName to clubName
                   end-if
                   if clubName::Length > 15 or rinkName::Length > 15
                       set lblMsg::Text to "Club and rink names are 15 characters at most: " & teamLine::Trim
                       exit method
                   end-if
                   if teamList not = ""
                       set teamList to teamList & ";"
                   end-if
                   set teamList to teamList & clubName & "=" & rinkName
                   add 1 to clubCount
               end-if
           end-perform
           if clubCount < 2 or clubCount > TM-MAX
               set lblMsg::Text to "List 2 to 24 clubs, one per line as CLUB=RINK."
               exit method.
           if teamList::Length > 800
               set lblMsg::Text to "The club list is too long to keep -- shorten the rink names."
               exit method.

           if self::openBuild() not = "Y"
               exit method.
           MOVE SPACES TO SB-SET-KEY
           MOVE "S" TO SB-KIND
           MOVE 0 TO SB-DRAFT SB-DATE
           set beforeImage to ""
           READ BUILD-FILE
               INVALID KEY
                   MOVE SPACES TO SB-TEAM-LIST
               NOT INVALID KEY
                   set beforeImage to SB-GAMES-PER-TEAM & " games " &
                       SB-SEASON-FROM & "-" & SB-SEASON-TO & " " &
                       SB-TEAM-LIST::Trim
           END-READ
           MOVE SPACES TO SB-SET-KEY
           MOVE "S" TO SB-KIND
           MOVE 0 TO SB-DRAFT SB-DATE
           MOVE gamesIn TO SB-GAMES-PER-TEAM
           MOVE fromIn TO SB-SEASON-FROM
           MOVE toIn TO SB-SEASON-TO
           MOVE homeDiffIn TO SB-MAX-HOME-DIFF
           MOVE tripIn TO SB-MAX-TRIP
           if cbAllowB2B::Checked
               MOVE "Y" TO SB-ALLOW-B2B
           else
               MOVE "N" TO SB-ALLOW-B2B
           end-if
           if cbAllow3in4::Checked
               MOVE "Y" TO SB-ALLOW-3IN4
           else
               MOVE "N" TO SB-ALLOW-3IN4
           end-if
           MOVE teamList TO SB-TEAM-LIST
           set SB-SET-STAMP to type DateTime::Now::ToString("yyyyMMddHHmmss")
           MOVE self::whoIs() TO SB-SET-USER
           WRITE SB-SETTINGS-REC
               INVALID KEY REWRITE SB-SETTINGS-REC
           END-WRITE
           CLOSE BUILD-FILE.
           invoke type pucksweb.configAudit::record("SCHEDULEBUILD", "SETUP",
               self::whoIs(), beforeImage, "" & gamesIn & " games " & fromIn &
               "-" & toIn & " " & teamList)
           invoke self::showSetup
           set lblMsg::Text to "Setup saved for " & clubCount::ToString & " club(s).".
       end method.

      *    the setup row into WS and the club table; "N" (with
      *    lblMsg set) when there is none yet. BUILD-FILE is open.
       method-id loadSetup protected.
       local-storage section.
       01  teamPairs       type String occurs any.
       01  teamPair        type String.
       procedure division returning loadedOk as String.
           set loadedOk to "N"
           move 0 to TM-COUNT
           MOVE SPACES TO SB-SET-KEY
           MOVE "S" TO SB-KIND
           MOVE 0 TO SB-DRAFT SB-DATE
           READ BUILD-FILE WITH NO LOCK
               INVALID KEY
                   set lblMsg::Text to "Save the setup first."
                   exit method.
           MOVE SB-GAMES-PER-TEAM TO WS-GAMES-PER-TEAM
           MOVE SB-SEASON-FROM TO WS-SEASON-FROM
           MOVE SB-SEASON-TO TO WS-SEASON-TO
           MOVE SB-MAX-HOME-DIFF TO WS-MAX-HOME-DIFF
           MOVE SB-MAX-TRIP TO WS-MAX-TRIP
           MOVE SB-ALLOW-B2B TO WS-ALLOW-B2B
           MOVE SB-ALLOW-3IN4 TO WS-ALLOW-3IN4
           INITIALIZE TEAM-TABLE
           set teamPairs to SB-TEAM-LIST::Trim::Split(";")
           perform varying teamPair through teamPairs
               if teamPair::IndexOf("=") > 0 and TM-COUNT < TM-MAX
                   add 1 to TM-COUNT
                   MOVE teamPair::Substring(0, teamPair::IndexOf("=")) TO TM-NAME(TM-COUNT)
                   MOVE teamPair::Substring(teamPair::IndexOf("=") + 1) TO TM-VENUE(TM-COUNT)
               end-if
           end-perform
           if TM-COUNT < 2
               set lblMsg::Text to "The setup has fewer than two clubs."
               exit method.
           set loadedOk to "Y".
       end method.

      *    the setup back onto the screen, with how many dates
      *    each rink is ours and the blackouts.
       method-id showSetup protected.
       local-storage section.
       01  teamIdx         type Int32.
       01  rinkCounts      type Dictionary[String, type Int32].
       01  rinkName        type String.
       01  teamText        type String.
       procedure division.
           invoke lbSetup::Items::Clear
           OPEN INPUT BUILD-FILE.
           IF STATUS-BYTE-1 NOT EQUAL ZEROES
               invoke lbSetup::Items::Add("No setup yet.")
               exit method.
           if self::loadSetup() not = "Y"
               CLOSE BUILD-FILE
               invoke lbSetup::Items::Add("No setup yet.")
               set lblMsg::Text to ""
               exit method.
           set tbGames::Text to WS-GAMES-PER-TEAM::ToString
           set tbSeasonFrom::Text to WS-SEASON-FROM::ToString
           set tbSeasonTo::Text to WS-SEASON-TO::ToString
           set tbMaxHomeDiff::Text to WS-MAX-HOME-DIFF::ToString
           set tbMaxTrip::Text to WS-MAX-TRIP::ToString
           set cbAllowB2B::Checked to false
           set cbAllow3in4::Checked to false
           if WS-ALLOW-B2B = "Y"
               set cbAllowB2B::Checked to true.
           if WS-ALLOW-3IN4 = "Y"
               set cbAllow3in4::Checked to true.
           set teamText to ""
           perform varying teamIdx from 1 by 1 until teamIdx > TM-COUNT
               set teamText to teamText & TM-NAME(teamIdx)::Trim & "=" &
                   TM-VENUE(teamIdx)::Trim & x"0D0A"
           end-perform
           set tbTeams::Text to teamText

           set rinkCounts to new Dictionary[String, type Int32]
           MOVE LOW-VALUES TO SB-KEY
           MOVE "B" TO SB-KIND
           START BUILD-FILE KEY NOT < SB-KEY
               INVALID KEY
                   GO TO SETUP-DONE.
       SETUP-LOOP.
           READ BUILD-FILE NEXT WITH NO LOCK
               AT END GO TO SETUP-DONE.
           IF SB-KIND = "B"
               invoke lbSetup::Items::Add("BLACKOUT " & SB-DATE & "  " & SB-NAME1::Trim)
               GO TO SETUP-LOOP.
           IF SB-KIND NOT = "V"
               GO TO SETUP-LOOP.
           set rinkName to SB-NAME1::Trim
           if rinkCounts::ContainsKey(rinkName)
               set rinkCounts[rinkName] to rinkCounts[rinkName] + 1
           else
               invoke rinkCounts::Add(rinkName, 1)
           end-if
           GO TO SETUP-LOOP.
       SETUP-DONE.
           CLOSE BUILD-FILE.
           perform varying teamIdx from 1 by 1 until teamIdx > TM-COUNT
               set rinkName to TM-VENUE(teamIdx)::Trim
               if rinkCounts::ContainsKey(rinkName)
                   invoke lbSetup::Items::Add(TM-NAME(teamIdx) & " at " & rinkName &
                       ": " & rinkCounts[rinkName]::ToString & " date(s) available")
               else
                   invoke lbSetup::Items::Add(TM-NAME(teamIdx) & " at " & rinkName &
                       ": NO DATES ENTERED")
               end-if
           end-perform.
       end method.

      *    a rink's dates over a range, on the weekdays listed
      *    (blank for every day) -- added, or with remove, taken off.
       method-id btnAddAvail_Click protected.
       procedure division using by value sender as object e as type System.EventArgs.
           invoke self::rangeRows("V", tbVenue::Text, tbAvailFrom::Text,
               tbAvailTo::Text, tbAvailDays::Text, tbStartTime::Text, "A").
       end method.

       method-id btnRemoveAvail_Click protected.
       procedure division using by value sender as object e as type System.EventArgs.
           invoke self::rangeRows("V", tbVenue::Text, tbAvailFrom::Text,
               tbAvailTo::Text, tbAvailDays::Text, "", "R").
       end method.

       method-id btnAddBlackout_Click protected.
       procedure division using by value sender as object e as type System.EventArgs.
           invoke self::rangeRows("B", tbBlackTeam::Text, tbBlackFrom::Text,
               tbBlackTo::Text, "", "", "A").
       end method.

       method-id btnRemoveBlackout_Click protected.
       procedure division using by value sender as object e as type System.EventArgs.
           invoke self::rangeRows("B", tbBlackTeam::Text, tbBlackFrom::Text,
               tbBlackTo::Text, "", "", "R").
       end method.

      *    one row per date in the range: a rink's date ("V") or
      *    a blackout ("B", blank name for the whole league).
       method-id rangeRows protected.
       local-storage section.
       01  fromIn          type Int32.
       01  toIn            type Int32.
       01  dayStamp        type DateTime.
       01  toStamp         type DateTime.
       01  dayList         type String.
       01  dayCode         type String.
       01  rowName         type String.
       01  rowCount        type Int32.
       procedure division using by value rowKind as String
                                 by value nameText as String
                                 by value fromText as String
                                 by value toText as String
                                 by value daysText as String
                                 by value startText as String
                                 by value addOrRemove as String.
           set lblMsg::Text to ""
           set fromIn to 0
           set toIn to 0
           invoke type Int32::TryParse(fromText::Trim(), by reference fromIn)
           invoke type Int32::TryParse(toText::Trim(), by reference toIn)
           if toIn = 0
               set toIn to fromIn.
           if fromIn = 0 or fromIn > toIn
               set lblMsg::Text to "Enter the dates (YYYYMMDD), from before to."
               exit method.
           set rowName to nameText::Trim::ToUpper
           if rowKind = "V" and rowName = ""
               set lblMsg::Text to "Enter the rink."
               exit method.
           if rowName = ""
               set rowName to "*".
           try
               set dayStamp to type DateTime::ParseExact("" & fromIn, "yyyyMMdd", null)
               set toStamp to type DateTime::ParseExact("" & toIn, "yyyyMMdd", null)
           catch exc as type Exception
               set lblMsg::Text to "Enter real dates (YYYYMMDD)."
               exit method
           end-try
           if toStamp::Subtract(dayStamp)::Days > 400
               set lblMsg::Text to "One season at a time -- 400 days at most."
               exit method.
           set dayList to "," & daysText::Trim::ToUpper::Replace(" ", "") & ","
           if self::openBuild() not = "Y"
               exit method.
           set rowCount to 0
           perform until dayStamp > toStamp
               set dayCode to dayStamp::DayOfWeek::ToString::Substring(0, 3)::ToUpper
               if dayList = ",," or dayList::Contains("," & dayCode & ",")
                   MOVE SPACES TO SB-REC
                   MOVE rowKind TO SB-KIND
                   MOVE 0 TO SB-DRAFT
                   MOVE dayStamp::ToString("yyyyMMdd") TO SB-DATE
                   MOVE rowName TO SB-NAME1
                   if addOrRemove = "A"
                       MOVE startText::Trim TO SB-START-TIME
                       MOVE 0 TO SB-ROUND
                       set SB-STAMP to type DateTime::Now::ToString("yyyyMMddHHmmss")
                       MOVE self::whoIs() TO SB-USER
                       WRITE SB-REC
                           INVALID KEY REWRITE SB-REC
                       END-WRITE
                       add 1 to rowCount
                   else
                       DELETE BUILD-FILE RECORD
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               add 1 to rowCount
                       END-DELETE
                   end-if
               end-if
               set dayStamp to dayStamp::AddDays(1)
           end-perform
           CLOSE BUILD-FILE.
           invoke self::showSetup
           if addOrRemove = "A"
               set lblMsg::Text to rowCount::ToString & " date(s) entered for " & rowName & "."
           else
               set lblMsg::Text to rowCount::ToString & " date(s) removed for " & rowName & ".".
       end method.

      ******************************************************************
      *    drafts
      ******************************************************************

       method-id btnGenerate_Click protected.
       local-storage section.
       01  seedIn          type Int32.
       01  mtIdx           type Int32.
       01  unplacedText    type String.
       procedure division using by value sender as object e as type System.EventArgs.
           set lblMsg::Text to ""
           invoke lbDraft::Items::Clear
           invoke lbScore::Items::Clear
           set seedIn to 0
           invoke type Int32::TryParse(tbSeed::Text::Trim(), by reference seedIn)
           if seedIn < 0 or seedIn > 999999
               set seedIn to 0.
           move seedIn to WS-SEED
           if self::openBuild() not = "Y"
               exit method.
           if self::loadSetup() not = "Y"
               CLOSE BUILD-FILE
               exit method.
           invoke self::loadCalendar
           invoke self::pairClubs(seedIn)
           invoke self::sortMatches

      *    place in order; a game with no date left is reported.
           set bookedMap to new Dictionary[String, String]
           move 0 to WS-UNPLACED
           set unplacedText to ""
           perform varying mtIdx from 1 by 1 until mtIdx > MT-COUNT
               if self::placeMatch(mtIdx) not = "Y"
                   add 1 to WS-UNPLACED
                   if WS-UNPLACED <= 10
                       set unplacedText to unplacedText & " " &
                           TM-NAME(MT-VIS(mtIdx))::Trim & "@" &
                           TM-NAME(MT-HOME(mtIdx))::Trim
                   end-if
               end-if
           end-perform
           invoke self::saveDraft
           CLOSE BUILD-FILE.
           invoke self::listDrafts
           set ddDraft::SelectedValue to WS-DRAFT-NO::ToString
           invoke self::scoreDraft(WS-DRAFT-NO, "Y")
           if WS-UNPLACED = 0
               set lblMsg::Text to "Draft " & WS-DRAFT-NO::ToString & " (seed " &
                   seedIn::ToString & "): every game placed."
           else
               set lblMsg::Text to "Draft " & WS-DRAFT-NO::ToString & " (seed " &
                   seedIn::ToString & "): " & WS-UNPLACED::ToString &
                   " game(s) found no date --" & unplacedText &
                   " -- add rink dates or relax the rules.".
       end method.

      *    the rink dates and blackouts into their maps.
      *    BUILD-FILE is open.
       method-id loadCalendar protected.
       procedure division.
           set availMap to new Dictionary[String, String]
           set blackMap to new Dictionary[String, String]
           MOVE LOW-VALUES TO SB-KEY
           MOVE "B" TO SB-KIND
           START BUILD-FILE KEY NOT < SB-KEY
               INVALID KEY
                   exit method.
       CAL-LOOP.
           READ BUILD-FILE NEXT WITH NO LOCK
               AT END GO TO CAL-DONE.
           IF SB-KIND = "B"
               set blackMap["" & SB-DATE & "|" & SB-NAME1::Trim] to "Y"
               GO TO CAL-LOOP.
           IF SB-KIND = "V"
               set availMap[SB-NAME1::Trim & "|" & SB-DATE] to SB-START-TIME::Trim
               GO TO CAL-LOOP.
           IF SB-KIND > "V"
               GO TO CAL-DONE.
           GO TO CAL-LOOP.
       CAL-DONE.
       end method.

      *    the pairings by the circle method: every round each
      *    club meets one other, the fixed club's home game
      *    alternating by round and the others' by seat; the second
      *    time through the rounds the fixtures are flipped. Rounds
      *    run until every club has its games (an odd count gets a
      *    bye each round). MT-SORT keeps the time through first and
      *    shuffles the rounds and the games inside each by the seed.
       method-id pairClubs protected.
       local-storage section.
       01  rng             type System.Random.
       01  seatCount       type Int32.
       01  byeSeat         type Int32.
       01  cycleNo         type Int32.
       01  roundNo         type Int32.
       01  seatNo          type Int32.
       01  halfSeats       type Int32.
       01  seatA           type Int32.
       01  seatB           type Int32.
       01  homeSeat        type Int32.
       01  visSeat         type Int32.
       01  swapSeat        type Int32.
       01  roundKey        type Int32.
       01  gameKey         type Int32.
       01  roundSerial     type Int32.
       01  teamIdx         type Int32.
       01  allDone         type String.
       procedure division using by value seedIn as type Int32.
           set rng to new System.Random(seedIn)
           move 0 to MT-COUNT
           perform varying teamIdx from 1 by 1 until teamIdx > TM-COUNT
               move 0 to TM-PLAN-GAMES(teamIdx) TM-PLAN-HOME(teamIdx)
           end-perform
           set seatCount to TM-COUNT
           set byeSeat to 0
           DIVIDE TM-COUNT BY 2 GIVING WS-MOD-QUOT REMAINDER WS-MOD-REM
           if WS-MOD-REM not = 0
               add 1 to seatCount
               set byeSeat to seatCount
           end-if
           compute halfSeats = seatCount / 2
           set roundSerial to 0
           set allDone to "N"
           perform varying cycleNo from 0 by 1 until cycleNo > 19 or allDone = "Y"
               perform varying roundNo from 0 by 1
                       until roundNo > seatCount - 2 or allDone = "Y"
                   add 1 to roundSerial
                   set roundKey to rng::Next(1000)
                   perform varying seatNo from 0 by 1 until seatNo >= halfSeats
                       if seatNo = 0
                           set seatA to seatCount - 1
                           set seatB to roundNo
                           DIVIDE roundNo BY 2 GIVING WS-MOD-QUOT REMAINDER WS-MOD-REM
                       else
                           set seatA to self::modOf(roundNo + seatNo, seatCount - 1)
                           set seatB to self::modOf(roundNo - seatNo + seatCount - 1,
                               seatCount - 1)
                           DIVIDE seatNo BY 2 GIVING WS-MOD-QUOT REMAINDER WS-MOD-REM
                       end-if
      *                seats are 0-based, clubs 1-based.
                       if WS-MOD-REM = 0
                           compute homeSeat = seatA + 1
                           compute visSeat = seatB + 1
                       else
                           compute homeSeat = seatB + 1
                           compute visSeat = seatA + 1
                       end-if
                       DIVIDE cycleNo BY 2 GIVING WS-MOD-QUOT REMAINDER WS-MOD-REM
                       if WS-MOD-REM not = 0
                           set swapSeat to homeSeat
                           set homeSeat to visSeat
                           set visSeat to swapSeat
                       end-if
                       if homeSeat not = byeSeat and visSeat not = byeSeat
                        and TM-PLAN-GAMES(homeSeat) < WS-GAMES-PER-TEAM
                        and TM-PLAN-GAMES(visSeat) < WS-GAMES-PER-TEAM
                        and MT-COUNT < 1200
                           add 1 to MT-COUNT
                           set gameKey to rng::Next(1000)
                           compute MT-SORT(MT-COUNT) = cycleNo * 1000000
                               + roundKey * 1000 + gameKey
                           move homeSeat to MT-HOME(MT-COUNT)
                           move visSeat to MT-VIS(MT-COUNT)
                           move roundSerial to MT-ROUND(MT-COUNT)
                           move 0 to MT-DATE(MT-COUNT)
                           move spaces to MT-START(MT-COUNT)
                           add 1 to TM-PLAN-GAMES(homeSeat) TM-PLAN-GAMES(visSeat)
                           add 1 to TM-PLAN-HOME(homeSeat)
                       end-if
                   end-perform
                   set allDone to "Y"
                   perform varying teamIdx from 1 by 1 until teamIdx > TM-COUNT
                       if TM-PLAN-GAMES(teamIdx) < WS-GAMES-PER-TEAM
                           set allDone to "N"
                       end-if
                   end-perform
               end-perform
           end-perform.
       end method.

       method-id modOf protected.
       procedure division using by value numberIn as type Int32
                                 by value divisorIn as type Int32
                          returning remOut as type Int32.
           DIVIDE numberIn BY divisorIn GIVING WS-MOD-QUOT REMAINDER WS-MOD-REM
           set remOut to WS-MOD-REM.
       end method.

      *    the pairings into placement order on MT-SORT.
       method-id sortMatches protected.
       local-storage section.
       01  outerIdx        type Int32.
       01  innerIdx        type Int32.
       01  prevIdx         type Int32.
       procedure division.
           perform varying outerIdx from 2 by 1 until outerIdx > MT-COUNT
               move MT-ROW(outerIdx) to MT-HOLD
               set innerIdx to outerIdx
               set prevIdx to innerIdx - 1
               perform until innerIdx < 2 or MT-SORT(prevIdx) <= MH-SORT
                   move MT-ROW(prevIdx) to MT-ROW(innerIdx)
                   subtract 1 from innerIdx
                   set prevIdx to innerIdx - 1
               end-perform
               move MT-HOLD to MT-ROW(innerIdx)
           end-perform.
       end method.

      *    one pairing onto the first date that fits, the
      *    reverse fixture tried on each date when the home balance
      *    allows. Each club's games go down in order, so a club's
      *    last two dates are all the rest rules need.
       method-id placeMatch protected.
       local-storage section.
       01  homeIdx         type Int32.
       01  visIdx          type Int32.
       01  tryYmd          type Int32.
       01  tryStamp        type DateTime.
       01  toStamp         type DateTime.
       procedure division using by value mtIdx as type Int32
                          returning placedOk as String.
           set placedOk to "N"
           set homeIdx to MT-HOME(mtIdx)
           set visIdx to MT-VIS(mtIdx)
      *    the day after the later of the two clubs' last games,
      *    or the season's first day.
           set tryYmd to TM-LAST(homeIdx)
           if TM-LAST(visIdx) > tryYmd
               set tryYmd to TM-LAST(visIdx).
           if tryYmd = 0
               set tryStamp to type DateTime::ParseExact("" & WS-SEASON-FROM, "yyyyMMdd", null)
           else
               set tryStamp to type DateTime::ParseExact("" & tryYmd, "yyyyMMdd", null)::AddDays(1).
           set toStamp to type DateTime::ParseExact("" & WS-SEASON-TO, "yyyyMMdd", null)
           perform until tryStamp > toStamp or placedOk = "Y"
               set tryYmd to type Int32::Parse(tryStamp::ToString("yyyyMMdd"))
               if self::dateFits(homeIdx, visIdx, tryYmd) = "Y"
                   invoke self::bookMatch(mtIdx, homeIdx, visIdx, tryYmd)
                   set placedOk to "Y"
               else
                   if self::flipAllowed(homeIdx, visIdx) = "Y"
                    and self::dateFits(visIdx, homeIdx, tryYmd) = "Y"
                       subtract 1 from TM-PLAN-HOME(homeIdx)
                       add 1 to TM-PLAN-HOME(visIdx)
                       move visIdx to MT-HOME(mtIdx)
                       move homeIdx to MT-VIS(mtIdx)
                       invoke self::bookMatch(mtIdx, visIdx, homeIdx, tryYmd)
                       set placedOk to "Y"
                   end-if
               end-if
               set tryStamp to tryStamp::AddDays(1)
           end-perform.
       end method.

      *    would swapping home and road keep both clubs inside
      *    the home/road drift allowed?
       method-id flipAllowed protected.
       local-storage section.
       01  newHomeDiff     type Int32.
       01  newRoadDiff     type Int32.
       procedure division using by value homeIdx as type Int32
                                 by value visIdx as type Int32
                          returning flipFlag as String.
           set flipFlag to "N"
      *    the visitors gain a home game, the home club loses one.
           compute newHomeDiff = (TM-PLAN-HOME(visIdx) + 1) * 2 - TM-PLAN-GAMES(visIdx)
           compute newRoadDiff = TM-PLAN-GAMES(homeIdx) - (TM-PLAN-HOME(homeIdx) - 1) * 2
           if newHomeDiff <= WS-MAX-HOME-DIFF and newRoadDiff <= WS-MAX-HOME-DIFF
               set flipFlag to "Y".
       end method.

      *    can homeIdx host visIdx on tryYmd?
       method-id dateFits protected.
       local-storage section.
       01  venueKey        type String.
       procedure division using by value homeIdx as type Int32
                                 by value visIdx as type Int32
                                 by value tryYmd as type Int32
                          returning fitFlag as String.
           set fitFlag to "N"
           if blackMap::ContainsKey("" & tryYmd & "|*")
            or blackMap::ContainsKey("" & tryYmd & "|" & TM-NAME(homeIdx)::Trim)
            or blackMap::ContainsKey("" & tryYmd & "|" & TM-NAME(visIdx)::Trim)
               exit method.
           set venueKey to TM-VENUE(homeIdx)::Trim & "|" & tryYmd
           if availMap::ContainsKey(venueKey) = false
            or bookedMap::ContainsKey(venueKey)
               exit method.
           if WS-ALLOW-B2B not = "Y"
               if type pucksweb.restRules::restDays(TM-LAST(homeIdx), tryYmd) = 0
                or type pucksweb.restRules::restDays(TM-LAST(visIdx), tryYmd) = 0
                   exit method
               end-if
           end-if
           if WS-ALLOW-3IN4 not = "Y"
               if type pucksweb.restRules::isThirdInFour(TM-PREV(homeIdx), tryYmd) = "Y"
                or type pucksweb.restRules::isThirdInFour(TM-PREV(visIdx), tryYmd) = "Y"
                   exit method
               end-if
           end-if
           if WS-MAX-TRIP > 0 and TM-AWAY-RUN(visIdx) >= WS-MAX-TRIP
               exit method.
           set fitFlag to "Y".
       end method.

       method-id bookMatch protected.
       local-storage section.
       01  venueKey        type String.
       procedure division using by value mtIdx as type Int32
                                 by value homeIdx as type Int32
                                 by value visIdx as type Int32
                                 by value tryYmd as type Int32.
           set venueKey to TM-VENUE(homeIdx)::Trim & "|" & tryYmd
           invoke bookedMap::Add(venueKey, "Y")
           move tryYmd to MT-DATE(mtIdx)
           MOVE availMap[venueKey] TO MT-START(mtIdx)
           move TM-LAST(homeIdx) to TM-PREV(homeIdx)
           move tryYmd to TM-LAST(homeIdx)
           move TM-LAST(visIdx) to TM-PREV(visIdx)
           move tryYmd to TM-LAST(visIdx)
           move 0 to TM-AWAY-RUN(homeIdx)
           add 1 to TM-AWAY-RUN(visIdx).
       end method.

      *    the placed games as the next draft, with its header.
      *    BUILD-FILE is open.
       method-id saveDraft protected.
       local-storage section.
       01  mtIdx           type Int32.
       01  placedCount     type Int32.
       procedure division.
      *    the next free draft number after the highest on file.
           move 0 to WS-DRAFT-NO
           MOVE LOW-VALUES TO SB-KEY
           MOVE "H" TO SB-KIND
           START BUILD-FILE KEY NOT < SB-KEY
               INVALID KEY
                   GO TO NUMBER-DONE.
       NUMBER-LOOP.
           READ BUILD-FILE NEXT WITH NO LOCK
               AT END GO TO NUMBER-DONE.
           IF SB-KIND NOT = "H"
               GO TO NUMBER-DONE.
           MOVE SB-DRAFT TO WS-DRAFT-NO
           GO TO NUMBER-LOOP.
       NUMBER-DONE.
           if WS-DRAFT-NO >= 99
               move 0 to WS-DRAFT-NO.
           add 1 to WS-DRAFT-NO
           invoke self::dropDraft(WS-DRAFT-NO)
           set placedCount to 0
           perform varying mtIdx from 1 by 1 until mtIdx > MT-COUNT
               if MT-DATE(mtIdx) not = 0
                   MOVE SPACES TO SB-REC
                   MOVE "D" TO SB-KIND
                   MOVE WS-DRAFT-NO TO SB-DRAFT
                   MOVE MT-DATE(mtIdx) TO SB-DATE
                   MOVE TM-NAME(MT-HOME(mtIdx)) TO SB-NAME1
                   MOVE TM-NAME(MT-VIS(mtIdx)) TO SB-NAME2
                   MOVE MT-START(mtIdx) TO SB-START-TIME
                   MOVE MT-ROUND(mtIdx) TO SB-ROUND
                   set SB-STAMP to type DateTime::Now::ToString("yyyyMMddHHmmss")
                   MOVE self::whoIs() TO SB-USER
                   WRITE SB-REC
                       INVALID KEY REWRITE SB-REC
                   END-WRITE
                   add 1 to placedCount
               end-if
           end-perform
           MOVE SPACES TO SB-DRAFT-KEY
           MOVE "H" TO SB-KIND
           MOVE WS-DRAFT-NO TO SB-DRAFT
           MOVE 0 TO SB-DATE
           MOVE WS-SEED TO SB-SEED
           MOVE 0 TO SB-SCORE
           MOVE placedCount TO SB-PLACED
           MOVE WS-UNPLACED TO SB-UNPLACED
           MOVE "N" TO SB-APPROVED
           set SB-DRAFT-STAMP to type DateTime::Now::ToString("yyyyMMddHHmmss")
           MOVE self::whoIs() TO SB-DRAFT-USER
           WRITE SB-DRAFT-REC
               INVALID KEY REWRITE SB-DRAFT-REC
           END-WRITE.
       end method.

      *    a draft number's fixtures and header off the file, so
      *    a reused number starts clean. BUILD-FILE is open.
       method-id dropDraft protected.
       procedure division using by value draftNo as type Int32.
           MOVE SPACES TO SB-DRAFT-KEY
           MOVE "H" TO SB-KIND
           MOVE draftNo TO SB-DRAFT
           MOVE 0 TO SB-DATE
           DELETE BUILD-FILE RECORD
               INVALID KEY
                   CONTINUE
           END-DELETE
           MOVE LOW-VALUES TO SB-KEY
           MOVE "D" TO SB-KIND
           MOVE draftNo TO SB-DRAFT
           MOVE 0 TO SB-DATE
           START BUILD-FILE KEY NOT < SB-KEY
               INVALID KEY
                   exit method.
       DROP-LOOP.
           READ BUILD-FILE NEXT
               AT END GO TO DROP-DONE.
           IF SB-KIND NOT = "D" OR SB-DRAFT NOT = draftNo
               GO TO DROP-DONE.
           DELETE BUILD-FILE RECORD
               INVALID KEY
                   CONTINUE
           END-DELETE
           GO TO DROP-LOOP.
       DROP-DONE.
       end method.

      *    the drafts on file into the dropdown, with seed and
      *    score.
       method-id listDrafts protected.
       local-storage section.
       01  draftText       type String.
       procedure division.
           invoke ddDraft::Items::Clear
           invoke ddDraft::Items::Add(new ListItem("(loaded schedule)", "0"))
           OPEN INPUT BUILD-FILE.
           IF STATUS-BYTE-1 NOT EQUAL ZEROES
               exit method.
           MOVE LOW-VALUES TO SB-KEY
           MOVE "H" TO SB-KIND
           START BUILD-FILE KEY NOT < SB-KEY
               INVALID KEY
                   GO TO LIST-DONE.
       LIST-LOOP.
           READ BUILD-FILE NEXT WITH NO LOCK
               AT END GO TO LIST-DONE.
           IF SB-KIND NOT = "H"
               GO TO LIST-DONE.
           set draftText to "Draft " & SB-DRAFT & "  seed " & SB-SEED &
               "  score " & SB-SCORE & "  " & SB-PLACED & " placed"
           if SB-UNPLACED > 0
               set draftText to draftText & ", " & SB-UNPLACED & " unplaced"
           end-if
           if SB-APPROVED = "Y"
               set draftText to draftText & "  APPROVED"
           end-if
           invoke ddDraft::Items::Add(new ListItem(draftText, SB-DRAFT::ToString))
           GO TO LIST-LOOP.
       LIST-DONE.
           CLOSE BUILD-FILE.
       end method.

       method-id btnShowDraft_Click protected.
       local-storage section.
       01  draftNo         type Int32.
       procedure division using by value sender as object e as type System.EventArgs.
           set lblMsg::Text to ""
           invoke lbDraft::Items::Clear
           invoke lbScore::Items::Clear
           set draftNo to 0
           invoke type Int32::TryParse(ddDraft::SelectedValue, by reference draftNo)
           invoke self::scoreDraft(draftNo, "Y").
       end method.

       method-id btnCheck_Click protected.
       local-storage section.
       01  draftNo         type Int32.
       procedure division using by value sender as object e as type System.EventArgs.
           set lblMsg::Text to ""
           invoke lbDraft::Items::Clear
           invoke lbScore::Items::Clear
           set draftNo to 0
           invoke type Int32::TryParse(ddDraft::SelectedValue, by reference draftNo)
           invoke self::scoreDraft(draftNo, "N").
       end method.

      *    a draft's fixtures (or, for draft zero, the loaded
      *    schedule over the season window) walked in date order
      *    under the rest rules: the fixture list when listFixtures
      *    is "Y", every rule broken, the per-club fairness lines and
      *    the score. The score is kept on the draft's header.
       method-id scoreDraft protected.
       local-storage section.
       01  teamIdx         type Int32.
       01  homeIdx         type Int32.
       01  visIdx          type Int32.
       01  gameYmd         type Int32.
       01  roadGames       type Int32.
       01  homeSpread      type Int32.
       01  wkndSpread      type Int32.
       01  restSpread      type Decimal.
       01  startText       type String.
       01  venueKey        type String.
       01  venueSeen       type Dictionary[String, String].
       01  problems        type List[String].
       01  problem         type String.
       01  minHome         type Int32.
       01  maxHome         type Int32.
       01  minWknd         type Int32.
       01  maxWknd         type Int32.
       01  minRest         type Decimal.
       01  maxRest         type Decimal.
       01  avgRest         type Decimal.
       01  totalB2B        type Int32.
       01  total3in4       type Int32.
       01  gameStamp       type DateTime.
       01  gameCount       type Int32.
       procedure division using by value draftNo as type Int32
                                 by value listFixtures as String.
           OPEN INPUT BUILD-FILE.
           IF STATUS-BYTE-1 NOT EQUAL ZEROES
               set lblMsg::Text to "Save the setup first."
               exit method.
           if self::loadSetup() not = "Y"
               CLOSE BUILD-FILE
               exit method.
           invoke self::loadCalendar
           set venueSeen to new Dictionary[String, String]
           set problems to new List[String]
           set gameCount to 0
           move 0 to WS-UNPLACED

           if draftNo = 0
               CLOSE BUILD-FILE
               OPEN INPUT SCHEDULE-FILE
               IF STATUS2-BYTE-1 NOT EQUAL ZEROES
                   set lblMsg::Text to "No schedule loaded yet."
                   exit method
               END-IF
               INITIALIZE SCHED-KEY
               MOVE WS-SEASON-FROM TO SCHED-GAME-DATE
               START SCHEDULE-FILE KEY NOT < SCHED-KEY
                   INVALID KEY
                       GO TO GAMES-DONE
               END-START
           else
               MOVE SPACES TO SB-DRAFT-KEY
               MOVE "H" TO SB-KIND
               MOVE draftNo TO SB-DRAFT
               MOVE 0 TO SB-DATE
               READ BUILD-FILE WITH NO LOCK
                   INVALID KEY
                       CLOSE BUILD-FILE
                       set lblMsg::Text to "No such draft."
                       exit method
               END-READ
               MOVE SB-UNPLACED TO WS-UNPLACED
               MOVE LOW-VALUES TO SB-KEY
               MOVE "D" TO SB-KIND
               MOVE draftNo TO SB-DRAFT
               MOVE 0 TO SB-DATE
               START BUILD-FILE KEY NOT < SB-KEY
                   INVALID KEY
                       GO TO GAMES-DONE
               END-START
           end-if.
       GAMES-LOOP.
           if draftNo = 0
               READ SCHEDULE-FILE NEXT WITH NO LOCK
                   AT END GO TO GAMES-DONE
               END-READ
               IF SCHED-GAME-DATE > WS-SEASON-TO
                   GO TO GAMES-DONE
               END-IF
               MOVE SCHED-GAME-DATE TO gameYmd
               set homeIdx to self::clubIndex("" & SCHED-HOME-TEAM)
               set visIdx to self::clubIndex(type pucksweb.gameNumber::baseName("" & SCHED-VISITORS))
               set startText to SCHED-START-TIME
           else
               READ BUILD-FILE NEXT WITH NO LOCK
                   AT END GO TO GAMES-DONE
               END-READ
               IF SB-KIND NOT = "D" OR SB-DRAFT NOT = draftNo
                   GO TO GAMES-DONE
               END-IF
               MOVE SB-DATE TO gameYmd
               set homeIdx to self::clubIndex("" & SB-NAME1)
               set visIdx to self::clubIndex("" & SB-NAME2)
               set startText to SB-START-TIME
           end-if
      *    a fixture between clubs outside the league isn't ours.
           if homeIdx = 0 or visIdx = 0
               GO TO GAMES-LOOP.
           add 1 to gameCount
           if listFixtures = "Y"
               invoke lbDraft::Items::Add("" & gameYmd & "  " & startText & "  " &
                   TM-NAME(visIdx) & " AT " & TM-NAME(homeIdx)::Trim)
           end-if

      *    the calendar and the rink.
           set venueKey to TM-VENUE(homeIdx)::Trim & "|" & gameYmd
           if venueSeen::ContainsKey(venueKey)
               invoke problems::Add("" & gameYmd & "  RINK DOUBLE-BOOKED: " &
                   TM-VENUE(homeIdx)::Trim & " (" & venueSeen[venueKey] & " and " &
                   TM-NAME(visIdx)::Trim & "@" & TM-NAME(homeIdx)::Trim & ")")
           else
               invoke venueSeen::Add(venueKey, TM-NAME(visIdx)::Trim & "@" & TM-NAME(homeIdx)::Trim)
           end-if
           if availMap::ContainsKey(venueKey) = false
               invoke problems::Add("" & gameYmd & "  RINK NOT OURS: " &
                   TM-VENUE(homeIdx)::Trim & " for " & TM-NAME(visIdx)::Trim & "@" &
                   TM-NAME(homeIdx)::Trim)
           end-if
           if blackMap::ContainsKey("" & gameYmd & "|*")
            or blackMap::ContainsKey("" & gameYmd & "|" & TM-NAME(homeIdx)::Trim)
            or blackMap::ContainsKey("" & gameYmd & "|" & TM-NAME(visIdx)::Trim)
               invoke problems::Add("" & gameYmd & "  BLACKOUT: " &
                   TM-NAME(visIdx)::Trim & "@" & TM-NAME(homeIdx)::Trim)
           end-if

      *    each club's rest, under the shared rules.
           invoke self::restCheck(homeIdx, gameYmd, problems)
           invoke self::restCheck(visIdx, gameYmd, problems)
           add 1 to TM-HOME(homeIdx)
           set gameStamp to type DateTime::ParseExact("" & gameYmd, "yyyyMMdd", null)
           if gameStamp::DayOfWeek = type DayOfWeek::Friday
            or gameStamp::DayOfWeek = type DayOfWeek::Saturday
            or gameStamp::DayOfWeek = type DayOfWeek::Sunday
               add 1 to TM-WKND-HOME(homeIdx)
           end-if
           move 0 to TM-AWAY-RUN(homeIdx)
           add 1 to TM-AWAY-RUN(visIdx)
           if TM-AWAY-RUN(visIdx) > TM-LONGEST-TRIP(visIdx)
               move TM-AWAY-RUN(visIdx) to TM-LONGEST-TRIP(visIdx)
           end-if
           if WS-MAX-TRIP > 0 and TM-AWAY-RUN(visIdx) = WS-MAX-TRIP + 1
               invoke problems::Add("" & gameYmd & "  ROAD TRIP OVER " & WS-MAX-TRIP &
                   ": " & TM-NAME(visIdx)::Trim)
           end-if
           GO TO GAMES-LOOP.
       GAMES-DONE.
           if draftNo = 0
               CLOSE SCHEDULE-FILE
           else
               CLOSE BUILD-FILE
           end-if

      *    the per-club lines and the spreads.
           set minHome to 9999
           set maxHome to 0
           set minWknd to 9999
           set maxWknd to 0
           set minRest to 999
           set maxRest to 0
           set totalB2B to 0
           set total3in4 to 0
           invoke lbScore::Items::Add("CLUB             GP  HOME ROAD  WKND-HOME  B2B  3IN4  AVG-REST  LONGEST-TRIP")
           perform varying teamIdx from 1 by 1 until teamIdx > TM-COUNT
               set avgRest to 0
               if TM-REST-GAPS(teamIdx) > 0
                   compute avgRest = TM-REST-SUM(teamIdx) / TM-REST-GAPS(teamIdx)
               end-if
               move avgRest to WS-AVG-REST
               move WS-AVG-REST to WS-AVG-DISP
               compute roadGames = TM-GAMES(teamIdx) - TM-HOME(teamIdx)
               invoke lbScore::Items::Add(TM-NAME(teamIdx) & "  " & TM-GAMES(teamIdx) &
                   "  " & TM-HOME(teamIdx) & "  " & roadGames::ToString("000") &
                   "  " & TM-WKND-HOME(teamIdx) & "        " & TM-B2B(teamIdx) &
                   "  " & TM-3IN4(teamIdx) & "   " & WS-AVG-DISP & "    " &
                   TM-LONGEST-TRIP(teamIdx))
               if WS-MAX-HOME-DIFF < self::absDiff(TM-HOME(teamIdx) * 2, TM-GAMES(teamIdx))
                   invoke problems::Add("HOME/ROAD DRIFT OVER " & WS-MAX-HOME-DIFF & ": " &
                       TM-NAME(teamIdx)::Trim & " " & TM-HOME(teamIdx) & " home of " &
                       TM-GAMES(teamIdx))
               end-if
               if TM-HOME(teamIdx) < minHome
                   set minHome to TM-HOME(teamIdx)
               end-if
               if TM-HOME(teamIdx) > maxHome
                   set maxHome to TM-HOME(teamIdx)
               end-if
               if TM-WKND-HOME(teamIdx) < minWknd
                   set minWknd to TM-WKND-HOME(teamIdx)
               end-if
               if TM-WKND-HOME(teamIdx) > maxWknd
                   set maxWknd to TM-WKND-HOME(teamIdx)
               end-if
               if avgRest < minRest
                   set minRest to avgRest
               end-if
               if avgRest > maxRest
                   set maxRest to avgRest
               end-if
               add TM-B2B(teamIdx) to totalB2B
               add TM-3IN4(teamIdx) to total3in4
           end-perform
           if gameCount = 0
               set lblMsg::Text to "No fixtures to score."
               exit method.

           compute homeSpread = maxHome - minHome
           compute wkndSpread = maxWknd - minWknd
           compute restSpread = maxRest - minRest
           compute WS-SCORE = 100
               - FAIR-HOME-SPREAD * homeSpread
               - FAIR-WKND-SPREAD * wkndSpread
               - FAIR-REST-SPREAD * restSpread
               - FAIR-B2B * totalB2B
               - FAIR-3IN4 * total3in4
               - FAIR-UNPLACED * WS-UNPLACED
           if WS-SCORE < 0
               move 0 to WS-SCORE.
           invoke lbScore::Items::Add(" ")
           invoke lbScore::Items::Add("FAIRNESS " & WS-SCORE::ToString & " / 100  -- home spread " &
               homeSpread::ToString & ", weekend-home spread " &
               wkndSpread::ToString & ", rest spread " &
               restSpread::ToString("0.00") & ", " & totalB2B::ToString &
               " back-to-back, " & total3in4::ToString & " third-in-four, " &
               WS-UNPLACED::ToString & " unplaced")
           invoke lbScore::Items::Add(" ")
           if problems::Count = 0
               invoke lbScore::Items::Add("No rule broken.")
           else
               invoke lbScore::Items::Add(problems::Count::ToString & " rule(s) broken:")
               perform varying problem through problems
                   invoke lbScore::Items::Add("  " & problem)
               end-perform
           end-if
           if draftNo not = 0
               invoke self::keepScore(draftNo)
           end-if
           set lblMsg::Text to gameCount::ToString & " fixture(s) scored.".
       end method.

      *    one club's rest before a game, counted and checked.
       method-id restCheck protected.
       local-storage section.
       01  restNow         type Int32.
       procedure division using by value teamIdx as type Int32
                                 by value gameYmd as type Int32
                                 by value problems as type List[String].
           add 1 to TM-GAMES(teamIdx)
           set restNow to type pucksweb.restRules::restDays(TM-LAST(teamIdx), gameYmd)
           if TM-LAST(teamIdx) not = 0
               if restNow < 0
                   invoke problems::Add("" & gameYmd & "  TWO GAMES IN A DAY: " &
                       TM-NAME(teamIdx)::Trim)
                   set restNow to 0
               end-if
               add restNow to TM-REST-SUM(teamIdx)
               add 1 to TM-REST-GAPS(teamIdx)
               if restNow = 0
                   add 1 to TM-B2B(teamIdx)
                   if WS-ALLOW-B2B not = "Y"
                       invoke problems::Add("" & gameYmd & "  BACK-TO-BACK: " &
                           TM-NAME(teamIdx)::Trim)
                   end-if
               end-if
           end-if
           if type pucksweb.restRules::isThirdInFour(TM-PREV(teamIdx), gameYmd) = "Y"
               add 1 to TM-3IN4(teamIdx)
               if WS-ALLOW-3IN4 not = "Y"
                   invoke problems::Add("" & gameYmd & "  THIRD IN FOUR NIGHTS: " &
                       TM-NAME(teamIdx)::Trim)
               end-if
           end-if
           move TM-LAST(teamIdx) to TM-PREV(teamIdx)
           move gameYmd to TM-LAST(teamIdx).
       end method.

       method-id absDiff protected.
       procedure division using by value firstIn as type Int32
                                 by value secondIn as type Int32
                          returning diffOut as type Int32.
           if firstIn > secondIn
               compute diffOut = firstIn - secondIn
           else
               compute diffOut = secondIn - firstIn.
       end method.

      *    a club's row in the table, 0 when it isn't a member.
       method-id clubIndex protected.
       local-storage section.
       01  teamIdx         type Int32.
       procedure division using by value clubName as String
                          returning idxOut as type Int32.
           set idxOut to 0
           perform varying teamIdx from 1 by 1 until teamIdx > TM-COUNT
               if TM-NAME(teamIdx) = clubName::Trim::ToUpper
                   set idxOut to teamIdx
               end-if
           end-perform.
       end method.

      *    the score onto the draft's header.
       method-id keepScore protected.
       procedure division using by value draftNo as type Int32.
           if self::openBuild() not = "Y"
               exit method.
           MOVE SPACES TO SB-DRAFT-KEY
           MOVE "H" TO SB-KIND
           MOVE draftNo TO SB-DRAFT
           MOVE 0 TO SB-DATE
           READ BUILD-FILE
               INVALID KEY
                   CLOSE BUILD-FILE
                   exit method.
           MOVE WS-SCORE TO SB-SCORE
           REWRITE SB-DRAFT-REC
           CLOSE BUILD-FILE.
       end method.

      ******************************************************************
      *    approval
      ******************************************************************

      *    the chosen draft into SCHEDULE-FILE -- refused outright
      *    when any fixture would land on a date a club already has
      *    a game, or a rink already hosts one.
       method-id btnApprove_Click protected.
       local-storage section.
       01  draftNo         type Int32.
       01  conflicts       type List[String].
       01  conflict        type String.
       01  written         type Int32.
       01  firstDate       type Int32.
       01  lastDate        type Int32.
       01  homeIdx         type Int32.
       01  existHome       type Int32.
       procedure division using by value sender as object e as type System.EventArgs.
           set lblMsg::Text to ""
           invoke lbScore::Items::Clear
           set draftNo to 0
           invoke type Int32::TryParse(ddDraft::SelectedValue, by reference draftNo)
           if draftNo = 0
               set lblMsg::Text to "Choose a draft to approve."
               exit method.
           if self::openBuild() not = "Y"
               exit method.
           if self::loadSetup() not = "Y"
               CLOSE BUILD-FILE
               exit method.
           MOVE SPACES TO SB-DRAFT-KEY
           MOVE "H" TO SB-KIND
           MOVE draftNo TO SB-DRAFT
           MOVE 0 TO SB-DATE
           READ BUILD-FILE WITH NO LOCK
               INVALID KEY
                   CLOSE BUILD-FILE
                   set lblMsg::Text to "No such draft."
                   exit method.
           if SB-APPROVED = "Y"
               CLOSE BUILD-FILE
               set lblMsg::Text to "Draft " & draftNo::ToString & " is already in the schedule."
               exit method.

           OPEN I-O SCHEDULE-FILE.
           IF STATUS-COMN2 = "35"
               OPEN OUTPUT SCHEDULE-FILE
               CLOSE SCHEDULE-FILE
               OPEN I-O SCHEDULE-FILE.
           IF STATUS2-BYTE-1 NOT EQUAL ZEROES
               CLOSE BUILD-FILE
               set lblMsg::Text to "Unable to open the schedule file."
               exit method.

      *    pass 1 -- every fixture against what is loaded.
           set conflicts to new List[String]
           MOVE LOW-VALUES TO SB-KEY
           MOVE "D" TO SB-KIND
           MOVE draftNo TO SB-DRAFT
           MOVE 0 TO SB-DATE
           START BUILD-FILE KEY NOT < SB-KEY
               INVALID KEY
                   GO TO CHECK-DONE.
       CHECK-LOOP.
           READ BUILD-FILE NEXT WITH NO LOCK
               AT END GO TO CHECK-DONE.
           IF SB-KIND NOT = "D" OR SB-DRAFT NOT = draftNo
               GO TO CHECK-DONE.
           set homeIdx to self::clubIndex("" & SB-NAME1)
           INITIALIZE SCHED-KEY
           MOVE SB-DATE TO SCHED-GAME-DATE
           START SCHEDULE-FILE KEY NOT < SCHED-KEY
               INVALID KEY
                   GO TO CHECK-LOOP.
       EXIST-LOOP.
           READ SCHEDULE-FILE NEXT WITH NO LOCK
               AT END GO TO CHECK-LOOP.
           IF SCHED-GAME-DATE NOT = SB-DATE
               GO TO CHECK-LOOP.
           set existHome to self::clubIndex("" & SCHED-HOME-TEAM)
           if SCHED-HOME-TEAM = SB-NAME1 or SCHED-HOME-TEAM = SB-NAME2
            or type pucksweb.gameNumber::baseName("" & SCHED-VISITORS) = SB-NAME1::Trim
            or type pucksweb.gameNumber::baseName("" & SCHED-VISITORS) = SB-NAME2::Trim
               invoke conflicts::Add("" & SB-DATE & "  " & SB-NAME2::Trim & "@" &
                   SB-NAME1::Trim & " -- already loaded: " & SCHED-VISITORS::Trim &
                   "@" & SCHED-HOME-TEAM::Trim)
           else
               if existHome not = 0 and homeIdx not = 0
                and TM-VENUE(existHome) = TM-VENUE(homeIdx)
                   invoke conflicts::Add("" & SB-DATE & "  " & SB-NAME2::Trim & "@" &
                       SB-NAME1::Trim & " -- rink " & TM-VENUE(homeIdx)::Trim &
                       " already hosts " & SCHED-VISITORS::Trim & "@" &
                       SCHED-HOME-TEAM::Trim)
               end-if
           end-if
           GO TO EXIST-LOOP.
       CHECK-DONE.
           if conflicts::Count > 0
               CLOSE SCHEDULE-FILE
               CLOSE BUILD-FILE
               invoke lbScore::Items::Add(conflicts::Count::ToString &
                   " fixture(s) collide with the loaded schedule -- nothing written:")
               perform varying conflict through conflicts
                   invoke lbScore::Items::Add("  " & conflict)
               end-perform
               set lblMsg::Text to "Draft " & draftNo::ToString & " not approved."
               exit method.

      *    pass 2 -- write the fixtures.
           set written to 0
           set firstDate to 0
           set lastDate to 0
           MOVE LOW-VALUES TO SB-KEY
           MOVE "D" TO SB-KIND
           MOVE draftNo TO SB-DRAFT
           MOVE 0 TO SB-DATE
           START BUILD-FILE KEY NOT < SB-KEY
               INVALID KEY
                   GO TO WRITE-DONE.
       WRITE-LOOP.
           READ BUILD-FILE NEXT WITH NO LOCK
               AT END GO TO WRITE-DONE.
           IF SB-KIND NOT = "D" OR SB-DRAFT NOT = draftNo
               GO TO WRITE-DONE.
           MOVE SB-DATE TO SCHED-GAME-DATE
           MOVE SB-NAME1 TO SCHED-HOME-TEAM
           MOVE SB-NAME2 TO SCHED-VISITORS
           MOVE SB-START-TIME TO SCHED-START-TIME
           set SCHED-UPL-TIME to type DateTime::Now::ToString("yyyyMMddHHmmss")
           WRITE SCHED-REC
               INVALID KEY REWRITE SCHED-REC
           END-WRITE
           add 1 to written
           if firstDate = 0
               set firstDate to SB-DATE
           end-if
           set lastDate to SB-DATE
           GO TO WRITE-LOOP.
       WRITE-DONE.
           CLOSE SCHEDULE-FILE.
           MOVE SPACES TO SB-DRAFT-KEY
           MOVE "H" TO SB-KIND
           MOVE draftNo TO SB-DRAFT
           MOVE 0 TO SB-DATE
           READ BUILD-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO SB-APPROVED
                   set SB-DRAFT-STAMP to type DateTime::Now::ToString("yyyyMMddHHmmss")
                   MOVE self::whoIs() TO SB-DRAFT-USER
                   REWRITE SB-DRAFT-REC
           END-READ
           CLOSE BUILD-FILE.
           invoke type pucksweb.configAudit::record("SCHEDULEBUILD",
               "DRAFT " & draftNo::ToString, self::whoIs(), "",
               written::ToString & " fixture(s) " & firstDate::ToString & "-" &
               lastDate::ToString & " written to the schedule")
           invoke self::listDrafts
           set lblMsg::Text to "Draft " & draftNo::ToString & " approved: " &
               written::ToString & " fixture(s) written to the schedule.".
       end method.

       end class.
