      * service time and roster-days accrual off the roster
      * stints. Option years, eligibility thresholds and contract
      * triggers all run on days on the roster, and the front office
      * counted them by hand from a spreadsheet -- wrongly, last
      * winter. This walks every STINT-FILE (BATSW026.DAT) row,
      * resolves the spelling to its player-master id (so a player
      * carried under two spellings counts once), clips each stint to
      * the as-of date and splits it across seasons, and totals days
      * per season and career. The thresholds the front office cares
      * about live one per row in BATSW048.DAT -- a career or
      * single-season day count and a warning window (15 days unless
      * set) -- and every player inside the window, or past the line,
      * is flagged on the report. Print gives the GM a dated copy to
      * take into contract talks.
       class-id batsweb.serviceTime is partial
                inherits type System.Web.UI.Page public.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       $SET CALLFH"EXTFH"
       $SET DATACOMPRESS"1"
        SELECT STINT-FILE ASSIGN WS-STINT-FILE
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS STINT-KEY
              LOCK MANUAL
              FILE STATUS IS STATUS-COMN.

        SELECT THRESHOLD-FILE ASSIGN WS-THRESHOLD-FILE
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS THR-KEY
              LOCK MANUAL
              FILE STATUS IS STATUS-COMN2.

       file section.
       FD  STINT-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS STINT-REC.

      *    layout owned by tradeHistory.aspx.cbl -- keep in sync
      *    with the FD there.
       01  STINT-REC.
           05  STINT-KEY.
               10  STINT-LAST          PIC X(15).
               10  STINT-FIRST         PIC X(15).
               10  STINT-EFF-DATE      PIC 9(8).
           05  STINT-TEAM              PIC X(15).
           05  STINT-END-DATE          PIC 9(8).
           05  STINT-RECORDED          PIC X(14).
           05  STINT-TERMS.
               10  STINT-SALARY        PIC 9(9).
               10  STINT-CON-START     PIC 9(8).
               10  STINT-CON-END       PIC 9(8).
               10  STINT-OPTION        PIC X.
           05  STINT-SEAL              PIC X(9).
           05  FILLER                  PIC X(1).

       FD  THRESHOLD-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS THR-REC.

      *    one row per front-office threshold. THR-SCOPE "C"
      *    measures career days, "S" days within the as-of season.
      *    THR-WARN is how many days short of THR-DAYS a player starts
      *    being flagged as approaching it.
       01  THR-REC.
           05  THR-KEY.
               10  THR-CODE            PIC X(10).
           05  THR-DESC                PIC X(40).
           05  THR-DAYS                PIC 9(5).
           05  THR-SCOPE               PIC X.
           05  THR-WARN                PIC 9(3).
           05  THR-UPDATED             PIC X(14).
           05  THR-USER                PIC X(20).
           05  FILLER                  PIC X(10).

       working-storage section.
       01  WS-STINT-FILE      PIC X(256) VALUE "BATSW026.DAT".
       01  WS-THRESHOLD-FILE  PIC X(256) VALUE "BATSW048.DAT".
       01  STATUS-COMN.
           05  STATUS-BYTE-1           PIC X      VALUE SPACES.
           05  STATUS-BYTE-2           PIC X      VALUE SPACES.
       01  STATUS-COMN2.
           05  STATUS2-BYTE-1          PIC X      VALUE SPACES.
           05  STATUS2-BYTE-2          PIC X      VALUE SPACES.
       01  WS-ASOF-DATE       PIC 9(8) VALUE 0.
       01  WS-ASOF-SEASON     PIC 9(4) VALUE 0.
      *    month and day the season year turns over -- 0101 for a
      *    calendar season, 0701 or so for a winter league.
       01  WS-SEASON-MMDD     PIC 9(4) VALUE 0101.
       01  WS-LOOKUP-TEAM     PIC X(15).
       01  WS-LOOKUP-ID       PIC 9(6) VALUE 0.
       01  WS-YMD.
           05  WS-YMD-YEAR             PIC 9(4).
           05  WS-YMD-MMDD             PIC 9(4).
       01  WS-YMD-NUM REDEFINES WS-YMD PIC 9(8).
      *    one row per player-master id; spellings the master
      *    doesn't know ride on id zero under their own name so the
      *    totals are never quietly short.
       01  SERVICE-TABLE.
           05  SVC-ROW OCCURS 600 TIMES.
               10  SVC-ID              PIC 9(6)  VALUE 0.
               10  SVC-NAME            PIC X(32) VALUE SPACES.
               10  SVC-TEAM            PIC X(15) VALUE SPACES.
               10  SVC-TEAM-DATE       PIC 9(8)  VALUE 0.
               10  SVC-LAST-THRU       PIC 9(8)  VALUE 0.
               10  SVC-CAREER          PIC 9(6)  VALUE 0.
               10  SVC-SEASONS         PIC 9(2)  VALUE 0.
               10  SVC-SEASON OCCURS 30 TIMES.
                   15  SVC-YEAR        PIC 9(4)  VALUE 0.
                   15  SVC-DAYS        PIC 9(3)  VALUE 0.
       01  SVC-COUNT                   PIC 9(4) VALUE 0.
       01  SVC-CUR-IDX                 PIC 9(4) VALUE 0.
       01  THRESHOLD-TABLE.
           05  TT-ROW OCCURS 20 TIMES.
               10  TT-CODE             PIC X(10) VALUE SPACES.
               10  TT-DAYS             PIC 9(5)  VALUE 0.
               10  TT-SCOPE            PIC X     VALUE SPACES.
               10  TT-WARN             PIC 9(3)  VALUE 0.
       01  TT-COUNT                    PIC 9(4) VALUE 0.
       01  WS-FLAG-COUNT               PIC 9(4) VALUE 0.

       method-id Page_Load protected.
       local-storage section.
       procedure division using by value param-sender as object
                                         param-e as type System.EventArgs.
           if self::Session["level"] = null
               invoke self::Response::Redirect("~/Default.aspx")
               exit method.
      *    service time is contract material -- team-admin only.
           if self::Session["level"]::ToString not = "9"
               invoke self::Response::Redirect("~/mainmenu.aspx")
               exit method.
           if self::IsPostBack
               exit method.
           set tbAsOfDate::Text to type DateTime::Today::ToString("yyyyMMdd")
           set tbSeasonStart::Text to "0101"
           set tbThrWarn::Text to "15"
           invoke self::listThresholds
           goback.
       end method.

       method-id btnCompute_Click protected.
       local-storage section.
       01  reportLines     type List[String].
       01  reportLine      type String.
       procedure division using by value sender as object e as type System.EventArgs.
           invoke lbService::Items::Clear.
           set reportLines to self::buildReport()
           if reportLines = null
               exit method.
           perform varying reportLine through reportLines
               invoke lbService::Items::Add(reportLine)
           end-perform.
       end method.

      *    the same report as a printable page, stamped with when
      *    and by whom it was run -- the copy that goes to the table.
       method-id btnPrint_Click protected.
       local-storage section.
       01  reportLines     type List[String].
       01  reportLine      type String.
       01  htmlBuilder     type System.Text.StringBuilder.
       procedure division using by value sender as object e as type System.EventArgs.
           set reportLines to self::buildReport()
           if reportLines = null
               exit method.
           set htmlBuilder to new System.Text.StringBuilder
           invoke htmlBuilder::AppendLine("<html><head><title>Service Time</title>")
           invoke htmlBuilder::AppendLine("<style>body{font-family:monospace;font-size:10pt;}</style>")
           invoke htmlBuilder::AppendLine("</head><body>")
           invoke htmlBuilder::AppendLine("<h3>Service time as of " &
               WS-ASOF-DATE & "</h3>")
           invoke htmlBuilder::AppendLine("<p>Printed " &
               type DateTime::Now::ToString("yyyy-MM-dd HH:mm") & " by " &
               self::Session["team"]::ToString::Trim & " / " & "" &
               self::Session["user"] & "</p><pre>")
           perform varying reportLine through reportLines
               invoke htmlBuilder::AppendLine(
                   type System.Web.HttpUtility::HtmlEncode(reportLine))
           end-perform
           invoke htmlBuilder::AppendLine("</pre></body></html>")

           set Response::ContentType to "text/html"
           invoke Response::Write(htmlBuilder::ToString())
           invoke Response::End
       end method.

      *    walks every stint once and returns the report lines;
      *    null (with lblMsg set) when the inputs or the files are
      *    not usable.
       method-id buildReport protected.
       local-storage section.
       01  nameIds         type Dictionary[String, type Int32].
       01  nameKey         type String.
       01  masterId        type Int32.
       01  clearIdx        type Int32.
       01  dispIdx         type Int32.
       01  seasonIdx       type Int32.
       01  seasonDays      type Int32.
       01  flagText        type String.
       01  mmddParsed      type DateTime.
       procedure division returning reportLines as type List[String].
           set reportLines to null
           move 0 to WS-ASOF-DATE
           invoke type Int32::TryParse(tbAsOfDate::Text::Trim(), by reference WS-ASOF-DATE)
           if WS-ASOF-DATE = 0
               set lblMsg::Text to "Enter the as-of date as YYYYMMDD."
               exit method.
           move 0 to WS-SEASON-MMDD
           invoke type Int32::TryParse(tbSeasonStart::Text::Trim(), by reference WS-SEASON-MMDD)
      *    checked against a non-leap year so 0229 is refused.
           try
               set mmddParsed to type DateTime::ParseExact(
                   "2001" & WS-SEASON-MMDD, "yyyyMMdd", null)
           catch exc as type Exception
               set lblMsg::Text to "Enter the season start as MMDD (0101 for a calendar season)."
               exit method
           end-try
           MOVE tbTeam::Text::Trim::ToUpper TO WS-LOOKUP-TEAM
           move 0 to WS-LOOKUP-ID
           if tbLast::Text::Trim() not = ""
               set masterId to type batsweb.playerBio::idForName(
                   tbLast::Text::Trim(), tbFirst::Text::Trim())
               if masterId = 0
                   set lblMsg::Text to tbLast::Text::Trim & ", " &
                       tbFirst::Text::Trim & " is not on the player master."
                   exit method
               end-if
               move masterId to WS-LOOKUP-ID
           end-if
           set WS-ASOF-SEASON to self::seasonOf(WS-ASOF-DATE)
           invoke self::loadThresholds

           move 0 to SVC-COUNT
           perform varying clearIdx from 1 by 1 until clearIdx > 600
               INITIALIZE SVC-ROW(clearIdx)
           end-perform
           set nameIds to new Dictionary[String, type Int32]

           OPEN INPUT STINT-FILE.
           IF STATUS-BYTE-1 NOT EQUAL ZEROES
               set lblMsg::Text to "Unable to open the roster history file."
               exit method.
           if type pucksweb.layoutVersion::check(WS-STINT-FILE::Trim, 2)
               not = "OK"
               CLOSE STINT-FILE
               set lblMsg::Text to "BATSW026.DAT is not at layout version 2"
                   & " -- run stintMigrate before counting service time."
               exit method.
       ACCRUE-LOOP.
           READ STINT-FILE NEXT WITH NO LOCK
               AT END GO TO ACCRUE-DONE.
           IF STINT-EFF-DATE > WS-ASOF-DATE
               GO TO ACCRUE-LOOP.
      *    one master lookup per spelling, not per stint.
           set nameKey to STINT-LAST::Trim & "|" & STINT-FIRST::Trim
           if nameIds::ContainsKey(nameKey)
               set masterId to nameIds[nameKey]
           else
               set masterId to type batsweb.playerBio::idForName(
                   STINT-LAST::Trim, STINT-FIRST::Trim)
               invoke nameIds::Add(nameKey, masterId)
           end-if
           IF WS-LOOKUP-ID NOT = 0 AND masterId NOT = WS-LOOKUP-ID
               GO TO ACCRUE-LOOP.
           invoke self::findPlayer(masterId)
           IF SVC-CUR-IDX = 0
               GO TO ACCRUE-LOOP.
           invoke self::accrueStint
           GO TO ACCRUE-LOOP.
       ACCRUE-DONE.
           CLOSE STINT-FILE.

           set reportLines to new List[String]
           invoke reportLines::Add("SERVICE TIME AS OF " & WS-ASOF-DATE &
               "  -- SEASON " & WS-ASOF-SEASON & " (season opens " &
               tbSeasonStart::Text::Trim & ")")
           move 0 to WS-FLAG-COUNT
           perform varying dispIdx from 1 by 1 until dispIdx > SVC-COUNT
               if WS-LOOKUP-TEAM = spaces
                or SVC-TEAM(dispIdx) = WS-LOOKUP-TEAM
                   set seasonDays to self::seasonDaysFor(dispIdx, WS-ASOF-SEASON)
                   set flagText to self::flagsFor(dispIdx, seasonDays)
                   if cbFlaggedOnly::Checked = false or flagText not = ""
                       invoke reportLines::Add(self::playerLine(dispIdx,
                           seasonDays, flagText))
      *    one player asked for -- the season-by-season detail.
                       if WS-LOOKUP-ID not = 0
                           perform varying seasonIdx from 1 by 1
                                   until seasonIdx > SVC-SEASONS(dispIdx)
                               invoke reportLines::Add("      " &
                                   SVC-YEAR(dispIdx, seasonIdx) & "  " &
                                   SVC-DAYS(dispIdx, seasonIdx) & " days")
                           end-perform
                       end-if
                   end-if
               end-if
           end-perform
           invoke self::addLegend(reportLines)
           if SVC-COUNT >= 600
               set lblMsg::Text to "More than 600 players on file -- narrow" &
                   " by team or player; the list is incomplete."
           else
               set lblMsg::Text to SVC-COUNT::ToString & " player(s) counted, " &
                   WS-FLAG-COUNT::ToString & " flagged against the thresholds.".
       end method.

      *    row for a master id (or, at id zero, for the spelling
      *    on the current stint); added when new. SVC-CUR-IDX stays
      *    zero when the table is full.
       method-id findPlayer protected.
       local-storage section.
       01  searchIdx       type Int32.
       01  nameText        type String.
       procedure division using by value masterId as type Int32.
           move 0 to SVC-CUR-IDX
           set nameText to STINT-LAST::Trim & ", " & STINT-FIRST::Trim
           perform varying searchIdx from 1 by 1 until searchIdx > SVC-COUNT
               if SVC-ID(searchIdx) = masterId
                   if masterId not = 0 or SVC-NAME(searchIdx)::Trim = nameText
                       move searchIdx to SVC-CUR-IDX
                       exit perform
                   end-if
               end-if
           end-perform
           if SVC-CUR-IDX = 0
               if SVC-COUNT >= 600
                   exit method
               end-if
               add 1 to SVC-COUNT
               move SVC-COUNT to SVC-CUR-IDX
               move masterId to SVC-ID(SVC-CUR-IDX)
               move nameText to SVC-NAME(SVC-CUR-IDX)
           end-if.
       end method.

      *    the current stint, clipped to the as-of date and to
      *    days already counted for this player, split across the
      *    seasons it spans. The team on the latest stint is the
      *    player's team for the team filter.
       method-id accrueStint protected.
       local-storage section.
       01  fromDate        type Int32.
       01  thruDate        type Int32.
       01  firstSeason     type Int32.
       01  lastSeason      type Int32.
       01  seasonYr        type Int32.
       01  segStart        type Int32.
       01  segEnd          type Int32.
       01  nextOpen        type Int32.
       01  segDays         type Int32.
       procedure division.
           if STINT-EFF-DATE >= SVC-TEAM-DATE(SVC-CUR-IDX)
               move STINT-EFF-DATE to SVC-TEAM-DATE(SVC-CUR-IDX)
               move STINT-TEAM to SVC-TEAM(SVC-CUR-IDX)
           end-if
           move STINT-EFF-DATE to fromDate
           if STINT-END-DATE = 0 or STINT-END-DATE > WS-ASOF-DATE
               move WS-ASOF-DATE to thruDate
           else
               move STINT-END-DATE to thruDate
           end-if
      *    an overlapping stint (a spelling fixed by hand, a
      *    trade keyed twice) counts its days once.
           if SVC-LAST-THRU(SVC-CUR-IDX) not = 0
            and fromDate <= SVC-LAST-THRU(SVC-CUR-IDX)
               set fromDate to self::dayAfter(SVC-LAST-THRU(SVC-CUR-IDX))
           end-if
           if fromDate = 0 or fromDate > thruDate
               exit method
           end-if
           if thruDate > SVC-LAST-THRU(SVC-CUR-IDX)
               move thruDate to SVC-LAST-THRU(SVC-CUR-IDX)
           end-if

           set firstSeason to self::seasonOf(fromDate)
           set lastSeason to self::seasonOf(thruDate)
           perform varying seasonYr from firstSeason by 1 until seasonYr > lastSeason
               compute segStart = seasonYr * 10000 + WS-SEASON-MMDD
               if segStart < fromDate
                   move fromDate to segStart
               end-if
               compute nextOpen = (seasonYr + 1) * 10000 + WS-SEASON-MMDD
               set segEnd to self::dayBefore(nextOpen)
               if segEnd > thruDate
                   move thruDate to segEnd
               end-if
               set segDays to self::daysBetween(segStart, segEnd)
               if segDays > 0
                   invoke self::addDays(seasonYr, segDays)
               end-if
           end-perform.
       end method.

       method-id addDays protected.
       local-storage section.
       01  seasonIdx       type Int32.
       01  foundIdx        type Int32.
       procedure division using by value seasonYr as type Int32
                                 by value segDays as type Int32.
           add segDays to SVC-CAREER(SVC-CUR-IDX)
           move 0 to foundIdx
           perform varying seasonIdx from 1 by 1
                   until seasonIdx > SVC-SEASONS(SVC-CUR-IDX)
               if SVC-YEAR(SVC-CUR-IDX, seasonIdx) = seasonYr
                   move seasonIdx to foundIdx
                   exit perform
               end-if
           end-perform
           if foundIdx = 0
               if SVC-SEASONS(SVC-CUR-IDX) >= 30
                   exit method
               end-if
               add 1 to SVC-SEASONS(SVC-CUR-IDX)
               move SVC-SEASONS(SVC-CUR-IDX) to foundIdx
               move seasonYr to SVC-YEAR(SVC-CUR-IDX, foundIdx)
           end-if
           add segDays to SVC-DAYS(SVC-CUR-IDX, foundIdx).
       end method.

       method-id seasonDaysFor protected.
       local-storage section.
       01  seasonIdx       type Int32.
       procedure division using by value rowIdx as type Int32
                                 by value seasonYr as type Int32
                          returning daysOut as type Int32.
           set daysOut to 0
           perform varying seasonIdx from 1 by 1
                   until seasonIdx > SVC-SEASONS(rowIdx)
               if SVC-YEAR(rowIdx, seasonIdx) = seasonYr
                   move SVC-DAYS(rowIdx, seasonIdx) to daysOut
                   exit perform
               end-if
           end-perform.
       end method.

      *    "CODE reached" once a total is at or past a threshold,
      *    "CODE nn short" inside its warning window, nothing
      *    otherwise.
       method-id flagsFor protected.
       local-storage section.
       01  thrIdx          type Int32.
       01  measured        type Int32.
       01  shortBy         type Int32.
       procedure division using by value rowIdx as type Int32
                                 by value seasonDays as type Int32
                          returning flagText as String.
           set flagText to ""
           perform varying thrIdx from 1 by 1 until thrIdx > TT-COUNT
               if TT-SCOPE(thrIdx) = "S"
                   move seasonDays to measured
               else
                   move SVC-CAREER(rowIdx) to measured
               end-if
               compute shortBy = TT-DAYS(thrIdx) - measured
               if shortBy <= 0
                   set flagText to flagText & " " & TT-CODE(thrIdx)::Trim &
                       " reached"
               else
                   if shortBy <= TT-WARN(thrIdx)
                       set flagText to flagText & " " & TT-CODE(thrIdx)::Trim &
                           " " & shortBy::ToString & " short"
                   end-if
               end-if
           end-perform
           if flagText not = ""
               add 1 to WS-FLAG-COUNT
               set flagText to " **" & flagText.
       end method.

       method-id playerLine protected.
       local-storage section.
       01  idText          type String.
       procedure division using by value rowIdx as type Int32
                                 by value seasonDays as type Int32
                                 by value flagText as String
                          returning lineOut as String.
           if SVC-ID(rowIdx) = 0
               set idText to "not on master"
           else
               set idText to "id " & SVC-ID(rowIdx)
           end-if
           set lineOut to SVC-NAME(rowIdx) & " " & idText & "  " &
               SVC-TEAM(rowIdx) & "  season:" & seasonDays::ToString::PadLeft(4) &
               "  career:" & SVC-CAREER(rowIdx)::ToString::PadLeft(6) & flagText.
       end method.

       method-id addLegend protected.
       local-storage section.
       01  thrIdx          type Int32.
       procedure division using by value reportLines as type List[String].
           if TT-COUNT = 0
               invoke reportLines::Add("---- no thresholds defined ----")
               exit method.
           invoke reportLines::Add("---- THRESHOLDS ----")
           perform varying thrIdx from 1 by 1 until thrIdx > TT-COUNT
               if TT-SCOPE(thrIdx) = "S"
                   invoke reportLines::Add(TT-CODE(thrIdx) & " " &
                       TT-DAYS(thrIdx) & " days in the season, warn within " &
                       TT-WARN(thrIdx))
               else
                   invoke reportLines::Add(TT-CODE(thrIdx) & " " &
                       TT-DAYS(thrIdx) & " days career, warn within " &
                       TT-WARN(thrIdx))
               end-if
           end-perform.
       end method.

      *    season a yyyymmdd date falls in: the year it turned
      *    over, by WS-SEASON-MMDD.
       method-id seasonOf protected.
       procedure division using by value ymd as type Int32
                          returning seasonYr as type Int32.
           move ymd to WS-YMD-NUM
           move WS-YMD-YEAR to seasonYr
           if WS-YMD-MMDD < WS-SEASON-MMDD
               subtract 1 from seasonYr.
       end method.

      *    days from one yyyymmdd to another, both counted; zero
      *    for a date that doesn't parse.
       method-id daysBetween protected.
       local-storage section.
       01  fromParsed      type DateTime.
       01  thruParsed      type DateTime.
       procedure division using by value fromYmd as type Int32
                                 by value thruYmd as type Int32
                          returning dayCount as type Int32.
           set dayCount to 0
           try
               set fromParsed to type DateTime::ParseExact("" & fromYmd,
                   "yyyyMMdd", null)
               set thruParsed to type DateTime::ParseExact("" & thruYmd,
                   "yyyyMMdd", null)
           catch exc as type Exception
               exit method
           end-try
           set dayCount to thruParsed::Subtract(fromParsed)::Days + 1.
       end method.

       method-id dayBefore protected.
       procedure division using by value ymd as type Int32
                          returning ymdOut as type Int32.
           set ymdOut to 0
           try
               invoke type Int32::TryParse(
                   type DateTime::ParseExact("" & ymd, "yyyyMMdd",
                       null)::AddDays(-1)::ToString("yyyyMMdd"),
                   by reference ymdOut)
           catch exc as type Exception
               set ymdOut to 0
           end-try.
       end method.

       method-id dayAfter protected.
       procedure division using by value ymd as type Int32
                          returning ymdOut as type Int32.
           set ymdOut to 0
           try
               invoke type Int32::TryParse(
                   type DateTime::ParseExact("" & ymd, "yyyyMMdd",
                       null)::AddDays(1)::ToString("yyyyMMdd"),
                   by reference ymdOut)
           catch exc as type Exception
               set ymdOut to 0
           end-try.
       end method.

       method-id loadThresholds protected.
       procedure division.
           move 0 to TT-COUNT
           INITIALIZE THRESHOLD-TABLE
           OPEN INPUT THRESHOLD-FILE.
           IF STATUS2-BYTE-1 NOT EQUAL ZEROES
               exit method.
       LOAD-LOOP.
           READ THRESHOLD-FILE NEXT WITH NO LOCK
               AT END GO TO LOAD-DONE.
           IF TT-COUNT >= 20
               GO TO LOAD-DONE.
           ADD 1 TO TT-COUNT
           MOVE THR-CODE TO TT-CODE(TT-COUNT)
           MOVE THR-DAYS TO TT-DAYS(TT-COUNT)
           MOVE THR-SCOPE TO TT-SCOPE(TT-COUNT)
           MOVE THR-WARN TO TT-WARN(TT-COUNT)
           GO TO LOAD-LOOP.
       LOAD-DONE.
           CLOSE THRESHOLD-FILE.
       end method.

       method-id openThresholds protected.
       procedure division returning openedOk as String.
           OPEN I-O THRESHOLD-FILE.
           IF STATUS-COMN2 = "35"
               OPEN OUTPUT THRESHOLD-FILE
               CLOSE THRESHOLD-FILE
               OPEN I-O THRESHOLD-FILE.
           IF STATUS2-BYTE-1 NOT EQUAL ZEROES
               set openedOk to "N"
           else
               set openedOk to "Y".
       end method.

      *    add or change a threshold by code.
       method-id btnSaveThreshold_Click protected.
       local-storage section.
       01  dayCount        type Int32.
       01  warnDays        type Int32.
       01  beforeText      type String.
       procedure division using by value sender as object e as type System.EventArgs.
           if tbThrCode::Text::Trim() = ""
               set lblMsg::Text to "Enter a code for the threshold."
               exit method.
           move 0 to dayCount
           invoke type Int32::TryParse(tbThrDays::Text::Trim(), by reference dayCount)
           if dayCount <= 0 or dayCount > 99999
               set lblMsg::Text to "Enter the qualifying total in days."
               exit method.
           set warnDays to 15
           if tbThrWarn::Text::Trim() not = ""
               move 0 to warnDays
               invoke type Int32::TryParse(tbThrWarn::Text::Trim(), by reference warnDays)
           end-if
           if warnDays < 0 or warnDays > 999
               set lblMsg::Text to "Enter the warning window in days (0-999)."
               exit method.
           if ddThrScope::SelectedValue not = "C" and
              ddThrScope::SelectedValue not = "S"
               set lblMsg::Text to "Pick career or single-season."
               exit method.
           if self::openThresholds() not = "Y"
               set lblMsg::Text to "Unable to open the threshold file."
               exit method.

           set beforeText to ""
           MOVE tbThrCode::Text::Trim::ToUpper TO THR-CODE
           READ THRESHOLD-FILE
               INVALID KEY
                   MOVE SPACES TO THR-DESC THR-SCOPE
                   MOVE 0 TO THR-DAYS THR-WARN
               NOT INVALID KEY
                   set beforeText to THR-DESC::Trim & " " & THR-SCOPE & " " &
                       THR-DAYS & " warn " & THR-WARN
           END-READ
           MOVE tbThrDesc::Text::Trim TO THR-DESC
           MOVE dayCount TO THR-DAYS
           MOVE ddThrScope::SelectedValue TO THR-SCOPE
           MOVE warnDays TO THR-WARN
           set THR-UPDATED to type DateTime::Now::ToString("yyyyMMddHHmmss")
           MOVE self::Session["user"]::ToString TO THR-USER
           WRITE THR-REC
               INVALID KEY REWRITE THR-REC
           END-WRITE.
           CLOSE THRESHOLD-FILE.
           invoke type pucksweb.configAudit::record("SERVICETIME",
               "threshold " & THR-CODE::Trim,
               self::Session["team"]::ToString::Trim & " / " &
               "" & self::Session["user"],
               beforeText, THR-DESC::Trim & " " & THR-SCOPE & " " &
               THR-DAYS & " warn " & THR-WARN)
           set lblMsg::Text to "Threshold " & THR-CODE::Trim & " saved."
           invoke self::listThresholds.
       end method.

       method-id btnDeleteThreshold_Click protected.
       procedure division using by value sender as object e as type System.EventArgs.
           if tbThrCode::Text::Trim() = ""
               set lblMsg::Text to "Enter the code of the threshold to remove."
               exit method.
           if self::openThresholds() not = "Y"
               set lblMsg::Text to "Unable to open the threshold file."
               exit method.
           MOVE tbThrCode::Text::Trim::ToUpper TO THR-CODE
           READ THRESHOLD-FILE
               INVALID KEY
                   CLOSE THRESHOLD-FILE
                   set lblMsg::Text to "No threshold with that code."
                   exit method.
           DELETE THRESHOLD-FILE RECORD.
           CLOSE THRESHOLD-FILE.
           invoke type pucksweb.configAudit::record("SERVICETIME",
               "threshold " & THR-CODE::Trim,
               self::Session["team"]::ToString::Trim & " / " &
               "" & self::Session["user"],
               THR-DESC::Trim & " " & THR-SCOPE & " " & THR-DAYS &
               " warn " & THR-WARN, "")
           set lblMsg::Text to "Threshold " & THR-CODE::Trim & " removed."
           invoke self::listThresholds.
       end method.

       method-id listThresholds protected.
       procedure division.
           invoke lbThresholds::Items::Clear.
           OPEN INPUT THRESHOLD-FILE.
           IF STATUS2-BYTE-1 NOT EQUAL ZEROES
               exit method.
       LIST-LOOP.
           READ THRESHOLD-FILE NEXT WITH NO LOCK
               AT END GO TO LIST-DONE.
           invoke lbThresholds::Items::Add(THR-CODE & "  " & THR-SCOPE &
               "  " & THR-DAYS & " days  warn " & THR-WARN & "  " &
               THR-DESC::Trim)
           GO TO LIST-LOOP.
       LIST-DONE.
           CLOSE THRESHOLD-FILE.
       end method.

       end class.
