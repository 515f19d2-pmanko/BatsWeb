      * the slow-screen report. Reads the BATSW057.DAT response
      * times screenTiming.cbl records for one day: the 50th and 95th
      * percentile server time per screen (with the share of it spent
      * inside the dialog engines, and the same screen's last seven
      * days against the seven before, so a week-over-week change
      * shows), the same percentiles per engine and action, the
      * requests and 95th percentile by hour of the day, and the
      * slowest individual requests with the filters they were run
      * with -- enough to tell a filter combination from a busy hour
      * from a file that has simply grown, and to see whether the
      * precomputed summary screen took the load off the breakdowns.
      * The rows are stamped in UTC; the day, the hours and the
      * request times are the signed-in club's venue time
      * (venueZone.cbl).
       class-id batsweb.screenTimingReport is partial
                inherits type System.Web.UI.Page public.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       $SET CALLFH"EXTFH"
       $SET DATACOMPRESS"1"
        SELECT TIMING-FILE ASSIGN WS-TIMING-FILE
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS TIM-KEY
              LOCK MANUAL
              FILE STATUS IS STATUS-COMN.

       file section.
       FD  TIMING-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS TIM-REC.

      *    layout owned by screenTiming.cbl -- keep in sync with
      *    the FD there.
       01  TIM-REC.
           05  TIM-KEY.
               10  TIM-TIMESTAMP       PIC X(14).
               10  TIM-SEQ             PIC 9(4).
           05  TIM-KIND                PIC X.
           05  TIM-PAGE                PIC X(30).
           05  TIM-ENGINE              PIC X(12).
           05  TIM-ACTION              PIC X(4).
           05  TIM-MS                  PIC 9(7).
           05  TIM-ENGINE-MS           PIC 9(7).
           05  TIM-POSTBACK            PIC X.
           05  TIM-TEAM                PIC X(15).
           05  TIM-USER                PIC X(30).
           05  TIM-FILTERS             PIC X(150).
           05  FILLER                  PIC X(10).

       working-storage section.
       01  WS-TIMING-FILE     PIC X(256) VALUE "BATSW057.DAT".
       01  STATUS-COMN.
           05  STATUS-BYTE-1           PIC X      VALUE SPACES.
           05  STATUS-BYTE-2           PIC X      VALUE SPACES.
       01  WS-FROM-STAMP      PIC X(14).
       01  WS-TO-STAMP        PIC X(14).
       01  WS-SLOW-KEY        PIC 9(7).
       01  WS-LOCAL-STAMP     PIC X(14).
       01  viewZone           type String.
       01  WS-REPORT-LINE.
           05  RL-NAME                 PIC X(30).
           05  RL-COUNT                PIC ZZZZZ9.
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  RL-P50                  PIC ZZZZZZ9.
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  RL-P95                  PIC ZZZZZZ9.
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  RL-MAX                  PIC ZZZZZZ9.
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  RL-EXTRA                PIC X(60).
      *    the day's tallies, filled by one pass over its rows.
       01  pageMs             type Dictionary[String, type List[type Int32]].
       01  pageEngineMs       type Dictionary[String, type Int64].
       01  actionMs           type Dictionary[String, type List[type Int32]].
       01  hourMs             type Dictionary[String, type List[type Int32]].
       01  slowest            type List[String].

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
      *    who ran what with which filters -- admin reading.
           if self::Session["level"]::ToString not = "9"
               invoke self::Response::Redirect("~/mainmenu.aspx")
               exit method.
           if self::IsPostBack
               exit method.
           set tbDate::Text to type DateTime::Today::AddDays(-1)::ToString("yyyyMMdd")
           goback.
       end method.

       method-id btnReport_Click protected.
       local-storage section.
       01  reportDay       type DateTime.
       01  tallyKey        type String.
       01  msList          type List[type Int32].
       01  thisWeek        type Dictionary[String, type List[type Int32]].
       01  lastWeek        type Dictionary[String, type List[type Int32]].
       01  weekText        type String.
       01  engineShare     type Int64.
       01  msSum           type Int64.
       01  msOne           type Int32.
       01  slowIdx         type Int32.
       procedure division using by value sender as object e as type System.EventArgs.
           invoke lbTiming::Items::Clear.
           set lblMsg::Text to ""
           if type DateTime::TryParseExact(tbDate::Text::Trim, "yyyyMMdd",
               type System.Globalization.CultureInfo::InvariantCulture,
               type System.Globalization.DateTimeStyles::None,
               by reference reportDay) = false
               set lblMsg::Text to "Enter the day as YYYYMMDD."
               exit method.

           set pageMs to new Dictionary[String, type List[type Int32]]
           set pageEngineMs to new Dictionary[String, type Int64]
           set actionMs to new Dictionary[String, type List[type Int32]]
           set hourMs to new Dictionary[String, type List[type Int32]]
           set slowest to new List[String]
           set viewZone to type pucksweb.venueZone::zoneOf("" & self::Session["team"])
           if self::scanDay(reportDay::ToString("yyyyMMdd")) not = "Y"
               set lblMsg::Text to "No response times recorded yet."
               exit method.
           if pageMs::Count = 0
               set lblMsg::Text to "No screen requests timed on " & tbDate::Text::Trim & "."
               exit method.

      *    the week-over-week comparison: the seven days ending on
      *    the report day against the seven before them.
           set thisWeek to self::weekByPage(reportDay::AddDays(-6), reportDay)
           set lastWeek to self::weekByPage(reportDay::AddDays(-13), reportDay::AddDays(-7))

           invoke lbTiming::Items::Add("===== BY SCREEN (ms) =====")
           invoke lbTiming::Items::Add("SCREEN                         COUNT      P50      P95      MAX  ENGINE  7-DAY P95 (PRIOR 7)")
           perform varying tallyKey through pageMs::Keys
               set msList to pageMs[tallyKey]
               set msSum to 0
               perform varying msOne through msList
                   add msOne to msSum
               end-perform
               set engineShare to 0
               if msSum > 0 and pageEngineMs::ContainsKey(tallyKey)
                   compute engineShare = pageEngineMs[tallyKey] * 100 / msSum
               end-if
               set weekText to "-"
               if thisWeek::ContainsKey(tallyKey)
                   set weekText to "" & self::percentile(thisWeek[tallyKey], 95)
               end-if
               if lastWeek::ContainsKey(tallyKey)
                   set weekText to weekText & " (" &
                       self::percentile(lastWeek[tallyKey], 95) & ")"
               else
                   set weekText to weekText & " (-)"
               end-if
               invoke self::addLine(tallyKey, msList,
                   engineShare & "%    " & weekText)
           end-perform
           invoke lbTiming::Items::Add("")

           invoke lbTiming::Items::Add("===== BY ENGINE AND ACTION (ms inside the call) =====")
           invoke lbTiming::Items::Add("ENGINE       ACTION            CALLS      P50      P95      MAX")
           perform varying tallyKey through actionMs::Keys
               invoke self::addLine(tallyKey, actionMs[tallyKey], "")
           end-perform
           invoke lbTiming::Items::Add("")

           invoke lbTiming::Items::Add("===== BY HOUR =====")
           invoke lbTiming::Items::Add("HOUR                           COUNT      P50      P95      MAX")
           perform varying tallyKey through hourMs::Keys
               invoke self::addLine(tallyKey & ":00", hourMs[tallyKey], "")
           end-perform
           invoke lbTiming::Items::Add("")

      *    slowest first -- the list is keyed on the zero-padded
      *    time, so an ordinary sort puts them in order.
           invoke lbTiming::Items::Add("===== SLOWEST REQUESTS =====")
           invoke slowest::Sort
           invoke slowest::Reverse
           move 0 to slowIdx.
       SLOW-LOOP.
           if slowIdx >= slowest::Count or slowIdx >= 25
               go to SLOW-DONE.
           invoke lbTiming::Items::Add(slowest[slowIdx]::Substring(8))
           add 1 to slowIdx
           go to SLOW-LOOP.
       SLOW-DONE.
           set lblMsg::Text to "Server times for " & tbDate::Text::Trim &
               ". Engine is the share of the screen's time spent inside" &
               " engine calls; a screen's 7-day P95 against the prior 7" &
               " shows whether it has changed week over week.".
       end method.

      *    one pass over the day: R rows by screen and by hour,
      *    E rows by engine and action, and every R row on the
      *    slowest list. "N" when the file isn't there.
       method-id scanDay protected.
       local-storage section.
       01  msOne           type Int32.
       01  engineOne       type Int32.
       01  engineSum       type Int64.
       procedure division using by value dayText as String
                          returning openedFlag as String.
           set openedFlag to "N"
           OPEN INPUT TIMING-FILE.
           IF STATUS-BYTE-1 NOT EQUAL ZEROES
               exit method.
           set openedFlag to "Y"
           set WS-FROM-STAMP to self::utcOf(dayText & "000000")
           set WS-TO-STAMP to self::utcOf(dayText & "235959")
           MOVE WS-FROM-STAMP TO TIM-TIMESTAMP
           MOVE 0 TO TIM-SEQ
           START TIMING-FILE KEY NOT < TIM-KEY
               INVALID KEY GO TO DAY-DONE.
       DAY-LOOP.
           READ TIMING-FILE NEXT WITH NO LOCK
               AT END GO TO DAY-DONE.
           IF TIM-TIMESTAMP > WS-TO-STAMP
               GO TO DAY-DONE.
           MOVE TIM-MS TO msOne
           IF TIM-KIND = "E"
               invoke self::addMs(actionMs, TIM-ENGINE & " " & TIM-ACTION, msOne)
               GO TO DAY-LOOP.
           IF TIM-KIND NOT = "R"
               GO TO DAY-LOOP.
           invoke self::addMs(pageMs, TIM-PAGE::Trim, msOne)
           set WS-LOCAL-STAMP to type pucksweb.venueZone::toZone("" & TIM-TIMESTAMP, viewZone)
           invoke self::addMs(hourMs, WS-LOCAL-STAMP(9:2), msOne)
           set engineSum to 0
           if pageEngineMs::ContainsKey(TIM-PAGE::Trim)
               set engineSum to pageEngineMs[TIM-PAGE::Trim]
           end-if
           add TIM-ENGINE-MS to engineSum
           set pageEngineMs[TIM-PAGE::Trim] to engineSum
           MOVE TIM-ENGINE-MS TO engineOne
           MOVE TIM-MS TO WS-SLOW-KEY
           invoke slowest::Add(WS-SLOW-KEY & " " & WS-LOCAL-STAMP(9:2) & ":" &
               WS-LOCAL-STAMP(11:2) & ":" & WS-LOCAL-STAMP(13:2) & "  " &
               msOne & " ms (engine " & engineOne & ")  " &
               TIM-PAGE::Trim & "  " & TIM-TEAM::Trim & " / " &
               TIM-USER::Trim & "  " & TIM-FILTERS::Trim)
           GO TO DAY-LOOP.
       DAY-DONE.
           CLOSE TIMING-FILE.
       end method.

      *    request times by screen over a run of days.
       method-id weekByPage protected.
       local-storage section.
       01  msOne           type Int32.
       procedure division using by value fromDay as type DateTime
                                 by value toDay as type DateTime
                          returning byPage as type Dictionary[String, type List[type Int32]].
           set byPage to new Dictionary[String, type List[type Int32]]
           OPEN INPUT TIMING-FILE.
           IF STATUS-BYTE-1 NOT EQUAL ZEROES
               exit method.
           set WS-FROM-STAMP to self::utcOf(fromDay::ToString("yyyyMMdd") & "000000")
           set WS-TO-STAMP to self::utcOf(toDay::ToString("yyyyMMdd") & "235959")
           MOVE WS-FROM-STAMP TO TIM-TIMESTAMP
           MOVE 0 TO TIM-SEQ
           START TIMING-FILE KEY NOT < TIM-KEY
               INVALID KEY GO TO WEEK-DONE.
       WEEK-LOOP.
           READ TIMING-FILE NEXT WITH NO LOCK
               AT END GO TO WEEK-DONE.
           IF TIM-TIMESTAMP > WS-TO-STAMP
               GO TO WEEK-DONE.
           IF TIM-KIND NOT = "R"
               GO TO WEEK-LOOP.
           MOVE TIM-MS TO msOne
           invoke self::addMs(byPage, TIM-PAGE::Trim, msOne)
           GO TO WEEK-LOOP.
       WEEK-DONE.
           CLOSE TIMING-FILE.
       end method.

      *    a wall-clock stamp in the viewer's zone as the UTC
      *    stamp the rows carry; a time the spring-forward hour
      *    skipped is taken at the zone's standard offset.
       method-id utcOf protected.
       local-storage section.
       01  localTime       type DateTime.
       01  zone            type TimeZoneInfo.
       procedure division using by value localText as String
                          returning utcText as String.
           set utcText to localText
           if type DateTime::TryParseExact(localText, "yyyyMMddHHmmss",
               type System.Globalization.CultureInfo::InvariantCulture,
               type System.Globalization.DateTimeStyles::None,
               by reference localTime) = false
               exit method.
           set zone to type pucksweb.venueZone::zoneInfo(viewZone)
           try
               set utcText to type TimeZoneInfo::ConvertTimeToUtc(localTime,
                   zone)::ToString("yyyyMMddHHmmss")
           catch exc as type Exception
               set utcText to localTime::Subtract(zone::BaseUtcOffset)::ToString("yyyyMMddHHmmss")
           end-try.
       end method.

       method-id addMs protected.
       local-storage section.
       01  msList          type List[type Int32].
       procedure division using by value tallies as type Dictionary[String, type List[type Int32]]
                                 by value tallyKey as String
                                 by value msOne as type Int32.
           if tallies::ContainsKey(tallyKey) = false
               invoke tallies::Add(tallyKey, new List[type Int32])
           end-if
           set msList to tallies[tallyKey]
           invoke msList::Add(msOne).
       end method.

      *    the nearest-rank percentile of a list of times.
       method-id percentile protected.
       local-storage section.
       01  sorted          type List[type Int32].
       01  rankIdx         type Int32.
       procedure division using by value msList as type List[type Int32]
                                 by value pct as type Int32
                          returning msOut as type Int32.
           set msOut to 0
           if msList::Count = 0
               exit method.
           set sorted to new List[type Int32](msList)
           invoke sorted::Sort
           compute rankIdx = (pct * sorted::Count + 99) / 100 - 1
           if rankIdx < 0
               move 0 to rankIdx.
           set msOut to sorted[rankIdx].
       end method.

       method-id addLine protected.
       local-storage section.
       01  sorted          type List[type Int32].
       procedure division using by value lineName as String
                                 by value msList as type List[type Int32]
                                 by value extraText as String.
           set sorted to new List[type Int32](msList)
           invoke sorted::Sort
           MOVE lineName TO RL-NAME
           MOVE msList::Count TO RL-COUNT
           MOVE self::percentile(msList, 50) TO RL-P50
           MOVE self::percentile(msList, 95) TO RL-P95
           MOVE sorted[sorted::Count - 1] TO RL-MAX
           MOVE extraText TO RL-EXTRA
           invoke lbTiming::Items::Add(("" & WS-REPORT-LINE)::TrimEnd())
       end method.

       end class.
