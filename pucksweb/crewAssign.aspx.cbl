      * officials' crews for the league we operate. Pick a date
      * and the scheduled games (SCHEDULE-FILE) come up with the crew
      * each has so far; pick a game, a slot (two referees, two
      * linesmen) and one of the officials available that day
      * (officialsAdmin.aspx.cbl keeps the roster, their dates, the
      * rinks' cities and the rules, PKW073.DAT) and Assign checks
      * before it writes: the official must be active, have offered
      * the date and -- for a referee's slot -- be a referee, and
      * must not be double-booked (another game that day closer than
      * the rules' gap, or with no start time to tell). Two more
      * rules can be overridden with the box ticked: a same-day
      * second game further away than the rules allow, and working
      * one club more than the rules' count within that many days
      * either side. Check Day runs the same rules over every
      * assignment on the date and lists the empty slots. Notify
      * mails each official their new or changed games through the
      * mail gateway (mailGateway.cbl), one message per official.
      * The fee report totals, per official over a pay period,
      * games, fees and mileage (home city to the rink and back at
      * the rules' rate; a "*" marks a trip whose distance isn't on
      * file), on screen or printed.
       class-id pucksweb.crewAssign is partial
                inherits type System.Web.UI.Page public.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       $SET CALLFH"EXTFH"
       $SET DATACOMPRESS"1"
        SELECT OFFICIALS-FILE ASSIGN WS-OFFICIALS-FILE
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS OFC-KEY
              LOCK MANUAL
              FILE STATUS IS STATUS-COMN.

          SELECT SCHEDULE-FILE ASSIGN WS-SCHEDULE-FILE
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS SCHED-KEY
              LOCK MANUAL
              FILE STATUS IS STATUS-COMN2.

       file section.
       FD  OFFICIALS-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS OFC-REC OFC-OFFICIAL-REC OFC-AVAIL-REC
                          OFC-VENUE-REC OFC-DIST-REC OFC-RULES-REC
                          OFC-ASSIGN-REC.

      *    layout owned by officialsAdmin.aspx.cbl -- keep in
      *    sync with the FD there.
       01  OFC-REC.
           05  OFC-KEY.
               10  OFC-KIND                PIC X.
               10  OFC-KEY1                PIC X(20).
               10  OFC-KEY2                PIC X(40).
           05  OFC-BODY                    PIC X(200).
       01  OFC-OFFICIAL-REC.
           05  FILLER                      PIC X(61).
           05  OFF-NAME                    PIC X(30).
           05  OFF-CERT                    PIC X(2).
           05  OFF-ROLE                    PIC X.
           05  OFF-CITY                    PIC X(20).
           05  OFF-EMAIL                   PIC X(60).
           05  OFF-FEE                     PIC 9(3)V99.
           05  OFF-ACTIVE                  PIC X.
           05  OFF-STAMP                   PIC X(14).
           05  FILLER                      PIC X(67).
       01  OFC-AVAIL-REC.
           05  FILLER                      PIC X(21).
           05  AV-DATE                     PIC 9(8).
           05  FILLER                      PIC X(232).
       01  OFC-VENUE-REC.
           05  FILLER                      PIC X(61).
           05  VEN-RINK                    PIC X(30).
           05  VEN-CITY                    PIC X(20).
           05  FILLER                      PIC X(150).
       01  OFC-DIST-REC.
           05  FILLER                      PIC X(61).
           05  DIST-KM                     PIC 9(4).
           05  FILLER                      PIC X(196).
       01  OFC-RULES-REC.
           05  FILLER                      PIC X(61).
           05  RULE-MAX-TEAM               PIC 9(2).
           05  RULE-TEAM-WINDOW            PIC 9(3).
           05  RULE-SAMEDAY-KM             PIC 9(4).
           05  RULE-MIN-GAP                PIC 9(2).
           05  RULE-KM-RATE                PIC 9V99.
           05  RULE-STAMP                  PIC X(14).
           05  FILLER                      PIC X(172).
       01  OFC-ASSIGN-REC.
           05  FILLER                      PIC X.
           05  ASG-DATE                    PIC 9(8).
           05  FILLER                      PIC X(12).
           05  ASG-HOME                    PIC X(15).
           05  ASG-VISITORS                PIC X(15).
           05  ASG-SLOT                    PIC X(2).
           05  FILLER                      PIC X(8).
           05  ASG-OFFICIAL                PIC X(20).
           05  ASG-NOTIFIED                PIC X.
           05  ASG-NOTIFY-STAMP            PIC X(14).
           05  ASG-USER                    PIC X(40).
           05  ASG-STAMP                   PIC X(14).
           05  FILLER                      PIC X(111).

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
       01  WS-OFFICIALS-FILE  PIC X(256) VALUE "PKW073.DAT".
       01  WS-SCHEDULE-FILE   PIC X(256) VALUE "PKW025.DAT".
       01  STATUS-COMN.
           05  STATUS-BYTE-1           PIC X      VALUE SPACES.
           05  STATUS-BYTE-2           PIC X      VALUE SPACES.
       01  STATUS-COMN2.
           05  STATUS2-BYTE-1          PIC X      VALUE SPACES.
           05  STATUS2-BYTE-2          PIC X      VALUE SPACES.
      *    the rules in force; the defaults until some are saved.
       01  WS-MAX-TEAM        PIC 9(2) VALUE 3.
       01  WS-TEAM-WINDOW     PIC 9(3) VALUE 30.
       01  WS-SAMEDAY-KM      PIC 9(4) VALUE 100.
       01  WS-MIN-GAP         PIC 9(2) VALUE 4.
       01  WS-KM-RATE         PIC 9V99 VALUE 0.50.
       01  WS-HARD-COUNT      PIC 9(3) VALUE 0.
       01  WS-FEE-LINE.
           05  FL-CODE                 PIC X(10).
           05  FL-NAME                 PIC X(31).
           05  FL-GAMES                PIC ZZ9.
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  FL-FEES                 PIC ZZ,ZZ9.99.
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  FL-KM                   PIC ZZ,ZZ9.
           05  FL-FLAG                 PIC X(2).
           05  FL-MILEAGE              PIC ZZ,ZZ9.99.
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  FL-TOTAL                PIC ZZZ,ZZ9.99.
      *    PKW073.DAT in memory for the checks: the roster, who
      *    can work which dates, the rinks' cities, the distances
      *    and every assignment ("date|home|visitors|slot|code").
       01  offName         type Dictionary[String, String].
       01  offRole         type Dictionary[String, String].
       01  offCity         type Dictionary[String, String].
       01  offEmail        type Dictionary[String, String].
       01  offCert         type Dictionary[String, String].
       01  offFee          type Dictionary[String, type Decimal].
       01  offActive       type Dictionary[String, String].
       01  availSet        type Dictionary[String, String].
       01  venueCity       type Dictionary[String, String].
       01  venueRink       type Dictionary[String, String].
       01  distMap         type Dictionary[String, type Int32].
       01  asgList         type List[String].
       01  asgNotified     type Dictionary[String, String].

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
      *    the league office's assignments -- admin only.
           if self::Session["level"]::ToString not = "9"
               invoke self::Response::Redirect("~/mainmenu.aspx")
               exit method.
           if self::IsPostBack
               exit method.
           invoke ddSlot::Items::Add(new ListItem("Referee", "R1"))
           invoke ddSlot::Items::Add(new ListItem("Referee (2nd)", "R2"))
           invoke ddSlot::Items::Add(new ListItem("Linesman", "L1"))
           invoke ddSlot::Items::Add(new ListItem("Linesman (2nd)", "L2"))
           set tbDate::Text to type DateTime::Today::ToString("yyyyMMdd")
           set tbNotifyTo::Text to type DateTime::Today::AddDays(14)::ToString("yyyyMMdd")
           set tbPayFrom::Text to type DateTime::Today::AddDays(-14)::ToString("yyyyMMdd")
           set tbPayTo::Text to type DateTime::Today::ToString("yyyyMMdd")
           invoke self::showDay
           goback.
       end method.

       method-id whoIs protected.
       procedure division returning userText as String.
           set userText to self::Session["team"]::ToString::Trim & " / " & "" &
               self::Session["user"].
       end method.

      *    all of PKW073.DAT into the tables above. "N" (with
      *    lblMsg set) when there is no roster yet.
       method-id loadAll protected.
       procedure division returning loadedOk as String.
           set loadedOk to "N"
           set offName to new Dictionary[String, String]
           set offRole to new Dictionary[String, String]
           set offCity to new Dictionary[String, String]
           set offEmail to new Dictionary[String, String]
           set offCert to new Dictionary[String, String]
           set offFee to new Dictionary[String, type Decimal]
           set offActive to new Dictionary[String, String]
           set availSet to new Dictionary[String, String]
           set venueCity to new Dictionary[String, String]
           set venueRink to new Dictionary[String, String]
           set distMap to new Dictionary[String, type Int32]
           set asgList to new List[String]
           set asgNotified to new Dictionary[String, String]
           OPEN INPUT OFFICIALS-FILE.
           IF STATUS-BYTE-1 NOT EQUAL ZEROES
               set lblMsg::Text to "No officials on file yet -- see the officials roster."
               exit method.
           MOVE LOW-VALUES TO OFC-KEY
           START OFFICIALS-FILE KEY NOT < OFC-KEY
               INVALID KEY
                   GO TO LOAD-DONE.
       LOAD-LOOP.
           READ OFFICIALS-FILE NEXT WITH NO LOCK
               AT END GO TO LOAD-DONE.
           EVALUATE OFC-KIND
               WHEN "R"
                   invoke offName::Add(OFC-KEY1::Trim, OFF-NAME::Trim)
                   invoke offRole::Add(OFC-KEY1::Trim, OFF-ROLE)
                   invoke offCity::Add(OFC-KEY1::Trim, OFF-CITY::Trim)
                   invoke offEmail::Add(OFC-KEY1::Trim, OFF-EMAIL::Trim)
                   invoke offCert::Add(OFC-KEY1::Trim, OFF-CERT::Trim)
                   invoke offFee::Add(OFC-KEY1::Trim, OFF-FEE)
                   invoke offActive::Add(OFC-KEY1::Trim, OFF-ACTIVE)
               WHEN "A"
                   set availSet[OFC-KEY1::Trim & "|" & AV-DATE] to "Y"
               WHEN "V"
                   set venueCity[OFC-KEY1::Trim] to VEN-CITY::Trim
                   set venueRink[OFC-KEY1::Trim] to VEN-RINK::Trim
               WHEN "K"
                   set distMap[OFC-KEY1::Trim & "|" & OFC-KEY2::Trim] to DIST-KM
               WHEN "S"
                   MOVE RULE-MAX-TEAM TO WS-MAX-TEAM
                   MOVE RULE-TEAM-WINDOW TO WS-TEAM-WINDOW
                   MOVE RULE-SAMEDAY-KM TO WS-SAMEDAY-KM
                   MOVE RULE-MIN-GAP TO WS-MIN-GAP
                   MOVE RULE-KM-RATE TO WS-KM-RATE
               WHEN "G"
                   invoke asgList::Add("" & ASG-DATE & "|" & ASG-HOME::Trim & "|" &
                       ASG-VISITORS::Trim & "|" & ASG-SLOT & "|" & ASG-OFFICIAL::Trim)
                   set asgNotified["" & ASG-DATE & "|" & ASG-HOME::Trim & "|" &
                       ASG-VISITORS::Trim & "|" & ASG-SLOT] to ASG-NOTIFIED
           END-EVALUATE
           GO TO LOAD-LOOP.
       LOAD-DONE.
           CLOSE OFFICIALS-FILE.
           if offName::Count = 0
               set lblMsg::Text to "No officials on file yet -- see the officials roster."
               exit method.
           set loadedOk to "Y".
       end method.

      *    road km between two cities; 0 for the same city, -1
      *    when the distance isn't on file.
       method-id kmBetween protected.
       procedure division using by value cityA as String
                                 by value cityB as String
                          returning kmOut as type Int32.
           set kmOut to -1
           if cityA = "" or cityB = ""
               exit method.
           if cityA = cityB
               set kmOut to 0
               exit method.
           if distMap::ContainsKey(cityA & "|" & cityB)
               set kmOut to distMap[cityA & "|" & cityB].
       end method.

      *    "HH:MM" as minutes past midnight, -1 when blank or
      *    unreadable. SCHEDULE-FILE is open.
       method-id startMinutes protected.
       local-storage section.
       01  timeText        type String.
       01  hourPart        type Int32.
       01  minutePart      type Int32.
       procedure division using by value gameYmd as type Int32
                                 by value homeName as String
                                 by value visName as String
                          returning minutesOut as type Int32.
           set minutesOut to -1
           MOVE gameYmd TO SCHED-GAME-DATE
           MOVE homeName TO SCHED-HOME-TEAM
           MOVE visName TO SCHED-VISITORS
           READ SCHEDULE-FILE WITH NO LOCK
               INVALID KEY
                   exit method.
           set timeText to SCHED-START-TIME::Trim
           if timeText::Length not = 5 or timeText::IndexOf(":") not = 2
               exit method.
           if type Int32::TryParse(timeText::Substring(0, 2), by reference hourPart)
            and type Int32::TryParse(timeText::Substring(3, 2), by reference minutePart)
               compute minutesOut = hourPart * 60 + minutePart.
       end method.

      ******************************************************************
      *    the day's games
      ******************************************************************

       method-id btnShowDay_Click protected.
       procedure division using by value sender as object e as type System.EventArgs.
           set lblMsg::Text to ""
           invoke self::showDay.
       end method.

      *    the date's games with their crews, and the officials
      *    who offered the date for the dropdown.
       method-id showDay protected.
       local-storage section.
       01  dayYmd          type Int32.
       01  crewText        type String.
       01  asgRow          type String.
       01  asgParts        type String occurs any.
       01  codeKey         type String.
       01  gameValue       type String.
       procedure division.
           invoke lbGames::Items::Clear
           invoke ddOfficial::Items::Clear
           set dayYmd to 0
           invoke type Int32::TryParse(tbDate::Text::Trim(), by reference dayYmd)
           if dayYmd = 0
               set lblMsg::Text to "Enter the date (YYYYMMDD)."
               exit method.
           if self::loadAll() not = "Y"
               exit method.
           perform varying codeKey through offName::Keys
               if offActive[codeKey] = "Y" and availSet::ContainsKey(codeKey & "|" & dayYmd)
                   invoke ddOfficial::Items::Add(new ListItem(codeKey & "  " & offName[codeKey] &
                       "  " & offCert[codeKey] & " " & offRole[codeKey] & "  " &
                       offCity[codeKey], codeKey))
               end-if
           end-perform
           if ddOfficial::Items::Count = 0
               set lblMsg::Text to "No active official has offered " & dayYmd::ToString & ".".

           OPEN INPUT SCHEDULE-FILE.
           IF STATUS2-BYTE-1 NOT EQUAL ZEROES
               set lblMsg::Text to "No schedule loaded yet."
               exit method.
           INITIALIZE SCHED-KEY
           MOVE dayYmd TO SCHED-GAME-DATE
           START SCHEDULE-FILE KEY NOT < SCHED-KEY
               INVALID KEY
                   GO TO DAY-DONE.
       DAY-LOOP.
           READ SCHEDULE-FILE NEXT WITH NO LOCK
               AT END GO TO DAY-DONE.
           IF SCHED-GAME-DATE NOT = dayYmd
               GO TO DAY-DONE.
           set gameValue to SCHED-HOME-TEAM::Trim & "|" & SCHED-VISITORS::Trim
           set crewText to ""
           perform varying asgRow through asgList
               set asgParts to asgRow::Split("|")
               if asgParts[0] = dayYmd::ToString
                and asgParts[1] & "|" & asgParts[2] = gameValue
                   set crewText to crewText & "  " & asgParts[3] & " " & asgParts[4]
               end-if
           end-perform
           if crewText = ""
               set crewText to "  (no crew)"
           end-if
           invoke lbGames::Items::Add(new ListItem(SCHED-START-TIME & "  " &
               SCHED-VISITORS::Trim & " AT " & SCHED-HOME-TEAM::Trim & " --" &
               crewText, gameValue))
           GO TO DAY-LOOP.
       DAY-DONE.
           CLOSE SCHEDULE-FILE.
           if lbGames::Items::Count = 0
               set lblMsg::Text to "No games scheduled on " & dayYmd::ToString & ".".
       end method.

      ******************************************************************
      *    assigning
      ******************************************************************

      *    every rule one official breaks on one game's slot,
      *    leaving out the assignment being checked. WS-HARD-COUNT
      *    counts the ones that can't be overridden. SCHEDULE-FILE
      *    is open.
       method-id checkSlot protected.
       local-storage section.
       01  asgRow          type String.
       01  asgParts        type String occurs any.
       01  otherYmd        type Int32.
       01  thisStart       type Int32.
       01  otherStart      type Int32.
       01  gapMinutes      type Int32.
       01  thisCity        type String.
       01  otherCity       type String.
       01  kmApart         type Int32.
       01  homeBase        type String.
       01  visBase         type String.
       01  otherHome       type String.
       01  otherVis        type String.
       01  homeCount       type Int32.
       01  visCount        type Int32.
       01  fromYmd         type Int32.
       01  toYmd           type Int32.
       01  dayStamp        type DateTime.
       procedure division using by value gameYmd as type Int32
                                 by value homeName as String
                                 by value visName as String
                                 by value slotCode as String
                                 by value codeIn as String
                          returning problems as type List[String].
           set problems to new List[String]
           move 0 to WS-HARD-COUNT
           if offName::ContainsKey(codeIn) = false
               invoke problems::Add("NO SUCH OFFICIAL: " & codeIn)
               add 1 to WS-HARD-COUNT
               exit method.
           if offActive[codeIn] not = "Y"
               invoke problems::Add("INACTIVE: " & codeIn & " " & offName[codeIn])
               add 1 to WS-HARD-COUNT.
           if availSet::ContainsKey(codeIn & "|" & gameYmd) = false
               invoke problems::Add("NOT AVAILABLE: " & codeIn & " has not offered " & gameYmd)
               add 1 to WS-HARD-COUNT.
           if slotCode::StartsWith("R") and offRole[codeIn] not = "R"
               invoke problems::Add("NOT A REFEREE: " & codeIn & " for slot " & slotCode)
               add 1 to WS-HARD-COUNT.

           set thisStart to self::startMinutes(gameYmd, homeName, visName)
           set thisCity to ""
           if venueCity::ContainsKey(homeName)
               set thisCity to venueCity[homeName].
           set dayStamp to type DateTime::ParseExact("" & gameYmd, "yyyyMMdd", null)
           set fromYmd to type Int32::Parse(dayStamp::AddDays(1 - WS-TEAM-WINDOW)::ToString("yyyyMMdd"))
           set toYmd to type Int32::Parse(dayStamp::AddDays(WS-TEAM-WINDOW - 1)::ToString("yyyyMMdd"))
           set homeBase to type pucksweb.gameNumber::baseName(homeName)
           set visBase to type pucksweb.gameNumber::baseName(visName)
           set homeCount to 0
           set visCount to 0

           perform varying asgRow through asgList
               set asgParts to asgRow::Split("|")
               if asgParts[4] = codeIn
                and not (asgParts[0] = gameYmd::ToString and asgParts[1] = homeName
                         and asgParts[2] = visName and asgParts[3] = slotCode)
                   set otherYmd to type Int32::Parse(asgParts[0])
                   set otherHome to asgParts[1]
                   set otherVis to asgParts[2]
      *            the same game, another slot.
                   if otherYmd = gameYmd and otherHome = homeName and otherVis = visName
                       invoke problems::Add("ALREADY ON THIS GAME: " & codeIn & " in slot " & asgParts[3])
                       add 1 to WS-HARD-COUNT
                   else
      *                another game the same day.
                       if otherYmd = gameYmd
                           set otherStart to self::startMinutes(otherYmd, otherHome, otherVis)
                           if thisStart < 0 or otherStart < 0
                               invoke problems::Add("DOUBLE-BOOKED: " & codeIn & " also on " &
                                   otherVis & " AT " & otherHome & " (start time not known)")
                               add 1 to WS-HARD-COUNT
                           else
                               set gapMinutes to thisStart - otherStart
                               if gapMinutes < 0
                                   set gapMinutes to 0 - gapMinutes
                               end-if
                               if gapMinutes < WS-MIN-GAP * 60
                                   invoke problems::Add("DOUBLE-BOOKED: " & codeIn & " also on " &
                                       otherVis & " AT " & otherHome & ", less than " &
                                       WS-MIN-GAP & " hours apart")
                                   add 1 to WS-HARD-COUNT
                               end-if
                           end-if
                           set otherCity to ""
                           if venueCity::ContainsKey(otherHome)
                               set otherCity to venueCity[otherHome]
                           end-if
                           set kmApart to self::kmBetween(thisCity, otherCity)
                           if kmApart < 0
                               invoke problems::Add("SAME-DAY TRAVEL: " & codeIn & " also at " &
                                   otherHome & ", distance " & thisCity & " - " & otherCity &
                                   " not on file")
                           else
                               if kmApart > WS-SAMEDAY-KM
                                   invoke problems::Add("SAME-DAY TRAVEL: " & codeIn & " also at " &
                                       otherHome & ", " & kmApart::ToString & " km apart (limit " &
                                       WS-SAMEDAY-KM & ")")
                               end-if
                           end-if
                       end-if
      *                the same clubs too often.
                       if otherYmd >= fromYmd and otherYmd <= toYmd
                           set otherHome to type pucksweb.gameNumber::baseName(otherHome)
                           set otherVis to type pucksweb.gameNumber::baseName(otherVis)
                           if otherHome = homeBase or otherVis = homeBase
                               add 1 to homeCount
                           end-if
                           if otherHome = visBase or otherVis = visBase
                               add 1 to visCount
                           end-if
                       end-if
                   end-if
               end-if
           end-perform
      *    counting the game being checked.
           add 1 to homeCount
           add 1 to visCount
           if homeCount > WS-MAX-TEAM
               invoke problems::Add("SAME CLUB TOO OFTEN: " & codeIn & " would have " &
                   homeCount::ToString & " " & homeBase & " games within " &
                   WS-TEAM-WINDOW & " days")
           end-if
           if visCount > WS-MAX-TEAM
               invoke problems::Add("SAME CLUB TOO OFTEN: " & codeIn & " would have " &
                   visCount::ToString & " " & visBase & " games within " &
                   WS-TEAM-WINDOW & " days")
           end-if.
       end method.

       method-id btnAssign_Click protected.
       local-storage section.
       01  dayYmd          type Int32.
       01  gameParts       type String occurs any.
       01  codeIn          type String.
       01  slotCode        type String.
       01  problems        type List[String].
       01  problem         type String.
       procedure division using by value sender as object e as type System.EventArgs.
           set lblMsg::Text to ""
           invoke lbProblems::Items::Clear
           set dayYmd to 0
           invoke type Int32::TryParse(tbDate::Text::Trim(), by reference dayYmd)
           if lbGames::SelectedIndex < 0 or ddOfficial::SelectedIndex < 0 or dayYmd = 0
               set lblMsg::Text to "Pick a game and an official."
               exit method.
           set gameParts to lbGames::SelectedValue::Split("|")
           set codeIn to ddOfficial::SelectedValue
           set slotCode to ddSlot::SelectedValue
           if self::loadAll() not = "Y"
               exit method.
           OPEN INPUT SCHEDULE-FILE.
           IF STATUS2-BYTE-1 NOT EQUAL ZEROES
               set lblMsg::Text to "No schedule loaded yet."
               exit method.
           set problems to self::checkSlot(dayYmd, gameParts[0], gameParts[1], slotCode, codeIn)
           CLOSE SCHEDULE-FILE.
           perform varying problem through problems
               invoke lbProblems::Items::Add(problem)
           end-perform
           if WS-HARD-COUNT > 0
               set lblMsg::Text to "Not assigned -- " & WS-HARD-COUNT & " rule(s) can't be overridden."
               exit method.
           if problems::Count > 0 and cbOverride::Checked = false
               set lblMsg::Text to "Not assigned -- tick override to assign anyway."
               exit method.

           OPEN I-O OFFICIALS-FILE.
           IF STATUS-BYTE-1 NOT EQUAL ZEROES
               set lblMsg::Text to "Unable to open the officials file."
               exit method.
           MOVE SPACES TO OFC-REC
           MOVE "G" TO OFC-KIND
           MOVE dayYmd TO ASG-DATE
           MOVE gameParts[0] TO ASG-HOME
           MOVE gameParts[1] TO ASG-VISITORS
           MOVE slotCode TO ASG-SLOT
           MOVE codeIn TO ASG-OFFICIAL
      *    a new or changed slot is due a notice.
           MOVE "N" TO ASG-NOTIFIED
           MOVE SPACES TO ASG-NOTIFY-STAMP
           MOVE self::whoIs() TO ASG-USER
           set ASG-STAMP to type DateTime::Now::ToString("yyyyMMddHHmmss")
           WRITE OFC-ASSIGN-REC
               INVALID KEY REWRITE OFC-ASSIGN-REC
           END-WRITE
           CLOSE OFFICIALS-FILE.
           invoke self::showDay
           if problems::Count > 0
               set lblMsg::Text to codeIn & " assigned to " & slotCode & " -- overridden."
           else
               set lblMsg::Text to codeIn & " assigned to " & slotCode & ".".
       end method.

       method-id btnUnassign_Click protected.
       local-storage section.
       01  dayYmd          type Int32.
       01  gameParts       type String occurs any.
       procedure division using by value sender as object e as type System.EventArgs.
           set lblMsg::Text to ""
           set dayYmd to 0
           invoke type Int32::TryParse(tbDate::Text::Trim(), by reference dayYmd)
           if lbGames::SelectedIndex < 0 or dayYmd = 0
               set lblMsg::Text to "Pick a game."
               exit method.
           set gameParts to lbGames::SelectedValue::Split("|")
           OPEN I-O OFFICIALS-FILE.
           IF STATUS-BYTE-1 NOT EQUAL ZEROES
               set lblMsg::Text to "Unable to open the officials file."
               exit method.
           MOVE SPACES TO OFC-REC
           MOVE "G" TO OFC-KIND
           MOVE dayYmd TO ASG-DATE
           MOVE gameParts[0] TO ASG-HOME
           MOVE gameParts[1] TO ASG-VISITORS
           MOVE ddSlot::SelectedValue TO ASG-SLOT
           DELETE OFFICIALS-FILE RECORD
               INVALID KEY
                   set lblMsg::Text to "Nobody is in that slot."
               NOT INVALID KEY
                   set lblMsg::Text to "Slot " & ddSlot::SelectedValue & " cleared."
           END-DELETE
           CLOSE OFFICIALS-FILE.
           invoke self::showDay.
       end method.

      *    the rules over every assignment on the date, and the
      *    slots still empty.
       method-id btnCheckDay_Click protected.
       local-storage section.
       01  dayYmd          type Int32.
       01  dayRows         type List[String].
       01  asgRow          type String.
       01  asgParts        type String occurs any.
       01  problems        type List[String].
       01  problem         type String.
       01  filledSlots     type String.
       01  slotCode        type String.
       01  slotCodes       type String occurs any.
       01  gameValue       type String.
       01  problemCount    type Int32.
       procedure division using by value sender as object e as type System.EventArgs.
           set lblMsg::Text to ""
           invoke lbProblems::Items::Clear
           set dayYmd to 0
           invoke type Int32::TryParse(tbDate::Text::Trim(), by reference dayYmd)
           if dayYmd = 0
               set lblMsg::Text to "Enter the date (YYYYMMDD)."
               exit method.
           if self::loadAll() not = "Y"
               exit method.
           OPEN INPUT SCHEDULE-FILE.
           IF STATUS2-BYTE-1 NOT EQUAL ZEROES
               set lblMsg::Text to "No schedule loaded yet."
               exit method.
           set problemCount to 0
           set dayRows to new List[String]
           perform varying asgRow through asgList
               if asgRow::StartsWith(dayYmd::ToString & "|")
                   invoke dayRows::Add(asgRow)
               end-if
           end-perform
           perform varying asgRow through dayRows
               set asgParts to asgRow::Split("|")
               set problems to self::checkSlot(dayYmd, asgParts[1], asgParts[2],
                   asgParts[3], asgParts[4])
               perform varying problem through problems
                   invoke lbProblems::Items::Add(asgParts[2] & " AT " & asgParts[1] & " " &
                       asgParts[3] & ": " & problem)
                   add 1 to problemCount
               end-perform
           end-perform

      *    each game's empty slots.
           set slotCode to "R1,R2,L1,L2"
           set slotCodes to slotCode::Split(",")
           INITIALIZE SCHED-KEY
           MOVE dayYmd TO SCHED-GAME-DATE
           START SCHEDULE-FILE KEY NOT < SCHED-KEY
               INVALID KEY
                   GO TO EMPTY-DONE.
       EMPTY-LOOP.
           READ SCHEDULE-FILE NEXT WITH NO LOCK
               AT END GO TO EMPTY-DONE.
           IF SCHED-GAME-DATE NOT = dayYmd
               GO TO EMPTY-DONE.
           set gameValue to dayYmd::ToString & "|" & SCHED-HOME-TEAM::Trim & "|" &
               SCHED-VISITORS::Trim & "|"
           set filledSlots to ""
           perform varying asgRow through dayRows
               if asgRow::StartsWith(gameValue)
                   set asgParts to asgRow::Split("|")
                   set filledSlots to filledSlots & asgParts[3] & " "
               end-if
           end-perform
           perform varying slotCode through slotCodes
               if filledSlots::Contains(slotCode) = false
                   invoke lbProblems::Items::Add(SCHED-VISITORS::Trim & " AT " &
                       SCHED-HOME-TEAM::Trim & " " & slotCode & ": EMPTY")
                   add 1 to problemCount
               end-if
           end-perform
           GO TO EMPTY-LOOP.
       EMPTY-DONE.
           CLOSE SCHEDULE-FILE.
           if problemCount = 0
               set lblMsg::Text to "Every crew on " & dayYmd::ToString & " is full and clean."
           else
               set lblMsg::Text to problemCount::ToString & " item(s) for " & dayYmd::ToString & ".".
       end method.

      ******************************************************************
      *    crew notices
      ******************************************************************

      *    one message per official for the slots from the date
      *    through tbNotifyTo not yet notified; those rows are then
      *    marked.
       method-id btnNotify_Click protected.
       local-storage section.
       01  fromYmd         type Int32.
       01  toYmd           type Int32.
       01  rowYmd          type Int32.
       01  asgRow          type String.
       01  asgParts        type String occurs any.
       01  rowKey          type String.
       01  mateRow         type String.
       01  mateParts       type String occurs any.
       01  bodies          type Dictionary[String, type System.Text.StringBuilder].
       01  sentKeys        type Dictionary[String, type List[String]].
       01  bodyText        type System.Text.StringBuilder.
       01  codeKey         type String.
       01  crewText        type String.
       01  rinkText        type String.
       01  slotText        type String.
       01  sentCount       type Int32.
       01  skipText        type String.
       01  keyParts        type String occurs any.
       procedure division using by value sender as object e as type System.EventArgs.
           set lblMsg::Text to ""
           set fromYmd to 0
           set toYmd to 0
           invoke type Int32::TryParse(tbDate::Text::Trim(), by reference fromYmd)
           invoke type Int32::TryParse(tbNotifyTo::Text::Trim(), by reference toYmd)
           if fromYmd = 0 or toYmd < fromYmd
               set lblMsg::Text to "Enter the dates to notify (YYYYMMDD), from before to."
               exit method.
           if self::loadAll() not = "Y"
               exit method.
           OPEN INPUT SCHEDULE-FILE.
           IF STATUS2-BYTE-1 NOT EQUAL ZEROES
               set lblMsg::Text to "No schedule loaded yet."
               exit method.
           set bodies to new Dictionary[String, type System.Text.StringBuilder]
           set sentKeys to new Dictionary[String, type List[String]]
           perform varying asgRow through asgList
               set asgParts to asgRow::Split("|")
               set rowYmd to type Int32::Parse(asgParts[0])
               set rowKey to asgParts[0] & "|" & asgParts[1] & "|" & asgParts[2] & "|" & asgParts[3]
               if rowYmd >= fromYmd and rowYmd <= toYmd and asgNotified[rowKey] not = "Y"
                   set codeKey to asgParts[4]
                   if bodies::ContainsKey(codeKey) = false
                       set bodyText to new System.Text.StringBuilder
                       invoke bodyText::AppendLine("Your crew assignments from the league office:")
                       invoke bodyText::AppendLine(" ")
                       invoke bodies::Add(codeKey, bodyText)
                       invoke sentKeys::Add(codeKey, new List[String])
                   end-if
                   set crewText to ""
                   perform varying mateRow through asgList
                       set mateParts to mateRow::Split("|")
                       if mateParts[0] = asgParts[0] and mateParts[1] = asgParts[1]
                        and mateParts[2] = asgParts[2] and mateParts[4] not = codeKey
                        and offName::ContainsKey(mateParts[4])
                           set crewText to crewText & ", " & offName[mateParts[4]]
                       end-if
                   end-perform
                   set rinkText to asgParts[1]
                   if venueRink::ContainsKey(asgParts[1])
                       set rinkText to venueRink[asgParts[1]] & ", " & venueCity[asgParts[1]]
                   end-if
                   if asgParts[3]::StartsWith("R")
                       set slotText to "referee"
                   else
                       set slotText to "linesman"
                   end-if
                   MOVE rowYmd TO SCHED-GAME-DATE
                   MOVE asgParts[1] TO SCHED-HOME-TEAM
                   MOVE asgParts[2] TO SCHED-VISITORS
                   MOVE SPACES TO SCHED-START-TIME
                   READ SCHEDULE-FILE WITH NO LOCK
                       INVALID KEY
                           MOVE "??:??" TO SCHED-START-TIME
                   END-READ
                   set bodyText to bodies[codeKey]
                   invoke bodyText::AppendLine(type DateTime::ParseExact(asgParts[0], "yyyyMMdd", null)::ToString("ddd yyyy-MM-dd") &
                       " " & SCHED-START-TIME & "  " & asgParts[2] & " at " & asgParts[1] &
                       " -- " & rinkText & " -- " & slotText)
                   if crewText not = ""
                       invoke bodyText::AppendLine("    with " & crewText::Substring(2))
                   end-if
                   invoke sentKeys[codeKey]::Add(rowKey)
               end-if
           end-perform
           CLOSE SCHEDULE-FILE.
           if bodies::Count = 0
               set lblMsg::Text to "Nothing new to notify between " & fromYmd::ToString &
                   " and " & toYmd::ToString & "."
               exit method.

           OPEN I-O OFFICIALS-FILE.
           IF STATUS-BYTE-1 NOT EQUAL ZEROES
               set lblMsg::Text to "Unable to open the officials file."
               exit method.
           set sentCount to 0
           set skipText to ""
           perform varying codeKey through bodies::Keys
               if offEmail[codeKey] = ""
                   set skipText to skipText & " " & codeKey
               else
                   set bodyText to bodies[codeKey]
                   invoke bodyText::AppendLine(" ")
                   invoke bodyText::AppendLine("Reply to the league office if you can't work any of these.")
                   if type pucksweb.mailGateway::submit(offEmail[codeKey],
                       "Crew assignments", bodyText::ToString, "CREW") = "OK"
                       add 1 to sentCount
                       perform varying rowKey through sentKeys[codeKey]
                           set keyParts to rowKey::Split("|")
                           MOVE SPACES TO OFC-REC
                           MOVE "G" TO OFC-KIND
                           MOVE type Int32::Parse(keyParts[0]) TO ASG-DATE
                           MOVE keyParts[1] TO ASG-HOME
                           MOVE keyParts[2] TO ASG-VISITORS
                           MOVE keyParts[3] TO ASG-SLOT
                           READ OFFICIALS-FILE
                               INVALID KEY
                                   CONTINUE
                               NOT INVALID KEY
                                   MOVE "Y" TO ASG-NOTIFIED
                                   set ASG-NOTIFY-STAMP to type DateTime::Now::ToString("yyyyMMddHHmmss")
                                   REWRITE OFC-ASSIGN-REC
                           END-READ
                       end-perform
                   else
                       set skipText to skipText & " " & codeKey
                   end-if
               end-if
           end-perform
           CLOSE OFFICIALS-FILE.
           invoke type pucksweb.mailGateway::deliver
           if skipText = ""
               set lblMsg::Text to sentCount::ToString & " official(s) notified."
           else
               set lblMsg::Text to sentCount::ToString & " official(s) notified; not sent (no address or queue down):" &
                   skipText & ".".
       end method.

      ******************************************************************
      *    fees and mileage
      ******************************************************************

       method-id btnFeeReport_Click protected.
       local-storage section.
       01  reportLines     type List[String].
       01  reportLine      type String.
       procedure division using by value sender as object e as type System.EventArgs.
           invoke lbFees::Items::Clear
           set reportLines to self::buildFees()
           if reportLines = null
               exit method.
           perform varying reportLine through reportLines
               invoke lbFees::Items::Add(reportLine)
           end-perform.
       end method.

       method-id btnFeePrint_Click protected.
       local-storage section.
       01  reportLines     type List[String].
       01  reportLine      type String.
       01  htmlBuilder     type System.Text.StringBuilder.
       procedure division using by value sender as object e as type System.EventArgs.
           set reportLines to self::buildFees()
           if reportLines = null
               exit method.
           set htmlBuilder to new System.Text.StringBuilder
           invoke htmlBuilder::AppendLine("<html><head><title>Officials' Fees</title>")
           invoke htmlBuilder::AppendLine("<style>body{font-family:monospace;font-size:10pt;}</style>")
           invoke htmlBuilder::AppendLine("</head><body>")
           invoke htmlBuilder::AppendLine("<h3>Officials' fees and mileage, " &
               tbPayFrom::Text::Trim & " to " & tbPayTo::Text::Trim & "</h3>")
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

      *    per official over the pay period: games, fees, the
      *    round-trip km from their home city to each rink, mileage
      *    at the rules' rate, and the total; null (with lblMsg set)
      *    when the dates or files are not usable.
       method-id buildFees protected.
       local-storage section.
       01  fromYmd         type Int32.
       01  toYmd           type Int32.
       01  rowYmd          type Int32.
       01  asgRow          type String.
       01  asgParts        type String occurs any.
       01  codeKey         type String.
       01  codeKeys        type List[String].
       01  gameCounts      type Dictionary[String, type Int32].
       01  kmTotals        type Dictionary[String, type Int32].
       01  kmUnknown       type Dictionary[String, String].
       01  rinkCity        type String.
       01  kmOneWay        type Int32.
       01  feeTotal        type Decimal.
       01  mileage         type Decimal.
       01  grandGames      type Int32.
       01  grandFees       type Decimal.
       01  grandKm         type Int32.
       01  grandMileage    type Decimal.
       procedure division returning reportLines as type List[String].
           set reportLines to null
           set lblMsg::Text to ""
           set fromYmd to 0
           set toYmd to 0
           invoke type Int32::TryParse(tbPayFrom::Text::Trim(), by reference fromYmd)
           invoke type Int32::TryParse(tbPayTo::Text::Trim(), by reference toYmd)
           if fromYmd = 0 or toYmd < fromYmd
               set lblMsg::Text to "Enter the pay period (YYYYMMDD), from before to."
               exit method.
           if self::loadAll() not = "Y"
               exit method.
           set gameCounts to new Dictionary[String, type Int32]
           set kmTotals to new Dictionary[String, type Int32]
           set kmUnknown to new Dictionary[String, String]
           perform varying asgRow through asgList
               set asgParts to asgRow::Split("|")
               set rowYmd to type Int32::Parse(asgParts[0])
               set codeKey to asgParts[4]
               if rowYmd >= fromYmd and rowYmd <= toYmd and offName::ContainsKey(codeKey)
                   if gameCounts::ContainsKey(codeKey) = false
                       invoke gameCounts::Add(codeKey, 0)
                       invoke kmTotals::Add(codeKey, 0)
                   end-if
                   set gameCounts[codeKey] to gameCounts[codeKey] + 1
                   set rinkCity to ""
                   if venueCity::ContainsKey(asgParts[1])
                       set rinkCity to venueCity[asgParts[1]]
                   end-if
                   set kmOneWay to self::kmBetween(offCity[codeKey], rinkCity)
                   if kmOneWay < 0
                       set kmUnknown[codeKey] to "Y"
                   else
                       set kmTotals[codeKey] to kmTotals[codeKey] + kmOneWay * 2
                   end-if
               end-if
           end-perform

           set reportLines to new List[String]
           invoke reportLines::Add("CODE      NAME                           GMS       FEES        KM       MILEAGE       TOTAL")
           set codeKeys to new List[String](gameCounts::Keys)
           invoke codeKeys::Sort
           set grandGames to 0
           set grandFees to 0
           set grandKm to 0
           set grandMileage to 0
           perform varying codeKey through codeKeys
               compute feeTotal = offFee[codeKey] * gameCounts[codeKey]
               compute mileage rounded = kmTotals[codeKey] * WS-KM-RATE
               MOVE codeKey TO FL-CODE
               MOVE offName[codeKey] TO FL-NAME
               MOVE gameCounts[codeKey] TO FL-GAMES
               MOVE feeTotal TO FL-FEES
               MOVE kmTotals[codeKey] TO FL-KM
               MOVE SPACES TO FL-FLAG
               if kmUnknown::ContainsKey(codeKey)
                   MOVE "*" TO FL-FLAG
               end-if
               MOVE mileage TO FL-MILEAGE
               compute FL-TOTAL = feeTotal + mileage
               invoke reportLines::Add(("" & WS-FEE-LINE)::TrimEnd())
               add gameCounts[codeKey] to grandGames
               add feeTotal to grandFees
               add kmTotals[codeKey] to grandKm
               add mileage to grandMileage
           end-perform
           if codeKeys::Count = 0
               set lblMsg::Text to "No games worked between " & fromYmd::ToString &
                   " and " & toYmd::ToString & "."
               exit method.
           MOVE "TOTAL" TO FL-CODE
           MOVE SPACES TO FL-NAME FL-FLAG
           MOVE grandGames TO FL-GAMES
           MOVE grandFees TO FL-FEES
           MOVE grandKm TO FL-KM
           MOVE grandMileage TO FL-MILEAGE
           compute FL-TOTAL = grandFees + grandMileage
           invoke reportLines::Add(" ")
           invoke reportLines::Add(("" & WS-FEE-LINE)::TrimEnd())
           if kmUnknown::Count > 0
               invoke reportLines::Add(" ")
               invoke reportLines::Add("* a trip's distance isn't on file -- its mileage is left out.")
           end-if.
       end method.

       end class.
