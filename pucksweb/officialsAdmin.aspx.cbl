      * the officials roster for the league we operate. Referees
      * and linesmen were assigned by phone and paid off a
      * spreadsheet; their particulars now live in PKW073.DAT, kept
      * here: each official's code, name, certification level, role
      * (referee or linesman), home city, mail address and per-game
      * fee, the dates they have said they can work, the city each
      * club's rink is in (SCHED-REC knows the home club, not the
      * rink), the road distances between cities the crews travel,
      * and the assignment rules -- how many times in how many days
      * one official may work the same club, how far apart two
      * same-day games may be, the fewest hours between them and
      * the mileage rate. crewAssign.aspx.cbl puts crews on the
      * schedule's games against all of it. Every save lands on the
      * admin-change trail (configAudit.cbl).
       class-id pucksweb.officialsAdmin is partial
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

       file section.
       FD  OFFICIALS-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS OFC-REC OFC-OFFICIAL-REC OFC-AVAIL-REC
                          OFC-VENUE-REC OFC-DIST-REC OFC-RULES-REC
                          OFC-ASSIGN-REC.

      *    OFC-KIND: "R" an official (OFC-KEY1 their code), "A" a
      *    date they can work (code, then the date in OFC-KEY2), "V"
      *    a club's rink (OFC-KEY1 the club), "K" the road distance
      *    between two cities (both ways on file), "S" the rules
      *    row, "G" one official's slot on one game (crewAssign).
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

       working-storage section.
       01  WS-OFFICIALS-FILE  PIC X(256) VALUE "PKW073.DAT".
       01  STATUS-COMN.
           05  STATUS-BYTE-1           PIC X      VALUE SPACES.
           05  STATUS-BYTE-2           PIC X      VALUE SPACES.
       01  WS-FEE-DISP        PIC ZZ9.99.
       01  WS-OFFICIAL-LINE.
           05  OL-CODE                 PIC X(10).
           05  OL-NAME                 PIC X(31).
           05  OL-CERT                 PIC X(4).
           05  OL-ROLE                 PIC X(4).
           05  OL-CITY                 PIC X(21).
           05  OL-FEE                  PIC ZZ9.99.
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  OL-ACTIVE               PIC X(9).
           05  OL-DATES                PIC ZZZ9.

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
      *    the league office's roster -- admin only.
           if self::Session["level"]::ToString not = "9"
               invoke self::Response::Redirect("~/mainmenu.aspx")
               exit method.
           if self::IsPostBack
               exit method.
           invoke ddRole::Items::Add(new ListItem("Referee", "R"))
           invoke ddRole::Items::Add(new ListItem("Linesman", "L"))
           invoke self::showRules
           invoke self::listOfficials
           invoke self::listPlaces
           goback.
       end method.

       method-id openOfficials protected.
       procedure division returning openedOk as String.
           set openedOk to "N"
           OPEN I-O OFFICIALS-FILE.
           IF STATUS-COMN = "35"
               OPEN OUTPUT OFFICIALS-FILE
               CLOSE OFFICIALS-FILE
               OPEN I-O OFFICIALS-FILE.
           IF STATUS-BYTE-1 NOT EQUAL ZEROES
               set lblMsg::Text to "Unable to open the officials file."
               exit method.
           set openedOk to "Y".
       end method.

       method-id whoIs protected.
       procedure division returning userText as String.
           set userText to self::Session["team"]::ToString::Trim & " / " & "" &
               self::Session["user"].
       end method.

      ******************************************************************
      *    the roster
      ******************************************************************

       method-id btnSaveOfficial_Click protected.
       local-storage section.
       01  codeIn          type String.
       01  feeIn           type Decimal.
       01  beforeImage     type String.
       procedure division using by value sender as object e as type System.EventArgs.
           set lblMsg::Text to ""
           set codeIn to tbOffCode::Text::Trim::ToUpper
           if codeIn = "" or codeIn::Length > 20
               set lblMsg::Text to "Enter the official's code (20 characters at most)."
               exit method.
           if tbOffName::Text::Trim = ""
               set lblMsg::Text to "Enter the official's name."
               exit method.
           set feeIn to 0
           if type Decimal::TryParse(tbOffFee::Text::Trim(), by reference feeIn) = false
            or feeIn < 0 or feeIn > 999.99
               set lblMsg::Text to "The per-game fee is 0.00 to 999.99."
               exit method.
           if self::openOfficials() not = "Y"
               exit method.
           MOVE SPACES TO OFC-REC
           MOVE "R" TO OFC-KIND
           MOVE codeIn TO OFC-KEY1
           set beforeImage to ""
           READ OFFICIALS-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE OFF-FEE TO WS-FEE-DISP
                   set beforeImage to OFF-NAME::Trim & " " & OFF-CERT & " " &
                       OFF-ROLE & " " & OFF-CITY::Trim & " " & WS-FEE-DISP::Trim &
                       " active " & OFF-ACTIVE
           END-READ
           MOVE SPACES TO OFC-REC
           MOVE "R" TO OFC-KIND
           MOVE codeIn TO OFC-KEY1
           MOVE tbOffName::Text::Trim TO OFF-NAME
           MOVE tbOffCert::Text::Trim::ToUpper TO OFF-CERT
           MOVE ddRole::SelectedValue TO OFF-ROLE
           MOVE tbOffCity::Text::Trim::ToUpper TO OFF-CITY
           MOVE tbOffEmail::Text::Trim TO OFF-EMAIL
           MOVE feeIn TO OFF-FEE
           if cbOffActive::Checked
               MOVE "Y" TO OFF-ACTIVE
           else
               MOVE "N" TO OFF-ACTIVE
           end-if
           set OFF-STAMP to type DateTime::Now::ToString("yyyyMMddHHmmss")
           WRITE OFC-OFFICIAL-REC
               INVALID KEY REWRITE OFC-OFFICIAL-REC
           END-WRITE
           CLOSE OFFICIALS-FILE.
           MOVE OFF-FEE TO WS-FEE-DISP
           invoke type pucksweb.configAudit::record("OFFICIALS", "OFFICIAL " & codeIn,
               self::whoIs(), beforeImage, OFF-NAME::Trim & " " & OFF-CERT & " " &
               OFF-ROLE & " " & OFF-CITY::Trim & " " & WS-FEE-DISP::Trim &
               " active " & OFF-ACTIVE)
           invoke self::listOfficials
           set lblMsg::Text to "Official " & codeIn & " saved.".
       end method.

      *    an official's row back into the boxes.
       method-id btnLoadOfficial_Click protected.
       procedure division using by value sender as object e as type System.EventArgs.
           set lblMsg::Text to ""
           OPEN INPUT OFFICIALS-FILE.
           IF STATUS-BYTE-1 NOT EQUAL ZEROES
               set lblMsg::Text to "No officials on file yet."
               exit method.
           MOVE SPACES TO OFC-REC
           MOVE "R" TO OFC-KIND
           MOVE tbOffCode::Text::Trim::ToUpper TO OFC-KEY1
           READ OFFICIALS-FILE WITH NO LOCK
               INVALID KEY
                   CLOSE OFFICIALS-FILE
                   set lblMsg::Text to "No official with that code."
                   exit method.
           CLOSE OFFICIALS-FILE.
           set tbOffName::Text to OFF-NAME::Trim
           set tbOffCert::Text to OFF-CERT::Trim
           set ddRole::SelectedValue to OFF-ROLE
           set tbOffCity::Text to OFF-CITY::Trim
           set tbOffEmail::Text to OFF-EMAIL::Trim
           MOVE OFF-FEE TO WS-FEE-DISP
           set tbOffFee::Text to WS-FEE-DISP::Trim
           set cbOffActive::Checked to false
           if OFF-ACTIVE = "Y"
               set cbOffActive::Checked to true.
       end method.

      *    the roster, with how many dates each has offered from
      *    today on.
       method-id listOfficials protected.
       local-storage section.
       01  dateCounts      type Dictionary[String, type Int32].
       01  codeKey         type String.
       01  todayYmd        type Int32.
       procedure division.
           invoke lbOfficials::Items::Clear
           OPEN INPUT OFFICIALS-FILE.
           IF STATUS-BYTE-1 NOT EQUAL ZEROES
               invoke lbOfficials::Items::Add("No officials on file yet.")
               exit method.
           set todayYmd to type Int32::Parse(type DateTime::Today::ToString("yyyyMMdd"))
           set dateCounts to new Dictionary[String, type Int32]
           MOVE LOW-VALUES TO OFC-KEY
           MOVE "A" TO OFC-KIND
           START OFFICIALS-FILE KEY NOT < OFC-KEY
               INVALID KEY
                   GO TO AVAIL-DONE.
       AVAIL-LOOP.
           READ OFFICIALS-FILE NEXT WITH NO LOCK
               AT END GO TO AVAIL-DONE.
           IF OFC-KIND NOT = "A"
               GO TO AVAIL-DONE.
           IF AV-DATE < todayYmd
               GO TO AVAIL-LOOP.
           set codeKey to OFC-KEY1::Trim
           if dateCounts::ContainsKey(codeKey)
               set dateCounts[codeKey] to dateCounts[codeKey] + 1
           else
               invoke dateCounts::Add(codeKey, 1)
           end-if
           GO TO AVAIL-LOOP.
       AVAIL-DONE.
           invoke lbOfficials::Items::Add("CODE      NAME                           CERT ROLE CITY                    FEE  STATUS   DATES")
           MOVE LOW-VALUES TO OFC-KEY
           MOVE "R" TO OFC-KIND
           START OFFICIALS-FILE KEY NOT < OFC-KEY
               INVALID KEY
                   GO TO ROSTER-DONE.
       ROSTER-LOOP.
           READ OFFICIALS-FILE NEXT WITH NO LOCK
               AT END GO TO ROSTER-DONE.
           IF OFC-KIND NOT = "R"
               GO TO ROSTER-DONE.
           MOVE OFC-KEY1 TO OL-CODE
           MOVE OFF-NAME TO OL-NAME
           MOVE OFF-CERT TO OL-CERT
           if OFF-ROLE = "R"
               MOVE "REF" TO OL-ROLE
           else
               MOVE "LINE" TO OL-ROLE
           end-if
           MOVE OFF-CITY TO OL-CITY
           MOVE OFF-FEE TO OL-FEE
           if OFF-ACTIVE = "Y"
               MOVE "active" TO OL-ACTIVE
           else
               MOVE "inactive" TO OL-ACTIVE
           end-if
           MOVE 0 TO OL-DATES
           if dateCounts::ContainsKey(OFC-KEY1::Trim)
               MOVE dateCounts[OFC-KEY1::Trim] TO OL-DATES
           end-if
           invoke lbOfficials::Items::Add(("" & WS-OFFICIAL-LINE)::TrimEnd())
           GO TO ROSTER-LOOP.
       ROSTER-DONE.
           CLOSE OFFICIALS-FILE.
       end method.

      *    the dates the official in tbOffCode can work, over a
      *    range on the weekdays listed (blank for every day).
       method-id btnAddAvail_Click protected.
       procedure division using by value sender as object e as type System.EventArgs.
           invoke self::availRows("A").
       end method.

       method-id btnRemoveAvail_Click protected.
       procedure division using by value sender as object e as type System.EventArgs.
           invoke self::availRows("R").
       end method.

       method-id availRows protected.
       local-storage section.
       01  codeIn          type String.
       01  fromIn          type Int32.
       01  toIn            type Int32.
       01  dayStamp        type DateTime.
       01  toStamp         type DateTime.
       01  dayList         type String.
       01  dayCode         type String.
       01  rowCount        type Int32.
       procedure division using by value addOrRemove as String.
           set lblMsg::Text to ""
           set codeIn to tbOffCode::Text::Trim::ToUpper
           if codeIn = ""
               set lblMsg::Text to "Enter the official's code."
               exit method.
           set fromIn to 0
           set toIn to 0
           invoke type Int32::TryParse(tbAvailFrom::Text::Trim(), by reference fromIn)
           invoke type Int32::TryParse(tbAvailTo::Text::Trim(), by reference toIn)
           if toIn = 0
               set toIn to fromIn.
           if fromIn = 0 or fromIn > toIn
               set lblMsg::Text to "Enter the dates (YYYYMMDD), from before to."
               exit method.
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
           set dayList to "," & tbAvailDays::Text::Trim::ToUpper::Replace(" ", "") & ","
           if self::openOfficials() not = "Y"
               exit method.
           MOVE SPACES TO OFC-REC
           MOVE "R" TO OFC-KIND
           MOVE codeIn TO OFC-KEY1
           READ OFFICIALS-FILE WITH NO LOCK
               INVALID KEY
                   CLOSE OFFICIALS-FILE
                   set lblMsg::Text to "Save the official before their dates."
                   exit method.
           set rowCount to 0
           perform until dayStamp > toStamp
               set dayCode to dayStamp::DayOfWeek::ToString::Substring(0, 3)::ToUpper
               if dayList = ",," or dayList::Contains("," & dayCode & ",")
                   MOVE SPACES TO OFC-REC
                   MOVE "A" TO OFC-KIND
                   MOVE codeIn TO OFC-KEY1
                   MOVE dayStamp::ToString("yyyyMMdd") TO AV-DATE
                   if addOrRemove = "A"
                       WRITE OFC-AVAIL-REC
                           INVALID KEY CONTINUE
                           NOT INVALID KEY add 1 to rowCount
                       END-WRITE
                   else
                       DELETE OFFICIALS-FILE RECORD
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               add 1 to rowCount
                       END-DELETE
                   end-if
               end-if
               set dayStamp to dayStamp::AddDays(1)
           end-perform
           CLOSE OFFICIALS-FILE.
           invoke self::listOfficials
           if addOrRemove = "A"
               set lblMsg::Text to rowCount::ToString & " date(s) added for " & codeIn & "."
           else
               set lblMsg::Text to rowCount::ToString & " date(s) removed for " & codeIn & ".".
       end method.

      ******************************************************************
      *    rinks and distances
      ******************************************************************

       method-id btnSaveVenue_Click protected.
       local-storage section.
       01  clubIn          type String.
       01  beforeImage     type String.
       procedure division using by value sender as object e as type System.EventArgs.
           set lblMsg::Text to ""
           set clubIn to tbClub::Text::Trim::ToUpper
           if clubIn = "" or clubIn::Length > 15 or tbVenueCity::Text::Trim = ""
               set lblMsg::Text to "Enter the club (as the schedule has it) and its rink's city."
               exit method.
           if self::openOfficials() not = "Y"
               exit method.
           MOVE SPACES TO OFC-REC
           MOVE "V" TO OFC-KIND
           MOVE clubIn TO OFC-KEY1
           set beforeImage to ""
           READ OFFICIALS-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   set beforeImage to VEN-RINK::Trim & ", " & VEN-CITY::Trim
           END-READ
           MOVE SPACES TO OFC-REC
           MOVE "V" TO OFC-KIND
           MOVE clubIn TO OFC-KEY1
           MOVE tbRink::Text::Trim TO VEN-RINK
           MOVE tbVenueCity::Text::Trim::ToUpper TO VEN-CITY
           WRITE OFC-VENUE-REC
               INVALID KEY REWRITE OFC-VENUE-REC
           END-WRITE
           CLOSE OFFICIALS-FILE.
           invoke type pucksweb.configAudit::record("OFFICIALS", "RINK " & clubIn,
               self::whoIs(), beforeImage, VEN-RINK::Trim & ", " & VEN-CITY::Trim)
           invoke self::listPlaces
           set lblMsg::Text to clubIn & "'s rink saved.".
       end method.

      *    a distance is kept both ways so either city finds it.
       method-id btnSaveDistance_Click protected.
       local-storage section.
       01  cityA           type String.
       01  cityB           type String.
       01  kmIn            type Int32.
       procedure division using by value sender as object e as type System.EventArgs.
           set lblMsg::Text to ""
           set cityA to tbCity1::Text::Trim::ToUpper
           set cityB to tbCity2::Text::Trim::ToUpper
           set kmIn to -1
           invoke type Int32::TryParse(tbKm::Text::Trim(), by reference kmIn)
           if cityA = "" or cityB = "" or cityA = cityB
            or cityA::Length > 20 or cityB::Length > 20
               set lblMsg::Text to "Enter two different cities."
               exit method.
           if kmIn < 0 or kmIn > 9999
               set lblMsg::Text to "The road distance is 0 to 9999 km."
               exit method.
           if self::openOfficials() not = "Y"
               exit method.
           MOVE SPACES TO OFC-REC
           MOVE "K" TO OFC-KIND
           MOVE cityA TO OFC-KEY1
           MOVE cityB TO OFC-KEY2
           MOVE kmIn TO DIST-KM
           WRITE OFC-DIST-REC
               INVALID KEY REWRITE OFC-DIST-REC
           END-WRITE
           MOVE SPACES TO OFC-REC
           MOVE "K" TO OFC-KIND
           MOVE cityB TO OFC-KEY1
           MOVE cityA TO OFC-KEY2
           MOVE kmIn TO DIST-KM
           WRITE OFC-DIST-REC
               INVALID KEY REWRITE OFC-DIST-REC
           END-WRITE
           CLOSE OFFICIALS-FILE.
           invoke type pucksweb.configAudit::record("OFFICIALS", "DISTANCE",
               self::whoIs(), "", cityA & " - " & cityB & " " & kmIn::ToString & " km")
           invoke self::listPlaces
           set lblMsg::Text to cityA & " - " & cityB & " saved.".
       end method.

      *    the clubs' rinks, then each distance once.
       method-id listPlaces protected.
       procedure division.
           invoke lbPlaces::Items::Clear
           OPEN INPUT OFFICIALS-FILE.
           IF STATUS-BYTE-1 NOT EQUAL ZEROES
               exit method.
           MOVE LOW-VALUES TO OFC-KEY
           MOVE "K" TO OFC-KIND
           START OFFICIALS-FILE KEY NOT < OFC-KEY
               INVALID KEY
                   GO TO PLACES-DONE.
       PLACES-LOOP.
           READ OFFICIALS-FILE NEXT WITH NO LOCK
               AT END GO TO PLACES-DONE.
           IF OFC-KIND = "K"
               IF OFC-KEY1 < OFC-KEY2
                   invoke lbPlaces::Items::Add("DISTANCE " & OFC-KEY1::Trim & " - " &
                       OFC-KEY2::Trim & ": " & DIST-KM & " km")
               END-IF
               GO TO PLACES-LOOP.
           IF OFC-KIND = "V"
               invoke lbPlaces::Items::Add("RINK " & OFC-KEY1::Trim & ": " &
                   VEN-RINK::Trim & ", " & VEN-CITY::Trim)
               GO TO PLACES-LOOP.
           IF OFC-KIND > "V"
               GO TO PLACES-DONE.
           GO TO PLACES-LOOP.
       PLACES-DONE.
           CLOSE OFFICIALS-FILE.
       end method.

      ******************************************************************
      *    the assignment rules
      ******************************************************************

       method-id btnSaveRules_Click protected.
       local-storage section.
       01  maxTeamIn       type Int32.
       01  windowIn        type Int32.
       01  sameDayKmIn     type Int32.
       01  minGapIn        type Int32.
       01  rateIn          type Decimal.
       01  beforeImage     type String.
       procedure division using by value sender as object e as type System.EventArgs.
           set lblMsg::Text to ""
           set maxTeamIn to -1
           set windowIn to -1
           set sameDayKmIn to -1
           set minGapIn to -1
           set rateIn to -1
           invoke type Int32::TryParse(tbMaxTeam::Text::Trim(), by reference maxTeamIn)
           invoke type Int32::TryParse(tbTeamWindow::Text::Trim(), by reference windowIn)
           invoke type Int32::TryParse(tbSameDayKm::Text::Trim(), by reference sameDayKmIn)
           invoke type Int32::TryParse(tbMinGap::Text::Trim(), by reference minGapIn)
           invoke type Decimal::TryParse(tbKmRate::Text::Trim(), by reference rateIn)
           if maxTeamIn < 1 or maxTeamIn > 99 or windowIn < 1 or windowIn > 999
               set lblMsg::Text to "Games with one club is 1 to 99, over 1 to 999 days."
               exit method.
           if sameDayKmIn < 0 or sameDayKmIn > 9999 or minGapIn < 0 or minGapIn > 24
               set lblMsg::Text to "Same-day distance is 0 to 9999 km, the gap 0 to 24 hours."
               exit method.
           if rateIn < 0 or rateIn > 9.99
               set lblMsg::Text to "The mileage rate is 0.00 to 9.99 a km."
               exit method.
           if self::openOfficials() not = "Y"
               exit method.
           MOVE SPACES TO OFC-REC
           MOVE "S" TO OFC-KIND
           set beforeImage to ""
           READ OFFICIALS-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE RULE-KM-RATE TO WS-FEE-DISP
                   set beforeImage to "" & RULE-MAX-TEAM & " in " & RULE-TEAM-WINDOW &
                       " days, " & RULE-SAMEDAY-KM & " km, " & RULE-MIN-GAP &
                       " h, rate " & WS-FEE-DISP::Trim
           END-READ
           MOVE SPACES TO OFC-REC
           MOVE "S" TO OFC-KIND
           MOVE maxTeamIn TO RULE-MAX-TEAM
           MOVE windowIn TO RULE-TEAM-WINDOW
           MOVE sameDayKmIn TO RULE-SAMEDAY-KM
           MOVE minGapIn TO RULE-MIN-GAP
           MOVE rateIn TO RULE-KM-RATE
           set RULE-STAMP to type DateTime::Now::ToString("yyyyMMddHHmmss")
           WRITE OFC-RULES-REC
               INVALID KEY REWRITE OFC-RULES-REC
           END-WRITE
           CLOSE OFFICIALS-FILE.
           MOVE RULE-KM-RATE TO WS-FEE-DISP
           invoke type pucksweb.configAudit::record("OFFICIALS", "RULES",
               self::whoIs(), beforeImage, "" & RULE-MAX-TEAM & " in " &
               RULE-TEAM-WINDOW & " days, " & RULE-SAMEDAY-KM & " km, " &
               RULE-MIN-GAP & " h, rate " & WS-FEE-DISP::Trim)
           set lblMsg::Text to "Assignment rules saved.".
       end method.

      *    the rules into the boxes; the defaults when none saved.
       method-id showRules protected.
       procedure division.
           set tbMaxTeam::Text to "3"
           set tbTeamWindow::Text to "30"
           set tbSameDayKm::Text to "100"
           set tbMinGap::Text to "4"
           set tbKmRate::Text to "0.50"
           OPEN INPUT OFFICIALS-FILE.
           IF STATUS-BYTE-1 NOT EQUAL ZEROES
               exit method.
           MOVE SPACES TO OFC-REC
           MOVE "S" TO OFC-KIND
           READ OFFICIALS-FILE WITH NO LOCK
               INVALID KEY
                   CLOSE OFFICIALS-FILE
                   exit method.
           CLOSE OFFICIALS-FILE.
           set tbMaxTeam::Text to RULE-MAX-TEAM::ToString
           set tbTeamWindow::Text to RULE-TEAM-WINDOW::ToString
           set tbSameDayKm::Text to RULE-SAMEDAY-KM::ToString
           set tbMinGap::Text to RULE-MIN-GAP::ToString
           MOVE RULE-KM-RATE TO WS-FEE-DISP
           set tbKmRate::Text to WS-FEE-DISP::Trim.
       end method.

       end class.
