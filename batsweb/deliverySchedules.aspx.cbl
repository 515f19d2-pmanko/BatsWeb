      * scheduled delivery of saved views. A coach who wants
      * the same breakdown every morning, or the opponent packet
      * before every series, has had to log in and run it. Here a
      * user attaches a schedule to one of their saved filter presets
      * (filterPresets.aspx.cbl) or to an opponent packet: daily,
      * weekly on a chosen day, or after each completed game of a
      * chosen team; PDF or CSV; and the logins it goes to. One
      * BATSW059.DAT row per schedule, keyed like the presets by the
      * owning user and the schedule's name. The overnight
      * scheduledDelivery.cbl step runs the due ones against the
      * fresh load and mails the results through the gateway; its
      * last outcome shows in the list here and, when it failed, on
      * the ops monitor.
       class-id batsweb.deliverySchedules is partial
                inherits type System.Web.UI.Page public.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       $SET CALLFH"EXTFH"
       $SET DATACOMPRESS"1"
        SELECT DLV-FILE ASSIGN WS-DLV-FILE
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS DLV-KEY
              LOCK MANUAL
              FILE STATUS IS STATUS-COMN.

        SELECT PRESET-FILE ASSIGN WS-PRESET-FILE
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS PRESET-KEY
              LOCK MANUAL
              FILE STATUS IS STATUS-COMN2.

        SELECT WEBPASS-FILE ASSIGN WS-BATSW020-FILE
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS WEBPASS-KEY
              LOCK MANUAL
              FILE STATUS IS STATUS-COMN3.

       file section.
       FD  DLV-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS DLV-REC.

      *    DLV-OWNER is the preset key's user half ("team/last/
      *    first"). DLV-KIND: PRESET (DLV-PRESET names one of the
      *    owner's presets) or PACKET (DLV-PARMS "opponent|days
      *    back"). DLV-FREQ: D daily, W weekly on DLV-DAY (1 Sunday
      *    .. 7 Saturday), G after each completed game of
      *    DLV-GAME-TEAM -- DLV-LAST-GAME is the last game date it
      *    went out for. DLV-FORMAT PDF / CSV. DLV-RECIPIENTS is
      *    ";"-separated logins, "last/first" on the owner's team or
      *    "team/last/first". DLV-LAST-STATUS OK / FAIL.
      *    DLV-SAVED and DLV-LAST-RUN are UTC.
       01  DLV-REC.
           05  DLV-KEY.
               10  DLV-OWNER           PIC X(45).
               10  DLV-NAME            PIC X(20).
           05  DLV-KIND                PIC X(6).
           05  DLV-PRESET              PIC X(20).
           05  DLV-PARMS               PIC X(60).
           05  DLV-FREQ                PIC X.
           05  DLV-DAY                 PIC 9.
           05  DLV-GAME-TEAM           PIC X(15).
           05  DLV-FORMAT              PIC X(3).
           05  DLV-RECIPIENTS          PIC X(300).
           05  DLV-ACTIVE              PIC X.
           05  DLV-SAVED               PIC X(14).
           05  DLV-LAST-RUN            PIC X(14).
           05  DLV-LAST-GAME           PIC 9(8).
           05  DLV-LAST-STATUS         PIC X(4).
           05  DLV-LAST-MESSAGE        PIC X(60).
           05  FILLER                  PIC X(10).

       FD  PRESET-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS PRESET-REC.

      *    layout owned by filterPresets.aspx.cbl -- keep in
      *    sync with the FD there.
       01  PRESET-REC.
           05  PRESET-KEY.
               10  PRESET-USER         PIC X(45).
               10  PRESET-NAME         PIC X(20).
           05  PRESET-PAGE             PIC X(10).
           05  PRESET-FILTERS          PIC X(200).
           05  PRESET-SAVED            PIC X(14).
           05  FILLER                  PIC X(10).

       FD  WEBPASS-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS WEBPASS-REC.

      *    batsweb key shape (team + last + first) -- keep in
      *    sync with Default.aspx.cbl's WEBPASS-REC.
       01  WEBPASS-REC.
           05  WEBPASS-KEY.
               10  WEBPASS-TEAM-NAME       PIC X(15).
               10  WEBPASS-LAST            PIC X(15).
               10  WEBPASS-FIRST           PIC X(15).
           05  WEBPASS-REST.
               10  WEBPASS-SALT            PIC X(12).
               10  WEBPASS-HASH            PIC X(44).
               10  WEBPASS-LEVEL           PIC X.
               10  WEBPASS-FAIL-COUNT      PIC 9(2).
               10  WEBPASS-LOCK-UNTIL      PIC X(12).
               10  WEBPASS-LAST-LOGIN      PIC X(12).
               10  WEBPASS-LOGIN-COUNT     PIC 9(5).
               10  WEBPASS-PLAYER-ID       PIC 9(6).
               10  FILLER                  PIC X(3).

       working-storage section.
       01  WS-DLV-FILE        PIC X(256) VALUE "BATSW059.DAT".
       01  WS-PRESET-FILE     PIC X(256) VALUE "BATSW033.DAT".
       01  WS-BATSW020-FILE   PIC X(256) VALUE "BATSW020.DAT".
       01  STATUS-COMN.
           05  STATUS-BYTE-1           PIC X      VALUE SPACES.
           05  STATUS-BYTE-2           PIC X      VALUE SPACES.
       01  STATUS-COMN2.
           05  STATUS2-BYTE-1          PIC X      VALUE SPACES.
           05  STATUS2-BYTE-2          PIC X      VALUE SPACES.
       01  STATUS-COMN3.
           05  STATUS3-BYTE-1          PIC X      VALUE SPACES.
           05  STATUS3-BYTE-2          PIC X      VALUE SPACES.
       01  WS-DLV-OWNER       PIC X(45).
       01  WS-PRESET-PAGE     PIC X(10).

       method-id Page_Load protected.
       local-storage section.
       procedure division using by value param-sender as object
                                         param-e as type System.EventArgs.
           if self::Session["level"] = null
               invoke self::Response::Redirect("~/Default.aspx")
               exit method.
      *    a player-portal login has no presets or packets to
      *    schedule.
           if self::Session["level"]::ToString = "P"
               invoke self::Response::Redirect("~/mainmenu.aspx")
               exit method.
           if self::IsPostBack
               exit method.
           invoke ddKind::Items::Clear
           invoke ddKind::Items::Add(new ListItem("Saved preset", "PRESET"))
           invoke ddKind::Items::Add(new ListItem("Opponent packet", "PACKET"))
           invoke ddFrequency::Items::Clear
           invoke ddFrequency::Items::Add(new ListItem("Daily", "D"))
           invoke ddFrequency::Items::Add(new ListItem("Weekly", "W"))
           invoke ddFrequency::Items::Add(new ListItem("After each game", "G"))
           invoke ddWeekday::Items::Clear
           invoke ddWeekday::Items::Add(new ListItem("Sunday", "1"))
           invoke ddWeekday::Items::Add(new ListItem("Monday", "2"))
           invoke ddWeekday::Items::Add(new ListItem("Tuesday", "3"))
           invoke ddWeekday::Items::Add(new ListItem("Wednesday", "4"))
           invoke ddWeekday::Items::Add(new ListItem("Thursday", "5"))
           invoke ddWeekday::Items::Add(new ListItem("Friday", "6"))
           invoke ddWeekday::Items::Add(new ListItem("Saturday", "7"))
           invoke ddFormat::Items::Clear
           invoke ddFormat::Items::Add("PDF")
           invoke ddFormat::Items::Add("CSV")
           invoke self::listSchedules
           goback.
       end method.

      *    the identity string schedules are keyed under -- the
      *    same one the presets use, so a schedule names its preset
      *    by the preset's own name.
       method-id ownerKey protected.
       procedure division returning userKey as String.
           set userKey to self::Session["team"]::ToString::Trim & "/" &
               "" & self::Session["user"]
       end method.

       method-id listSchedules protected.
       local-storage section.
       01  whenText        type String.
       procedure division.
           invoke lbSchedules::Items::Clear.
           OPEN INPUT DLV-FILE.
           IF STATUS-BYTE-1 NOT EQUAL ZEROES
               exit method.
           MOVE self::ownerKey() TO WS-DLV-OWNER
           MOVE WS-DLV-OWNER TO DLV-OWNER
           MOVE SPACES TO DLV-NAME
           START DLV-FILE KEY NOT < DLV-KEY
               INVALID KEY
                   CLOSE DLV-FILE
                   exit method.
       LIST-LOOP.
           READ DLV-FILE NEXT WITH NO LOCK
               AT END GO TO LIST-DONE.
           IF DLV-OWNER NOT = WS-DLV-OWNER
               GO TO LIST-DONE.
           evaluate DLV-FREQ
               when "D"
                   set whenText to "daily"
               when "W"
                   set whenText to "weekly, " &
                       type System.Globalization.CultureInfo::InvariantCulture::DateTimeFormat::DayNames[DLV-DAY - 1]
               when other
                   set whenText to "after each " & DLV-GAME-TEAM::Trim & " game"
           end-evaluate
           if DLV-ACTIVE not = "Y"
               set whenText to whenText & ", paused"
           end-if
           if DLV-LAST-RUN = spaces
               invoke lbSchedules::Items::Add(new ListItem(DLV-NAME::Trim &
                   "  [" & DLV-FORMAT & " " & whenText & "]  not run yet",
                   DLV-NAME::Trim))
           else
               invoke lbSchedules::Items::Add(new ListItem(DLV-NAME::Trim &
                   "  [" & DLV-FORMAT & " " & whenText & "]  last " &
                   type pucksweb.venueZone::shown("" & DLV-LAST-RUN,
                   "" & self::Session["team"]) & " " &
                   DLV-LAST-STATUS::Trim & " " &
                   DLV-LAST-MESSAGE::Trim, DLV-NAME::Trim))
           end-if
           GO TO LIST-LOOP.
       LIST-DONE.
           CLOSE DLV-FILE.
       end method.

      *    picking a schedule from the list loads it into the
      *    fields for a change, a pause or a delete.
       method-id lbSchedules_SelectedIndexChanged protected.
       local-storage section.
       01  parmParts       type String occurs any.
       procedure division using by value sender as object e as type System.EventArgs.
           if lbSchedules::SelectedItem = null
               exit method.
           OPEN INPUT DLV-FILE.
           IF STATUS-BYTE-1 NOT EQUAL ZEROES
               exit method.
           MOVE self::ownerKey() TO DLV-OWNER
           MOVE lbSchedules::SelectedValue TO DLV-NAME
           READ DLV-FILE WITH NO LOCK
               INVALID KEY
                   CLOSE DLV-FILE
                   set lblMsg::Text to "That schedule is no longer on file."
                   exit method.
           CLOSE DLV-FILE.
           set tbSchedName::Text to DLV-NAME::Trim
           set ddKind::SelectedValue to DLV-KIND::Trim
           set tbPresetName::Text to DLV-PRESET::Trim
           set tbOpponent::Text to ""
           set tbDaysBack::Text to ""
           if DLV-KIND = "PACKET"
               set parmParts to DLV-PARMS::Trim::Split("|")
               set tbOpponent::Text to parmParts[0]
               if parmParts::Length > 1
                   set tbDaysBack::Text to parmParts[1]
               end-if
           end-if
           set ddFrequency::SelectedValue to DLV-FREQ
           if DLV-DAY >= 1 and DLV-DAY <= 7
               set ddWeekday::SelectedValue to "" & DLV-DAY
           end-if
           set tbGameTeam::Text to DLV-GAME-TEAM::Trim
           set ddFormat::SelectedValue to DLV-FORMAT::Trim
           set tbRecipients::Text to DLV-RECIPIENTS::Trim
           if DLV-ACTIVE = "Y"
               set btnPause::Text to "Pause"
           else
               set btnPause::Text to "Resume"
           end-if
           set lblMsg::Text to "".
       end method.

      *    writes (or rewrites) the schedule in the fields.
      *    Everything is checked here rather than at 2 a.m.: the
      *    preset must be the user's own, and every recipient must be
      *    a login allowed to receive it.
       method-id btnSave_Click protected.
       local-storage section.
       01  daysBack        type Int32.
       01  checkText       type String.
       01  sportCode       type String.
       procedure division using by value sender as object e as type System.EventArgs.
           if tbSchedName::Text::Trim() = ""
               set lblMsg::Text to "Name the schedule."
               exit method.
           if tbSchedName::Text::Trim()::Length > 20
               set lblMsg::Text to "Schedule names are up to 20 characters."
               exit method.
           if ddKind::SelectedValue = "PRESET"
               if tbPresetName::Text::Trim() = ""
                   set lblMsg::Text to "Name the preset to deliver."
                   exit method
               end-if
               if self::presetPage(tbPresetName::Text::Trim::ToUpper) = ""
                   set lblMsg::Text to "You have no preset under that name."
                   exit method
               end-if
               if WS-PRESET-PAGE = "PK300"
                   set sportCode to "H"
               else
                   set sportCode to "B"
               end-if
           else
               if tbOpponent::Text::Trim() = ""
                   set lblMsg::Text to "Name the opponent for the packet."
                   exit method
               end-if
               set daysBack to 0
               invoke type Int32::TryParse(tbDaysBack::Text::Trim, by reference daysBack)
               if daysBack < 1 or daysBack > 365
                   set lblMsg::Text to "The packet covers the last 1 to 365 days -- enter the number of days."
                   exit method
               end-if
               if ("" & self::Session["team"])::Trim = ""
                   set lblMsg::Text to "The packet needs a team on the login."
                   exit method
               end-if
               set sportCode to "B"
           end-if
           if ddFrequency::SelectedValue = "G" and tbGameTeam::Text::Trim() = ""
               set lblMsg::Text to "Name the team whose games trigger the delivery."
               exit method.
           set checkText to self::checkRecipients(tbRecipients::Text::Trim, sportCode)
           if checkText not = ""
               set lblMsg::Text to checkText
               exit method.

           OPEN I-O DLV-FILE.
           IF STATUS-COMN = "35"
               OPEN OUTPUT DLV-FILE
               CLOSE DLV-FILE
               OPEN I-O DLV-FILE.
           IF STATUS-BYTE-1 NOT EQUAL ZEROES
               set lblMsg::Text to "Unable to open the schedules file."
               exit method.
           MOVE self::ownerKey() TO DLV-OWNER
           MOVE tbSchedName::Text::Trim::ToUpper TO DLV-NAME
      *    a rewrite keeps the run history; a changed trigger
      *    team starts its game count afresh.
           READ DLV-FILE
               INVALID KEY
                   MOVE SPACES TO DLV-LAST-RUN
                   MOVE SPACES TO DLV-LAST-STATUS
                   MOVE SPACES TO DLV-LAST-MESSAGE
                   MOVE 0 TO DLV-LAST-GAME
                   MOVE "Y" TO DLV-ACTIVE
                   MOVE SPACES TO DLV-GAME-TEAM
           END-READ
           IF DLV-GAME-TEAM NOT = tbGameTeam::Text::Trim::ToUpper
               MOVE 0 TO DLV-LAST-GAME.
           MOVE ddKind::SelectedValue TO DLV-KIND
           MOVE SPACES TO DLV-PRESET
           MOVE SPACES TO DLV-PARMS
           if ddKind::SelectedValue = "PRESET"
               MOVE tbPresetName::Text::Trim::ToUpper TO DLV-PRESET
           else
               set DLV-PARMS to tbOpponent::Text::Trim::ToUpper & "|" & daysBack
           end-if
           MOVE ddFrequency::SelectedValue TO DLV-FREQ
           MOVE 0 TO DLV-DAY
           if ddFrequency::SelectedValue = "W"
               set DLV-DAY to type Int32::Parse(ddWeekday::SelectedValue)
           end-if
           MOVE SPACES TO DLV-GAME-TEAM
           if ddFrequency::SelectedValue = "G"
               MOVE tbGameTeam::Text::Trim::ToUpper TO DLV-GAME-TEAM
           end-if
           MOVE ddFormat::SelectedValue TO DLV-FORMAT
           MOVE tbRecipients::Text::Trim TO DLV-RECIPIENTS
           set DLV-SAVED to type DateTime::UtcNow::ToString("yyyyMMddHHmmss")
           WRITE DLV-REC
               INVALID KEY REWRITE DLV-REC
           END-WRITE.
           CLOSE DLV-FILE.
           set lblMsg::Text to "Schedule saved."
           invoke self::listSchedules.
       end method.

      *    the named preset's filter set ("PK300" / "BAT300"),
      *    or "" when the user has no preset by that name.
       method-id presetPage protected.
       procedure division using by value presetName as String
                          returning pageOut as String.
           set pageOut to ""
           MOVE SPACES TO WS-PRESET-PAGE
           OPEN INPUT PRESET-FILE.
           IF STATUS2-BYTE-1 NOT EQUAL ZEROES
               exit method.
           MOVE self::ownerKey() TO PRESET-USER
           MOVE presetName TO PRESET-NAME
           READ PRESET-FILE WITH NO LOCK
               INVALID KEY
                   CLOSE PRESET-FILE
                   exit method.
           CLOSE PRESET-FILE.
           MOVE PRESET-PAGE TO WS-PRESET-PAGE
           set pageOut to PRESET-PAGE::Trim.
       end method.

      *    every recipient on the list must be a login that may
      *    see what is sent: on file, a staff level (not a player or
      *    a retired login), and -- for the baseball views, which
      *    have no sharing arrangement between clubs -- on the
      *    owner's own team. Hockey views may go to a partner club's
      *    login; the consortium matrix is checked at each run.
      *    Blank back when the list is good; blank list = the owner.
       method-id checkRecipients protected.
       local-storage section.
       01  recipList       type String occurs any.
       01  recipOne        type String.
       01  nameParts       type String occurs any.
       01  ownTeam         type String.
       01  recipTeam       type String.
       procedure division using by value recipText as String
                                 by value sportCode as String
                          returning problemText as String.
           set problemText to ""
           if recipText = ""
               exit method.
           if recipText::Length > 300
               set problemText to "The recipient list is limited to 300 characters."
               exit method.
           set ownTeam to ("" & self::Session["team"])::Trim::ToUpper
           OPEN INPUT WEBPASS-FILE.
           IF STATUS3-BYTE-1 NOT EQUAL ZEROES
               set problemText to "Unable to check the recipients -- the login file is not available."
               exit method.
           set recipList to recipText::Split(";")
           perform varying recipOne through recipList
               if recipOne::Trim not = "" and problemText = ""
                   set nameParts to recipOne::Trim::ToUpper::Split("/")
                   evaluate nameParts::Length
                       when 2
                           set recipTeam to ownTeam
                           MOVE nameParts[0]::Trim TO WEBPASS-LAST
                           MOVE nameParts[1]::Trim TO WEBPASS-FIRST
                       when 3
                           set recipTeam to nameParts[0]::Trim
                           MOVE nameParts[1]::Trim TO WEBPASS-LAST
                           MOVE nameParts[2]::Trim TO WEBPASS-FIRST
                       when other
                           set problemText to recipOne::Trim &
                               ": write recipients as last/first or team/last/first."
                   end-evaluate
                   if problemText = ""
                       MOVE recipTeam TO WEBPASS-TEAM-NAME
                       READ WEBPASS-FILE WITH NO LOCK
                           INVALID KEY
                               set problemText to recipOne::Trim & " is not a login."
                       END-READ
                   end-if
                   if problemText = ""
                    and WEBPASS-LEVEL not = "1" and WEBPASS-LEVEL not = "2"
                    and WEBPASS-LEVEL not = "9"
                       set problemText to recipOne::Trim & " is not a staff login."
                   end-if
                   if problemText = "" and sportCode = "B" and recipTeam not = ownTeam
                       set problemText to recipOne::Trim &
                           " is with another club -- baseball views stay with the club."
                   end-if
               end-if
           end-perform
           CLOSE WEBPASS-FILE.
       end method.

       method-id btnPause_Click protected.
       procedure division using by value sender as object e as type System.EventArgs.
           if tbSchedName::Text::Trim() = ""
               set lblMsg::Text to "Pick the schedule to pause or resume."
               exit method.
           OPEN I-O DLV-FILE.
           IF STATUS-BYTE-1 NOT EQUAL ZEROES
               set lblMsg::Text to "Unable to open the schedules file."
               exit method.
           MOVE self::ownerKey() TO DLV-OWNER
           MOVE tbSchedName::Text::Trim::ToUpper TO DLV-NAME
           READ DLV-FILE
               INVALID KEY
                   CLOSE DLV-FILE
                   set lblMsg::Text to "No schedule under that name."
                   exit method.
           if DLV-ACTIVE = "Y"
               MOVE "N" TO DLV-ACTIVE
               set lblMsg::Text to "Schedule paused."
               set btnPause::Text to "Resume"
           else
               MOVE "Y" TO DLV-ACTIVE
               set lblMsg::Text to "Schedule resumed."
               set btnPause::Text to "Pause"
           end-if
           REWRITE DLV-REC.
           CLOSE DLV-FILE.
           invoke self::listSchedules.
       end method.

       method-id btnDelete_Click protected.
       procedure division using by value sender as object e as type System.EventArgs.
           if tbSchedName::Text::Trim() = ""
               set lblMsg::Text to "Enter the schedule name to delete."
               exit method.
           OPEN I-O DLV-FILE.
           IF STATUS-BYTE-1 NOT EQUAL ZEROES
               set lblMsg::Text to "Unable to open the schedules file."
               exit method.
           MOVE self::ownerKey() TO DLV-OWNER
           MOVE tbSchedName::Text::Trim::ToUpper TO DLV-NAME
           READ DLV-FILE
               INVALID KEY
                   CLOSE DLV-FILE
                   set lblMsg::Text to "No schedule under that name."
                   exit method.
           DELETE DLV-FILE RECORD.
           CLOSE DLV-FILE.
           set lblMsg::Text to "Schedule deleted."
           invoke self::listSchedules.
       end method.

       end class.
