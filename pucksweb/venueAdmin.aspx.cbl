      * venue time-zone table. One row per club -- its home rink or
      * ballpark and the time zone it plays in -- kept in PKW083.DAT
      * (venueZone.cbl owns the file). A game takes its home club's
      * zone: the load-status overdue flags, the overnight chain's
      * {SLATE} date and every stamp shown on a screen follow it. A
      * club with no row plays in the server's zone. Every save and
      * removal goes to the configuration audit (screen VENUE).
       class-id pucksweb.venueAdmin is partial
                inherits type System.Web.UI.Page public.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       $SET CALLFH"EXTFH"
       $SET DATACOMPRESS"1"
        SELECT VENUE-FILE ASSIGN WS-VENUE-FILE
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS VEN-KEY
              LOCK MANUAL
              FILE STATUS IS STATUS-COMN.

       file section.
       FD  VENUE-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS VEN-REC.

      *    layout owned by venueZone.cbl -- keep in sync with
      *    the FD there.
       01  VEN-REC.
           05  VEN-KEY.
               10  VEN-TEAM            PIC X(15).
           05  VEN-NAME                PIC X(40).
           05  VEN-ZONE                PIC X(40).
           05  VEN-BY                  PIC X(45).
           05  VEN-STAMP               PIC X(14).
           05  FILLER                  PIC X(20).

       working-storage section.
       01  WS-VENUE-FILE      PIC X(256) VALUE "PKW083.DAT".
       01  STATUS-COMN.
           05  STATUS-BYTE-1           PIC X      VALUE SPACES.
           05  STATUS-BYTE-2           PIC X      VALUE SPACES.
       01  WS-WANT-TEAM       PIC X(15).

       method-id Page_Load protected.
       local-storage section.
       01  zoneItem        type TimeZoneInfo.
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
      *    the venue table moves every club's calendar -- admin
      *    work.
           if self::Session["level"]::ToString not = "9"
               invoke self::Response::Redirect("~/mainmenu.aspx")
               exit method.
           if self::IsPostBack
               exit method.
           perform varying zoneItem through type TimeZoneInfo::GetSystemTimeZones()
               invoke ddZone::Items::Add(new ListItem(zoneItem::DisplayName, zoneItem::Id))
           end-perform
           invoke self::listVenues
           goback.
       end method.

       method-id btnSave_Click protected.
       local-storage section.
       01  beforeImage     type String.
       01  saveFlag        type String.
       procedure division using by value sender as object e as type System.EventArgs.
           if tbTeam::Text::Trim() = "" or tbTeam::Text::Trim()::Length > 15
               set lblMsg::Text to "Enter the club (up to 15 characters)."
               exit method.
           if tbTeam::Text::Trim()::StartsWith("*")
               set lblMsg::Text to "Club names cannot start with *."
               exit method.
           set beforeImage to self::venueImage(tbTeam::Text)
           set saveFlag to type pucksweb.venueZone::register(tbTeam::Text,
               tbVenue::Text, ddZone::SelectedValue,
               self::Session["team"]::ToString::Trim & " / " &
               "" & self::Session["user"])
           evaluate saveFlag
           when "OK"
               invoke type pucksweb.configAudit::record("VENUE",
                   tbTeam::Text::Trim::ToUpper,
                   self::Session["team"]::ToString::Trim & " / " &
                   "" & self::Session["user"],
                   beforeImage, self::venueImage(tbTeam::Text))
               set lblMsg::Text to tbTeam::Text::Trim::ToUpper & " now plays in " &
                   ddZone::SelectedItem::Text & "."
           when "ZONE"
               set lblMsg::Text to "That time zone is not known on this server."
           when other
               set lblMsg::Text to "Unable to open the venue file."
           end-evaluate
           invoke self::listVenues.
       end method.

       method-id btnRemove_Click protected.
       local-storage section.
       01  beforeImage     type String.
       procedure division using by value sender as object e as type System.EventArgs.
           if tbTeam::Text::Trim() = "" or tbTeam::Text::Trim()::StartsWith("*")
               set lblMsg::Text to "Enter the club to remove."
               exit method.
           set beforeImage to self::venueImage(tbTeam::Text)
           if beforeImage = ""
               set lblMsg::Text to "No venue row for " & tbTeam::Text::Trim::ToUpper & "."
               exit method.
           invoke type pucksweb.venueZone::remove(tbTeam::Text)
           invoke type pucksweb.configAudit::record("VENUE",
               tbTeam::Text::Trim::ToUpper,
               self::Session["team"]::ToString::Trim & " / " &
               "" & self::Session["user"],
               beforeImage, "")
           set lblMsg::Text to tbTeam::Text::Trim::ToUpper &
               " removed -- it plays in the server's zone until it is set again."
           invoke self::listVenues.
       end method.

      *    a club's row as the audit shows it; blank when none.
       method-id venueImage protected.
       procedure division using by value teamName as String
                          returning image as String.
           set image to ""
           OPEN INPUT VENUE-FILE.
           IF STATUS-BYTE-1 NOT EQUAL ZEROES
               exit method.
           MOVE teamName::Trim::ToUpper TO WS-WANT-TEAM
           MOVE WS-WANT-TEAM TO VEN-TEAM
           READ VENUE-FILE WITH NO LOCK
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   set image to VEN-NAME::Trim & " / " & VEN-ZONE::Trim
           END-READ.
           CLOSE VENUE-FILE.
       end method.

       method-id listVenues protected.
       local-storage section.
       01  viewerTeam      type String.
       procedure division.
           invoke lbVenues::Items::Clear.
           set viewerTeam to "" & self::Session["team"]
           OPEN INPUT VENUE-FILE.
           IF STATUS-BYTE-1 NOT EQUAL ZEROES
               set lblMsg::Text to lblMsg::Text & "  No venues set -- every club plays in the server's zone."
               exit method.
       LIST-LOOP.
           READ VENUE-FILE NEXT WITH NO LOCK
               AT END GO TO LIST-DONE.
           IF VEN-TEAM = "*UTC-CONVERTED"
               invoke lbVenues::Items::Add("(older stamps converted to UTC from " &
                   VEN-ZONE::Trim & " on " &
                   type pucksweb.venueZone::shown(VEN-STAMP, viewerTeam) & ")")
               GO TO LIST-LOOP.
           invoke lbVenues::Items::Add(VEN-TEAM & "  " & VEN-NAME::Trim &
               "  " & VEN-ZONE::Trim & "  [" & VEN-BY::Trim & " " &
               type pucksweb.venueZone::shown(VEN-STAMP, viewerTeam) & "]")
           GO TO LIST-LOOP.
       LIST-DONE.
           CLOSE VENUE-FILE.
       end method.

       end class.
