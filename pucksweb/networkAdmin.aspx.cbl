      * the team's network allowlist, kept by its team-admin:
      * the address ranges the team's accounts may log in from
      * (office, arena, approved VPN -- one per line, single
      * addresses or CIDR blocks), whether a login from anywhere
      * else is refused or let in with the two-factor code, and the
      * address the nightly unusual-login sweep mails the team's
      * flags to. The row lives in PKW076.DAT (networkPolicy.cbl).
      * The admin's own address is shown, and a list that would
      * refuse it is not saved, so nobody locks their own office
      * out. Every save lands on the admin-change trail
      * (configAudit.cbl).
       class-id pucksweb.networkAdmin is partial
                inherits type System.Web.UI.Page public.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       $SET CALLFH"EXTFH"
       $SET DATACOMPRESS"1"
        SELECT NET-FILE ASSIGN WS-NET-FILE
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS NET-KEY
              LOCK MANUAL
              FILE STATUS IS STATUS-COMN.

       file section.
       FD  NET-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS NET-REC.

      *    layout owned by networkPolicy.cbl -- keep in sync with
      *    the FD there.
       01  NET-REC.
           05  NET-KEY.
               10  NET-TEAM            PIC X(15).
           05  NET-MODE                PIC X.
           05  NET-RANGES              PIC X(800).
           05  NET-ALERT-EMAIL         PIC X(60).
           05  NET-STAMP               PIC X(14).
           05  NET-USER                PIC X(45).
           05  FILLER                  PIC X(20).

       working-storage section.
       01  WS-NET-FILE        PIC X(256) VALUE "PKW076.DAT".
       01  STATUS-COMN.
           05  STATUS-BYTE-1           PIC X      VALUE SPACES.
           05  STATUS-BYTE-2           PIC X      VALUE SPACES.

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
      *    where the team may log in from is team-admin work.
           if self::Session["level"]::ToString not = "9"
               invoke self::Response::Redirect("~/mainmenu.aspx")
               exit method.
           set lblYourIp::Text to "You are connected from " & self::Request::UserHostAddress & "."
           if self::IsPostBack
               exit method.
           invoke ddMode::Items::Add(new ListItem("No restriction", "O"))
           invoke ddMode::Items::Add(new ListItem("Refuse logins from outside the list", "B"))
           invoke ddMode::Items::Add(new ListItem("Outside the list only with two-factor", "M"))
           invoke self::showPolicy
           goback.
       end method.

       method-id whoIs protected.
       procedure division returning userText as String.
           set userText to self::Session["team"]::ToString::Trim & " / " & "" &
               self::Session["user"].
       end method.

       method-id showPolicy protected.
       procedure division.
           set ddMode::SelectedValue to "O"
           OPEN INPUT NET-FILE.
           IF STATUS-BYTE-1 NOT EQUAL ZEROES
               exit method.
           MOVE self::Session["team"]::ToString::Trim::ToUpper TO NET-TEAM
           READ NET-FILE WITH NO LOCK
               INVALID KEY
                   CLOSE NET-FILE
                   exit method.
           CLOSE NET-FILE.
           if NET-MODE = "B" or NET-MODE = "M"
               set ddMode::SelectedValue to NET-MODE.
           set tbRanges::Text to NET-RANGES::Trim::Replace(",", type Environment::NewLine)
           set tbAlertEmail::Text to NET-ALERT-EMAIL::Trim
           set lblMsg::Text to "Last saved " & NET-STAMP & " by " & NET-USER::Trim & "."
       end method.

      *    one range per line (commas also accepted); each must
      *    read as an address or CIDR block, and the list must
      *    still let the admin saving it in.
       method-id btnSave_Click protected.
       local-storage section.
       01  teamIn          type String.
       01  rawLines        type String occurs any.
       01  lineIdx         type Int32.
       01  oneRange        type String.
       01  rangeText       type String.
       01  beforeImage     type String.
       01  afterImage      type String.
       01  coversMe        type String.
       procedure division using by value sender as object e as type System.EventArgs.
           set lblMsg::Text to ""
           set teamIn to self::Session["team"]::ToString::Trim::ToUpper
           set rangeText to ""
           set coversMe to "N"
           set rawLines to tbRanges::Text::Replace(type Environment::NewLine, ",")::Replace(x"0A", ",")::Split(",")
           perform varying lineIdx from 0 by 1 until lineIdx >= rawLines::Length
               set oneRange to rawLines[lineIdx]::Trim
               if oneRange not = ""
                   if type pucksweb.networkPolicy::isValidRange(oneRange) not = "Y"
                       set lblMsg::Text to oneRange & " is not an address or CIDR block (e.g. 203.0.113.0/24)."
                       exit method
                   end-if
                   if type pucksweb.networkPolicy::inRange(self::Request::UserHostAddress, oneRange) = "Y"
                       set coversMe to "Y"
                   end-if
                   if rangeText = ""
                       set rangeText to oneRange
                   else
                       set rangeText to rangeText & "," & oneRange
                   end-if
               end-if
           end-perform
           if rangeText::Length > 800
               set lblMsg::Text to "The list is too long -- combine ranges into wider CIDR blocks."
               exit method.
           if ddMode::SelectedValue not = "O" and rangeText = ""
               set lblMsg::Text to "Enter at least one range before restricting logins."
               exit method.
           if ddMode::SelectedValue = "B" and coversMe = "N"
               set lblMsg::Text to "That list would refuse your own connection (" &
                   self::Request::UserHostAddress & ") -- add it, or choose two-factor for outside logins."
               exit method.
           if tbAlertEmail::Text::Trim::Length > 60
               set lblMsg::Text to "The alert address is 60 characters at most."
               exit method.

           OPEN I-O NET-FILE.
           IF STATUS-COMN = "35"
               OPEN OUTPUT NET-FILE
               CLOSE NET-FILE
               OPEN I-O NET-FILE.
           IF STATUS-BYTE-1 NOT EQUAL ZEROES
               set lblMsg::Text to "Unable to open the network allowlist file."
               exit method.
           MOVE teamIn TO NET-TEAM
           set beforeImage to ""
           READ NET-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   set beforeImage to "mode " & NET-MODE & " ranges " & NET-RANGES::Trim &
                       " alerts " & NET-ALERT-EMAIL::Trim
           END-READ
           MOVE SPACES TO NET-REC
           MOVE teamIn TO NET-TEAM
           MOVE ddMode::SelectedValue TO NET-MODE
           MOVE rangeText TO NET-RANGES
           MOVE tbAlertEmail::Text::Trim TO NET-ALERT-EMAIL
           set NET-STAMP to type DateTime::Now::ToString("yyyyMMddHHmmss")
           MOVE self::whoIs() TO NET-USER
           WRITE NET-REC
               INVALID KEY REWRITE NET-REC
           END-WRITE
           CLOSE NET-FILE.
           set afterImage to "mode " & NET-MODE & " ranges " & NET-RANGES::Trim &
               " alerts " & NET-ALERT-EMAIL::Trim
           invoke type pucksweb.configAudit::record("NETWORK", "TEAM " & teamIn,
               self::whoIs(), beforeImage, afterImage)
           invoke self::showPolicy
           set lblMsg::Text to "Network allowlist saved."
       end method.

       end class.
