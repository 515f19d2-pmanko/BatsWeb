      * the team-admin report over the read-access trail -- the
      * PKW078.DAT rows the sensitive screens write through
      * accessAudit.cbl. "Who looked at this player's medical status
      * this month" is the player, the screen (AVAILABILITY) and the
      * month's dates here. A team-admin sees the accesses made under
      * their own team's logins. The player filter reads the player's
      * rows through the alternate key; without it the trail is read
      * from the from-date on. Dates default to the current month.
       class-id pucksweb.accessAuditLog is partial
                inherits type System.Web.UI.Page public.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       $SET CALLFH"EXTFH"
       $SET DATACOMPRESS"1"
        SELECT ACCESS-FILE ASSIGN WS-ACCESS-FILE
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS ACC-KEY
              ALTERNATE KEY IS ACC-SUBJECT WITH DUPLICATES
              LOCK MANUAL
              FILE STATUS IS STATUS-COMN.

       file section.
       FD  ACCESS-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS ACC-REC.

      *    layout owned by accessAudit.cbl -- keep in sync with
      *    the FD there.
       01  ACC-REC.
           05  ACC-KEY.
               10  ACC-TIMESTAMP       PIC X(14).
               10  ACC-SEQ             PIC 9(3).
           05  ACC-SUBJECT             PIC X(40).
           05  ACC-SCREEN              PIC X(20).
           05  ACC-ACTION              PIC X.
           05  ACC-TEAM                PIC X(15).
           05  ACC-USER                PIC X(30).
           05  FILLER                  PIC X(20).

       working-storage section.
       01  WS-ACCESS-FILE     PIC X(256) VALUE "PKW078.DAT".
       01  STATUS-COMN.
           05  STATUS-BYTE-1           PIC X      VALUE SPACES.
           05  STATUS-BYTE-2           PIC X      VALUE SPACES.
       01  WS-OUR-TEAM        PIC X(15).
       01  WS-SUBJECT-FILTER  PIC X(40).
       01  WS-SCREEN-FILTER   PIC X(20).
       01  WS-FROM-DATE       PIC X(8).
       01  WS-TO-DATE         PIC X(8).
       01  WS-ROW-COUNT       PIC 9(6) VALUE 0.

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
      *    who-looked-at-what is team-admin reading.
           if self::Session["level"]::ToString not = "9"
               invoke self::Response::Redirect("~/mainmenu.aspx")
               exit method.
           if self::IsPostBack
               exit method.
           set tbFrom::Text to type DateTime::Today::ToString("yyyyMM") & "01"
           set tbTo::Text to type DateTime::Today::ToString("yyyyMMdd")
           goback.
       end method.

       method-id btnFilter_Click protected.
       procedure division using by value sender as object e as type System.EventArgs.
           invoke lbTrail::Items::Clear.
           move 0 to WS-ROW-COUNT
           MOVE self::Session["team"]::ToString::Trim::ToUpper TO WS-OUR-TEAM
           MOVE tbSubject::Text::Trim::ToUpper TO WS-SUBJECT-FILTER
           MOVE tbScreen::Text::Trim::ToUpper TO WS-SCREEN-FILTER
           MOVE tbFrom::Text::Trim TO WS-FROM-DATE
           MOVE tbTo::Text::Trim TO WS-TO-DATE
           if WS-TO-DATE = spaces
               MOVE "99999999" TO WS-TO-DATE.
           OPEN INPUT ACCESS-FILE.
           IF STATUS-BYTE-1 NOT EQUAL ZEROES
               set lblMsg::Text to "No accesses recorded yet."
               exit method.
           if WS-SUBJECT-FILTER not = spaces
               MOVE WS-SUBJECT-FILTER TO ACC-SUBJECT
               START ACCESS-FILE KEY = ACC-SUBJECT
                   INVALID KEY GO TO TRAIL-DONE
               END-START
           else
               MOVE SPACES TO ACC-KEY
               MOVE WS-FROM-DATE TO ACC-TIMESTAMP
               START ACCESS-FILE KEY NOT < ACC-KEY
                   INVALID KEY GO TO TRAIL-DONE
               END-START
           end-if.
       TRAIL-LOOP.
           READ ACCESS-FILE NEXT WITH NO LOCK
               AT END GO TO TRAIL-DONE.
           IF WS-SUBJECT-FILTER NOT = SPACES
            AND ACC-SUBJECT NOT = WS-SUBJECT-FILTER
               GO TO TRAIL-DONE.
           IF WS-SUBJECT-FILTER = SPACES
            AND ACC-TIMESTAMP(1:8) > WS-TO-DATE
               GO TO TRAIL-DONE.
           IF ACC-TIMESTAMP(1:8) < WS-FROM-DATE
            OR ACC-TIMESTAMP(1:8) > WS-TO-DATE
               GO TO TRAIL-LOOP.
           IF ACC-TEAM NOT = WS-OUR-TEAM
               GO TO TRAIL-LOOP.
           IF WS-SCREEN-FILTER NOT = SPACES
            AND ACC-SCREEN NOT = WS-SCREEN-FILTER
               GO TO TRAIL-LOOP.
           ADD 1 TO WS-ROW-COUNT
           if ACC-ACTION = "E"
               invoke lbTrail::Items::Add(ACC-TIMESTAMP & "  " &
                   ACC-SUBJECT::Trim & "  " & ACC-SCREEN::Trim &
                   "  EXPORTED by " & ACC-USER::Trim)
           else
               invoke lbTrail::Items::Add(ACC-TIMESTAMP & "  " &
                   ACC-SUBJECT::Trim & "  " & ACC-SCREEN::Trim &
                   "  viewed by " & ACC-USER::Trim).
           GO TO TRAIL-LOOP.
       TRAIL-DONE.
           CLOSE ACCESS-FILE.
           if WS-ROW-COUNT = 0
               set lblMsg::Text to "No accesses match -- filter by player"
                   & " (as the screens key it), screen name and dates"
                   & " (yyyymmdd)."
           else
               set lblMsg::Text to "" & WS-ROW-COUNT & " access(es) listed.".
       end method.

       end class.
