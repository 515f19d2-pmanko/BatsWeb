      * supervisor review of offline-charted records the sync
      * held back. offlineSync.cbl never lets a laptop's record
      * overwrite a server edit made while the charter was offline,
      * land on a team someone had checked out, or slip past the
      * charting edits; it parks each such record in PKW085.DAT with
      * the server's copy beside it. This lists the pending holds,
      * shows the two copies field by field, and lets a team-admin
      * apply the charter's copy (written through the change
      * journal, as every PLAY-FILE write is) or reject it and keep
      * the server's. A hold whose server record has moved again
      * since the sync is not applied -- the admin rejects it and the
      * charter's version is re-keyed against the current record.
      * An applied copy is stamped to the charter who keyed it
      * (charterStamp.cbl), not to the admin who applied it. The
      * sync and resolution stamps are UTC, listed in the signed-in
      * club's venue time.
       class-id pucksweb.offlineReview is partial
                inherits type System.Web.UI.Page public.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
          SELECT PLAY-FILE ASSIGN LK-PLAYER-FILE
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS PLAY-KEY
              ALTERNATE KEY IS PLAY-ALT-KEY1
              ALTERNATE KEY IS PLAY-ALT-KEY2
              LOCK MANUAL
              FILE STATUS IS STATUS-COMN.

          SELECT REVIEW-FILE ASSIGN WS-REVIEW-FILE
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS REV-KEY
              LOCK MANUAL
              FILE STATUS IS STATUS-COMN2.

       file section.
       COPY "Y:\SYDEXSOURCE\FDS\FDPKPLAY.CBL".

       FD  REVIEW-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS REV-REC.

      *    layout owned by offlineSync.cbl -- keep in sync with
      *    the FD there.
       01  REV-REC.
           05  REV-KEY.
               10  REV-SYNC            PIC X(14).
               10  REV-SEQ             PIC 9(5).
           05  REV-PLAY-KEY            PIC X(30).
           05  REV-CHARTER             PIC X(12).
           05  REV-REASON              PIC X(8).
           05  REV-DETAIL              PIC X(80).
           05  REV-STATUS              PIC X.
           05  REV-SERVER-IMAGE        PIC X(300).
           05  REV-OFFLINE-IMAGE       PIC X(300).
           05  REV-RESOLVED-BY         PIC X(30).
           05  REV-RESOLVED            PIC X(14).
           05  FILLER                  PIC X(10).

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
       01  WS-REVIEW-FILE     PIC X(256) VALUE "PKW085.DAT".
       01  WS-CURRENT-IMAGE            PIC X(300).

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
      *    overruling a charter or a server edit is team-admin
      *    work.
           if self::Session["level"]::ToString not = "9"
               invoke self::Response::Redirect("~/mainmenu.aspx")
               exit method.
           if self::IsPostBack
               exit method.
      *    page-hit for the usage report.
           invoke type batsweb.pageUsage::recordHit(
               "" & self::Session["team"],
               "" & self::Session["user"], "offlineReview")
           invoke self::loadHolds
           goback.
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

      *    the pending holds, oldest sync first. The list's value
      *    is the hold's key.
       method-id loadHolds protected.
       local-storage section.
       01  newItem         type ListItem.
       procedure division.
           invoke lbHeld::Items::Clear
           set lblServer::Text to ""
           set lblOffline::Text to ""
           OPEN INPUT REVIEW-FILE.
           IF STATUS2-BYTE-1 NOT EQUAL ZEROES
               set lblMsg::Text to "Nothing has been held from an offline sync."
               exit method.
       HOLD-LOOP.
           READ REVIEW-FILE NEXT WITH NO LOCK
               AT END GO TO HOLD-DONE.
           IF REV-STATUS NOT = "P"
               GO TO HOLD-LOOP.
           set newItem to new ListItem(type pucksweb.venueZone::shown(
               "" & REV-SYNC, "" & self::Session["team"]) &
               "  " & REV-CHARTER & "  " & REV-REASON & "  " &
               REV-PLAY-KEY::Trim & "  " & REV-DETAIL::Trim, "" & REV-KEY)
           invoke lbHeld::Items::Add(newItem)
           GO TO HOLD-LOOP.
       HOLD-DONE.
           CLOSE REVIEW-FILE.
           if lbHeld::Items::Count = 0
               set lblMsg::Text to "No offline records are waiting for review."
           else
               set lblMsg::Text to lbHeld::Items::Count::ToString &
                   " offline record(s) waiting for review."
           end-if
       end method.

      *    the picked hold's two copies, field by field.
       method-id lbHeld_SelectedIndexChanged protected.
       procedure division using by value sender as object e as type System.EventArgs.
           if lbHeld::SelectedIndex < 0
               exit method.
           if self::readHold("N") not = "Y"
               set lblMsg::Text to "That hold is no longer on file."
               invoke self::loadHolds
               exit method.
           if REV-SERVER-IMAGE = SPACES
               set lblServer::Text to "Server: no record under this key" &
                   " (" & REV-DETAIL::Trim & ")"
           else
               set lblServer::Text to "Server: " & self::fieldsOf(REV-SERVER-IMAGE)
           end-if
           set lblOffline::Text to "Charter " & REV-CHARTER::Trim & ": " &
               self::fieldsOf(REV-OFFLINE-IMAGE)
       end method.

       method-id fieldsOf protected.
       procedure division using by value playImage as String
                          returning fieldsText as String.
           MOVE playImage TO PLAY-REC
           set fieldsText to PLAY-LAST-NAME::Trim & ", " & PLAY-FIRST-NAME::Trim &
               "  team " & PLAY-TEAM-NAME::Trim & "  pos " & PLAY-POS &
               "  official id " & PLAY-NHL-ID-R & "  duration " & PLAY-DURATION
       end method.

      *    the selected hold into REV-REC; "Y" when found. With
      *    lockFlag "Y" the file is left open I-O for the update.
       method-id readHold protected.
       procedure division using by value lockFlag as String
                          returning foundFlag as String.
           set foundFlag to "N"
           if lockFlag = "Y"
               OPEN I-O REVIEW-FILE
           else
               OPEN INPUT REVIEW-FILE
           end-if
           IF STATUS2-BYTE-1 NOT EQUAL ZEROES
               exit method.
           MOVE lbHeld::SelectedValue TO REV-KEY
           READ REVIEW-FILE
               INVALID KEY
                   CLOSE REVIEW-FILE
                   exit method.
           if lockFlag not = "Y"
               CLOSE REVIEW-FILE
           end-if
           set foundFlag to "Y".
       end method.

      *    the charter's copy into PLAY-FILE -- only if the
      *    server record is still what it was when the sync held it.
       method-id btnApply_Click protected.
       local-storage section.
       01  serverHas       type String.
       procedure division using by value sender as object e as type System.EventArgs.
           if lbHeld::SelectedIndex < 0
               set lblMsg::Text to "Pick a held record first."
               exit method.
           if self::readHold("Y") not = "Y"
               set lblMsg::Text to "That hold is no longer on file."
               invoke self::loadHolds
               exit method.
           IF REV-STATUS NOT = "P"
               CLOSE REVIEW-FILE
               set lblMsg::Text to "That hold has already been resolved."
               invoke self::loadHolds
               exit method.

           invoke self::resolveFiles
           OPEN I-O PLAY-FILE.
           IF STATUS-BYTE-1 NOT EQUAL ZEROES
               CLOSE REVIEW-FILE
               set lblMsg::Text to "Unable to open the player file."
               exit method.
           set serverHas to "Y"
           MOVE REV-PLAY-KEY TO PLAY-KEY
           READ PLAY-FILE
               INVALID KEY
                   set serverHas to "N"
                   MOVE SPACES TO WS-CURRENT-IMAGE
               NOT INVALID KEY
                   MOVE PLAY-REC TO WS-CURRENT-IMAGE
           END-READ
           IF WS-CURRENT-IMAGE NOT = REV-SERVER-IMAGE
               CLOSE PLAY-FILE
               CLOSE REVIEW-FILE
               set lblMsg::Text to "The server record has changed again since the sync"
                   & " -- reject this hold and have the charter re-key it"
                   & " against the current record."
               exit method.

           MOVE REV-OFFLINE-IMAGE TO PLAY-REC
           if serverHas = "N"
               WRITE PLAY-REC
           else
               REWRITE PLAY-REC
           end-if
      *    journal only what actually landed.
           IF STATUS-BYTE-1 NOT EQUAL ZEROES
               CLOSE PLAY-FILE
               CLOSE REVIEW-FILE
               set lblMsg::Text to "The player file would not take the record -- nothing was changed."
               exit method.
           if serverHas = "N"
               invoke type pucksweb.playJournal::record("W",
                   "" & PLAY-KEY, " ", "" & PLAY-REC)
           else
               invoke type pucksweb.playJournal::record("R",
                   "" & PLAY-KEY, "" & WS-CURRENT-IMAGE, "" & PLAY-REC)
           end-if
           CLOSE PLAY-FILE.
           invoke type pucksweb.charterStamp::stamp("" & REV-PLAY-KEY,
               "" & REV-CHARTER)

           invoke self::resolveHold("A")
           set lblMsg::Text to "Applied the charter's copy of " & REV-PLAY-KEY::Trim & "."
           invoke self::loadHolds
       end method.

      *    keep the server's copy.
       method-id btnReject_Click protected.
       procedure division using by value sender as object e as type System.EventArgs.
           if lbHeld::SelectedIndex < 0
               set lblMsg::Text to "Pick a held record first."
               exit method.
           if self::readHold("Y") not = "Y"
               set lblMsg::Text to "That hold is no longer on file."
               invoke self::loadHolds
               exit method.
           IF REV-STATUS NOT = "P"
               CLOSE REVIEW-FILE
               set lblMsg::Text to "That hold has already been resolved."
               invoke self::loadHolds
               exit method.
           invoke self::resolveHold("R")
           set lblMsg::Text to "Kept the server's copy of " & REV-PLAY-KEY::Trim & "."
           invoke self::loadHolds
       end method.

      *    stamps the open hold resolved and closes the file.
       method-id resolveHold protected.
       procedure division using by value statusFlag as String.
           MOVE statusFlag TO REV-STATUS
           set REV-RESOLVED-BY to self::Session["team"]::ToString::Trim & " / " &
               "" & self::Session["user"]
           set REV-RESOLVED to type DateTime::UtcNow::ToString("yyyyMMddHHmmss")
           REWRITE REV-REC.
           CLOSE REVIEW-FILE.
       end method.

       end class.
