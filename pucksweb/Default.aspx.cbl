           LABEL RECORDS ARE STANDARD
           DATA RECORD IS AUDIT-REC.

      *    AUDIT-TIMESTAMP is UTC (see pucksweb/venueZone.cbl).
       01  AUDIT-REC.
           05  AUDIT-KEY.
               10  AUDIT-TIMESTAMP         PIC X(14).
           05  AUDIT-FIRST                 PIC X(15).
           05  AUDIT-SOURCE-IP             PIC X(45).
           05  AUDIT-RESULT                PIC X.
      *    AUDIT-VIA: SPACE the password form, "S" a club
      *    sign-in (ssoDirectory.cbl) -- AUDIT-FIRST then holds the
      *    directory account, or the club identity when it mapped to
      *    none.
           05  AUDIT-VIA                   PIC X.
           05  FILLER                      PIC X(19).

      *    optional two-factor login for team-admin accounts.
      *    MFA-ENABLED "Y" turns the check on for that key; MFA-CODE/
      *    MFA-CODE-EXPIRES hold the most recently emailed one-time
      *    code (SPACES = none outstanding). MFA-EMAIL is enciphered
      *    under MFA-SEAL (sideCrypt.cbl); mfaMigrate.cbl brought the
      *    file to this layout (version 2).
       FD  MFA-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS MFA-REC.
           05  MFA-EMAIL                   PIC X(60).
           05  MFA-CODE                    PIC X(6).
           05  MFA-CODE-EXPIRES            PIC X(12).
           05  MFA-SEAL                    PIC X(9).
           05  FILLER                      PIC X(11).

       working-storage section.
       copy "y:\sydexsource\pucks\pucksglobal.cpb".
       01  WS-AUDIT-FILE      PIC X(256) VALUE "PKW021.DAT".
       01  WS-AUDIT-SEQ       PIC 9(3) VALUE 0.
       01  WS-REJECT-FLAG     PIC X.
       01  WS-LOGIN-VIA       PIC X      VALUE SPACE.
      *    the team's network allowlist answer for this login --
      *    "IN", "MFA" (outside, code required) or "BLOCK".
       01  WS-NET-FLAG        PIC X(5)   VALUE SPACES.
       01  STATUS-COMN.
           05  STATUS-BYTE-1           PIC X      VALUE SPACES.
           05  STATUS-BYTE-2           PIC X      VALUE SPACES.
      *     if IsJsonRequest()
          if Request::ContentType = "application/json"
              invoke self::processJson.

      *    the browser coming back from a club's sign-in page --
      *    an OpenID code (or error) on the query string, or a SAML
      *    response posted from outside (no ViewState, so not a
      *    postback).
           if self::Request::Form["SAMLResponse"] not = null
            or (self::Request::QueryString["state"] not = null
                and self::Session["sso-state"] not = null)
               invoke self::complete_sso
               exit method.
           
      * #### ICallback Implementation ####
      *    set cm to self::ClientScript
      *         into two-factor login get emailed a one-time code
      *         instead of going straight to a ticket -- the code is
      *         picked up by verifyCodeButton_Click below.
               if (WEBPASS-LEVEL = "9" and self::mfa_is_enabled() = "Y")
                or WS-NET-FLAG = "MFA"
                   invoke self::send_mfa_code
      *            rememberCheckBox/Msg are page controls and
      *            survive postback via ViewState, but WS-PASS is
               else
               if WS-REJECT-FLAG = "E"
                   set Msg::Text to "Your account does not include hockey-site access -- ask your team admin."
               else
               if WS-REJECT-FLAG = "S"
                   set Msg::Text to "Your club signs in through its own login -- use Club sign-in."
               else
               if WS-REJECT-FLAG = "W"
                   set Msg::Text to "Your team does not allow logins from this network."
               else
                   set Msg::Text to "Login failed. Name or password incorrect"
               end-if
               end-if
               end-if
               end-if
           end-if.
       end method.

       end method.


      *    sends the browser to the selected team's club
      *    sign-in. The state and nonce ride in Session so the
      *    answer can only finish the attempt this browser started.
       method-id btnClubSignIn_Click protected.
       local-storage section.
       01 ssoTeam         type String.
       01 stateText       type String.
       01 nonceText       type String.
       01 signInUrl       type String.
       procedure division using by value sender as object e as type System.EventArgs.
           set ssoTeam to teamDropDownList::SelectedItem::ToString::Trim
           if type pucksweb.ssoDirectory::protocolFor(ssoTeam) = ""
               set Msg::Text to "Your team does not use a club sign-in -- log in with your password."
               exit method.
           set stateText to type Guid::NewGuid()::ToString("N")
           set nonceText to type Guid::NewGuid()::ToString("N")
           set signInUrl to type pucksweb.ssoDirectory::signInUrl(ssoTeam, stateText, nonceText,
               self::Request::Url::GetLeftPart(type UriPartial::Path))
           if signInUrl = ""
               set Msg::Text to "Club sign-in is not available right now."
               exit method.
           set self::Session["sso-team"] to ssoTeam
           set self::Session["sso-state"] to stateText
           set self::Session["sso-nonce"] to nonceText
           invoke self::Response::Redirect(signInUrl, false)
       end method.

      *    finishes a club sign-in: the answer must belong to
      *    the attempt this session started, the provider's answer
      *    must check out, and the identity must map onto a live
      *    directory account -- whose level the session then takes,
      *    exactly as a password login would. Every outcome is
      *    written to the login audit.
       method-id complete_sso protected.
       local-storage section.
       01 ssoTeam         type String.
       01 stateText       type String.
       01 responseText    type String.
       01 redeemOut       type String.
       01 identity        type String.
       01 sessState       type String.
       01 mappedFirst     type String.
       01 dirFlag         type String.
       procedure division.
           MOVE "S" TO WS-LOGIN-VIA
           MOVE "N" TO WS-REJECT-FLAG
           set WS-LAST to ""
           set WS-PASS to ""
           set ssoTeam to self::Session["sso-team"] as String
           if ssoTeam = null
               set Msg::Text to "Your club sign-in timed out -- pick your team and try again."
               exit method.
           set WS-TEAM-NAME to ssoTeam
           set WS-FIRST to ""
           if self::Request::Form["SAMLResponse"] not = null
               set stateText to self::Request::Form["RelayState"]
               set responseText to self::Request::Form["SAMLResponse"]
           else
               set stateText to self::Request::QueryString["state"]
               set responseText to self::Request::QueryString["code"]
           end-if
           set sessState to self::Session["sso-state"] as String
           if stateText = null or sessState = null or stateText not = sessState
               invoke self::log_audit_attempt("N")
               set Msg::Text to "That club sign-in does not belong to this session -- try again."
               exit method.
      *    one answer per attempt.
           set self::Session["sso-state"] to null
           if self::Request::QueryString["error"] not = null
               invoke self::log_audit_attempt("N")
               set Msg::Text to "Your club sign-in was not completed."
               exit method.

           set redeemOut to type pucksweb.ssoDirectory::redeem(ssoTeam, responseText,
               self::Session["sso-nonce"] as String,
               self::Request::Url::GetLeftPart(type UriPartial::Path))
           if redeemOut::StartsWith("OK|") = false
               invoke self::log_audit_attempt("N")
               set Msg::Text to "Club sign-in failed: " & redeemOut::Substring(4)
               exit method.
           set identity to redeemOut::Substring(3)
           set WS-FIRST to identity

           set mappedFirst to type pucksweb.ssoDirectory::mapSubject(ssoTeam, identity)
           if mappedFirst = "" or mappedFirst = "*OFF"
               invoke self::log_audit_attempt("N")
               if mappedFirst = ""
                   set Msg::Text to identity & " is not linked to an account here -- ask your league admin."
               else
                   set Msg::Text to "Your club has ended your access."
               end-if
               exit method.
           set WS-FIRST to mappedFirst::ToUpper

           set dirFlag to type pucksweb.accountDirectory::ssoAuthenticate(
               WS-TEAM-NAME::Trim, "", WS-FIRST::Trim, "P")
           set WS-REJECT-FLAG to dirFlag::Substring(0, 1)
           if dirFlag::StartsWith("Y")
               set WEBPASS-LEVEL to dirFlag::Substring(1)
           end-if
      *    the allowlist holds here too; the club's own sign-in
      *    stands in for the two-factor code.
           if WS-REJECT-FLAG = "Y"
               if type pucksweb.networkPolicy::check(WS-TEAM-NAME::Trim,
                   self::Request::UserHostAddress) = "BLOCK"
                   MOVE "W" TO WS-REJECT-FLAG
               end-if
           end-if
           invoke self::log_audit_attempt(WS-REJECT-FLAG::Trim)
           if WS-REJECT-FLAG not = "Y"
               if WS-REJECT-FLAG = "W"
                   set Msg::Text to "Your team does not allow logins from this network."
                   exit method
               end-if
               if WS-REJECT-FLAG = "E"
                   set Msg::Text to "Your account does not include hockey-site access -- ask your team admin."
               else
                   set Msg::Text to "Your account is not open here -- ask your league admin."
               end-if
               exit method.
      *    the club's provider is the second factor and the
      *    remember-me ticket never stands in for it.
           set rememberCheckBox::Checked to false
           set self::Session["sso"] to "Y"
           invoke self::issue_login_ticket
       end method.

       method-id btnTrial_Click protected.
       local-storage section.
       01 userName        type String.
       01  MAX-FAIL-ATTEMPTS           PIC 9 VALUE 5.
       01  LOCK-MINUTES                PIC 9(3) VALUE 15.
       procedure division.
      *    a team on club sign-in has no passwords here at all.
           MOVE SPACE TO WS-LOGIN-VIA
           if type pucksweb.ssoDirectory::protocolFor(WS-TEAM-NAME::Trim) not = ""
               MOVE "S" TO WS-REJECT-FLAG
               GO TO 100-DONE
           end-if
      *    the unified account directory outranks PKW020: a row
      *    there decides the login (and whether this account may use
      *    the hockey site at all); only keys the directory does not
       100-DONE.
           CLOSE WEBPASS-FILE.

      *    a good credential from outside the team's networks is
      *    refused ("W"), or -- where the team allows it -- let
      *    through only to the two-factor code, which an account
      *    without two-factor set up cannot receive.
           MOVE "IN" TO WS-NET-FLAG
           if WS-REJECT-FLAG = "Y"
               set WS-NET-FLAG to type pucksweb.networkPolicy::check(WS-TEAM-NAME::Trim,
                   type HttpContext::Current::Request::UserHostAddress)
               if WS-NET-FLAG = "BLOCK"
                   MOVE "W" TO WS-REJECT-FLAG
               end-if
               if WS-NET-FLAG = "MFA" and self::mfa_is_enabled() not = "Y"
                   MOVE "W" TO WS-REJECT-FLAG
               end-if
           end-if

      *    record who tried to log in, from where, and whether
      *    it succeeded -- independent of which branch above set
      *    WS-REJECT-FLAG.
               exit method.

           INITIALIZE AUDIT-REC
           set AUDIT-TIMESTAMP to type DateTime::UtcNow::ToString("yyyyMMddHHmmss")
           ADD 1 TO WS-AUDIT-SEQ
           IF WS-AUDIT-SEQ > 999
               MOVE 1 TO WS-AUDIT-SEQ
           MOVE WS-FIRST TO AUDIT-FIRST
           set AUDIT-SOURCE-IP to type HttpContext::Current::Request::UserHostAddress
           set AUDIT-RESULT to resultFlag
           MOVE WS-LOGIN-VIA TO AUDIT-VIA
           WRITE AUDIT-REC
               INVALID KEY
      *            Same-second collision -- bump the sequence and retry
           set MFA-CODE-EXPIRES to type DateTime::Now::AddMinutes(5)::ToString("yyyyMMddHHmm")
           REWRITE MFA-REC.
           CLOSE MFA-FILE.
      *    the address is enciphered on disk (sideCrypt.cbl);
      *    unseal only after the REWRITE so the row keeps its seal.
           MOVE type pucksweb.sideCrypt::unseal(MFA-EMAIL, MFA-SEAL,
               length of MFA-EMAIL) TO MFA-EMAIL

      *    queued through the central gateway (which owns the
      *    relay settings, retry and the delivery log) with an
      *    jsonRes::dataFreshness for the landing page's freshness
      *    banner.
       01 WS-MAX-UPL-TIME pic x(20) value spaces.
      *    upload stamps are stored UTC and handed back in the
      *    signed-in club's zone (venueZone.cbl).
       01 WS-VIEWER-ZONE  pic x(40) value spaces.
       01 WS-GAME-TIER    pic x.
       01 WS-SYNC-LINE    type String.
       01 WS-WINDOW-LINE  type String.
       01 WS-CLIP-START   type Double.
       01 WS-CLIP-END     type Double.
       01 ssoTeam         type String.
       01  WK-SEL-YEAR-FORMAT.
           05  WK-SEL-YEAR-START       PIC 9(4).
           05  FILLER                  PIC X VALUE "-".
       end-try

           set app-data-folder to type HttpContext::Current::Server::MapPath("~/App_Data")
      *    a session that came in through its club's sign-in
      *    already carries its level; the team has no password to
      *    send.
           set ssoTeam to ""
           if self::Session["sso"] not = null and self::Session["team"] not = null
               set ssoTeam to self::Session["team"]::ToString
      *        unless the club has since ended it.
               if type pucksweb.sessionRegistry::touch(self::Session::SessionID) = "KILL"
                   invoke self::Session::Abandon
                   invoke self::Response::Write("Invalid Credentials!")
                   invoke self::Response::End
                   exit method
               end-if
           end-if
           set WS-TEAM-NAME,  to jsonReq::credentials::team
      *     set WS-FIRST to jsonReq::credentials::first
           set WS-FIRST to jsonReq::credentials::username
                   invoke self::Response::End
                   exit method
               end-if
           else
           if ssoTeam not = "" and ssoTeam = WS-TEAM-NAME::Trim
               set WEBPASS-LEVEL to self::Session["level"]::ToString
               MOVE "Y" TO WS-REJECT-FLAG
           else
               invoke self::verify_password
               if WS-REJECT-FLAG not = "Y"
                   exit method
               end-if

               if (WEBPASS-LEVEL = "9" and self::mfa_is_enabled() = "Y")
                or WS-NET-FLAG = "MFA"
                   invoke self::send_mfa_code
                   set type HttpContext::Current::Session::Item("mfa-pending-key") to
                       WS-TEAM-NAME::Trim & "," & WS-FIRST::Trim & "," & WS-PASS::Trim
                   exit method
               end-if
           end-if
           end-if

           set type HttpContext::Current::Session::Item("team") to jsonReq::credentials::team
      *    record the authenticated capability level so
           else if jsonReq::type = "G"
               perform GET-GAMES thru GAMES-DONE
           else if jsonReq::type = "D"
               perform GET-DATA thru DATA-DONE
           else if jsonReq::type = "T"
               perform GET-TRACKING thru TRACKING-DONE.

           set jsonRet to type JsonConvert::SerializeObject(jsonRes)
           invoke self::Response::Write(jsonRet)
           set jsonRes::games to new List[type gameD]
           move 0 to aa.
           move spaces to WS-MAX-UPL-TIME.
           set WS-VIEWER-ZONE to type pucksweb.venueZone::zoneOf("" & self::Session["team"]).
           INITIALIZE PUCKS-DATA-BLOCK.
           MOVE "Y" TO SH-WEB-FORM-IP.
           set SH-WEB-FORM-APP-FOLDER to
           set jsonRes::games[aa]::awayScore to GAME-VIS-SCORE
           set jsonRes::games[aa]::homeScore to GAME-HOME-SCORE
           set jsonRes::games[aa]::gameType to GAME-PLAYOFF
           set jsonRes::games[aa]::lastPosted to
               type pucksweb.venueZone::toZone(GAME-UPL-TIME, WS-VIEWER-ZONE)
           set jsonRes::games[aa]::gameDone to GAME-NHL-DONE
           if GAME-UPL-TIME::Trim > WS-MAX-UPL-TIME
               move GAME-UPL-TIME::Trim to WS-MAX-UPL-TIME.
           go to games-loop.
       games-done.
           close game-file.
           set jsonRes::dataFreshness to
               type pucksweb.venueZone::toZone(WS-MAX-UPL-TIME::Trim, WS-VIEWER-ZONE)

       GET-DATA.
           set jsonRes::gameData to new List[type gameDataD]
      *    request for another game can't retarget it mid-loop.
           set WS-SYNC-LINE to type pucksweb.videoSync::loadGame(LK-GAME-DATE-1,
               "" & LK-GAME-HOME, "" & LK-GAME-VISITORS)
      *    and the viewing team's pre/post-roll per clip type
      *    (clipWindow.cbl) widens each clip from its charted window.
           set WS-WINDOW-LINE to type pucksweb.clipWindow::loadTeam(
               "" & self::Session::Item("team"), "H")
           MOVE 1 TO aa.
       EVENT-LOOP.
           if LK-E-PRD(aa) = 0
               set jsonRes::gameData[aa - 1]::mediaFile to "https://vidsn.sydexsports.net" & LK-E-MEDIA-FILE(aa)::Replace("\", "/")::Trim
           else
               set jsonRes::gameData[aa - 1]::mediaFile to "https://vids10.sydexsports.net" & LK-E-MEDIA-FILE(aa)::Replace("\", "/")::Trim.
           set WS-CLIP-START to type pucksweb.videoSync::apply(WS-SYNC-LINE,
               LK-E-MEDIA-START-SECS(aa))
           set WS-CLIP-END to type pucksweb.clipWindow::endOf(WS-WINDOW-LINE,
               LK-E-CLIP-TYPE-CODE(aa)::Trim, WS-CLIP-START, LK-E-MEDIA-DURATION(aa))
           set WS-CLIP-START to type pucksweb.clipWindow::startOf(WS-WINDOW-LINE,
               LK-E-CLIP-TYPE-CODE(aa)::Trim, WS-CLIP-START)
           compute WS-CLIP-END = WS-CLIP-END - WS-CLIP-START
           set jsonRes::gameData[aa - 1]::mediaStart to WS-CLIP-START
           set jsonRes::gameData[aa - 1]::mediaDuration to WS-CLIP-END
           set jsonRes::gameData[aa - 1]::zone to LK-E-ZONE(aa)
           set jsonRes::gameData[aa - 1]::aTeam to LK-E-ATEAM(aa)::Trim
           set jsonRes::gameData[aa - 1]::bTeam to LK-E-BTEAM(aa)::Trim
               set jsonRes::toiData[aa - 1]::mediaFile to "https://vidsn.sydexsports.net" & LK-T-MEDIA-FILE(aa)::Replace("\", "/")::Trim
           else
               set jsonRes::toiData[aa - 1]::mediaFile to "https://vids10.sydexsports.net" & LK-E-MEDIA-FILE(aa)::Replace("\", "/")::Trim.
      *    a shift's window is clip type SHIFT.
           set WS-CLIP-START to type pucksweb.videoSync::apply(WS-SYNC-LINE,
               LK-T-MEDIA-START-SECS(aa))
           set WS-CLIP-END to type pucksweb.clipWindow::endOf(WS-WINDOW-LINE,
               "SHIFT", WS-CLIP-START, LK-T-MEDIA-DURATION(aa))
           set WS-CLIP-START to type pucksweb.clipWindow::startOf(WS-WINDOW-LINE,
               "SHIFT", WS-CLIP-START)
           compute WS-CLIP-END = WS-CLIP-END - WS-CLIP-START
           set jsonRes::toiData[aa - 1]::mediaStart to WS-CLIP-START
           set jsonRes::toiData[aa - 1]::mediaDuration to WS-CLIP-END
           set jsonRes::toiData[aa - 1]::visSkaters to LK-T-VIS-SKATERS(aa)
           set jsonRes::toiData[aa - 1]::homeSkaters to LK-T-HOME-SKATERS(aa)
           set jsonRes::toiData[aa - 1]::strength to LK-T-STRENGTH(aa)
           go to TOI-LOOP.
       DATA-DONE.

      *    the game's tracking-unit pitches, behind the same
      *    visibility gate as the event detail.
       GET-TRACKING.
           set jsonRes::pitchData to new List[type pitchDataD]
           move jsonReq::date to LK-GAME-DATE-1
           move jsonReq::visitors to LK-GAME-VISITORS
           move jsonReq::home to LK-GAME-HOME
           set WS-GAME-TIER to type pucksweb.clubVisibility::gameTier(LK-GAME-DATE-1,
               "" & LK-GAME-HOME, "" & LK-GAME-VISITORS,
               "" & self::Session::Item("team"))
           if WS-GAME-TIER = "N"
               go to TRACKING-DONE.
           set jsonRes::pitchData to type batsweb.pitchTracking::forGame(
               jsonReq::date, jsonReq::home, jsonReq::visitors)
       TRACKING-DONE.


      *database-start.
      *    if jsonReq::database = "B"
