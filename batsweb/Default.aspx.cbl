      *            "1" = Trial      - view-only stat breakdowns
      *            "2" = Standard   - view + live charting
      *            "9" = Team-admin - all capabilities
      *            "P" = Player     - own portal only (playerPortal)
               10  WEBPASS-LEVEL           PIC X.
      *        consecutive-failure counter + lockout expiry
      *        (yyyymmddhhmm, SPACES = not locked).
      *        never) and a running count of successful logins.
               10  WEBPASS-LAST-LOGIN      PIC X(12).
               10  WEBPASS-LOGIN-COUNT     PIC 9(5) VALUE 0.
      *        the player-master id (PMAST-ID) a player-portal
      *        (level "P") account is tied to; zero on every other
      *        account.
               10  WEBPASS-PLAYER-ID       PIC 9(6).
               10  FILLER                  PIC X(3).

       FD  AUDIT-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS AUDIT-REC.

      *    AUDIT-TIMESTAMP is UTC (see pucksweb/venueZone.cbl).
       01  AUDIT-REC.
           05  AUDIT-KEY.
               10  AUDIT-TIMESTAMP         PIC X(14).
      *    optional two-factor login for team-admin accounts.
      *    MFA-ENABLED "Y" turns the check on for that key; MFA-CODE/
      *    MFA-CODE-EXPIRES hold the most recently emailed one-time
      *    code (SPACES = none outstanding). MFA-EMAIL is enciphered
      *    under MFA-SEAL (pucksweb/sideCrypt.cbl); pucksweb/
      *    mfaMigrate.cbl brought the file to this layout (version 2).
       FD  MFA-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS MFA-REC.
           05  MFA-EMAIL                   PIC X(60).
           05  MFA-CODE                    PIC X(6).
           05  MFA-CODE-EXPIRES            PIC X(12).
           05  MFA-SEAL                    PIC X(9).
           05  FILLER                      PIC X(11).

       working-storage section.
       01  WS-TEAM-NAME       PIC X(15).
       01  WS-AUDIT-FILE      PIC X(256) VALUE "BATSW021.DAT".
       01  WS-AUDIT-SEQ       PIC 9(3) VALUE 0.
       01  WS-REJECT-FLAG     PIC X.
       01  WS-NET-FLAG        PIC X(5)   VALUE SPACES.
       01  STATUS-COMN.
           05  STATUS-BYTE-1           PIC X      VALUE SPACES.
           05  STATUS-BYTE-2           PIC X      VALUE SPACES.
      *         into two-factor login get emailed a one-time code
      *         instead of going straight to a ticket -- verify2fa
      *         below finishes the login once the code comes back.
               if (WEBPASS-LEVEL = "9" and self::mfa_is_enabled() = "Y")
                or WS-NET-FLAG = "MFA"
                   invoke self::send_mfa_code
      *            the existing "remember me" ticket already
      *            carries the plaintext password in its Name field
      *            entitlement -- the password was right, the door
      *            stays shut.
                   set returnVal to "noaccess|" & WS-FIRST::Trim & WS-LAST::Trim & WS-TEAM-NAME::Trim
               else
               if WS-REJECT-FLAG = "S"
      *            the club signs in through its own provider
      *            (pucksweb/ssoDirectory.cbl) -- no password here.
                   set returnVal to "clubsignin|" & WS-FIRST::Trim & WS-LAST::Trim & WS-TEAM-NAME::Trim
               else
               if WS-REJECT-FLAG = "W"
      *            outside the team's networks (pucksweb/
      *            networkPolicy.cbl).
                   set returnVal to "network|" & WS-FIRST::Trim & WS-LAST::Trim & WS-TEAM-NAME::Trim
               else
                   set returnVal to "failure|" & WS-FIRST::Trim & WS-LAST::Trim & WS-PASS::Trim & WS-TEAM-NAME::Trim
               end-if
               end-if
               end-if
               end-if
           end-if.
       end method.

      *    is never used for that (it carries the typed password).
           set type HttpContext::Current::Session::Item("user") to
               WS-LAST::Trim & "/" & WS-FIRST::Trim
      *    a player-portal account carries the player it is tied
      *    to and lands on the portal, never the menu -- Global.asax
      *    keeps the session there.
           if WEBPASS-LEVEL = "P"
               if WEBPASS-PLAYER-ID numeric and WEBPASS-PLAYER-ID > 0
                   set type HttpContext::Current::Session::Item("playerId") to
                       "" & WEBPASS-PLAYER-ID
               end-if
               set returnVal to "success|" & self::ResolveUrl("~/playerPortal.aspx")
               exit method
           end-if
           set returnVal to "success|" & type FormsAuthentication::GetRedirectUrl(userName, False)
       end method.

           set MFA-CODE-EXPIRES to type DateTime::Now::AddMinutes(5)::ToString("yyyyMMddHHmm")
           REWRITE MFA-REC.
           CLOSE MFA-FILE.
      *    the address is enciphered on disk (pucksweb/sideCrypt.cbl);
      *    unseal only after the REWRITE so the row keeps its seal.
           MOVE type pucksweb.sideCrypt::unseal(MFA-EMAIL, MFA-SEAL,
               length of MFA-EMAIL) TO MFA-EMAIL

      *    queued through the central gateway (which owns the
      *    relay settings, retry and the delivery log) with an
       01  MAX-FAIL-ATTEMPTS           PIC 9 VALUE 5.
       01  LOCK-MINUTES                PIC 9(3) VALUE 15.
       procedure division.
      *    a team on club sign-in has no passwords here at all.
           MOVE SPACES TO WS-NET-FLAG
           if type pucksweb.ssoDirectory::protocolFor(WS-TEAM-NAME::Trim) not = ""
               MOVE "S" TO WS-REJECT-FLAG
               GO TO 100-DONE
           end-if
      *    the unified account directory outranks BATSW020: a
      *    row there decides the login (and whether this account may
      *    use the baseball site at all); only keys the directory
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
