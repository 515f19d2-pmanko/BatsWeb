      * club sign-in set-up, kept by the league office. For a
      * member club whose staff sign in through the club's own
      * corporate login this screen holds the provider's particulars
      * (OpenID Connect or SAML 2.0 -- issuer, endpoints, client id
      * and secret or signing-certificate thumbprint, the claim that
      * names the user, whether unknown identities map themselves by
      * name), issues the token the club's provisioning connector
      * presents to ssoSignal.aspx when it disables someone, and
      * maintains the identity-to-account links. The rows live in
      * PKW075.DAT (ssoDirectory.cbl); switching a team on turns its
      * password logins off. Every save lands on the admin-change
      * trail (configAudit.cbl) -- the client secret and hook token
      * never do.
       $set ilusing"System.Security.Cryptography"

       class-id pucksweb.ssoAdmin is partial
                inherits type System.Web.UI.Page public.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       $SET CALLFH"EXTFH"
       $SET DATACOMPRESS"1"
        SELECT SSO-FILE ASSIGN WS-SSO-FILE
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS SSO-KEY
              LOCK MANUAL
              FILE STATUS IS STATUS-COMN.

       file section.
       FD  SSO-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS SSO-REC.

      *    layout owned by ssoDirectory.cbl -- keep in sync with
      *    the FD there.
       01  SSO-REC.
           05  SSO-KEY.
               10  SSO-KIND            PIC X.
               10  SSO-TEAM            PIC X(15).
               10  SSO-SUBJECT         PIC X(80).
           05  SSO-BODY                PIC X(900).
           05  SSO-PROVIDER REDEFINES SSO-BODY.
               10  SSO-ENABLED         PIC X.
               10  SSO-PROTOCOL        PIC X.
               10  SSO-ISSUER          PIC X(120).
               10  SSO-SIGNIN-URL      PIC X(200).
               10  SSO-TOKEN-URL       PIC X(200).
               10  SSO-CLIENT-ID       PIC X(80).
               10  SSO-CLIENT-SECRET   PIC X(80).
               10  SSO-CERT-THUMB      PIC X(40).
               10  SSO-CLAIM           PIC X(40).
               10  SSO-AUTOMAP         PIC X.
               10  SSO-HOOK-HASH       PIC X(44).
               10  SSO-STAMP           PIC X(14).
               10  SSO-USER            PIC X(45).
               10  FILLER              PIC X(34).
           05  SSO-MAPPING REDEFINES SSO-BODY.
               10  MAP-FIRST           PIC X(15).
               10  MAP-ACTIVE          PIC X.
               10  MAP-LAST-LOGIN      PIC X(14).
               10  MAP-DISABLED        PIC X(14).
               10  MAP-STAMP           PIC X(14).
               10  MAP-USER            PIC X(45).
               10  FILLER              PIC X(797).

       working-storage section.
       01  WS-SSO-FILE        PIC X(256) VALUE "PKW075.DAT".
       01  STATUS-COMN.
           05  STATUS-BYTE-1           PIC X      VALUE SPACES.
           05  STATUS-BYTE-2           PIC X      VALUE SPACES.
       01  WS-LIST-TEAM       PIC X(15).

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
      *    who signs in how is league-admin work.
           if self::Session["level"]::ToString not = "9"
               invoke self::Response::Redirect("~/mainmenu.aspx")
               exit method.
           if self::IsPostBack
               exit method.
           invoke ddProtocol::Items::Add(new ListItem("OpenID Connect", "O"))
           invoke ddProtocol::Items::Add(new ListItem("SAML 2.0", "S"))
           invoke self::listProviders
           goback.
       end method.

       method-id openSso protected.
       procedure division returning openedOk as String.
           set openedOk to "N"
           OPEN I-O SSO-FILE.
           IF STATUS-COMN = "35"
               OPEN OUTPUT SSO-FILE
               CLOSE SSO-FILE
               OPEN I-O SSO-FILE.
           IF STATUS-BYTE-1 NOT EQUAL ZEROES
               set lblMsg::Text to "Unable to open the club sign-in file."
               exit method.
           set openedOk to "Y".
       end method.

       method-id whoIs protected.
       procedure division returning userText as String.
           set userText to self::Session["team"]::ToString::Trim & " / " & "" &
               self::Session["user"].
       end method.

      *    the provider row's settings as one line for the
      *    change trail -- never the secret or the hook hash.
       method-id providerImage protected.
       procedure division returning imageOut as String.
           set imageOut to "on " & SSO-ENABLED & " " & SSO-PROTOCOL & " issuer " &
               SSO-ISSUER::Trim & " signin " & SSO-SIGNIN-URL::Trim & " token " &
               SSO-TOKEN-URL::Trim & " client " & SSO-CLIENT-ID::Trim & " cert " &
               SSO-CERT-THUMB::Trim & " claim " & SSO-CLAIM::Trim & " automap " & SSO-AUTOMAP
           if SSO-CLIENT-SECRET not = spaces
               set imageOut to imageOut & " secret on file".
           if SSO-HOOK-HASH not = spaces
               set imageOut to imageOut & " hook token issued".
       end method.

      ******************************************************************
      *    the provider
      ******************************************************************

       method-id btnLoad_Click protected.
       procedure division using by value sender as object e as type System.EventArgs.
           set lblMsg::Text to ""
           set lblToken::Text to ""
           if tbTeam::Text::Trim = ""
               set lblMsg::Text to "Enter the team."
               exit method.
           OPEN INPUT SSO-FILE.
           IF STATUS-BYTE-1 NOT EQUAL ZEROES
               set lblMsg::Text to "No club sign-in is set up yet."
               exit method.
           MOVE SPACES TO SSO-KEY
           MOVE "P" TO SSO-KIND
           MOVE tbTeam::Text::Trim::ToUpper TO SSO-TEAM
           READ SSO-FILE WITH NO LOCK
               INVALID KEY
                   CLOSE SSO-FILE
                   set lblMsg::Text to tbTeam::Text::Trim::ToUpper & " has no club sign-in set up."
                   invoke self::listMappings
                   exit method.
           CLOSE SSO-FILE.
           if SSO-ENABLED = "Y"
               set cbEnabled::Checked to true
           else
               set cbEnabled::Checked to false.
           set ddProtocol::SelectedValue to SSO-PROTOCOL
           set tbIssuer::Text to SSO-ISSUER::Trim
           set tbSignInUrl::Text to SSO-SIGNIN-URL::Trim
           set tbTokenUrl::Text to SSO-TOKEN-URL::Trim
           set tbClientId::Text to SSO-CLIENT-ID::Trim
           set tbClientSecret::Text to ""
           set tbCertThumb::Text to SSO-CERT-THUMB::Trim
           set tbClaim::Text to SSO-CLAIM::Trim
           if SSO-AUTOMAP = "Y"
               set cbAutoMap::Checked to true
           else
               set cbAutoMap::Checked to false.
           if SSO-CLIENT-SECRET not = spaces
               set lblMsg::Text to "Loaded. A client secret is on file -- leave the box blank to keep it."
           else
               set lblMsg::Text to "Loaded.".
           invoke self::listMappings
       end method.

      *    a blank secret box keeps the secret on file; turning a
      *    team on needs enough filled in to actually sign someone
      *    in, or its staff would be locked out of both doors.
       method-id btnSave_Click protected.
       local-storage section.
       01  teamIn          type String.
       01  beforeImage     type String.
       01  keptSecret      type String.
       01  keptHook        type String.
       procedure division using by value sender as object e as type System.EventArgs.
           set lblMsg::Text to ""
           set lblToken::Text to ""
           set teamIn to tbTeam::Text::Trim::ToUpper
           if teamIn = "" or teamIn::Length > 15
               set lblMsg::Text to "Enter the team (15 characters at most)."
               exit method.
           if cbEnabled::Checked
               if tbIssuer::Text::Trim = "" or tbSignInUrl::Text::Trim = "" or tbClientId::Text::Trim = ""
                   set lblMsg::Text to "The issuer, sign-in URL and client id are needed to switch club sign-in on."
                   exit method
               end-if
               if ddProtocol::SelectedValue = "S" and tbCertThumb::Text::Trim = ""
                   set lblMsg::Text to "SAML needs the thumbprint of the club's signing certificate."
                   exit method
               end-if
               if ddProtocol::SelectedValue = "O" and tbTokenUrl::Text::Trim = ""
                   set lblMsg::Text to "OpenID Connect needs the token endpoint."
                   exit method
               end-if
           end-if
           if self::openSso() not = "Y"
               exit method.
           MOVE SPACES TO SSO-REC
           MOVE "P" TO SSO-KIND
           MOVE teamIn TO SSO-TEAM
           set beforeImage to ""
           set keptSecret to ""
           set keptHook to ""
           READ SSO-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   set beforeImage to self::providerImage()
                   set keptSecret to SSO-CLIENT-SECRET::Trim
                   set keptHook to SSO-HOOK-HASH::Trim
           END-READ
           if cbEnabled::Checked and ddProtocol::SelectedValue = "O"
            and keptSecret = "" and tbClientSecret::Text::Trim = ""
               CLOSE SSO-FILE
               set lblMsg::Text to "OpenID Connect needs the client secret."
               exit method.
           MOVE SPACES TO SSO-REC
           MOVE "P" TO SSO-KIND
           MOVE teamIn TO SSO-TEAM
           if cbEnabled::Checked
               MOVE "Y" TO SSO-ENABLED
           else
               MOVE "N" TO SSO-ENABLED.
           MOVE ddProtocol::SelectedValue TO SSO-PROTOCOL
           MOVE tbIssuer::Text::Trim TO SSO-ISSUER
           MOVE tbSignInUrl::Text::Trim TO SSO-SIGNIN-URL
           MOVE tbTokenUrl::Text::Trim TO SSO-TOKEN-URL
           MOVE tbClientId::Text::Trim TO SSO-CLIENT-ID
           if tbClientSecret::Text::Trim = ""
               MOVE keptSecret TO SSO-CLIENT-SECRET
           else
               MOVE tbClientSecret::Text::Trim TO SSO-CLIENT-SECRET.
           MOVE tbCertThumb::Text::Trim::Replace(" ", "")::ToUpper TO SSO-CERT-THUMB
           MOVE tbClaim::Text::Trim TO SSO-CLAIM
           if cbAutoMap::Checked
               MOVE "Y" TO SSO-AUTOMAP
           else
               MOVE "N" TO SSO-AUTOMAP.
           MOVE keptHook TO SSO-HOOK-HASH
           set SSO-STAMP to type DateTime::Now::ToString("yyyyMMddHHmmss")
           MOVE self::whoIs() TO SSO-USER
           WRITE SSO-REC
               INVALID KEY REWRITE SSO-REC
           END-WRITE
           CLOSE SSO-FILE.
           set tbClientSecret::Text to ""
           invoke type pucksweb.configAudit::record("SSO", "P " & teamIn,
               self::whoIs(), beforeImage, self::providerImage())
           if SSO-ENABLED = "Y"
               set lblMsg::Text to teamIn & " now signs in through its club -- password logins are off."
           else
               set lblMsg::Text to teamIn & " saved; club sign-in is off, passwords apply.".
           invoke self::listProviders
       end method.

      *    a fresh provisioning-hook token for the team. It is
      *    shown here once, for the club to enter in its connector;
      *    only its hash is kept, and the old one stops working.
       method-id btnNewToken_Click protected.
       local-storage section.
       01  teamIn          type String.
       01  rng             type RNGCryptoServiceProvider.
       01  tokenBytes      type Byte occurs 32.
       01  tokenText       type String.
       procedure division using by value sender as object e as type System.EventArgs.
           set lblMsg::Text to ""
           set lblToken::Text to ""
           set teamIn to tbTeam::Text::Trim::ToUpper
           if teamIn = ""
               set lblMsg::Text to "Enter the team."
               exit method.
           if self::openSso() not = "Y"
               exit method.
           MOVE SPACES TO SSO-REC
           MOVE "P" TO SSO-KIND
           MOVE teamIn TO SSO-TEAM
           READ SSO-FILE
               INVALID KEY
                   CLOSE SSO-FILE
                   set lblMsg::Text to "Save the team's club sign-in first."
                   exit method.
           set rng to new RNGCryptoServiceProvider()
           invoke rng::GetBytes(tokenBytes)
           invoke rng::Dispose()
           set tokenText to type Convert::ToBase64String(tokenBytes)::Replace("+", "-")::Replace("/", "_")::TrimEnd("=")
           MOVE type pucksweb.ssoDirectory::hashText(tokenText) TO SSO-HOOK-HASH
           set SSO-STAMP to type DateTime::Now::ToString("yyyyMMddHHmmss")
           MOVE self::whoIs() TO SSO-USER
           REWRITE SSO-REC.
           CLOSE SSO-FILE.
           invoke type pucksweb.configAudit::record("SSO", "P " & teamIn,
               self::whoIs(), "", "new provisioning hook token issued")
           set lblToken::Text to tokenText
           set lblMsg::Text to "Give the club this token for its provisioning connector now -- it is not shown again."
       end method.

       method-id listProviders protected.
       procedure division.
           invoke lbProviders::Items::Clear.
           OPEN INPUT SSO-FILE.
           IF STATUS-BYTE-1 NOT EQUAL ZEROES
               exit method.
           MOVE LOW-VALUES TO SSO-KEY
           MOVE "P" TO SSO-KIND
           START SSO-FILE KEY NOT < SSO-KEY
               INVALID KEY
                   CLOSE SSO-FILE
                   exit method.
       PROV-LOOP.
           READ SSO-FILE NEXT WITH NO LOCK
               AT END GO TO PROV-DONE.
           IF SSO-KIND NOT = "P"
               GO TO PROV-DONE.
           invoke lbProviders::Items::Add(SSO-TEAM::Trim & "  " & SSO-PROTOCOL &
               "  on:" & SSO-ENABLED & "  automap:" & SSO-AUTOMAP &
               "  issuer:" & SSO-ISSUER::Trim & "  saved " & SSO-STAMP & " by " & SSO-USER::Trim)
           GO TO PROV-LOOP.
       PROV-DONE.
           CLOSE SSO-FILE.
       end method.

      ******************************************************************
      *    identity links
      ******************************************************************

      *    links (or re-opens) one identity to a directory
      *    account under the team.
       method-id btnMap_Click protected.
       local-storage section.
       01  teamIn          type String.
       01  subjectIn       type String.
       01  beforeImage     type String.
       procedure division using by value sender as object e as type System.EventArgs.
           set lblMsg::Text to ""
           set teamIn to tbTeam::Text::Trim::ToUpper
           set subjectIn to tbSubject::Text::Trim::ToUpper
           if teamIn = "" or subjectIn = "" or tbMapFirst::Text::Trim = ""
               set lblMsg::Text to "Enter the team, the club identity and the account it signs in as."
               exit method.
           if subjectIn::Length > 80 or tbMapFirst::Text::Trim::Length > 15
               set lblMsg::Text to "The identity is 80 characters at most, the account 15."
               exit method.
           if self::openSso() not = "Y"
               exit method.
           MOVE SPACES TO SSO-REC
           MOVE "M" TO SSO-KIND
           MOVE teamIn TO SSO-TEAM
           MOVE subjectIn TO SSO-SUBJECT
           set beforeImage to ""
           READ SSO-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   set beforeImage to MAP-FIRST::Trim & " active " & MAP-ACTIVE
           END-READ
           MOVE SPACES TO SSO-REC
           MOVE "M" TO SSO-KIND
           MOVE teamIn TO SSO-TEAM
           MOVE subjectIn TO SSO-SUBJECT
           MOVE tbMapFirst::Text::Trim::ToUpper TO MAP-FIRST
           MOVE "Y" TO MAP-ACTIVE
           set MAP-STAMP to type DateTime::Now::ToString("yyyyMMddHHmmss")
           MOVE self::whoIs() TO MAP-USER
           WRITE SSO-REC
               INVALID KEY REWRITE SSO-REC
           END-WRITE
           CLOSE SSO-FILE.
           invoke type pucksweb.configAudit::record("SSO", "M " & teamIn & " " & subjectIn,
               self::whoIs(), beforeImage, MAP-FIRST::Trim & " active Y")
           set lblMsg::Text to subjectIn & " now signs in as " & MAP-FIRST::Trim & "."
           invoke self::listMappings
       end method.

       method-id btnUnmap_Click protected.
       local-storage section.
       01  teamIn          type String.
       01  subjectIn       type String.
       01  beforeImage     type String.
       procedure division using by value sender as object e as type System.EventArgs.
           set lblMsg::Text to ""
           set teamIn to tbTeam::Text::Trim::ToUpper
           set subjectIn to tbSubject::Text::Trim::ToUpper
           if teamIn = "" or subjectIn = ""
               set lblMsg::Text to "Enter the team and the club identity to unlink."
               exit method.
           if self::openSso() not = "Y"
               exit method.
           MOVE SPACES TO SSO-REC
           MOVE "M" TO SSO-KIND
           MOVE teamIn TO SSO-TEAM
           MOVE subjectIn TO SSO-SUBJECT
           READ SSO-FILE
               INVALID KEY
                   CLOSE SSO-FILE
                   set lblMsg::Text to subjectIn & " is not linked."
                   exit method.
           set beforeImage to MAP-FIRST::Trim & " active " & MAP-ACTIVE
           DELETE SSO-FILE RECORD
               INVALID KEY CONTINUE
           END-DELETE
           CLOSE SSO-FILE.
           invoke type pucksweb.configAudit::record("SSO", "M " & teamIn & " " & subjectIn,
               self::whoIs(), beforeImage, "")
           set lblMsg::Text to subjectIn & " unlinked."
           invoke self::listMappings
       end method.

      *    the team's identity links, the club-disabled ones
      *    marked.
       method-id listMappings protected.
       procedure division.
           invoke lbMappings::Items::Clear.
           if tbTeam::Text::Trim = ""
               exit method.
           OPEN INPUT SSO-FILE.
           IF STATUS-BYTE-1 NOT EQUAL ZEROES
               exit method.
           MOVE tbTeam::Text::Trim::ToUpper TO WS-LIST-TEAM
           MOVE LOW-VALUES TO SSO-KEY
           MOVE "M" TO SSO-KIND
           MOVE WS-LIST-TEAM TO SSO-TEAM
           START SSO-FILE KEY NOT < SSO-KEY
               INVALID KEY
                   CLOSE SSO-FILE
                   exit method.
       MAP-LOOP.
           READ SSO-FILE NEXT WITH NO LOCK
               AT END GO TO MAP-DONE.
           IF SSO-KIND NOT = "M" OR SSO-TEAM NOT = WS-LIST-TEAM
               GO TO MAP-DONE.
           if MAP-ACTIVE = "N"
               invoke lbMappings::Items::Add(SSO-SUBJECT::Trim & "  ->  " & MAP-FIRST::Trim &
                   "  DISABLED BY CLUB " & MAP-DISABLED)
           else
               invoke lbMappings::Items::Add(SSO-SUBJECT::Trim & "  ->  " & MAP-FIRST::Trim &
                   "  last sign-in " & MAP-LAST-LOGIN & "  by " & MAP-USER::Trim)
           end-if
           GO TO MAP-LOOP.
       MAP-DONE.
           CLOSE SSO-FILE.
       end method.

       end class.
