      * club single sign-on against the member clubs' own
      * identity providers. A club that turns it on signs its staff
      * in through its corporate login instead of a password kept
      * with us: one PKW075.DAT "P" row per team holds the provider
      * (OpenID Connect or SAML 2.0), kept by a league admin on
      * ssoAdmin.aspx.cbl, and "M" rows map the identity the provider
      * returns onto the existing directory account (accountDirectory
      * .cbl, DIR-FIRST under the team) whose level the login takes.
      * Default.aspx.cbl refuses the password form for such a team,
      * sends the browser to signInUrl(), and hands what comes back
      * to redeem() and mapSubject(). When the club disables a
      * staffer in its own system its provisioning connector calls
      * ssoSignal.aspx with the team's hook token; deprovision() then
      * marks the mapping off, disables the directory account and
      * raises the kill flag on every session they hold, so access
      * ends on their next click rather than at our next offboarding
      * sweep.

       $set ilusing"System.Security.Cryptography"
       $set ilusing"System.Security.Cryptography.X509Certificates"
       $set ilusing"System.Security.Cryptography.Xml"
       $set ilusing"System.Xml"
       $set ilusing"Newtonsoft.Json.Linq"

       class-id pucksweb.ssoDirectory.

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

      *    SSO-KIND "P": a team's provider (SSO-SUBJECT spaces).
      *      SSO-PROTOCOL O (OpenID Connect, code flow) or S (SAML
      *      2.0, redirect out / POST back). SSO-ISSUER the issuer
      *      the provider signs as; SSO-SIGNIN-URL its authorize (O)
      *      or single-sign-on (S) endpoint; SSO-TOKEN-URL the token
      *      endpoint (O only); SSO-CLIENT-ID our client id (O) or
      *      entity id / audience (S); SSO-CLIENT-SECRET (O only);
      *      SSO-CERT-THUMB the thumbprint of the provider's signing
      *      certificate in the machine store (S only); SSO-CLAIM the
      *      claim or attribute naming the user (blank = email for O,
      *      NameID for S). SSO-AUTOMAP "Y" maps an unknown identity
      *      onto the directory account named by its part before any
      *      "@"; "N" requires an M row. SSO-HOOK-HASH the SHA-256 of
      *      the deprovisioning hook token -- the token itself is
      *      shown once on the admin screen and never stored.
      *    SSO-KIND "M": one identity the provider returns for the
      *      team (SSO-SUBJECT, upper case) -> MAP-FIRST, the
      *      directory account. MAP-ACTIVE "N" once the club has
      *      disabled it.
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

      *    reads a team's P row; "Y" when it is on file and
      *    switched on.
       method-id loadProvider static protected.
       procedure division using by value teamName as String
                          returning foundFlag as String.
           set foundFlag to "N"
           OPEN INPUT SSO-FILE.
           IF STATUS-BYTE-1 NOT EQUAL ZEROES
               exit method.
           MOVE SPACES TO SSO-KEY
           MOVE "P" TO SSO-KIND
           MOVE teamName::Trim::ToUpper TO SSO-TEAM
           READ SSO-FILE WITH NO LOCK
               INVALID KEY
                   CLOSE SSO-FILE
                   exit method.
           CLOSE SSO-FILE.
           if SSO-ENABLED = "Y"
               set foundFlag to "Y".
       end method.

      *    "O" or "S" when the team signs in through its club
      *    provider, "" when it still uses passwords.
       method-id protocolFor static public.
       procedure division using by value teamName as String
                          returning protocolOut as String.
           set protocolOut to ""
           if self::loadProvider(teamName) = "Y"
               set protocolOut to SSO-PROTOCOL.
       end method.

      *    where to send the browser to sign in. stateText rides
      *    through the provider and back (state / RelayState);
      *    nonceText binds the answer to this attempt (the OpenID
      *    nonce, the SAML request ID). returnUrl is the login page.
       method-id signInUrl static public.
       local-storage section.
       01  joinChar        type String.
       01  authnText       type String.
       01  authnBytes      type Byte occurs any.
       01  packed          type System.IO.MemoryStream.
       01  deflater        type System.IO.Compression.DeflateStream.
       procedure division using by value teamName as String
                                 by value stateText as String
                                 by value nonceText as String
                                 by value returnUrl as String
                          returning urlOut as String.
           set urlOut to ""
           if self::loadProvider(teamName) not = "Y"
               exit method.
           if SSO-SIGNIN-URL::Trim::Contains("?")
               set joinChar to "&"
           else
               set joinChar to "?".
           if SSO-PROTOCOL = "O"
               set urlOut to SSO-SIGNIN-URL::Trim & joinChar &
                   "response_type=code&scope=openid%20email%20profile" &
                   "&client_id=" & type System.Web.HttpUtility::UrlEncode(SSO-CLIENT-ID::Trim) &
                   "&redirect_uri=" & type System.Web.HttpUtility::UrlEncode(returnUrl) &
                   "&state=" & type System.Web.HttpUtility::UrlEncode(stateText) &
                   "&nonce=" & type System.Web.HttpUtility::UrlEncode(nonceText)
               exit method.
      *    SAML HTTP-Redirect binding: the AuthnRequest deflated,
      *    base64'd and URL-encoded.
           set authnText to "<samlp:AuthnRequest xmlns:samlp=""urn:oasis:names:tc:SAML:2.0:protocol""" &
               " xmlns:saml=""urn:oasis:names:tc:SAML:2.0:assertion"" ID=""_" & nonceText &
               """ Version=""2.0"" IssueInstant=""" &
               type DateTime::UtcNow::ToString("yyyy-MM-ddTHH:mm:ssZ") &
               """ Destination=""" & type System.Security.SecurityElement::Escape(SSO-SIGNIN-URL::Trim) &
               """ AssertionConsumerServiceURL=""" & type System.Security.SecurityElement::Escape(returnUrl) &
               """ ProtocolBinding=""urn:oasis:names:tc:SAML:2.0:bindings:HTTP-POST"">" &
               "<saml:Issuer>" & type System.Security.SecurityElement::Escape(SSO-CLIENT-ID::Trim) &
               "</saml:Issuer></samlp:AuthnRequest>"
           set authnBytes to type System.Text.Encoding::UTF8::GetBytes(authnText)
           set packed to new System.IO.MemoryStream()
           set deflater to new System.IO.Compression.DeflateStream(packed,
               type System.IO.Compression.CompressionMode::Compress)
           invoke deflater::Write(authnBytes, 0, authnBytes::Length)
           invoke deflater::Close()
           set urlOut to SSO-SIGNIN-URL::Trim & joinChar & "SAMLRequest=" &
               type System.Web.HttpUtility::UrlEncode(type Convert::ToBase64String(packed::ToArray())) &
               "&RelayState=" & type System.Web.HttpUtility::UrlEncode(stateText)
       end method.

      *    checks what the provider sent back -- an OpenID
      *    authorization code, or a base64 SAML response -- and
      *    returns "OK|identity" or "ERR|reason". Nothing here
      *    decides access; the identity still has to map onto a live
      *    directory account.
       method-id redeem static public.
       procedure division using by value teamName as String
                                 by value responseText as String
                                 by value nonceText as String
                                 by value returnUrl as String
                          returning redeemOut as String.
           set redeemOut to "ERR|club sign-in is not set up for this team"
           if self::loadProvider(teamName) not = "Y"
               exit method.
           if responseText = null or responseText::Trim = ""
               set redeemOut to "ERR|nothing came back from the club sign-in"
               exit method.
           try
               if SSO-PROTOCOL = "O"
                   set redeemOut to self::redeemOidc(responseText, nonceText, returnUrl)
               else
                   set redeemOut to self::redeemSaml(responseText, nonceText)
               end-if
           catch exc as type Exception
               set redeemOut to "ERR|" & exc::Message
           end-try
       end method.

      *    code flow: the code is exchanged at the token endpoint
      *    over TLS with our client secret, so the id_token comes
      *    straight from the provider -- issuer, audience, expiry
      *    and nonce are still checked before its claims are used.
       method-id redeemOidc static protected.
       local-storage section.
       01  http            type System.Net.WebClient.
       01  formText        type String.
       01  tokenReply      type String.
       01  tokenObj        type JObject.
       01  idToken         type String.
       01  tokenParts      type String occurs any.
       01  claimText       type String.
       01  claims          type JObject.
       01  claimName       type String.
       01  expSecs         type Int64.
       01  nowSecs         type Int64.
       01  identity        type String.
       procedure division using by value codeText as String
                                 by value nonceText as String
                                 by value returnUrl as String
                          returning redeemOut as String.
           set formText to "grant_type=authorization_code&code=" &
               type System.Web.HttpUtility::UrlEncode(codeText) &
               "&redirect_uri=" & type System.Web.HttpUtility::UrlEncode(returnUrl) &
               "&client_id=" & type System.Web.HttpUtility::UrlEncode(SSO-CLIENT-ID::Trim) &
               "&client_secret=" & type System.Web.HttpUtility::UrlEncode(SSO-CLIENT-SECRET::Trim)
           set http to new System.Net.WebClient()
           invoke http::Headers::Add("Content-Type", "application/x-www-form-urlencoded")
           set tokenReply to http::UploadString(SSO-TOKEN-URL::Trim, formText)
           set tokenObj to type JObject::Parse(tokenReply)
           if tokenObj["id_token"] = null
               set redeemOut to "ERR|the token endpoint returned no id_token"
               exit method.
           set idToken to tokenObj["id_token"]::ToString()
           set tokenParts to idToken::Split(".")
           if tokenParts::Length < 2
               set redeemOut to "ERR|malformed id_token"
               exit method.
           set claimText to self::fromBase64Url(tokenParts[1])
           set claims to type JObject::Parse(claimText)

           if claims["iss"] = null or claims["iss"]::ToString() not = SSO-ISSUER::Trim
               set redeemOut to "ERR|id_token issuer does not match"
               exit method.
      *    aud is a string or an array of them.
           if claims["aud"] = null or claims["aud"]::ToString()::Contains(SSO-CLIENT-ID::Trim) = false
               set redeemOut to "ERR|id_token was not issued to us"
               exit method.
           if claims["nonce"] = null or claims["nonce"]::ToString() not = nonceText
               set redeemOut to "ERR|id_token nonce does not match this sign-in"
               exit method.
           if claims["exp"] = null
               set redeemOut to "ERR|id_token carries no expiry"
               exit method.
           set expSecs to type Convert::ToInt64(claims["exp"]::ToString())
           set nowSecs to type DateTimeOffset::UtcNow::ToUnixTimeSeconds()
           if expSecs < nowSecs
               set redeemOut to "ERR|id_token has expired"
               exit method.

           set claimName to SSO-CLAIM::Trim
           if claimName = ""
               set claimName to "email".
           if claims[claimName] = null
               set redeemOut to "ERR|id_token carries no " & claimName & " claim"
               exit method.
           set identity to claims[claimName]::ToString()
           set redeemOut to "OK|" & identity::Trim
       end method.

      *    POST binding: the assertion must be signed by the
      *    certificate on file, the signature must cover that very
      *    assertion (by its ID -- a signed element elsewhere in the
      *    document proves nothing), and the issuer, audience,
      *    validity window and InResponseTo must all check out.
       method-id redeemSaml static protected.
       local-storage section.
       01  xmlText         type String.
       01  samlDoc         type XmlDocument.
       01  nsMgr           type XmlNamespaceManager.
       01  assertion       type XmlElement.
       01  sigNode         type XmlElement.
       01  refNode         type XmlNode.
       01  checkNode       type XmlNode.
       01  signed          type SignedXml.
       01  certStore       type X509Store.
       01  certList        type X509Certificate2Collection.
       01  signCert        type X509Certificate2.
       01  assertionId     type String.
       01  notAfter        type DateTime.
       01  claimName       type String.
       01  identity        type String.
       procedure division using by value samlB64 as String
                                 by value nonceText as String
                          returning redeemOut as String.
           set xmlText to type System.Text.Encoding::UTF8::GetString(
               type Convert::FromBase64String(samlB64))
           set samlDoc to new XmlDocument()
           set samlDoc::PreserveWhitespace to true
           set samlDoc::XmlResolver to null
           invoke samlDoc::LoadXml(xmlText)
           set nsMgr to new XmlNamespaceManager(samlDoc::NameTable)
           invoke nsMgr::AddNamespace("samlp", "urn:oasis:names:tc:SAML:2.0:protocol")
           invoke nsMgr::AddNamespace("saml", "urn:oasis:names:tc:SAML:2.0:assertion")
           invoke nsMgr::AddNamespace("ds", "http://www.w3.org/2000/09/xmldsig#")

           set assertion to samlDoc::SelectSingleNode("/samlp:Response/saml:Assertion", nsMgr) as type XmlElement
           if assertion = null
               set redeemOut to "ERR|the SAML response carries no assertion"
               exit method.
           set assertionId to assertion::GetAttribute("ID")
           set sigNode to assertion::SelectSingleNode("ds:Signature", nsMgr) as type XmlElement
           if sigNode = null
               set redeemOut to "ERR|the SAML assertion is not signed"
               exit method.
           set refNode to sigNode::SelectSingleNode("ds:SignedInfo/ds:Reference", nsMgr)
           if refNode = null or refNode::Attributes["URI"] = null
            or refNode::Attributes["URI"]::Value not = "#" & assertionId
               set redeemOut to "ERR|the SAML signature does not cover the assertion"
               exit method.

           set certStore to new X509Store(type StoreName::My, type StoreLocation::LocalMachine)
           invoke certStore::Open(type OpenFlags::ReadOnly)
           set certList to certStore::Certificates::Find(type X509FindType::FindByThumbprint,
               SSO-CERT-THUMB::Trim, false)
           invoke certStore::Close()
           if certList::Count = 0
               set redeemOut to "ERR|the club's signing certificate is not installed"
               exit method.
           set signCert to certList[0]
           set signed to new SignedXml(assertion)
           invoke signed::LoadXml(sigNode)
           if signed::CheckSignature(signCert, true) = false
               set redeemOut to "ERR|the SAML signature does not verify"
               exit method.

           set checkNode to assertion::SelectSingleNode("saml:Issuer", nsMgr)
           if checkNode = null or checkNode::InnerText::Trim() not = SSO-ISSUER::Trim
               set redeemOut to "ERR|SAML issuer does not match"
               exit method.
           set checkNode to assertion::SelectSingleNode("saml:Conditions/saml:AudienceRestriction/saml:Audience", nsMgr)
           if checkNode = null or checkNode::InnerText::Trim() not = SSO-CLIENT-ID::Trim
               set redeemOut to "ERR|the SAML assertion was not issued to us"
               exit method.
           set checkNode to assertion::SelectSingleNode("saml:Conditions/@NotOnOrAfter", nsMgr)
           if checkNode = null
               set redeemOut to "ERR|the SAML assertion carries no expiry"
               exit method.
           set notAfter to type DateTime::Parse(checkNode::Value)::ToUniversalTime()
           if notAfter < type DateTime::UtcNow
               set redeemOut to "ERR|the SAML assertion has expired"
               exit method.
           set checkNode to assertion::SelectSingleNode("saml:Subject/saml:SubjectConfirmation/saml:SubjectConfirmationData/@InResponseTo", nsMgr)
           if checkNode = null or checkNode::Value not = "_" & nonceText
               set redeemOut to "ERR|the SAML assertion answers a different sign-in"
               exit method.

           set claimName to SSO-CLAIM::Trim
           if claimName = ""
               set checkNode to assertion::SelectSingleNode("saml:Subject/saml:NameID", nsMgr)
           else
               set checkNode to assertion::SelectSingleNode(
                   "saml:AttributeStatement/saml:Attribute[@Name='" & claimName::Replace("'", "") &
                   "']/saml:AttributeValue", nsMgr)
           end-if
           if checkNode = null
               set redeemOut to "ERR|the SAML assertion does not name the user"
               exit method.
           set identity to checkNode::InnerText
           set redeemOut to "OK|" & identity::Trim
       end method.

       method-id fromBase64Url static protected.
       local-storage section.
       01  padded          type String.
       01  padLen          PIC 9(5).
       01  padQuot         PIC 9(5).
       01  padRem          PIC 9.
       procedure division using by value urlText as String
                          returning plainOut as String.
           set padded to urlText::Replace("-", "+")::Replace("_", "/")
           set padLen to padded::Length
           DIVIDE padLen BY 4 GIVING padQuot REMAINDER padRem
           if padRem = 2
               set padded to padded & "==".
           if padRem = 3
               set padded to padded & "=".
           set plainOut to type System.Text.Encoding::UTF8::GetString(
               type Convert::FromBase64String(padded))
       end method.

      *    the directory account an identity signs in as: its
      *    first-name key, "" when the identity is not mapped (and
      *    the team does not auto-map), "*OFF" when the club has
      *    disabled it. A good answer stamps the mapping's last
      *    sign-in.
       method-id mapSubject static public.
       local-storage section.
       01  subjectKey      type String.
       01  atPos           type Int32.
       01  autoFirst       type String.
       01  autoMap         type String.
       procedure division using by value teamName as String
                                 by value subjectText as String
                          returning firstOut as String.
           set firstOut to ""
           set autoMap to "N"
           if self::loadProvider(teamName) = "Y"
               set autoMap to SSO-AUTOMAP.
           set subjectKey to subjectText::Trim::ToUpper
           if subjectKey::Length > 80
               set subjectKey to subjectKey::Substring(0, 80).
           OPEN I-O SSO-FILE.
           IF STATUS-BYTE-1 NOT EQUAL ZEROES
               exit method.
           MOVE SPACES TO SSO-REC
           MOVE "M" TO SSO-KIND
           MOVE teamName::Trim::ToUpper TO SSO-TEAM
           MOVE subjectKey TO SSO-SUBJECT
           READ SSO-FILE
               INVALID KEY
                   if autoMap not = "Y"
                       CLOSE SSO-FILE
                       exit method
                   end-if
      *            auto-map: the part before any "@", as the
      *            directory keys first names.
                   set atPos to subjectKey::IndexOf("@")
                   if atPos > 0
                       set autoFirst to subjectKey::Substring(0, atPos)
                   else
                       set autoFirst to subjectKey
                   end-if
                   MOVE SPACES TO SSO-BODY
                   MOVE autoFirst TO MAP-FIRST
                   MOVE "Y" TO MAP-ACTIVE
                   set MAP-STAMP to type DateTime::Now::ToString("yyyyMMddHHmmss")
                   MOVE "AUTO" TO MAP-USER
                   WRITE SSO-REC
                       INVALID KEY CONTINUE
                   END-WRITE
           END-READ
           if MAP-ACTIVE = "N"
               CLOSE SSO-FILE
               set firstOut to "*OFF"
               exit method.
           set MAP-LAST-LOGIN to type DateTime::Now::ToString("yyyyMMddHHmmss")
           REWRITE SSO-REC.
           CLOSE SSO-FILE.
           set firstOut to MAP-FIRST::Trim.
       end method.

      *    the club's provisioning connector says an identity is
      *    gone. hookToken must hash to the team's SSO-HOOK-HASH.
      *    Returns "OK" with how many live sessions were ended,
      *    "AUTH" bad or missing token, "X" identity not mapped,
      *    "ERR" file trouble.
       method-id deprovision static public.
       local-storage section.
       01  subjectKey      type String.
       01  killedCount     type Int32.
       01  dirFlag         type String.
       procedure division using by value teamName as String
                                 by value hookToken as String
                                 by value subjectText as String
                          returning deprovOut as String.
           set deprovOut to "AUTH"
           if self::loadProvider(teamName) not = "Y"
               exit method.
           if hookToken = null or hookToken::Trim = "" or SSO-HOOK-HASH = spaces
               exit method.
           if self::hashText(hookToken::Trim) not = SSO-HOOK-HASH::Trim
               exit method.
           set subjectKey to subjectText::Trim::ToUpper
           if subjectKey::Length > 80
               set subjectKey to subjectKey::Substring(0, 80).
           set deprovOut to "ERR"
           OPEN I-O SSO-FILE.
           IF STATUS-BYTE-1 NOT EQUAL ZEROES
               exit method.
           MOVE SPACES TO SSO-REC
           MOVE "M" TO SSO-KIND
           MOVE teamName::Trim::ToUpper TO SSO-TEAM
           MOVE subjectKey TO SSO-SUBJECT
           READ SSO-FILE
               INVALID KEY
                   CLOSE SSO-FILE
                   set deprovOut to "X"
                   exit method.
           MOVE "N" TO MAP-ACTIVE
           set MAP-DISABLED to type DateTime::Now::ToString("yyyyMMddHHmmss")
           MOVE "CLUB PROVISIONING" TO MAP-USER
           REWRITE SSO-REC.
           CLOSE SSO-FILE.
      *    the directory row goes too -- it outranks PKW020 at
      *    login -- and every live session is flagged now.
           set dirFlag to type pucksweb.accountDirectory::disable(
               teamName::Trim, "", MAP-FIRST::Trim)
           set killedCount to type pucksweb.sessionRegistry::killUser(
               teamName::Trim, MAP-FIRST::Trim)
           invoke type pucksweb.configAudit::record("SSO", "M " & teamName::Trim::ToUpper & " " & subjectKey,
               "CLUB PROVISIONING", "active Y", "active N, directory " & dirFlag & ", " &
               killedCount::ToString & " session(s) ended")
           set deprovOut to "OK " & killedCount::ToString
       end method.

      *    SHA-256, base64 -- how the hook token is kept.
       method-id hashText static public.
       local-storage section.
       01  sha                         type SHA256.
       01  hashBytes                   type Byte occurs any.
       procedure division using by value plainText as String
                          returning hashB64 as String.
           set sha to type SHA256::Create()
           set hashBytes to sha::ComputeHash(type System.Text.Encoding::UTF8::GetBytes(plainText))
           invoke sha::Dispose()
           set hashB64 to type Convert::ToBase64String(hashBytes)
       end method.

       end class.
