      * the deprovisioning hook for clubs on club sign-in. The
      * club's provisioning connector POSTs here the moment it
      * disables a staffer, with the team's hook token as a bearer
      * credential (issued on ssoAdmin.aspx.cbl) and a JSON body:
      *     {"team":"<team>","userName":"<identity>","active":false}
      * ("user" is taken for "userName"). The identity is the one
      * the club's provider returns at sign-in. ssoDirectory.cbl's
      * deprovision() switches the identity off, disables the
      * directory account and ends every live session it holds. No
      * login session is involved -- the token is the credential --
      * and the answer is a status code with a one-line JSON body:
      * 200 done, 400 unreadable, 401 bad token, 404 not linked.
      * A body with "active":true is acknowledged and ignored;
      * re-opening access stays with the league office.
       $set ilusing"System.IO"
       $set ilusing"Newtonsoft.Json.Linq"

       class-id pucksweb.ssoSignal is partial
                inherits type System.Web.UI.Page public.

       working-storage section.

       method-id Page_Load protected.
       local-storage section.
       01  reader          type StreamReader.
       01  bodyText        type String.
       01  signal          type JObject.
       01  authText        type String.
       01  hookToken       type String.
       01  teamName        type String.
       01  userName        type String.
       01  activeText      type String.
       01  deprovOut       type String.
       procedure division using by value param-sender as object
                                         param-e as type System.EventArgs.
           set self::Response::ContentType to "application/json"
           if self::Request::HttpMethod not = "POST"
               invoke self::answer(400, "POST only")
               exit method.
           set authText to self::Request::Headers["Authorization"]
           if authText = null or authText::StartsWith("Bearer ") = false
               invoke self::answer(401, "bearer token required")
               exit method.
           set hookToken to authText::Substring(7)::Trim

           set reader to new StreamReader(self::Request::InputStream)
           set bodyText to reader::ReadToEnd()
           invoke reader::Dispose.
           try
               set signal to type JObject::Parse(bodyText)
           catch exc as type Exception
               invoke self::answer(400, "body is not JSON")
               exit method
           end-try
           if signal["team"] = null
               invoke self::answer(400, "team is required")
               exit method.
           set teamName to signal["team"]::ToString()
           if signal["userName"] not = null
               set userName to signal["userName"]::ToString()
           else
               if signal["user"] not = null
                   set userName to signal["user"]::ToString()
               else
                   invoke self::answer(400, "userName is required")
                   exit method
               end-if
           end-if
           set activeText to "false"
           if signal["active"] not = null
               set activeText to signal["active"]::ToString()::ToLower.
           if activeText = "true"
               invoke self::answer(200, "ignored -- access is re-opened by the league office")
               exit method.

           set deprovOut to type pucksweb.ssoDirectory::deprovision(teamName, hookToken, userName)
           if deprovOut::StartsWith("OK")
               invoke self::answer(200, "access ended; " & deprovOut::Substring(3) & " session(s) closed")
               exit method.
           if deprovOut = "AUTH"
               invoke self::answer(401, "token not accepted for that team")
               exit method.
           if deprovOut = "X"
               invoke self::answer(404, "identity is not linked to an account")
               exit method.
           invoke self::answer(500, "account file unavailable -- retry")
           goback.
       end method.

       method-id answer protected.
       procedure division using by value statusCode as type Int32
                                 by value statusText as String.
           set self::Response::StatusCode to statusCode
           invoke self::Response::Write("{""status"":" & statusCode::ToString &
               ",""message"":""" & statusText::Replace("""", "'") & """}")
       end method.

       end class.
