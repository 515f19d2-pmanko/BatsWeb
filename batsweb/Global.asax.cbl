           goback.
       end method.
       
      *    a player-portal login (level "P") may only reach its
      *    own portal, the portal's chart images, the clip player the
      *    portal queues into, and the login page. Every other page
      *    checks for a session and no more, so the fence has to sit
      *    here, ahead of all of them: any other page bounces back to
      *    the portal, any service or handler is refused outright. On
      *    the clip player, a shared-playlist link or an add-clips
      *    call would pull in somebody else's clips, so both are
      *    refused too.
       method-id Application_PostAcquireRequestState internal.
       local-storage section.
       01 pageName     type String.
       01 cbParam      type String.
       procedure division using by value sender as object by value e as type EventArgs.
           if self::Context::Session = null
               goback.
           if self::Context::Session["level"] = null
               goback.
           if self::Context::Session["level"]::ToString not = "P"
               goback.
           set pageName to type System.IO.Path::GetFileName(
               self::Context::Request::Path)::ToLower
           if pageName = "default.aspx" or pageName = "playerportal.aspx"
            or pageName = "playerportalchart.aspx"
               goback.
           if pageName = "batstube.aspx"
               set cbParam to self::Context::Request::Form["__CALLBACKPARAM"]
               if self::Context::Request::QueryString["c"] = null
                and (cbParam = null or cbParam::StartsWith("add-clips") = false)
                   goback
               end-if
           end-if
           if pageName::EndsWith(".aspx")
               invoke self::Context::Response::Redirect("~/playerPortal.aspx")
               goback.
           set self::Context::Response::StatusCode to 403
           invoke self::Context::ApplicationInstance::CompleteRequest
           goback.
       end method.

      *    the request's total server time for the slow-screen
      *    report (screenTiming.cbl) -- here, after the page has run
      *    and while the session is still attached, so every screen
      *    is timed without each one carrying the code.
       method-id Application_PostRequestHandlerExecute internal.
       local-storage section.
       procedure division using by value sender as object by value e as type EventArgs.
           invoke type batsweb.screenTiming::requestDone(self::Context)
           goback.
       end method.

       method-id Session_Start internal.
       local-storage section.
       procedure division using by value sender as object by value e as type EventArgs.
