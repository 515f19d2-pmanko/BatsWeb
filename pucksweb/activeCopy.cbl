      * FAILOVER.PTH) -- that one hook is how the whole site comes
      * back up on the second server in minutes. Any other state
      * (READY, no stamp file, unreadable stamp) leaves the live
      * name untouched. A page a session has asked to show "as of"
      * an earlier moment is handed its own point-in-time copy
      * instead (asOfView.cbl).
       $set ilusing"System.IO"

       class-id pucksweb.activeCopy.
           05  STATUS-BYTE-2           PIC X      VALUE SPACES.

       method-id resolve static public.
       local-storage section.
       01  asOfName        type String.
       01  pageName        type String.
       procedure division using by value liveName as String
                          returning activeName as String.
           set activeName to liveName
      *    a page the session is viewing "as of" an earlier
      *    moment reads its own point-in-time copy (asOfView.cbl)
      *    ahead of anything else; every other page stays live.
           if type System.Web.HttpContext::Current not = null
               if type System.Web.HttpContext::Current::Session not = null
                   set pageName to type Path::GetFileName(
                       type System.Web.HttpContext::Current::Request::Path)
                   if type System.Web.HttpContext::Current::Session::Item("asOf:" & pageName) not = null
                       set asOfName to type pucksweb.asOfView::copyName(liveName,
                           type System.Web.HttpContext::Current::Session::SessionID,
                           pageName)
                       if type File::Exists(asOfName)
                           set activeName to asOfName
                           exit method
                       end-if
                   end-if
               end-if
           end-if
           OPEN INPUT STAMP-FILE.
           IF STATUS-BYTE-1 NOT EQUAL ZEROES
               exit method.
