      * screen response-time recorder. pageUsage.cbl says a page
      * was opened but not how long it took, so "slow again" could
      * never be checked. Two kinds of BATSW057.DAT row: an E row for
      * every dialog-engine call a screen makes (engineCall wraps the
      * RunUnit::Call -- engine, its action code, milliseconds inside
      * the call), and an R row per page request written from
      * Global.asax once the page has run (requestDone -- total server
      * milliseconds and the part of it spent in engine calls). Both
      * carry the page, team, user and the filters the screen was
      * posted with (the form's short fields, name=value), so a slow
      * request can be traced to a filter combination, an hour or a
      * growing file. Nothing typed on a sign-in, password or
      * credential screen is kept, nor any field named like a
      * password, code, token or secret anywhere else. Stamped in
      * UTC; screenTimingReport.aspx.cbl reads them.
       class-id batsweb.screenTiming.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       $SET CALLFH"EXTFH"
       $SET DATACOMPRESS"1"
        SELECT TIMING-FILE ASSIGN WS-TIMING-FILE
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS TIM-KEY
              LOCK MANUAL
              FILE STATUS IS STATUS-COMN.

       file section.
       FD  TIMING-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS TIM-REC.

      *    TIM-KIND: R a page request, E one engine call.
      *    TIM-ENGINE-MS on an R row is the request's engine time.
       01  TIM-REC.
           05  TIM-KEY.
               10  TIM-TIMESTAMP       PIC X(14).
               10  TIM-SEQ             PIC 9(4).
           05  TIM-KIND                PIC X.
           05  TIM-PAGE                PIC X(30).
           05  TIM-ENGINE              PIC X(12).
           05  TIM-ACTION              PIC X(4).
           05  TIM-MS                  PIC 9(7).
           05  TIM-ENGINE-MS           PIC 9(7).
           05  TIM-POSTBACK            PIC X.
           05  TIM-TEAM                PIC X(15).
           05  TIM-USER                PIC X(30).
           05  TIM-FILTERS             PIC X(150).
           05  FILLER                  PIC X(10).

       working-storage section.
       01  WS-TIMING-FILE     PIC X(256) VALUE "BATSW057.DAT".
       01  STATUS-COMN.
           05  STATUS-BYTE-1           PIC X      VALUE SPACES.
           05  STATUS-BYTE-2           PIC X      VALUE SPACES.
       01  WS-TIMING-SEQ      PIC 9(4) VALUE 0.

      *    one engine call, timed. Drop-in for
      *    "invoke runUnit::Call(programName)" -- the call itself is
      *    made exactly as before.
       method-id engineCall static public.
       local-storage section.
       01  callTimer       type System.Diagnostics.Stopwatch.
       01  callMs          type Int64.
       01  soFar           type Int64.
       01  ctx             type HttpContext.
       procedure division using by value runUnit as type RunUnit
                                 by value programName as String
                                 by value actionCode as String.
           set callTimer to type System.Diagnostics.Stopwatch::StartNew()
           invoke runUnit::Call(programName)
           invoke callTimer::Stop
           set callMs to callTimer::ElapsedMilliseconds
           set ctx to type HttpContext::Current
           if ctx = null
               exit method.
      *    the request's running engine total, for its R row.
           set soFar to 0
           if ctx::Items["engineMs"] not = null
               invoke type Int64::TryParse(ctx::Items["engineMs"]::ToString, by reference soFar)
           end-if
           add callMs to soFar
           set ctx::Items["engineMs"] to soFar::ToString
           invoke self::writeRow(ctx, "E", programName, actionCode, callMs, 0)
       end method.

      *    the whole request, from Global.asax once the page has
      *    run. Only pages are timed -- images, scripts and services
      *    go by.
       method-id requestDone static public.
       local-storage section.
       01  totalMs         type Int64.
       01  engineMs        type Int64.
       procedure division using by value ctx as type HttpContext.
           if ctx = null
               exit method.
           if ctx::Request::Path::ToLower::EndsWith(".aspx") = false
               exit method.
           set totalMs to type Convert::ToInt64(type DateTime::Now::Subtract(ctx::Timestamp)::TotalMilliseconds)
           set engineMs to 0
           if ctx::Items["engineMs"] not = null
               invoke type Int64::TryParse(ctx::Items["engineMs"]::ToString, by reference engineMs)
           end-if
           invoke self::writeRow(ctx, "R", "", "", totalMs, engineMs)
       end method.

       method-id writeRow static protected.
       local-storage section.
       01  pageName        type String.
       procedure division using by value ctx as type HttpContext
                                 by value rowKind as String
                                 by value programName as String
                                 by value actionCode as String
                                 by value elapsedMs as type Int64
                                 by value engineMs as type Int64.
           OPEN I-O TIMING-FILE.
           IF STATUS-COMN = "35"
               OPEN OUTPUT TIMING-FILE
               CLOSE TIMING-FILE
               OPEN I-O TIMING-FILE.
           IF STATUS-BYTE-1 NOT EQUAL ZEROES
               exit method.
           MOVE SPACES TO TIM-REC
           set TIM-TIMESTAMP to type DateTime::UtcNow::ToString("yyyyMMddHHmmss")
           ADD 1 TO WS-TIMING-SEQ
           IF WS-TIMING-SEQ > 9999
               MOVE 1 TO WS-TIMING-SEQ
           END-IF
           MOVE WS-TIMING-SEQ TO TIM-SEQ
           MOVE rowKind TO TIM-KIND
           set pageName to type System.IO.Path::GetFileNameWithoutExtension(ctx::Request::Path)
           MOVE pageName TO TIM-PAGE
           MOVE programName TO TIM-ENGINE
           if actionCode not = null
               MOVE actionCode TO TIM-ACTION
           end-if
           if elapsedMs > 9999999
               set elapsedMs to 9999999
           end-if
           if engineMs > 9999999
               set engineMs to 9999999
           end-if
           MOVE elapsedMs TO TIM-MS
           MOVE engineMs TO TIM-ENGINE-MS
           if ctx::Request::HttpMethod = "POST"
               MOVE "P" TO TIM-POSTBACK
           else
               MOVE "G" TO TIM-POSTBACK
           end-if
           if ctx::Session not = null
               MOVE "" & ctx::Session["team"] TO TIM-TEAM
               MOVE "" & ctx::Session["user"] TO TIM-USER
           end-if
           MOVE self::filtersOf(ctx) TO TIM-FILTERS
           WRITE TIM-REC
               INVALID KEY
                   ADD 1 TO TIM-SEQ
                   WRITE TIM-REC
           END-WRITE.
           CLOSE TIMING-FILE.
       end method.

      *    the filters a screen ran with: the query string and
      *    the posted form's short fields as name=value, the control
      *    name without its container prefix. View state, event
      *    plumbing and anything long (a pasted note) are left out.
      *    So is everything on the screens that take a password, a
      *    one-time code or a provider credential, and any field
      *    whose name says it holds one (secretField) -- those are
      *    never filters, and the timing file is not the place for
      *    them. The background report screens hash the same text to
      *    tell one request from another.
       method-id filtersOf static public.
       local-storage section.
       01  filterText      type System.Text.StringBuilder.
       01  fieldName       type String.
       01  fieldValue      type String.
       01  shortName       type String.
       01  pageName        type String.
       procedure division using by value ctx as type HttpContext
                          returning filters as String.
           set filterText to new System.Text.StringBuilder
           set filters to ""
           set pageName to type System.IO.Path::GetFileNameWithoutExtension(ctx::Request::Path)::ToLower
           if pageName = "default" or pageName = "forgotpassword"
            or pageName = "playeraccounts" or pageName = "freetrial"
            or pageName = "maillog" or pageName = "oncalladmin"
            or pageName = "ssoadmin" or pageName = "ssosignal"
               exit method.
           perform varying fieldName through ctx::Request::QueryString::AllKeys
               if fieldName not = null
                and self::secretField(fieldName) = "N"
                   set fieldValue to ctx::Request::QueryString[fieldName]
                   if fieldValue not = null and fieldValue::Length <= 30
                       invoke filterText::Append(fieldName & "=" & fieldValue & ";")
                   end-if
               end-if
           end-perform
           if ctx::Request::HttpMethod = "POST"
               perform varying fieldName through ctx::Request::Form::AllKeys
                   if fieldName not = null
                    and fieldName::StartsWith("__") = false
                    and self::secretField(fieldName) = "N"
                       set fieldValue to ctx::Request::Form[fieldName]
                       if fieldValue not = null and fieldValue::Trim not = ""
                        and fieldValue::Length <= 30
                           set shortName to fieldName::Substring(fieldName::LastIndexOf("$") + 1)
                           invoke filterText::Append(shortName & "=" & fieldValue::Trim & ";")
                       end-if
                   end-if
               end-perform
           end-if
           set filters to filterText::ToString.
       end method.

      *    "Y" for a field named like a credential -- password,
      *    pwd, a one-time or MFA code, a token, a secret, a
      *    certificate or a provider account.
       method-id secretField static protected.
       local-storage section.
       01  lowerName       type String.
       procedure division using by value fieldName as String
                          returning secretFlag as String.
           set secretFlag to "Y"
           set lowerName to fieldName::ToLower
           if lowerName::Contains("pass") or lowerName::Contains("pwd")
            or lowerName::Contains("code") or lowerName::Contains("mfa")
            or lowerName::Contains("token") or lowerName::Contains("secret")
            or lowerName::Contains("cert") or lowerName::Contains("account")
               exit method.
           set secretFlag to "N".
       end method.

       end class.
