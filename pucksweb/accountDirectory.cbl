           CLOSE DIRECTORY-FILE.
       end method.

      *    decides a club sign-in (ssoDirectory.cbl) against the
      *    directory: the club's provider has already vouched for
      *    the person, so no password is checked, but the row must
      *    exist, be entitled to this app and not be locked (a
      *    disabled row is locked past any clock). Returns "Y" +
      *    level, "L", "E" or "X" as authenticate() does; last-login
      *    tracking moves the same way.
       method-id ssoAuthenticate static public.
       local-storage section.
       01  nowStamp                    PIC X(12).
       procedure division using by value teamName as String
                                 by value lastName as String
                                 by value firstName as String
                                 by value appCode as String
                          returning authFlag as String.
           set authFlag to "X"
           OPEN I-O DIRECTORY-FILE.
           IF STATUS-BYTE-1 NOT EQUAL ZEROES
               exit method.
           MOVE teamName::Trim::ToUpper TO DIR-TEAM-NAME
           MOVE lastName::Trim::ToUpper TO DIR-LAST
           MOVE firstName::Trim::ToUpper TO DIR-FIRST
           READ DIRECTORY-FILE
               INVALID KEY
                   CLOSE DIRECTORY-FILE
                   exit method.
           set nowStamp to type DateTime::Now::ToString("yyyyMMddHHmm")
           if DIR-LOCK-UNTIL > spaces and DIR-LOCK-UNTIL > nowStamp
               CLOSE DIRECTORY-FILE
               set authFlag to "L"
               exit method.
           if (appCode = "B" and DIR-BATS-ACCESS not = "Y")
            or (appCode = "P" and DIR-PUCKS-ACCESS not = "Y")
               CLOSE DIRECTORY-FILE
               set authFlag to "E"
               exit method.
           set authFlag to "Y" & DIR-LEVEL
           MOVE 0 TO DIR-FAIL-COUNT
           MOVE nowStamp TO DIR-LAST-LOGIN
           ADD 1 TO DIR-LOGIN-COUNT
           REWRITE DIR-REC.
           CLOSE DIRECTORY-FILE.
       end method.

      *    disables a directory account -- level zeroed, both
      *    entitlements revoked, locked past any clock. The
      *    offboarding screen calls this alongside its app-file
