      * August roster cost us" is a walk of BATSW026.DAT: every stint
      * active on the as-of date prices in under its team, with the
      * per-player lines for one team and the total per club.
      * Every pricing writes a read-access row (pucksweb/
      * accessAudit.cbl) -- the club whose lines were listed, or
      * the club totals alone.
       class-id batsweb.payrollReport is partial
                inherits type System.Web.UI.Page public.

           05  STINT-TEAM              PIC X(15).
           05  STINT-END-DATE          PIC 9(8).
           05  STINT-RECORDED          PIC X(14).
           05  STINT-TERMS.
               10  STINT-SALARY        PIC 9(9).
               10  STINT-CON-START     PIC 9(8).
               10  STINT-CON-END       PIC 9(8).
               10  STINT-OPTION        PIC X.
           05  STINT-SEAL              PIC X(9).
           05  FILLER                  PIC X(1).

       working-storage section.
       01  WS-STINT-FILE      PIC X(256) VALUE "BATSW026.DAT".
               GO TO PRICE-LOOP.
           IF STINT-END-DATE NOT = 0 AND STINT-END-DATE < WS-ASOF-DATE
               GO TO PRICE-LOOP.
           MOVE type pucksweb.sideCrypt::unseal(STINT-TERMS, STINT-SEAL,
               length of STINT-TERMS) TO STINT-TERMS
           invoke self::bumpTeam
      *    the per-player lines, when one club was asked for.
           IF WS-LOOKUP-TEAM NOT = SPACES
                   "  payroll:" & PAY-TOTAL(dispIdx) &
                   "  unpriced:" & PAY-UNPRICED(dispIdx))
           end-perform
           if WS-LOOKUP-TEAM not = spaces
               invoke type pucksweb.accessAudit::record("PAYROLL",
                   "TEAM " & WS-LOOKUP-TEAM::Trim, "V",
                   "" & self::Session["team"], "" & self::Session["user"])
           else
               invoke type pucksweb.accessAudit::record("PAYROLL",
                   "ALL CLUBS", "V",
                   "" & self::Session["team"], "" & self::Session["user"])
           end-if
           if PAY-COUNT = 0
               set lblMsg::Text to "No stints active on that date."
           else
