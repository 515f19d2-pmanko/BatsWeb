      * before, a new stint opens under the new team, and the history
      * lookup answers "with team A through June 14, team B after" --
      * so season totals can be assembled across both stints instead
      * of splitting at the re-key. The league's daily transaction
      * bulletin is applied under the same rules by
      * transactionImport.cbl; this screen is for what it queues.
       class-id batsweb.tradeHistory is partial
                inherits type System.Web.UI.Page public.

      *    span, option flag N/C/P/M for none/club/player/mutual) --
      *    payrollReport.aspx.cbl prices any as-of date by walking
      *    these rows. Files written under the pre-salary layout must
      *    be rebuilt once with stintMigrate.cbl. STINT-TERMS is
      *    enciphered on disk under STINT-SEAL (pucksweb/sideCrypt
      *    .cbl): unseal after reading before using the terms, and
      *    take a new seal and seal them again before writing them.
      *    STINT-RECORDED is UTC.
       01  STINT-REC.
           05  STINT-KEY.
               10  STINT-LAST          PIC X(15).
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
                       STINT-EFF-DATE & " -- after the effective date."
                   exit method
               END-IF
      *        the terms are carried through still sealed.
               MOVE WS-CLOSE-DATE TO STINT-END-DATE
               REWRITE STINT-REC
               GO TO CLOSE-DONE.
           MOVE WS-EFF-DATE TO STINT-EFF-DATE
           MOVE tbToTeam::Text::Trim::ToUpper TO STINT-TEAM
           MOVE 0 TO STINT-END-DATE
           set STINT-RECORDED to type DateTime::UtcNow::ToString("yyyyMMddHHmmss")
      *    contract terms, when the trade screen has them --
      *    otherwise zeros, to be filled in later with Set Terms.
           MOVE 0 TO STINT-SALARY STINT-CON-START STINT-CON-END
               by reference STINT-CON-END)
           if ddOption::SelectedValue not = ""
               MOVE ddOption::SelectedValue TO STINT-OPTION.
           MOVE type pucksweb.sideCrypt::newSeal() TO STINT-SEAL
           MOVE type pucksweb.sideCrypt::seal(STINT-TERMS, STINT-SEAL,
               length of STINT-TERMS) TO STINT-TERMS
           WRITE STINT-REC
               INVALID KEY REWRITE STINT-REC
           END-WRITE.
                   CLOSE STINT-FILE
                   set lblMsg::Text to "No stint on file under that key."
                   exit method.
           MOVE type pucksweb.sideCrypt::unseal(STINT-TERMS, STINT-SEAL,
               length of STINT-TERMS) TO STINT-TERMS
           MOVE 0 TO STINT-SALARY STINT-CON-START STINT-CON-END
           invoke type Int32::TryParse(tbSalary::Text::Trim(),
               by reference STINT-SALARY)
               by reference STINT-CON-END)
           if ddOption::SelectedValue not = ""
               MOVE ddOption::SelectedValue TO STINT-OPTION.
           MOVE type pucksweb.sideCrypt::newSeal() TO STINT-SEAL
           MOVE type pucksweb.sideCrypt::seal(STINT-TERMS, STINT-SEAL,
               length of STINT-TERMS) TO STINT-TERMS
           REWRITE STINT-REC.
           CLOSE STINT-FILE.
           set lblMsg::Text to "Terms set on the " & WS-EFF-DATE & " stint."
           IF STINT-LAST NOT = WS-LOOKUP-LAST
            OR STINT-FIRST NOT = WS-LOOKUP-FIRST
               GO TO HIST-DONE.
           MOVE type pucksweb.sideCrypt::unseal(STINT-TERMS, STINT-SEAL,
               length of STINT-TERMS) TO STINT-TERMS
           if STINT-END-DATE = 0
               invoke lbStints::Items::Add(STINT-TEAM::Trim &
                   "  from " & STINT-EFF-DATE & " (current)" &
