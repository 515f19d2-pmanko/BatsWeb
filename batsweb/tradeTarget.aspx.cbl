      * pulls the reachable pieces onto one page for any player in
      * the master: every spelling and the permanent id, the
      * precomputed season line wherever the nightly aggregates
      * carry one, the lines charted in other leagues translated to
      * the one being viewed, our park's run context computed from
      * GAME-FILE the way the park factor report computes it, the
      * roster-stint durability record, and where the target would
      * slot against our latest lineup card. The grade and notes save as a
      * BATSW043.DAT evaluation row, so deadline week works from one
      * prepared page per target. Who is a target is confidential:
      * each workspace built writes a read-access row
      * (pucksweb/accessAudit.cbl).
       class-id batsweb.tradeTarget is partial
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

       FD  LINEUP-FILE
           LABEL RECORDS ARE STANDARD

           invoke self::panelIdentity
           invoke self::panelSeasonLines
           invoke self::panelLeagueTranslation
           invoke self::panelParkContext
           invoke self::panelDurability
           invoke self::panelLineupSlot
           invoke self::panelPastEvaluations
           invoke type pucksweb.accessAudit::record("TRADETARGET",
               WS-LOOKUP-LAST::Trim & ", " & WS-LOOKUP-FIRST::Trim, "V",
               "" & self::Session["team"], "" & self::Session["user"])

           set lblMsg::Text to "Workspace built -- grade it and save before the room moves on.".
       end method.
           invoke lbWorkspace::Items::Add("").
       end method.

      *    the target's lines from other leagues, translated to
      *    the league we are viewing -- the call-up and cross-league
      *    acquisition read.
       method-id panelLeagueTranslation protected.
       local-storage section.
       01  viewedLeague    type String.
       01  transLines      type List[String].
       01  transLine       type String.
       procedure division.
           if self::Session["leagueCode"] not = null
               set viewedLeague to self::Session["leagueCode"]::ToString
           else
               set viewedLeague to "" & self::Session["database"]
           end-if
           invoke lbWorkspace::Items::Add("==== TRANSLATED TO " &
               viewedLeague::Trim::ToUpper & " ====")
           set transLines to type batsweb.leagueFactors::translatedLines(
               "" & WS-LOOKUP-LAST, "" & WS-LOOKUP-FIRST, viewedLeague)
           perform varying transLine through transLines
               invoke lbWorkspace::Items::Add(transLine)
           end-perform
           invoke lbWorkspace::Items::Add("").
       end method.

      *    how our park plays -- our runs per game at home vs
      *    on the road, computed from GAME-FILE the way the park
      *    factor report computes venue factors, so the room reads
           IF STINT-LAST NOT = WS-LOOKUP-LAST
            OR STINT-FIRST NOT = WS-LOOKUP-FIRST
               GO TO STINT-DONE.
           MOVE type pucksweb.sideCrypt::unseal(STINT-TERMS, STINT-SEAL,
               length of STINT-TERMS) TO STINT-TERMS
           add 1 to stintCount
           if STINT-END-DATE = 0
               invoke lbWorkspace::Items::Add("  " & STINT-TEAM::Trim &
