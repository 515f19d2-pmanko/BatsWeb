      * the venue-to-venue travel leg -- then joins the GAME-FILE
      * results and splits the record by that context the same way
      * teamSplits.aspx.cbl keeps its split rows. The February the
      * league office compressed finally gets its numbers. Rest and
      * third-in-four are restRules.cbl's, the definitions the
      * schedule builder holds its drafts to.
       class-id pucksweb.travelRest is partial
                inherits type System.Web.UI.Page public.

       01  clearIdx        type Int32.
       01  fixIdx          type Int32.
       01  dispIdx         type Int32.
       procedure division using by value sender as object e as type System.EventArgs.
           invoke lbSplits::Items::Clear.
           if tbTeam::Text::Trim() = ""
               move 0 to FIX-TRIP-GAME(fixIdx)
               move "FIRST" to FIX-LEG(fixIdx)
               if fixIdx > 1
      *            rest and third-in-four by the shared rules the
      *            schedule builder holds its drafts to.
                   move type pucksweb.restRules::restDays(
                       FIX-DATE(fixIdx - 1), FIX-DATE(fixIdx))
                       to FIX-REST-DAYS(fixIdx)
                   if fixIdx > 2
                       move type pucksweb.restRules::isThirdInFour(
                           FIX-DATE(fixIdx - 2), FIX-DATE(fixIdx))
                           to FIX-3IN4(fixIdx)
                   end-if
      *            the travel leg between venues.
                   if FIX-AT-HOME(fixIdx) = "Y"
