      * the rest rules between games, shared by the travel and
      * rest splits (travelRest.aspx.cbl) and the schedule builder
      * (scheduleBuilder.aspx.cbl) so a draft schedule is held to
      * the same definitions the splits report on: rest is the
      * count of full off-days between two games (0 is a back-to-
      * back, 99 a club's first game), and a game is the third in
      * four nights when the club's game two before it was no more
      * than three days earlier.
       class-id pucksweb.restRules.

      *    full off-days between two yyyymmdd dates; 99 when
      *    there is no earlier game.
       method-id restDays static public.
       local-storage section.
       01  prevStamp       type DateTime.
       01  curStamp        type DateTime.
       procedure division using by value prevYmd as type Int32
                                 by value curYmd as type Int32
                          returning restOut as type Int32.
           set restOut to 99
           if prevYmd = 0
               exit method.
           set prevStamp to type DateTime::ParseExact(
               "" & prevYmd, "yyyyMMdd", null)
           set curStamp to type DateTime::ParseExact(
               "" & curYmd, "yyyyMMdd", null)
           set restOut to curStamp::Subtract(prevStamp)::Days - 1.
       end method.

      *    "Y" when a game on curYmd is the third in four nights
      *    for a club whose game two before it was on twoBackYmd.
       method-id isThirdInFour static public.
       local-storage section.
       01  backStamp       type DateTime.
       01  curStamp        type DateTime.
       procedure division using by value twoBackYmd as type Int32
                                 by value curYmd as type Int32
                          returning flagOut as String.
           set flagOut to "N"
           if twoBackYmd = 0
               exit method.
           set backStamp to type DateTime::ParseExact(
               "" & twoBackYmd, "yyyyMMdd", null)
           set curStamp to type DateTime::ParseExact(
               "" & curYmd, "yyyyMMdd", null)
           if curStamp::Subtract(backStamp)::Days <= 3
               set flagOut to "Y".
       end method.

       end class.
