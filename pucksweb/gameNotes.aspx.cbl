      * pack: each club's streak rows out of PKW027.DAT, the
      * head-to-head history and latest result walked out of
      * GAME-FILE the way seasonSeries does it, leader mentions off
      * the PKW038.DAT precompute, the probable lineup from the
      * latest BATSW028.DAT card on file for each side, and any
      * record either club tied or broke in the last thirty days
      * (recordNotices.cbl).
       class-id pucksweb.gameNotes is partial
                inherits type System.Web.UI.Page public.

           invoke self::emitHeader
           invoke self::emitStreaks(WS-FIX-HOME)
           invoke self::emitStreaks(WS-FIX-VISITORS)
           invoke self::emitRecords(WS-FIX-HOME)
           invoke self::emitRecords(WS-FIX-VISITORS)
           invoke self::emitSeriesAndLastLines
           invoke self::emitLeaderMentions(WS-FIX-HOME)
           invoke self::emitLeaderMentions(WS-FIX-VISITORS)
           invoke lbNotes::Items::Add("").
       end method.

      *    one club's records tied or broken over the thirty days
      *    before the fixture, off the notices recordsBuild writes.
       method-id emitRecords protected.
       local-storage section.
       01  noticeLines     type List[String].
       01  noticeLine      type String.
       01  fromDate        type Int32.
       procedure division using by value clubName as String.
           set fromDate to type Int32::Parse(
               type DateTime::ParseExact("" & WS-FIX-DATE, "yyyyMMdd",
                   null)::AddDays(-30)::ToString("yyyyMMdd"))
           set noticeLines to type pucksweb.recordNotices::forTeam("",
               type pucksweb.gameNumber::baseName(clubName::Trim), fromDate, WS-FIX-DATE)
           if noticeLines::Count = 0
               exit method.
           invoke lbNotes::Items::Add("---- " & clubName::Trim() & ": RECORDS ----")
           perform varying noticeLine through noticeLines
               invoke lbNotes::Items::Add("  " & noticeLine)
           end-perform
           invoke lbNotes::Items::Add("").
       end method.

      *    one GAME-FILE walk serves two sections: the
      *    head-to-head lines (both orders of the pairing) and each
      *    club's most recent completed line. Practice sessions stay
               MOVE 0 TO GAME-HOME-SCORE.
           IF GAME-VIS-SCORE NOT NUMERIC
               MOVE 0 TO GAME-VIS-SCORE.
      *    under the names the clubs carried that day (teamAlias.cbl).
           set gameLine to GAME-DATE-1 & "  " &
               type pucksweb.teamAlias::shownAs(GAME-VISITORS, "" & GAME-DATE-1) &
               " " & GAME-VIS-SCORE & " at " &
               type pucksweb.teamAlias::shownAs(GAME-HOME-TEAM, "" & GAME-DATE-1) &
               " " & GAME-HOME-SCORE

      *    each club's running latest line.
