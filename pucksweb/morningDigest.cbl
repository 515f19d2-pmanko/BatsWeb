      * asked for, their team's player lines from the nightly lines
      * extract when one is supplied, and any reconciliation warnings
      * where the charted score disagrees with the official box
      * scores in PKW026.DAT. Each final carries the game's three
      * stars (threeStarsLines.cbl) when the stars file is supplied
      * and the game has them, and the records the date's games
      * tied or broke (recordNotices.cbl) follow when the notices
      * file is supplied. Digests queue through the central
      * mail gateway (PKW059.DAT) and go out on the pump's next
      * pass, so a relay hiccup retries instead of losing a morning.
      *
      * Usage: morningDigest <path-to-PKW032.DAT> <path-to-GAME-FILE>
      *                      <path-to-PKW026.DAT> <yyyymmdd>
      *                      [smtp-host] [path-to-player-lines.csv]
      *                      [path-to-PKW069.DAT] [path-to-PKW071.DAT]
      * smtp-host is accepted for the old scheduler entries but
      * ignored -- the relay lives on the gateway's config row now.
      * In the overnight chain <yyyymmdd> is {SLATE} (chainRunner.cbl),
      * the game-local "yesterday" rather than the server's.

       $set ilusing"System.IO"

       01  WS-GAME-FILE                PIC X(256).
       01  WS-OFFICIAL-BOX-FILE        PIC X(256).
       01  WS-LINES-FILE               PIC X(256) VALUE SPACES.
       01  WS-STARS-FILE               PIC X(256) VALUE SPACES.
       01  WS-NOTICE-FILE              PIC X(256) VALUE SPACES.
       01  STATUS-COMN.
           05  STATUS-BYTE-1           PIC X      VALUE SPACES.
           05  STATUS-BYTE-2           PIC X      VALUE SPACES.
       01  runStamp        type String.
       procedure division using by value args as type String occurs any.
           if args::Length < 4
               invoke type Console::WriteLine("usage: morningDigest <path-to-PKW032.DAT> <path-to-GAME-FILE> <path-to-PKW026.DAT> <yyyymmdd> [smtp-host] [path-to-player-lines.csv] [path-to-PKW069.DAT] [path-to-PKW071.DAT]")
               exit method.

           move args[0] to WS-DIGEST-FILE
               exit method.
           if args::Length > 5
               move args[5] to WS-LINES-FILE.
           if args::Length > 6
               move args[6] to WS-STARS-FILE.
           if args::Length > 7
               move args[7] to WS-NOTICE-FILE.

           set runStamp to type pucksweb.jobRunLog::begin("MORNINGDIGEST")
           OPEN INPUT DIGEST-FILE.
           set digestBody to new System.Text.StringBuilder
           invoke digestBody::Append("Results for " & WS-DIGEST-DATE & x"0A" & x"0A")
           invoke self::appendFinals(digestBody)
           invoke self::appendRecords(digestBody)
           invoke self::appendPlayerLines(digestBody)
           invoke self::appendWarnings(digestBody)
           invoke self::sendDigest(digestBody::ToString())
      *    scope. The DIGEST-REC in the record area is the current
      *    subscriber throughout.
       method-id appendFinals static protected.
       local-storage section.
       01  starsLine       type String.
       procedure division using by value digestBody as type System.Text.StringBuilder.
           OPEN INPUT GAME-FILE.
           IF STATUS2-BYTE-1 NOT EQUAL ZEROES
           invoke digestBody::Append("FINAL: " & GAME-VISITORS::Trim & " " &
               GAME-VIS-SCORE & " @ " & GAME-HOME-TEAM::Trim & " " &
               GAME-HOME-SCORE & x"0A")
           if WS-STARS-FILE not = spaces
               set starsLine to type pucksweb.threeStarsLines::textFor(
                   WS-STARS-FILE, "" & GAME-DATE-1, "" & GAME-HOME-TEAM,
                   "" & GAME-VISITORS)
               if starsLine not = ""
                   invoke digestBody::Append("  " & starsLine & x"0A")
               end-if
           end-if
           GO TO FIN-LOOP.
       FIN-DONE.
           CLOSE GAME-FILE.
           invoke digestBody::Append(x"0A").
       end method.

      *    records tied or broken in the date's games, for the
      *    clubs in the subscriber's scope, when the notices file
      *    was supplied.
       method-id appendRecords static protected.
       local-storage section.
       01  noticeLines     type List[String].
       01  noticeLine      type String.
       01  oppNames        type String occurs any.
       01  oppName         type String.
       procedure division using by value digestBody as type System.Text.StringBuilder.
           if WS-NOTICE-FILE = spaces
               exit method.
           set noticeLines to new List[String]
           evaluate DIGEST-SCOPE
               when "A"
                   invoke noticeLines::AddRange(type pucksweb.recordNotices::forTeam(
                       WS-NOTICE-FILE, "", WS-DIGEST-DATE, WS-DIGEST-DATE))
               when "T"
                   invoke noticeLines::AddRange(type pucksweb.recordNotices::forTeam(
                       WS-NOTICE-FILE, DIGEST-TEAM-NAME, WS-DIGEST-DATE, WS-DIGEST-DATE))
               when other
                   set oppNames to DIGEST-OPPONENTS::Trim::Split(",")
                   perform varying oppName through oppNames
                       if oppName::Trim not = ""
                           invoke noticeLines::AddRange(type pucksweb.recordNotices::forTeam(
                               WS-NOTICE-FILE, oppName, WS-DIGEST-DATE, WS-DIGEST-DATE))
                       end-if
                   end-perform
           end-evaluate
           if noticeLines::Count = 0
               exit method.
           perform varying noticeLine through noticeLines
               invoke digestBody::Append(noticeLine & x"0A")
           end-perform
           invoke digestBody::Append(x"0A").
       end method.

      *    is the game inside this subscriber's scope?
       method-id inScope static protected.
       local-storage section.
