      * league-equivalency translation factors. With several
      * leagues in the registry (BATSW037.DAT) and the player master
      * linking one person across them, a line charted in the junior
      * league still read the same as one charted in our top league.
      * leagueFactorBuild.cbl finds the players charted in two
      * leagues inside a window and derives, per league pair and per
      * rate stat, the factor that carries a rate from one league to
      * the other, with the sample behind it -- BATSW049.DAT, one row
      * per from-league / to-league / stat, maintainable on
      * leagueFactorAdmin.aspx.cbl. The same run keeps each player's
      * line per league in BATSW050.DAT so a screen viewing one
      * league can show a player's other-league lines "translated to"
      * it -- translatedLines() is that one shared panel for
      * playerBreakdown.aspx.cbl and tradeTarget.aspx.cbl.
       class-id batsweb.leagueFactors.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       $SET CALLFH"EXTFH"
       $SET DATACOMPRESS"1"
        SELECT FACTOR-FILE ASSIGN WS-FACTOR-FILE
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS FAC-KEY
              LOCK MANUAL
              FILE STATUS IS STATUS-COMN.

        SELECT LEAGUE-LINE-FILE ASSIGN WS-LEAGUE-LINE-FILE
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS LL-KEY
              LOCK MANUAL
              FILE STATUS IS STATUS-COMN2.

       file section.
       FD  FACTOR-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS FAC-REC.

      *    a rate charted in FAC-FROM-LEAGUE times FAC-FACTOR is
      *    the rate expected in FAC-TO-LEAGUE. FAC-STAT is HITS,
      *    GOALS or POINTS (per game). FAC-PLAYERS / FAC-GAMES are
      *    the two-league players and the weighted games behind the
      *    factor. FAC-SOURCE: S derived by the build (refreshed every
      *    run), A set by a team-admin (the build leaves it alone).
       01  FAC-REC.
           05  FAC-KEY.
               10  FAC-FROM-LEAGUE     PIC X(4).
               10  FAC-TO-LEAGUE       PIC X(4).
               10  FAC-STAT            PIC X(6).
           05  FAC-FACTOR              PIC 9(2)V9(4).
           05  FAC-PLAYERS             PIC 9(5).
           05  FAC-GAMES               PIC 9(7).
           05  FAC-SOURCE              PIC X.
           05  FAC-WINDOW-FROM         PIC 9(8).
           05  FAC-WINDOW-TO           PIC 9(8).
           05  FAC-UPDATED             PIC X(14).
           05  FAC-USER                PIC X(20).
           05  FILLER                  PIC X(10).

       FD  LEAGUE-LINE-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS LL-REC.

      *    one player's charted totals in one league over the
      *    build window. Keyed on the master id; a name the master
      *    doesn't know rides on id zero under its charted spelling.
       01  LL-REC.
           05  LL-KEY.
               10  LL-ID               PIC 9(6).
               10  LL-LEAGUE           PIC X(4).
               10  LL-NAME             PIC X(30).
           05  LL-GAMES                PIC 9(4).
           05  LL-HITS                 PIC 9(5).
           05  LL-GOALS                PIC 9(5).
           05  LL-POINTS               PIC 9(5).
           05  LL-WINDOW-FROM          PIC 9(8).
           05  LL-WINDOW-TO            PIC 9(8).
           05  LL-BUILT                PIC X(14).
           05  FILLER                  PIC X(10).

       working-storage section.
       01  WS-FACTOR-FILE     PIC X(256) VALUE "BATSW049.DAT".
       01  WS-LEAGUE-LINE-FILE PIC X(256) VALUE "BATSW050.DAT".
       01  STATUS-COMN.
           05  STATUS-BYTE-1           PIC X      VALUE SPACES.
           05  STATUS-BYTE-2           PIC X      VALUE SPACES.
       01  STATUS-COMN2.
           05  STATUS2-BYTE-1          PIC X      VALUE SPACES.
           05  STATUS2-BYTE-2          PIC X      VALUE SPACES.

      *    the factor carrying statCode from one league to
      *    another; zero when none is on file.
       method-id factorFor static public.
       procedure division using by value fromLeague as String
                                 by value toLeague as String
                                 by value statCode as String
                          returning factorOut as type Double.
           set factorOut to 0
           OPEN INPUT FACTOR-FILE.
           IF STATUS-BYTE-1 NOT EQUAL ZEROES
               exit method.
           MOVE fromLeague::Trim::ToUpper TO FAC-FROM-LEAGUE
           MOVE toLeague::Trim::ToUpper TO FAC-TO-LEAGUE
           MOVE statCode::Trim::ToUpper TO FAC-STAT
           READ FACTOR-FILE WITH NO LOCK
               INVALID KEY
                   CLOSE FACTOR-FILE
                   exit method.
           set factorOut to FAC-FACTOR
           CLOSE FACTOR-FILE.
       end method.

      *    a player's lines from every other league, each with
      *    its translation into viewedLeague -- two lines per league
      *    charted, or one saying there is nothing to translate.
       method-id translatedLines static public.
       local-storage section.
       01  masterId        type Int32.
       01  nameText        type String.
       01  rateText        type String.
       01  asText          type String.
       01  fewestPlayers   type Int32.
       01  factorsOpen     type String.
       procedure division using by value lastName as String
                                 by value firstName as String
                                 by value viewedLeague as String
                          returning linesOut as type List[String].
           set linesOut to new List[String]
           if viewedLeague = null or viewedLeague::Trim = ""
               invoke linesOut::Add("  (open a league from the menu first)")
               exit method.
           set viewedLeague to viewedLeague::Trim::ToUpper
           set nameText to lastName::Trim::ToUpper & ", " &
               firstName::Trim::ToUpper
           set masterId to type batsweb.playerBio::idForName(lastName, firstName)
           OPEN INPUT LEAGUE-LINE-FILE.
           IF STATUS2-BYTE-1 NOT EQUAL ZEROES
               invoke linesOut::Add("  (no league lines built -- run leagueFactorBuild)")
               exit method.
           OPEN INPUT FACTOR-FILE.
           IF STATUS-BYTE-1 EQUAL ZEROES
               set factorsOpen to "Y"
           ELSE
               set factorsOpen to "N".
           MOVE masterId TO LL-ID
           MOVE SPACES TO LL-LEAGUE LL-NAME
           START LEAGUE-LINE-FILE KEY NOT < LL-KEY
               INVALID KEY
                   GO TO LINES-DONE.
       LINES-LOOP.
           READ LEAGUE-LINE-FILE NEXT WITH NO LOCK
               AT END GO TO LINES-DONE.
           IF LL-ID NOT = masterId
               GO TO LINES-DONE.
           IF masterId = 0 AND LL-NAME::Trim NOT = nameText
               GO TO LINES-LOOP.
           IF LL-LEAGUE::Trim = viewedLeague OR LL-GAMES = 0
               GO TO LINES-LOOP.
           set rateText to self::rateFor("H/G", LL-HITS, LL-GAMES) & "  " &
               self::rateFor("G/G", LL-GOALS, LL-GAMES) & "  " &
               self::rateFor("P/G", LL-POINTS, LL-GAMES)
           invoke linesOut::Add("  " & LL-LEAGUE & " " & LL-GAMES & " GP (" &
               LL-WINDOW-FROM & "-" & LL-WINDOW-TO & "):  " & rateText)
           set fewestPlayers to 99999
           set asText to self::translated("HITS", "H/G", LL-HITS,
                   viewedLeague, factorsOpen, by reference fewestPlayers)
               & "  " & self::translated("GOALS", "G/G", LL-GOALS,
                   viewedLeague, factorsOpen, by reference fewestPlayers)
               & "  " & self::translated("POINTS", "P/G", LL-POINTS,
                   viewedLeague, factorsOpen, by reference fewestPlayers)
           if fewestPlayers = 99999
               invoke linesOut::Add("      as " & viewedLeague &
                   ":  no factors on file for " & LL-LEAGUE::Trim &
                   " to " & viewedLeague)
           else
               invoke linesOut::Add("      as " & viewedLeague & ":  " &
                   asText & "   (factors from " & fewestPlayers::ToString &
                   "+ players)")
           end-if
           GO TO LINES-LOOP.
       LINES-DONE.
           CLOSE LEAGUE-LINE-FILE.
           if factorsOpen = "Y"
               CLOSE FACTOR-FILE
           end-if
           if linesOut::Count = 0
               invoke linesOut::Add("  (no line charted in another league)").
       end method.

      *    "G/G 0.45" -- a per-game rate.
       method-id rateFor static private.
       local-storage section.
       01  rateVal         type Double.
       procedure division using by value labelText as String
                                 by value statTotal as type Int32
                                 by value gameCount as type Int32
                          returning textOut as String.
           set rateVal to statTotal * 1.0 / gameCount
           set textOut to labelText & " " & rateVal::ToString("F2").
       end method.

      *    the current LL-REC's rate for one stat carried into
      *    the viewed league through its FAC-REC; "n/a" without a
      *    factor. fewestPlayers keeps the thinnest sample used.
       method-id translated static private.
       local-storage section.
       01  factorVal       type Double.
       01  rateVal         type Double.
       procedure division using by value statCode as String
                                 by value labelText as String
                                 by value statTotal as type Int32
                                 by value viewedLeague as String
                                 by value factorsOpen as String
                                 by reference fewestPlayers as type Int32
                          returning textOut as String.
           set textOut to labelText & " n/a"
           if factorsOpen not = "Y"
               exit method.
           MOVE LL-LEAGUE TO FAC-FROM-LEAGUE
           MOVE viewedLeague TO FAC-TO-LEAGUE
           MOVE statCode TO FAC-STAT
           READ FACTOR-FILE WITH NO LOCK
               INVALID KEY
                   exit method.
           set factorVal to FAC-FACTOR
           if FAC-PLAYERS < fewestPlayers
               move FAC-PLAYERS to fewestPlayers.
           set rateVal to statTotal * factorVal / LL-GAMES
           set textOut to labelText & " " & rateVal::ToString("F2").
       end method.

       end class.
