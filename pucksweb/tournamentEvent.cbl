      * tournament and showcase event registry. Summer showcases
      * -- pool play then a bracket, eight to sixteen teams over a
      * few days -- load into GAME-FILE like any other game, and
      * GAME-FILE only knows regular season from playoff. Three side
      * files carry what it doesn't:
      *   PKW063.DAT  one row per event: name, dates, the pool
      *               tiebreak order, how many teams the bracket takes
      *               and the points a win and a tie are worth;
      *   PKW064.DAT  the event's teams and the pool each plays in;
      *   PKW065.DAT  one row per tournament game, keyed the side-file
      *               way (date + home + visitors), naming its event
      *               and round. No row means a league game, so like
      *               sessionType.cbl the file only carries the
      *               exceptions.
      * Games are tagged as they load: incrementalLoad.cbl and the
      * tournamentBuild.cbl step after the overnight load call
      * autoTag(), which tags a game when an event's dates cover it
      * and both teams are entered -- pool play when they share a
      * pool, bracket otherwise. tournament.aspx.cbl maintains the
      * registry, re-tags by hand and shows the pool standings, the
      * seeded bracket and the event leaders. Standings, leaders and
      * streaks ask eventOf() / eventForTeam() and leave tournament
      * games out unless their include-tournament option is on.
       class-id pucksweb.tournamentEvent.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       $SET CALLFH"EXTFH"
       $SET DATACOMPRESS"1"
        SELECT EVENT-FILE ASSIGN WS-EVENT-FILE
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS EVT-KEY
              LOCK MANUAL
              FILE STATUS IS STATUS-COMN.

        SELECT EVENT-TEAM-FILE ASSIGN WS-EVENT-TEAM-FILE
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS ETEAM-KEY
              LOCK MANUAL
              FILE STATUS IS STATUS-COMN2.

        SELECT EVENT-GAME-FILE ASSIGN WS-EVENT-GAME-FILE
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS EVG-KEY
              LOCK MANUAL
              FILE STATUS IS STATUS-COMN3.

       file section.
       FD  EVENT-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS EVT-REC.

      *    EVT-TIEBREAK: the order pool ties are broken in after
      *    points -- H2H head-to-head points, GD goal difference, GA
      *    fewest against, GF most for, W most wins; blank slots are
      *    unused. EVT-ADVANCE: teams seeded into the bracket (2, 4,
      *    8 or 16).
       01  EVT-REC.
           05  EVT-KEY.
               10  EVT-CODE            PIC X(8).
           05  EVT-NAME                PIC X(40).
           05  EVT-FROM-DATE           PIC 9(8).
           05  EVT-TO-DATE             PIC 9(8).
           05  EVT-TIEBREAK OCCURS 4 TIMES PIC X(3).
           05  EVT-ADVANCE             PIC 9(2).
           05  EVT-WIN-PTS             PIC 9.
           05  EVT-TIE-PTS             PIC 9.
           05  EVT-UPDATED             PIC X(14).
           05  EVT-USER                PIC X(45).
           05  FILLER                  PIC X(10).

       FD  EVENT-TEAM-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS ETEAM-REC.

       01  ETEAM-REC.
           05  ETEAM-KEY.
               10  ETEAM-EVENT         PIC X(8).
               10  ETEAM-TEAM          PIC X(15).
           05  ETEAM-POOL              PIC X(2).
           05  ETEAM-ADDED             PIC X(14).
           05  FILLER                  PIC X(10).

       FD  EVENT-GAME-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS EVG-REC.

      *    EVG-ROUND: PL pool play; R1, QF, SF, F or 3P for the
      *    bracket (BR when the load couldn't tell which round).
      *    EVG-SOURCE: A tagged at load, M tagged by hand.
       01  EVG-REC.
           05  EVG-KEY.
               10  EVG-GAME-DATE       PIC 9(8).
               10  EVG-HOME-TEAM       PIC X(15).
               10  EVG-VISITORS        PIC X(15).
           05  EVG-EVENT               PIC X(8).
           05  EVG-ROUND               PIC X(2).
           05  EVG-SOURCE              PIC X.
           05  EVG-TAGGED              PIC X(14).
           05  EVG-USER                PIC X(45).
           05  FILLER                  PIC X(10).

       working-storage section.
       01  WS-EVENT-FILE      PIC X(256) VALUE "PKW063.DAT".
       01  WS-EVENT-TEAM-FILE PIC X(256) VALUE "PKW064.DAT".
       01  WS-EVENT-GAME-FILE PIC X(256) VALUE "PKW065.DAT".
       01  STATUS-COMN.
           05  STATUS-BYTE-1           PIC X      VALUE SPACES.
           05  STATUS-BYTE-2           PIC X      VALUE SPACES.
       01  STATUS-COMN2.
           05  STATUS2-BYTE-1          PIC X      VALUE SPACES.
           05  STATUS2-BYTE-2          PIC X      VALUE SPACES.
       01  STATUS-COMN3.
           05  STATUS3-BYTE-1          PIC X      VALUE SPACES.
           05  STATUS3-BYTE-2          PIC X      VALUE SPACES.
       01  WS-HOME-POOL               PIC X(2).
       01  WS-VIS-POOL                PIC X(2).
       01  WS-LOOKUP-DATE             PIC 9(8).
       01  WS-LOOKUP-TEAM             PIC X(15).

      *    the event a loaded game belongs to -- empty for a
      *    league game (no row, or no file at all yet). One keyed
      *    READ.
       method-id eventOf static public.
       procedure division using by value gameDate as type Int32
                                 by value homeTeam as String
                                 by value visitors as String
                          returning eventCode as String.
           set eventCode to ""
           OPEN INPUT EVENT-GAME-FILE.
           IF STATUS3-BYTE-1 NOT EQUAL ZEROES
               exit method.
           MOVE gameDate TO EVG-GAME-DATE
           MOVE homeTeam::Trim::ToUpper TO EVG-HOME-TEAM
           MOVE visitors::Trim::ToUpper TO EVG-VISITORS
           READ EVENT-GAME-FILE
               INVALID KEY
                   CLOSE EVENT-GAME-FILE
                   exit method.
           set eventCode to EVG-EVENT::Trim
           CLOSE EVENT-GAME-FILE.
       end method.

      *    the round a tagged game was played in -- empty when
      *    the game isn't tagged.
       method-id roundOf static public.
       procedure division using by value gameDate as type Int32
                                 by value homeTeam as String
                                 by value visitors as String
                          returning roundCode as String.
           set roundCode to ""
           OPEN INPUT EVENT-GAME-FILE.
           IF STATUS3-BYTE-1 NOT EQUAL ZEROES
               exit method.
           MOVE gameDate TO EVG-GAME-DATE
           MOVE homeTeam::Trim::ToUpper TO EVG-HOME-TEAM
           MOVE visitors::Trim::ToUpper TO EVG-VISITORS
           READ EVENT-GAME-FILE
               INVALID KEY
                   CLOSE EVENT-GAME-FILE
                   exit method.
           set roundCode to EVG-ROUND::Trim
           CLOSE EVENT-GAME-FILE.
       end method.

      *    the event a team played in on a date -- for callers
      *    that only have a team and a date, like a game-lines
      *    extract row. Empty when none of the team's games that day
      *    is tagged.
       method-id eventForTeam static public.
       procedure division using by value gameDate as type Int32
                                 by value teamName as String
                          returning eventCode as String.
           set eventCode to ""
           OPEN INPUT EVENT-GAME-FILE.
           IF STATUS3-BYTE-1 NOT EQUAL ZEROES
               exit method.
           MOVE gameDate TO WS-LOOKUP-DATE
           MOVE teamName::Trim::ToUpper TO WS-LOOKUP-TEAM
           MOVE gameDate TO EVG-GAME-DATE
           MOVE SPACES TO EVG-HOME-TEAM
           MOVE SPACES TO EVG-VISITORS
           START EVENT-GAME-FILE KEY NOT < EVG-KEY
               INVALID KEY
                   CLOSE EVENT-GAME-FILE
                   exit method.
       TEAM-LOOP.
           READ EVENT-GAME-FILE NEXT WITH NO LOCK
               AT END GO TO TEAM-DONE.
           IF EVG-GAME-DATE NOT = WS-LOOKUP-DATE
               GO TO TEAM-DONE.
           IF EVG-HOME-TEAM = WS-LOOKUP-TEAM
            OR type pucksweb.gameNumber::baseName("" & EVG-VISITORS) =
               WS-LOOKUP-TEAM::Trim
               set eventCode to EVG-EVENT::Trim
               GO TO TEAM-DONE.
           GO TO TEAM-LOOP.
       TEAM-DONE.
           CLOSE EVENT-GAME-FILE.
       end method.

      *    "Y" when the team is entered in an event whose dates
      *    overlap the range -- for the engine-driven screens that
      *    sweep by team and date range rather than by game.
       method-id enteredBetween static public.
       procedure division using by value teamName as String
                                 by value fromDate as type Int32
                                 by value toDate as type Int32
                          returning enteredFlag as String.
           set enteredFlag to "N"
           OPEN INPUT EVENT-FILE.
           IF STATUS-BYTE-1 NOT EQUAL ZEROES
               exit method.
           OPEN INPUT EVENT-TEAM-FILE.
           IF STATUS2-BYTE-1 NOT EQUAL ZEROES
               CLOSE EVENT-FILE
               exit method.
       ENTERED-LOOP.
           READ EVENT-FILE NEXT WITH NO LOCK
               AT END GO TO ENTERED-DONE.
           IF EVT-FROM-DATE > toDate OR EVT-TO-DATE < fromDate
               GO TO ENTERED-LOOP.
           MOVE EVT-CODE TO ETEAM-EVENT
           MOVE teamName::Trim::ToUpper TO ETEAM-TEAM
           READ EVENT-TEAM-FILE
               INVALID KEY
                   GO TO ENTERED-LOOP.
           set enteredFlag to "Y".
       ENTERED-DONE.
           CLOSE EVENT-TEAM-FILE.
           CLOSE EVENT-FILE.
       end method.

      *    tags a game as it loads: the first event whose dates
      *    cover the game and that has both teams entered. Pool play
      *    when they share a pool, bracket otherwise. A game already
      *    tagged keeps its tag (a hand re-tag wins). Returns the
      *    event code, empty when it is a league game.
       method-id autoTag static public.
       local-storage section.
       01  visitorBase     type String.
       procedure division using by value gameDate as type Int32
                                 by value homeTeam as String
                                 by value visitors as String
                                 by value tagUser as String
                          returning eventCode as String.
           set eventCode to self::eventOf(gameDate, homeTeam, visitors)
           if eventCode not = ""
               exit method.
           set visitorBase to type pucksweb.gameNumber::baseName(visitors)::ToUpper
           OPEN INPUT EVENT-FILE.
           IF STATUS-BYTE-1 NOT EQUAL ZEROES
               exit method.
           OPEN INPUT EVENT-TEAM-FILE.
           IF STATUS2-BYTE-1 NOT EQUAL ZEROES
               CLOSE EVENT-FILE
               exit method.
       AUTO-LOOP.
           READ EVENT-FILE NEXT WITH NO LOCK
               AT END GO TO AUTO-DONE.
           IF EVT-FROM-DATE > gameDate OR EVT-TO-DATE < gameDate
               GO TO AUTO-LOOP.
           MOVE EVT-CODE TO ETEAM-EVENT
           MOVE homeTeam::Trim::ToUpper TO ETEAM-TEAM
           READ EVENT-TEAM-FILE
               INVALID KEY
                   GO TO AUTO-LOOP.
           MOVE ETEAM-POOL TO WS-HOME-POOL
           MOVE EVT-CODE TO ETEAM-EVENT
           MOVE visitorBase TO ETEAM-TEAM
           READ EVENT-TEAM-FILE
               INVALID KEY
                   GO TO AUTO-LOOP.
           MOVE ETEAM-POOL TO WS-VIS-POOL
           set eventCode to EVT-CODE::Trim.
       AUTO-DONE.
           CLOSE EVENT-TEAM-FILE.
           CLOSE EVENT-FILE.
           if eventCode = ""
               exit method.
           if WS-HOME-POOL = WS-VIS-POOL and WS-HOME-POOL not = spaces
               invoke self::writeTag(gameDate, homeTeam, visitors,
                   eventCode, "PL", "A", tagUser)
           else
               invoke self::writeTag(gameDate, homeTeam, visitors,
                   eventCode, "BR", "A", tagUser)
           end-if.
       end method.

      *    tags (or re-tags) a game by hand. A blank event code
      *    removes the tag -- the game is a league game again.
      *    Returns "OK" or "ERR".
       method-id tag static public.
       procedure division using by value gameDate as type Int32
                                 by value homeTeam as String
                                 by value visitors as String
                                 by value eventCode as String
                                 by value roundCode as String
                                 by value tagUser as String
                          returning tagFlag as String.
           set tagFlag to "OK"
           if eventCode::Trim = ""
               OPEN I-O EVENT-GAME-FILE
               IF STATUS3-BYTE-1 NOT EQUAL ZEROES
                   exit method
               END-IF
               MOVE gameDate TO EVG-GAME-DATE
               MOVE homeTeam::Trim::ToUpper TO EVG-HOME-TEAM
               MOVE visitors::Trim::ToUpper TO EVG-VISITORS
               READ EVENT-GAME-FILE
                   INVALID KEY
                       CLOSE EVENT-GAME-FILE
                       exit method
               END-READ
               DELETE EVENT-GAME-FILE RECORD
               CLOSE EVENT-GAME-FILE
               exit method.
           set tagFlag to self::writeTag(gameDate, homeTeam, visitors,
               eventCode, roundCode, "M", tagUser).
       end method.

       method-id writeTag static private.
       procedure division using by value gameDate as type Int32
                                 by value homeTeam as String
                                 by value visitors as String
                                 by value eventCode as String
                                 by value roundCode as String
                                 by value tagSource as String
                                 by value tagUser as String
                          returning tagFlag as String.
           set tagFlag to "OK"
           OPEN I-O EVENT-GAME-FILE.
           IF STATUS-COMN3 = "35"
               OPEN OUTPUT EVENT-GAME-FILE
               CLOSE EVENT-GAME-FILE
               OPEN I-O EVENT-GAME-FILE.
           IF STATUS3-BYTE-1 NOT EQUAL ZEROES
               set tagFlag to "ERR"
               exit method.
           MOVE gameDate TO EVG-GAME-DATE
           MOVE homeTeam::Trim::ToUpper TO EVG-HOME-TEAM
           MOVE visitors::Trim::ToUpper TO EVG-VISITORS
           MOVE eventCode::Trim::ToUpper TO EVG-EVENT
           MOVE roundCode::Trim::ToUpper TO EVG-ROUND
           MOVE tagSource TO EVG-SOURCE
           set EVG-TAGGED to type DateTime::Now::ToString("yyyyMMddHHmmss")
           MOVE tagUser::Trim TO EVG-USER
           WRITE EVG-REC
               INVALID KEY REWRITE EVG-REC
           END-WRITE.
           CLOSE EVENT-GAME-FILE.
       end method.

       end class.
