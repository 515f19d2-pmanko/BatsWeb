      * next-season player projections. projectionBuild.cbl
      * runs preseason off the per-player game-lines extract (every
      * charted season, backfilled ones included) and writes one
      * BATSW051.DAT row per player-master id per season: a per-game
      * rate line weighted over the last three seasons, regressed
      * toward the league average by sample size and adjusted for
      * age through playerBio.cbl. Its season-end pass stores the
      * actual rates beside the projection and reports the misses.
      * projectionLine() is the one display the breakdown screens
      * show next to the charted numbers.
       class-id batsweb.playerProjection.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       $SET CALLFH"EXTFH"
       $SET DATACOMPRESS"1"
        SELECT PROJECTION-FILE ASSIGN WS-PROJECTION-FILE
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS PRJ-KEY
              LOCK MANUAL
              FILE STATUS IS STATUS-COMN.

       file section.
       FD  PROJECTION-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS PRJ-REC.

      *    PRJ-RATE 1-3 are hits, goals and points per game.
      *    PRJ-BASE-GAMES is the unweighted games behind it over
      *    the three seasons, PRJ-RELIABILITY the share of the
      *    projection that is the player's own record rather than
      *    the league average. The PRJ-ACT fields are filled by the
      *    season-end scoring pass (PRJ-SCORED stamps it).
       01  PRJ-REC.
           05  PRJ-KEY.
               10  PRJ-ID              PIC 9(6).
               10  PRJ-SEASON          PIC 9(4).
           05  PRJ-NAME                PIC X(30).
           05  PRJ-AGE                 PIC 9(2).
           05  PRJ-BASE-GAMES          PIC 9(4).
           05  PRJ-RELIABILITY         PIC 9V99.
           05  PRJ-RATE OCCURS 3 TIMES PIC 9(2)V9(3).
           05  PRJ-BUILT               PIC X(14).
           05  PRJ-ACT-GAMES           PIC 9(4).
           05  PRJ-ACT-RATE OCCURS 3 TIMES PIC 9(2)V9(3).
           05  PRJ-SCORED              PIC X(14).
           05  FILLER                  PIC X(10).

       working-storage section.
       01  WS-PROJECTION-FILE PIC X(256) VALUE "BATSW051.DAT".
       01  STATUS-COMN.
           05  STATUS-BYTE-1           PIC X      VALUE SPACES.
           05  STATUS-BYTE-2           PIC X      VALUE SPACES.

      *    the latest projection on file for a display name --
      *    "LAST, FIRST" as the BAT engines print it or "FIRST LAST"
      *    as the PK engines do. statSet "B" shows the hitting rate
      *    only; anything else the hits, goals and points line.
      *    Empty when the player has no projection.
       method-id projectionLine static public.
       local-storage section.
       01  lastName        type String.
       01  firstName       type String.
       01  masterId        type Int32.
       01  foundSeason     type Int32.
       01  rateVal         type Double.
       01  relVal          type Double.
       01  rateText        type String.
       procedure division using by value displayName as String
                                 by value statSet as String
                          returning lineOut as String.
           set lineOut to ""
           if displayName = null or displayName::Trim = ""
               exit method.
           if displayName::Contains(",")
               set lastName to displayName::Substring(0, displayName::IndexOf(","))
               set firstName to displayName::Substring(displayName::IndexOf(",") + 1)
           else
               if displayName::Trim::Contains(" ")
                   set firstName to displayName::Trim::Substring(0,
                       displayName::Trim::IndexOf(" "))
                   set lastName to displayName::Trim::Substring(
                       displayName::Trim::IndexOf(" ") + 1)
               else
                   set firstName to ""
                   set lastName to displayName::Trim
               end-if
           end-if
           set masterId to type batsweb.playerBio::idForName(lastName, firstName)
           if masterId = 0
               exit method.

           OPEN INPUT PROJECTION-FILE.
           IF STATUS-BYTE-1 NOT EQUAL ZEROES
               exit method.
      *    an id's seasons read back oldest first; the last one
      *    read is the newest projection.
           MOVE 0 TO foundSeason
           MOVE masterId TO PRJ-ID
           MOVE 0 TO PRJ-SEASON
           START PROJECTION-FILE KEY NOT < PRJ-KEY
               INVALID KEY
                   GO TO SEASON-DONE.
       SEASON-LOOP.
           READ PROJECTION-FILE NEXT WITH NO LOCK
               AT END GO TO SEASON-DONE.
           IF PRJ-ID NOT = masterId
               GO TO SEASON-DONE.
           MOVE PRJ-SEASON TO foundSeason
           GO TO SEASON-LOOP.
       SEASON-DONE.
           IF foundSeason = 0
               CLOSE PROJECTION-FILE
               exit method.
           MOVE masterId TO PRJ-ID
           MOVE foundSeason TO PRJ-SEASON
           READ PROJECTION-FILE WITH NO LOCK
               INVALID KEY
                   CLOSE PROJECTION-FILE
                   exit method.
           CLOSE PROJECTION-FILE.

           set rateVal to PRJ-RATE(1)
           set rateText to "H/G " & rateVal::ToString("F2")
           if statSet not = "B"
               set rateVal to PRJ-RATE(2)
               set rateText to rateText & "  G/G " & rateVal::ToString("F2")
               set rateVal to PRJ-RATE(3)
               set rateText to rateText & "  P/G " & rateVal::ToString("F2")
           end-if
           set relVal to PRJ-RELIABILITY
           set lineOut to "Projected " & PRJ-SEASON & ": " & rateText &
               "   (age " & PRJ-AGE & ", " & PRJ-BASE-GAMES &
               " GP over 3 seasons, reliability " & relVal::ToString("F2") & ")".
       end method.

       end class.
