      * defensive alignment tags. One BATSW045.DAT row per pitch
      * carries the alignment the defense stood in -- ST standard, IS
      * infield shift, ND no-doubles, II infield in, 4O four-man
      * outfield -- keyed on the engine's at-bat key (BAT360-AB-KEY,
      * the key the at-bat's pitches and video hang off) plus the pitch
      * number, so a tag stays with its at-bat whatever is charted
      * around it later. The charter names the at-bat the way the
      * scoresheet shows it (date, teams, its place among the game's
      * batter rows); tagAtBat finds that at-bat through the BAT360
      * engine and writes the rows under its key. The charting screen
      * (fullatbat.aspx.cbl) and defensiveAlignment.aspx.cbl both tag
      * through here; defensiveAlignment's shift report reads the
      * file.
       class-id batsweb.alignmentTag.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       $SET CALLFH"EXTFH"
       $SET DATACOMPRESS"1"
        SELECT ALIGN-FILE ASSIGN WS-ALIGN-FILE
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS ALN-KEY
              LOCK MANUAL
              FILE STATUS IS STATUS-COMN.

       file section.
       FD  ALIGN-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS ALN-REC.

      *    ALN-AB-KEY is BAT360-AB-KEY as the engine hands it over
      *    (left-justified, room to spare). Date, teams and ALN-AB-SEQ
      *    -- the at-bat's place among the game's batter rows when it
      *    was tagged -- are kept for reading the file by eye only.
       01  ALN-REC.
           05  ALN-KEY.
               10  ALN-AB-KEY              PIC X(40).
               10  ALN-PITCH               PIC 9(2).
      *        ST standard, IS infield shift, ND no-doubles,
      *        II infield in, 4O four-man outfield.
           05  ALN-CODE                    PIC X(2).
           05  ALN-BATTER                  PIC X(30).
           05  ALN-RECORDED                PIC X(14).
           05  ALN-GAME-DATE               PIC 9(8).
           05  ALN-HOME-TEAM               PIC X(15).
           05  ALN-VISITORS                PIC X(15).
           05  ALN-AB-SEQ                  PIC 9(3).
           05  FILLER                      PIC X(10).

       working-storage section.
       COPY "Y:\sydexsource\shared\WS-SYS.CBL".
       01  WS-ALIGN-FILE      PIC X(256) VALUE "BATSW045.DAT".
       01  STATUS-COMN.
           05  STATUS-BYTE-1           PIC X      VALUE SPACES.
           05  STATUS-BYTE-2           PIC X      VALUE SPACES.
       01  WS-ROW-DATE        PIC 9(8) VALUE 0.
       01  WS-ROW-AB          PIC 9(4) VALUE 0.
       01  WS-ROW-FROM        PIC 9(4) VALUE 0.
       01  WS-ROW-TO          PIC 9(4) VALUE 0.
       01  WS-PITCH-NUM       PIC 9(4) VALUE 0.
       01  WS-TAGGED          PIC 9(4) VALUE 0.
      *    the at-bat tagAtBat found: its key and batter.
       01  AT-AB-KEY          PIC X(40) VALUE SPACES.
       01  AT-BATTER          PIC X(30) VALUE SPACES.

      *    tags pitches "from" through "to" of the named at-bat (a
      *    blank "to" tags the single pitch) and returns the line to
      *    show the charter. Re-tagging a pitch replaces the earlier
      *    call. The engine's game list is reloaded for the home club's
      *    season when the game is not in it, and put back after.
       method-id tagAtBat static public.
       local-storage section.
       01  gameIdx         type Int32.
       01  homeText        type String.
       01  visText         type String.
       linkage section.
           COPY "Y:\sydexsource\BATS\bat360_dg.CPB".
       procedure division using by value bat360rununit as type RunUnit
                                 by value my360data as type batsweb.bat360Data
                                 by value dateText as String
                                 by value homeTeam as String
                                 by value visitors as String
                                 by value atBatText as String
                                 by value fromText as String
                                 by value toText as String
                                 by value alignCode as String
                          returning msgOut as String.
           move 0 to WS-ROW-DATE WS-ROW-AB WS-ROW-FROM WS-ROW-TO
           invoke type Int32::TryParse(dateText::Trim(), by reference WS-ROW-DATE)
           invoke type Int32::TryParse(atBatText::Trim(), by reference WS-ROW-AB)
           invoke type Int32::TryParse(fromText::Trim(), by reference WS-ROW-FROM)
           invoke type Int32::TryParse(toText::Trim(), by reference WS-ROW-TO)
           set homeText to homeTeam::Trim::ToUpper
           set visText to visitors::Trim::ToUpper
           if WS-ROW-DATE = 0 or homeText = "" or visText = ""
               set msgOut to "Enter date (YYYYMMDD) and both teams."
               exit method.
           if WS-ROW-AB = 0 or WS-ROW-AB > 999
            or WS-ROW-FROM = 0 or WS-ROW-FROM > 99
               set msgOut to "Enter the at-bat number in the game and the first pitch to tag."
               exit method.
           if WS-ROW-TO = 0
               move WS-ROW-FROM to WS-ROW-TO.
           if WS-ROW-TO < WS-ROW-FROM or WS-ROW-TO > 99
               set msgOut to "The last pitch can't come before the first."
               exit method.
           if alignCode = null or alignCode::Trim::Length < 2
               set msgOut to "Pick the alignment."
               exit method.

           set address of BAT360-DIALOG-FIELDS to my360Data::tablePointer
           set gameIdx to self::gameIndex(my360data, homeText, visText)
           if gameIdx = 0
               set msgOut to self::keyFromSeason(bat360rununit, my360data,
                   homeText, visText)
           else
               set msgOut to self::keyFromGame(bat360rununit, my360data, gameIdx)
           end-if
           if msgOut not = ""
               exit method.

           OPEN I-O ALIGN-FILE.
           IF STATUS-COMN = "35"
               OPEN OUTPUT ALIGN-FILE
               CLOSE ALIGN-FILE
               OPEN I-O ALIGN-FILE.
           IF STATUS-BYTE-1 NOT EQUAL ZEROES
               set msgOut to "Unable to open the alignment file."
               exit method.

           move 0 to WS-TAGGED
           move WS-ROW-FROM to WS-PITCH-NUM.
       TAG-LOOP.
           IF WS-PITCH-NUM > WS-ROW-TO
               GO TO TAG-DONE.
           MOVE AT-AB-KEY TO ALN-AB-KEY
           MOVE WS-PITCH-NUM TO ALN-PITCH
           MOVE alignCode::Trim::Substring(0, 2)::ToUpper TO ALN-CODE
           MOVE AT-BATTER TO ALN-BATTER
           set ALN-RECORDED to type DateTime::Now::ToString("yyyyMMddHHmmss")
           MOVE WS-ROW-DATE TO ALN-GAME-DATE
           MOVE homeText TO ALN-HOME-TEAM
           MOVE visText TO ALN-VISITORS
           MOVE WS-ROW-AB TO ALN-AB-SEQ
           WRITE ALN-REC
               INVALID KEY REWRITE ALN-REC
           END-WRITE.
           ADD 1 TO WS-TAGGED
           ADD 1 TO WS-PITCH-NUM
           GO TO TAG-LOOP.
       TAG-DONE.
           CLOSE ALIGN-FILE.

           set msgOut to ALN-CODE & " tagged on " & WS-TAGGED &
               " pitch(es) of at-bat " & WS-ROW-AB & " (" &
               AT-BATTER::Trim & ").".
       end method.

      *    the game's place in the engine's loaded list, 0 when it
      *    is not there.
       method-id gameIndex static private.
       local-storage section.
       01  scanIdx         type Int32.
       linkage section.
           COPY "Y:\sydexsource\BATS\bat360_dg.CPB".
       procedure division using by value my360data as type batsweb.bat360Data
                                 by value homeText as String
                                 by value visText as String
                          returning gameIdx as type Int32.
           set address of BAT360-DIALOG-FIELDS to my360Data::tablePointer
           set gameIdx to 0
           move 1 to scanIdx.
       SCAN-LOOP.
           if scanIdx > BAT360-NUM-GAMES
               exit method.
           if BAT360-G-GAME-DATE(scanIdx) = WS-ROW-DATE
            and BAT360-G-HOME(scanIdx)::Trim::ToUpper = homeText
            and BAT360-G-VIS(scanIdx)::Trim::ToUpper = visText
               set gameIdx to scanIdx
               exit method.
           add 1 to scanIdx
           go to SCAN-LOOP.
       end method.

      *    the home club's season loaded in place of the session's
      *    selection long enough to find the at-bat, then put back.
       method-id keyFromSeason static private.
       local-storage section.
       01  gameIdx         type Int32.
       01  saveChoice      type String.
       01  saveTeam        type String.
       01  saveYear        type Single.
       linkage section.
           COPY "Y:\sydexsource\BATS\bat360_dg.CPB".
       procedure division using by value bat360rununit as type RunUnit
                                 by value my360data as type batsweb.bat360Data
                                 by value homeText as String
                                 by value visText as String
                          returning msgOut as String.
           set address of BAT360-DIALOG-FIELDS to my360Data::tablePointer
           set saveChoice to BAT360-GAMES-CHOICE
           set saveTeam to BAT360-GAMES-TEAM
           set saveYear to BAT360-GAME-SEL-YR
           compute BAT360-GAME-SEL-YR = WS-ROW-DATE / 10000
           MOVE "T" to BAT360-GAMES-CHOICE
           set BAT360-GAMES-TEAM to homeText
           MOVE "RG" to BAT360-ACTION
           invoke type batsweb.screenTiming::engineCall(bat360rununit, "BAT360WEBF", "RG")
           if ERROR-FIELD NOT = SPACES
               move spaces to ERROR-FIELD.
           set gameIdx to self::gameIndex(my360data, homeText, visText)
           if gameIdx = 0
               set msgOut to "That game is not charted -- check the date and teams."
           else
               set msgOut to self::keyFromGame(bat360rununit, my360data, gameIdx)
           end-if
           set BAT360-GAME-SEL-YR to saveYear
           move saveChoice to BAT360-GAMES-CHOICE
           move saveTeam to BAT360-GAMES-TEAM
           MOVE "RG" to BAT360-ACTION
           invoke type batsweb.screenTiming::engineCall(bat360rununit, "BAT360WEBF", "RG")
           if ERROR-FIELD NOT = SPACES
               move spaces to ERROR-FIELD.
       end method.

      *    the game's batter rows read ("RA") and the WS-ROW-AB'th
      *    one's key and batter ("VA") kept in AT-AB-KEY/AT-BATTER.
      *    Spaces back when found, otherwise the line to show.
       method-id keyFromGame static private.
       local-storage section.
       01  lineIdx         type Int32.
       01  abSeq           type Int32.
       linkage section.
           COPY "Y:\sydexsource\BATS\bat360_dg.CPB".
       procedure division using by value bat360rununit as type RunUnit
                                 by value my360data as type batsweb.bat360Data
                                 by value gameIdx as type Int32
                          returning msgOut as String.
           set address of BAT360-DIALOG-FIELDS to my360Data::tablePointer
           set msgOut to ""
           move spaces to AT-AB-KEY AT-BATTER
           set BAT360-AB-IP to 0
           set BAT360-SEL-GAME TO gameIdx
           MOVE BAT360-G-GAME-DATE(gameIdx) to BAT360-I-GAME-DATE
           MOVE BAT360-G-GAME-ID(gameIdx) to BAT360-I-GAME-ID
           MOVE "RA" to BAT360-ACTION
           invoke type batsweb.screenTiming::engineCall(bat360rununit, "BAT360WEBF", "RA")
           if ERROR-FIELD NOT = SPACES
               set msgOut to ERROR-FIELD::Trim
               move spaces to ERROR-FIELD
               exit method.
           move 0 to abSeq
           move 1 to lineIdx.
       LINE-LOOP.
           if lineIdx > BAT360-NUM-AB
               set msgOut to "The game has only " & abSeq &
                   " at-bat(s) charted."
               exit method.
           IF BAT360-REC-TYPE(lineIdx) NOT = "B"
               add 1 to lineIdx
               go to LINE-LOOP.
           add 1 to abSeq
           if abSeq < WS-ROW-AB
               add 1 to lineIdx
               go to LINE-LOOP.
           set BAT360-SEL-AB to lineIdx
           MOVE BAT360-SEL-AB to BAT360-AB-IP
           MOVE BAT360-AB-KEY(lineIdx) to BAT360-I-KEY
           move "VA" to BAT360-ACTION
           invoke type batsweb.screenTiming::engineCall(bat360rununit, "BAT360WEBF", "VA")
           if ERROR-FIELD NOT = SPACES
               set msgOut to ERROR-FIELD::Trim
               move spaces to ERROR-FIELD
               exit method.
           MOVE BAT360-I-KEY TO AT-AB-KEY
           MOVE BAT360-BATTER::Trim::ToUpper TO AT-BATTER.
       end method.

       end class.
