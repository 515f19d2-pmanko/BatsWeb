      * per-pitch tracking measurements. Two of our parks now
      * run portable tracking units that export velocity, spin rate,
      * break and release height for every pitch; trackingImport.cbl
      * matches each device row to the charted pitch and writes one
      * BATSW047.DAT row per pitch, keyed the way the alignment side
      * file is -- game, at-bat sequence within the game, pitch number
      * -- so the measurement hangs off the same pitch the charter
      * recorded. This class is the read side every consumer shares:
      * the API's pitch list for a game, the at-bat detail's per-pitch
      * columns, and the filtered pitch listing and velocity-by-inning
      * table on breakdown.aspx.cbl and fullatbat.aspx.cbl -- the
      * numbers that used to go on a clipboard next to the radar gun.
       class-id batsweb.pitchTracking.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       $SET CALLFH"EXTFH"
       $SET DATACOMPRESS"1"
        SELECT TRACK-FILE ASSIGN WS-TRACK-FILE
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS TRK-KEY
              LOCK MANUAL
              FILE STATUS IS STATUS-COMN.

       file section.
       FD  TRACK-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS TRK-REC.

      *    TRK-AB-SEQ is the at-bat's ordinal among the game's
      *    charted at-bats, TRK-PITCH the pitch number within it.
      *    Velocity mph, spin rpm, breaks in inches (horizontal is
      *    signed toward the pitcher's arm side), release height feet.
      *    TRK-DEVICE names the park's unit the row came from.
       01  TRK-REC.
           05  TRK-KEY.
               10  TRK-GAME-DATE       PIC 9(8).
               10  TRK-HOME            PIC X(15).
               10  TRK-VISITORS        PIC X(15).
               10  TRK-AB-SEQ          PIC 9(3).
               10  TRK-PITCH           PIC 9(2).
           05  TRK-INNING              PIC 9(2).
           05  TRK-BATTER              PIC X(30).
           05  TRK-PITCHER             PIC X(30).
           05  TRK-VELO                PIC 9(3)V9.
           05  TRK-SPIN                PIC 9(5).
           05  TRK-HBREAK              PIC S9(3)V9.
           05  TRK-VBREAK              PIC S9(3)V9.
           05  TRK-RELEASE             PIC 9(2)V99.
           05  TRK-DEVICE              PIC X(12).
           05  TRK-LOADED              PIC X(14).
           05  FILLER                  PIC X(10).

       working-storage section.
       01  WS-TRACK-FILE      PIC X(256) VALUE "BATSW047.DAT".
       01  STATUS-COMN.
           05  STATUS-BYTE-1           PIC X      VALUE SPACES.
           05  STATUS-BYTE-2           PIC X      VALUE SPACES.
      *    velocity by inning, innings 1-12 (extras pooled in 12).
       01  TK-INNING-TABLE.
           05  TK-INN OCCURS 12 TIMES.
               10  TK-INN-PITCHES      PIC 9(5).
               10  TK-INN-VELO-SUM     PIC 9(7)V9.
               10  TK-INN-VELO-MAX     PIC 9(3)V9.
               10  TK-INN-VELO-MIN     PIC 9(3)V9.

      *    the measured pitches of one game, for the API.
       method-id forGame static public.
       local-storage section.
       01  gameDate        type Int32.
       01  onePitch        type pitchDataD.
       procedure division using by value dateText as String
                                 by value homeTeam as String
                                 by value visTeam as String
                          returning pitchesOut as List[type pitchDataD].
           set pitchesOut to new List[type pitchDataD]
           move 0 to gameDate
           invoke type Int32::TryParse(dateText::Trim, by reference gameDate)
           if gameDate = 0
               exit method.
           OPEN INPUT TRACK-FILE.
           IF STATUS-BYTE-1 NOT EQUAL ZEROES
               exit method.
           INITIALIZE TRK-KEY
           MOVE gameDate TO TRK-GAME-DATE
           MOVE homeTeam::Trim::ToUpper TO TRK-HOME
           MOVE visTeam::Trim::ToUpper TO TRK-VISITORS
           START TRACK-FILE KEY NOT < TRK-KEY
               INVALID KEY
                   GO TO GAME-DONE.
       GAME-LOOP.
           READ TRACK-FILE NEXT WITH NO LOCK
               AT END GO TO GAME-DONE.
           IF TRK-GAME-DATE NOT = gameDate
            OR TRK-HOME NOT = homeTeam::Trim::ToUpper
            OR TRK-VISITORS NOT = visTeam::Trim::ToUpper
               GO TO GAME-DONE.
           set onePitch to new pitchDataD
           set onePitch::inning to TRK-INNING
           set onePitch::abSeq to TRK-AB-SEQ
           set onePitch::pitchNum to TRK-PITCH
           set onePitch::batter to TRK-BATTER::Trim
           set onePitch::pitcher to TRK-PITCHER::Trim
           set onePitch::pitchVelocity to TRK-VELO
           set onePitch::spinRate to TRK-SPIN
           set onePitch::horzBreak to TRK-HBREAK
           set onePitch::vertBreak to TRK-VBREAK
           set onePitch::releaseHeight to TRK-RELEASE
           invoke pitchesOut::Add(onePitch)
           GO TO GAME-LOOP.
       GAME-DONE.
           CLOSE TRACK-FILE.
       end method.

      *    one at-bat's measurements by pitch number, as the
      *    display text the at-bat detail appends to its pitch lines.
      *    The detail knows the inning and batter, not the at-bat
      *    sequence, so the game is scanned on those; if the batter
      *    came up twice in the inning the first trip's pitches win.
       method-id forAtBat static public.
       local-storage section.
       01  pitchKey        type String.
       procedure division using by value gameDate as type Int32
                                 by value homeTeam as String
                                 by value visTeam as String
                                 by value inningNum as type Int32
                                 by value batterName as String
                          returning linesOut as Dictionary[String, String].
           set linesOut to new Dictionary[String, String]
           OPEN INPUT TRACK-FILE.
           IF STATUS-BYTE-1 NOT EQUAL ZEROES
               exit method.
           INITIALIZE TRK-KEY
           MOVE gameDate TO TRK-GAME-DATE
           MOVE homeTeam::Trim::ToUpper TO TRK-HOME
           MOVE visTeam::Trim::ToUpper TO TRK-VISITORS
           START TRACK-FILE KEY NOT < TRK-KEY
               INVALID KEY
                   GO TO AB-DONE.
       AB-LOOP.
           READ TRACK-FILE NEXT WITH NO LOCK
               AT END GO TO AB-DONE.
           IF TRK-GAME-DATE NOT = gameDate
            OR TRK-HOME NOT = homeTeam::Trim::ToUpper
            OR TRK-VISITORS NOT = visTeam::Trim::ToUpper
               GO TO AB-DONE.
           IF TRK-INNING NOT = inningNum
            OR TRK-BATTER NOT = batterName::Trim::ToUpper
               GO TO AB-LOOP.
           set pitchKey to TRK-PITCH::ToString
           if linesOut::ContainsKey(pitchKey) = false
               invoke linesOut::Add(pitchKey, self::measureText())
           end-if
           GO TO AB-LOOP.
       AB-DONE.
           CLOSE TRACK-FILE.
       end method.

      *    the measured pitches for a pitcher and/or batter over
      *    a date range, one display line each, kept to the velocity
      *    and spin bounds asked for (zero = no bound). Blank pitcher
      *    and batter lists everything measured in the range.
       method-id listFor static public.
       local-storage section.
       01  veloD           type Double.
       procedure division using by value pitcherName as String
                                 by value batterName as String
                                 by value fromDate as type Int32
                                 by value toDate as type Int32
                                 by value minVelo as type Double
                                 by value maxVelo as type Double
                                 by value minSpin as type Int32
                          returning linesOut as List[String].
           set linesOut to new List[String]
           OPEN INPUT TRACK-FILE.
           IF STATUS-BYTE-1 NOT EQUAL ZEROES
               exit method.
           INITIALIZE TRK-KEY
           MOVE fromDate TO TRK-GAME-DATE
           START TRACK-FILE KEY NOT < TRK-KEY
               INVALID KEY
                   GO TO LIST-DONE.
       LIST-LOOP.
           READ TRACK-FILE NEXT WITH NO LOCK
               AT END GO TO LIST-DONE.
           IF toDate > 0 AND TRK-GAME-DATE > toDate
               GO TO LIST-DONE.
           if self::rowWanted(pitcherName, batterName) = "N"
               GO TO LIST-LOOP.
           move TRK-VELO to veloD
           if minVelo > 0 and veloD < minVelo
               GO TO LIST-LOOP.
           if maxVelo > 0 and veloD > maxVelo
               GO TO LIST-LOOP.
           if minSpin > 0 and TRK-SPIN < minSpin
               GO TO LIST-LOOP.
           invoke linesOut::Add("" & TRK-GAME-DATE & " " &
               TRK-VISITORS::Trim & " @ " & TRK-HOME::Trim &
               "  inn " & TRK-INNING::ToString & "  " & TRK-PITCHER::Trim &
               " to " & TRK-BATTER::Trim & "  #" & TRK-PITCH::ToString &
               "  " & self::measureText())
           GO TO LIST-LOOP.
       LIST-DONE.
           CLOSE TRACK-FILE.
       end method.

      *    average / max / min velocity per inning for the same
      *    selection -- the table the coaches used to keep by hand.
       method-id veloByInning static public.
       local-storage section.
       01  innIdx          type Int32.
       01  avgD            type Double.
       01  maxD            type Double.
       01  minD            type Double.
       procedure division using by value pitcherName as String
                                 by value batterName as String
                                 by value fromDate as type Int32
                                 by value toDate as type Int32
                          returning linesOut as List[String].
           set linesOut to new List[String]
           INITIALIZE TK-INNING-TABLE
           OPEN INPUT TRACK-FILE.
           IF STATUS-BYTE-1 NOT EQUAL ZEROES
               exit method.
           INITIALIZE TRK-KEY
           MOVE fromDate TO TRK-GAME-DATE
           START TRACK-FILE KEY NOT < TRK-KEY
               INVALID KEY
                   GO TO INN-DONE.
       INN-LOOP.
           READ TRACK-FILE NEXT WITH NO LOCK
               AT END GO TO INN-DONE.
           IF toDate > 0 AND TRK-GAME-DATE > toDate
               GO TO INN-DONE.
           if self::rowWanted(pitcherName, batterName) = "N"
               GO TO INN-LOOP.
           if TRK-VELO = 0 or TRK-INNING = 0
               GO TO INN-LOOP.
           move TRK-INNING to innIdx
           if innIdx > 12
               move 12 to innIdx.
           add 1 to TK-INN-PITCHES(innIdx)
           add TRK-VELO to TK-INN-VELO-SUM(innIdx)
           if TRK-VELO > TK-INN-VELO-MAX(innIdx)
               move TRK-VELO to TK-INN-VELO-MAX(innIdx).
           if TK-INN-VELO-MIN(innIdx) = 0 or TRK-VELO < TK-INN-VELO-MIN(innIdx)
               move TRK-VELO to TK-INN-VELO-MIN(innIdx).
           GO TO INN-LOOP.
       INN-DONE.
           CLOSE TRACK-FILE.
           invoke linesOut::Add("INN  PITCHES   AVG   MAX   MIN")
           perform varying innIdx from 1 by 1 until innIdx > 12
               if TK-INN-PITCHES(innIdx) > 0
                   compute avgD = TK-INN-VELO-SUM(innIdx) / TK-INN-PITCHES(innIdx)
                   move TK-INN-VELO-MAX(innIdx) to maxD
                   move TK-INN-VELO-MIN(innIdx) to minD
                   invoke linesOut::Add(innIdx::ToString::PadLeft(3) &
                       TK-INN-PITCHES(innIdx)::ToString::PadLeft(9) &
                       avgD::ToString("0.0")::PadLeft(6) &
                       maxD::ToString("0.0")::PadLeft(6) &
                       minD::ToString("0.0")::PadLeft(6))
               end-if
           end-perform.
       end method.

      *    the tracking pane breakdown.aspx.cbl and fullatbat.
      *    aspx.cbl both show under their selection: velocity by
      *    inning, then the measured pitches within the typed velocity
      *    and spin bounds. Takes the screens' own text -- MM/DD/YY
      *    dates (blank for all) and the bound boxes as typed.
       method-id trackingPane static public.
       local-storage section.
       01  fromDate        type Int32.
       01  toDate          type Int32.
       01  minVelo         type Double.
       01  maxVelo         type Double.
       01  minSpin         type Int32.
       01  pitchLines      type List[String].
       procedure division using by value pitcherName as String
                                 by value batterName as String
                                 by value fromText as String
                                 by value toText as String
                                 by value minVeloText as String
                                 by value maxVeloText as String
                                 by value minSpinText as String
                          returning linesOut as List[String].
           set fromDate to self::ymdOf(fromText)
           set toDate to self::ymdOf(toText)
           set minVelo to 0
           set maxVelo to 0
           set minSpin to 0
           if minVeloText not = null
               invoke type Double::TryParse(minVeloText::Trim, by reference minVelo).
           if maxVeloText not = null
               invoke type Double::TryParse(maxVeloText::Trim, by reference maxVelo).
           if minSpinText not = null
               invoke type Int32::TryParse(minSpinText::Trim, by reference minSpin).
           set linesOut to self::veloByInning(pitcherName, batterName, fromDate, toDate)
           set pitchLines to self::listFor(pitcherName, batterName, fromDate,
               toDate, minVelo, maxVelo, minSpin)
           invoke linesOut::Add("")
           invoke linesOut::Add(pitchLines::Count::ToString & " tracked pitch(es)")
           invoke linesOut::AddRange(pitchLines)
       end method.

      *    screen dates (MM/DD/YY as the date boxes show them)
      *    to the yyyymmdd the side files key on; zero when blank or
      *    unreadable.
       method-id ymdOf static public.
       local-storage section.
       01  parsedDate      type DateTime.
       01  ymdText         type String.
       procedure division using by value dateText as String
                          returning ymdOut as type Int32.
           set ymdOut to 0
           if dateText = null or dateText::Trim = ""
               exit method.
           if type DateTime::TryParse(dateText::Trim, by reference parsedDate) = false
               exit method.
           set ymdText to parsedDate::ToString("yyyyMMdd")
           invoke type Int32::TryParse(ymdText, by reference ymdOut)
       end method.

      *    a selection box holding something other than one
      *    player's "LAST, FIRST" (a team, ALL) doesn't narrow.
       method-id rowWanted static protected.
       procedure division using by value pitcherName as String
                                 by value batterName as String
                          returning wantedOut as String.
           set wantedOut to "Y"
           if pitcherName not = null and pitcherName::Contains(",")
               if TRK-PITCHER not = pitcherName::Trim::ToUpper
                   set wantedOut to "N"
               end-if
           end-if
           if batterName not = null and batterName::Contains(",")
               if TRK-BATTER not = batterName::Trim::ToUpper
                   set wantedOut to "N"
               end-if
           end-if.
       end method.

      *    the measurements in TRK-REC as display text.
       method-id measureText static protected.
       local-storage section.
       01  veloD           type Double.
       01  hbD             type Double.
       01  vbD             type Double.
       01  relD            type Double.
       procedure division returning textOut as String.
           move TRK-VELO to veloD
           move TRK-HBREAK to hbD
           move TRK-VBREAK to vbD
           move TRK-RELEASE to relD
           set textOut to veloD::ToString("0.0") & " mph  " &
               TRK-SPIN::ToString & " rpm  HB " & hbD::ToString("0.0") &
               "  VB " & vbD::ToString("0.0") & "  rel " & relD::ToString("0.00")
       end method.

       end class.
