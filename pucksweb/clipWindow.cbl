      * clip windows by event type. Every clip used to run from
      * the charted media start for the charted duration, the same
      * cut whatever the play: a goal lost the celebration and the
      * replay, a faceoff spent ten seconds on skaters lining up. One
      * PKW086.DAT row per sport and event type holds the pre-roll and
      * post-roll seconds -- added before the charted start and after
      * the charted end, a negative figure cutting in instead. Rows
      * with a blank team are the defaults; a team's own row for the
      * same event type wins over the default for that team. Event
      * type "*" covers every type without a row of its own.
      * Hockey event types are the engine's clip type codes (GOAL,
      * SHOT, FO ...); baseball types are the pitch results as the
      * pitch list shows them (BALL, STRIKE, FOUL, INPLAY ...).
      *
      * Playback loads the viewing team's windows once (loadTeam)
      * and runs every clip through startOf/endOf after the game's
      * camera-clock correction (videoSync.cbl), the same way that
      * correction rides in the caller's own storage. A screen that
      * has the engine's clip list rather than the event table finds
      * the type in the clip's title (codeOf). A baseball pitch clip
      * is its own file, cut at capture to start on the pitch, so
      * there is nothing before or after it to reach: only a negative
      * pre-roll -- skip that much of the lead-in -- can apply there
      * (fileTrim).
       class-id pucksweb.clipWindow.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       $SET CALLFH"EXTFH"
       $SET DATACOMPRESS"1"
        SELECT CWIN-FILE ASSIGN WS-CWIN-FILE
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS CWIN-KEY
              LOCK MANUAL
              FILE STATUS IS STATUS-COMN.

       file section.
       FD  CWIN-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS CWIN-REC.

      *    CWIN-CHANGED is UTC.
       01  CWIN-REC.
           05  CWIN-KEY.
               10  CWIN-TEAM               PIC X(15).
               10  CWIN-SPORT              PIC X.
               10  CWIN-CODE               PIC X(10).
           05  CWIN-PRE-ROLL               PIC S9(3).
           05  CWIN-POST-ROLL              PIC S9(3).
           05  CWIN-CHANGED                PIC X(14).
           05  CWIN-USER                   PIC X(45).
           05  FILLER                      PIC X(10).

       working-storage section.
       01  WS-CWIN-FILE       PIC X(256) VALUE "PKW086.DAT".
       01  STATUS-COMN.
           05  STATUS-BYTE-1           PIC X      VALUE SPACES.
           05  STATUS-BYTE-2           PIC X      VALUE SPACES.
       01  WS-MIN-CLIP-SECS            PIC 9      VALUE 1.

      *    one team's windows for one sport ("H" hockey, "B"
      *    baseball) as "CODE=pre,post;" entries, the team's own rows
      *    over the defaults. An empty line -- nothing on file --
      *    leaves every clip as charted.
       method-id loadTeam static public.
       local-storage section.
       01  windowMap       type Dictionary[String, String].
       01  teamKey         PIC X(15).
       01  codeText        type String.
       procedure division using by value teamName as String
                                 by value sportCode as String
                          returning lineOut as String.
           set lineOut to ""
           set windowMap to new Dictionary[String, String]
           if teamName = null
               set teamName to "".
           MOVE teamName::Trim::ToUpper TO teamKey
           OPEN INPUT CWIN-FILE.
           IF STATUS-BYTE-1 NOT EQUAL ZEROES
               exit method.
      *    defaults first, then the team's rows over them.
           MOVE SPACES TO CWIN-TEAM
           MOVE sportCode TO CWIN-SPORT
           MOVE LOW-VALUES TO CWIN-CODE
           START CWIN-FILE KEY IS NOT LESS THAN CWIN-KEY
               INVALID KEY GO TO DEFAULTS-DONE.
       DEFAULTS-LOOP.
           READ CWIN-FILE NEXT WITH NO LOCK
               AT END GO TO DEFAULTS-DONE.
           IF CWIN-TEAM NOT = SPACES OR CWIN-SPORT NOT = sportCode
               GO TO DEFAULTS-DONE.
           set codeText to CWIN-CODE::Trim
           set windowMap[codeText] to self::rollText(CWIN-PRE-ROLL, CWIN-POST-ROLL)
           GO TO DEFAULTS-LOOP.
       DEFAULTS-DONE.
           if teamKey = SPACES
               go to TEAM-DONE.
           MOVE teamKey TO CWIN-TEAM
           MOVE sportCode TO CWIN-SPORT
           MOVE LOW-VALUES TO CWIN-CODE
           START CWIN-FILE KEY IS NOT LESS THAN CWIN-KEY
               INVALID KEY GO TO TEAM-DONE.
       TEAM-LOOP.
           READ CWIN-FILE NEXT WITH NO LOCK
               AT END GO TO TEAM-DONE.
           IF CWIN-TEAM NOT = teamKey OR CWIN-SPORT NOT = sportCode
               GO TO TEAM-DONE.
           set codeText to CWIN-CODE::Trim
           set windowMap[codeText] to self::rollText(CWIN-PRE-ROLL, CWIN-POST-ROLL)
           GO TO TEAM-LOOP.
       TEAM-DONE.
           CLOSE CWIN-FILE.
           perform varying codeText through windowMap::Keys
               set lineOut to lineOut & codeText & "=" & windowMap[codeText] & ";"
           end-perform
       end method.

      *    the event type a clip title names: the longest type on
      *    the line that appears in the title as a word of its own.
      *    "" when none does -- the "*" row, if any, then applies.
       method-id codeOf static public.
       local-storage section.
       01  entries         type String occurs any.
       01  entryIdx        type Int32.
       01  codeText        type String.
       01  titleText       type String.
       procedure division using by value lineText as String
                                 by value clipTitle as String
                          returning codeOut as String.
           set codeOut to ""
           if lineText = null or clipTitle = null
               exit method.
           set titleText to " " & clipTitle::ToUpper::Replace("-", " ")::Replace(",", " ")::Replace("/", " ") & " "
           set entries to lineText::Split(";")
           perform varying entryIdx from 0 by 1 until entryIdx >= entries::Length
               if entries[entryIdx]::Contains("=")
                   set codeText to entries[entryIdx]::Substring(0, entries[entryIdx]::IndexOf("="))
                   if codeText not = "*" and codeText::Length > codeOut::Length
                       if titleText::Contains(" " & codeText & " ")
                           set codeOut to codeText
                       end-if
                   end-if
               end-if
           end-perform
       end method.

      *    a clip's start: the (already clock-corrected) charted
      *    start less the type's pre-roll, never before the file.
       method-id startOf static public.
       local-storage section.
       01  preRoll         type Double.
       01  postRoll        type Double.
       procedure division using by value lineText as String
                                 by value eventCode as String
                                 by value chartedStart as type Double
                          returning clipStart as type Double.
           invoke self::rollsOf(lineText, eventCode, by reference preRoll, by reference postRoll)
           compute clipStart = chartedStart - preRoll
           if clipStart < 0
               set clipStart to 0.
       end method.

      *    a clip's end: the charted end plus the type's
      *    post-roll, and never less than a second past the start.
       method-id endOf static public.
       local-storage section.
       01  preRoll         type Double.
       01  postRoll        type Double.
       01  clipStart       type Double.
       procedure division using by value lineText as String
                                 by value eventCode as String
                                 by value chartedStart as type Double
                                 by value chartedDuration as type Double
                          returning clipEnd as type Double.
           invoke self::rollsOf(lineText, eventCode, by reference preRoll, by reference postRoll)
           set clipStart to self::startOf(lineText, eventCode, chartedStart)
           compute clipEnd = chartedStart + chartedDuration + postRoll
           if clipEnd < clipStart + WS-MIN-CLIP-SECS
               compute clipEnd = clipStart + WS-MIN-CLIP-SECS.
       end method.

      *    the clip as "#t=start,end" off the charted start and
      *    duration, for the screens that queue the engine's clip list.
       method-id fragmentOf static public.
       procedure division using by value lineText as String
                                 by value eventCode as String
                                 by value chartedStart as type Double
                                 by value chartedDuration as type Double
                          returning fragText as String.
           set fragText to "#t=" &
               self::startOf(lineText, eventCode, chartedStart) & "," &
               self::endOf(lineText, eventCode, chartedStart, chartedDuration)
       end method.

      *    a whole-file (baseball pitch) clip: "#t=n" to skip the
      *    lead-in when the type's pre-roll is negative, else "".
       method-id fileTrim static public.
       local-storage section.
       01  preRoll         type Double.
       01  postRoll        type Double.
       procedure division using by value lineText as String
                                 by value eventCode as String
                          returning trimText as String.
           set trimText to ""
           invoke self::rollsOf(lineText, eventCode, by reference preRoll, by reference postRoll)
           if preRoll < 0
               set trimText to "#t=" & (0 - preRoll).
       end method.

      *    the type's own entry, else the "*" entry, else none.
       method-id rollsOf static protected.
       local-storage section.
       01  entries         type String occurs any.
       01  entryIdx        type Int32.
       01  codeText        type String.
       01  rollPair        type String.
       01  starText        type String.
       01  useText         type String.
       procedure division using by value lineText as String
                                 by value eventCode as String
                                 by reference preRoll as type Double
                                 by reference postRoll as type Double.
           set preRoll to 0
           set postRoll to 0
           if lineText = null or lineText = ""
               exit method.
           if eventCode = null
               set eventCode to "".
           set eventCode to eventCode::Trim::ToUpper
           set useText to ""
           set starText to ""
           set entries to lineText::Split(";")
           perform varying entryIdx from 0 by 1 until entryIdx >= entries::Length
               if entries[entryIdx]::Contains("=")
                   set codeText to entries[entryIdx]::Substring(0, entries[entryIdx]::IndexOf("="))
                   set rollPair to entries[entryIdx]::Substring(entries[entryIdx]::IndexOf("=") + 1)
                   if codeText = eventCode and eventCode not = ""
                       set useText to rollPair
                   end-if
                   if codeText = "*"
                       set starText to rollPair
                   end-if
               end-if
           end-perform
           if useText = ""
               set useText to starText.
           if useText = "" or useText::Contains(",") = false
               exit method.
           invoke type Double::TryParse(useText::Substring(0, useText::IndexOf(",")),
               by reference preRoll)
           invoke type Double::TryParse(useText::Substring(useText::IndexOf(",") + 1),
               by reference postRoll)
       end method.

      *    "pre,post" as signed whole seconds.
       method-id rollText static protected.
       local-storage section.
       01  preVal          type Int32.
       01  postVal         type Int32.
       procedure division using by value preRoll as type Int32
                                 by value postRoll as type Int32
                          returning textOut as String.
           set preVal to preRoll
           set postVal to postRoll
           set textOut to preVal::ToString & "," & postVal::ToString
       end method.

      *    the rows on file for one team (blank: the defaults), as
      *    "sport|code|pre|post|changed|user" lines for the screen.
       method-id rowsFor static public.
       local-storage section.
       01  teamKey         PIC X(15).
       procedure division using by value teamName as String
                          returning rowsOut as type List[String].
           set rowsOut to new List[String]
           if teamName = null
               set teamName to "".
           MOVE teamName::Trim::ToUpper TO teamKey
           OPEN INPUT CWIN-FILE.
           IF STATUS-BYTE-1 NOT EQUAL ZEROES
               exit method.
           MOVE teamKey TO CWIN-TEAM
           MOVE LOW-VALUES TO CWIN-SPORT
           MOVE LOW-VALUES TO CWIN-CODE
           START CWIN-FILE KEY IS NOT LESS THAN CWIN-KEY
               INVALID KEY GO TO ROWS-DONE.
       ROWS-LOOP.
           READ CWIN-FILE NEXT WITH NO LOCK
               AT END GO TO ROWS-DONE.
           IF CWIN-TEAM NOT = teamKey
               GO TO ROWS-DONE.
           invoke rowsOut::Add(CWIN-SPORT & "|" & CWIN-CODE::Trim & "|" &
               self::rollText(CWIN-PRE-ROLL, CWIN-POST-ROLL)::Replace(",", "|") &
               "|" & CWIN-CHANGED & "|" & CWIN-USER::Trim)
           GO TO ROWS-LOOP.
       ROWS-DONE.
           CLOSE CWIN-FILE.
       end method.

      *    adds or replaces one row; hands back the row's image
      *    before the save ("" when new) for the change trail.
       method-id save static public.
       procedure division using by value teamName as String
                                 by value sportCode as String
                                 by value eventCode as String
                                 by value preRoll as type Int32
                                 by value postRoll as type Int32
                                 by value saveUser as String
                          returning beforeImage as String.
           set beforeImage to ""
           OPEN I-O CWIN-FILE.
           IF STATUS-COMN = "35"
               OPEN OUTPUT CWIN-FILE
               CLOSE CWIN-FILE
               OPEN I-O CWIN-FILE.
           IF STATUS-BYTE-1 NOT EQUAL ZEROES
               set beforeImage to "ERR"
               exit method.
           MOVE teamName::Trim::ToUpper TO CWIN-TEAM
           MOVE sportCode TO CWIN-SPORT
           MOVE eventCode::Trim::ToUpper TO CWIN-CODE
           READ CWIN-FILE
               NOT INVALID KEY
                   set beforeImage to "" & CWIN-REC
           END-READ
           MOVE preRoll TO CWIN-PRE-ROLL
           MOVE postRoll TO CWIN-POST-ROLL
           set CWIN-CHANGED to type DateTime::UtcNow::ToString("yyyyMMddHHmmss")
           MOVE saveUser::Trim TO CWIN-USER
           WRITE CWIN-REC
               INVALID KEY REWRITE CWIN-REC
           END-WRITE.
           CLOSE CWIN-FILE.
       end method.

      *    drops one row; hands back its image ("" when there was
      *    none).
       method-id remove static public.
       procedure division using by value teamName as String
                                 by value sportCode as String
                                 by value eventCode as String
                          returning beforeImage as String.
           set beforeImage to ""
           OPEN I-O CWIN-FILE.
           IF STATUS-BYTE-1 NOT EQUAL ZEROES
               exit method.
           MOVE teamName::Trim::ToUpper TO CWIN-TEAM
           MOVE sportCode TO CWIN-SPORT
           MOVE eventCode::Trim::ToUpper TO CWIN-CODE
           READ CWIN-FILE
               INVALID KEY
                   CLOSE CWIN-FILE
                   exit method.
           set beforeImage to "" & CWIN-REC
           DELETE CWIN-FILE RECORD.
           CLOSE CWIN-FILE.
       end method.

       end class.
