      * daily league transaction wire import. An admin used to
      * key every trade, call-up and release off the league's daily
      * bulletin into tradeHistory.aspx.cbl by hand, and a missed one
      * left the player on the wrong team in every team-filtered
      * screen. This reads the day's bulletin file, finds each line's
      * player through the official id -- the PLAY-NHL-ID-R stamps
      * nhlIdImport maintains on PLAY-FILE give the charted spelling,
      * the player master (BATSW025.DAT) the person and the primary
      * spelling the stints are kept under -- and hands the line to
      * transactionWire.cbl, which opens and closes the STINT-FILE
      * stints with the wire's effective dates and sets availability
      * for injured-list placements. A line whose id maps to nobody,
      * or to more than one person, or that the stints contradict, is
      * queued for transactionReview.aspx.cbl rather than guessed at;
      * the run closes WARN when anything was queued so the morning
      * check sees it.
      *
      * Bulletin -- one transaction per line, comma-separated;
      * lines starting "*" are comments, a first line that does not
      * end in a date is a heading:
      *     player,official-id,from-team,to-team,type,yyyymmdd
      * The player may be written "last, first"; the other five
      * fields are taken from the end of the line. Types are listed
      * in transactionWire.cbl.
      *
      * Usage: transactionImport <bulletin-file> <path-to-PLAY-FILE>
      *            [yyyymmdd]
      * The date is the bulletin's own (the review queue's key);
      * today when left off.

       $set ilusing"System.IO"

       class-id batsweb.transactionImport.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       $SET CALLFH"EXTFH"
       $SET DATACOMPRESS"1"
          SELECT PLAY-FILE ASSIGN WS-PLAY-FILE
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS PLAY-KEY
              ALTERNATE KEY IS PLAY-ALT-KEY1
              ALTERNATE KEY IS PLAY-ALT-KEY2
              FILE STATUS IS STATUS-COMN.

       file section.
       COPY "Y:\SYDEXSOURCE\FDS\FDPKPLAY.CBL".

       working-storage section.
       01  WS-PLAY-FILE                PIC X(256).
       01  STATUS-COMN.
           05  STATUS-BYTE-1           PIC X      VALUE SPACES.
           05  STATUS-BYTE-2           PIC X      VALUE SPACES.
       01  WS-PLAY-ID                  PIC 9(9)   VALUE 0.
       01  WS-WIRE-DATE                PIC 9(8)   VALUE 0.
       01  WS-LINES-READ               PIC 9(5)   VALUE 0.
       01  WS-APPLIED                  PIC 9(5)   VALUE 0.
       01  WS-SKIPPED                  PIC 9(5)   VALUE 0.
       01  WS-QUEUED                   PIC 9(5)   VALUE 0.
       01  WS-QUEUE-DOWN               PIC X      VALUE "N".
      *    official id to the charted spellings carrying it,
      *    "LAST|FIRST" joined with ";" -- only the wire's ids.
       01  idSpellings        type Dictionary[Int32, String].

       method-id Main static public.
       local-storage section.
       01  runStamp        type String.
       01  wireLines       type List[String].
       01  lineIdx         type Int32.
       procedure division using by value args as type String occurs any.
           if args::Length < 2
               invoke type Console::WriteLine("usage: transactionImport <bulletin-file> <path-to-PLAY-FILE> [yyyymmdd]")
               exit method.
           move args[1] to WS-PLAY-FILE
           set WS-WIRE-DATE to type Int32::Parse(type DateTime::Now::ToString("yyyyMMdd"))
           if args::Length > 2
               invoke type Int32::TryParse(args[2]::Trim(), by reference WS-WIRE-DATE).

           set runStamp to type batsweb.jobRunLog::begin("TXNWIRE")

           set wireLines to new List[String]
           try
               invoke wireLines::AddRange(type File::ReadAllLines(args[0]::Trim()))
           catch exc as type Exception
               invoke type Console::WriteLine("Unable to read " &
                   args[0]::Trim() & ": " & exc::Message)
               invoke type batsweb.jobRunLog::finish("TXNWIRE", runStamp, 0, "FAIL")
               exit method
           end-try

           if self::loadSpellings(wireLines) not = "Y"
               invoke type batsweb.jobRunLog::finish("TXNWIRE", runStamp, 0, "FAIL")
               exit method.

           move 0 to lineIdx.
       LINE-LOOP.
           if lineIdx >= wireLines::Count
               go to LINE-DONE.
           invoke self::importLine(wireLines[lineIdx], lineIdx + 1)
           add 1 to lineIdx
           go to LINE-LOOP.
       LINE-DONE.

           invoke type Console::WriteLine(WS-LINES-READ::ToString("0") &
               " transaction(s) on the wire: " & WS-APPLIED::ToString("0") &
               " applied, " & WS-SKIPPED::ToString("0") & " already on file, " &
               WS-QUEUED::ToString("0") & " queued for review.")
           if WS-QUEUE-DOWN = "Y"
               invoke type Console::WriteLine("The review queue would not open -- " &
                   "lines that needed review are listed above only.")
               invoke type batsweb.jobRunLog::finish("TXNWIRE", runStamp, WS-APPLIED, "FAIL")
           else
           if WS-QUEUED > 0
               invoke type batsweb.jobRunLog::finish("TXNWIRE", runStamp, WS-APPLIED, "WARN")
           else
               invoke type batsweb.jobRunLog::finish("TXNWIRE", runStamp, WS-APPLIED, "OK")
           end-if
           end-if
       end method.

      *    the wire's fields, the player first: the last five
      *    fields from the end, whatever is left in front of them is
      *    the player. Empty when the line carries no transaction.
       method-id fieldsOf static protected.
       local-storage section.
       01  rawFields       type String occurs any.
       01  fieldIdx        type Int32.
       procedure division using by value wireLine as String
                          returning fieldsOut as String occurs any.
           set fieldsOut to new String[0]
           if wireLine = null or wireLine::Trim() = "" or wireLine::StartsWith("*")
               exit method.
           set rawFields to wireLine::Split(",")
           if rawFields::Length < 6
               exit method.
           set fieldsOut to new String[6]
           set fieldsOut[0] to type String::Join(",", rawFields, 0, rawFields::Length - 5)::Trim()
           perform varying fieldIdx from 1 by 1 until fieldIdx > 5
               set fieldsOut[fieldIdx] to rawFields[rawFields::Length - 6 + fieldIdx]::Trim()
           end-perform
       end method.

      *    one pass over PLAY-FILE for the charted spellings of
      *    every official id the wire names.
       method-id loadSpellings static protected.
       local-storage section.
       01  lineText        type String.
       01  lineFields      type String occurs any.
       01  wantedIds       type HashSet[Int32].
       01  idVal           type Int32.
       01  spellText       type String.
       01  haveText        type String.
       procedure division using by value wireLines as type List[String]
                          returning loadedOk as String.
           set loadedOk to "N"
           set idSpellings to new Dictionary[Int32, String]
           set wantedIds to new HashSet[Int32]
           perform varying lineText through wireLines
               set lineFields to self::fieldsOf(lineText)
               if lineFields::Length = 6
                   set idVal to 0
                   if type Int32::TryParse(lineFields[1], by reference idVal) and idVal > 0
                       invoke wantedIds::Add(idVal)
                   end-if
               end-if
           end-perform
           OPEN INPUT PLAY-FILE.
           IF STATUS-BYTE-1 NOT EQUAL ZEROES
               invoke type Console::WriteLine("Unable to open " & WS-PLAY-FILE::Trim)
               exit method.
       PLAY-LOOP.
           READ PLAY-FILE NEXT WITH NO LOCK
               AT END GO TO PLAY-DONE.
           IF PLAY-NHL-ID-R NOT NUMERIC
               GO TO PLAY-LOOP.
           MOVE PLAY-NHL-ID-R TO WS-PLAY-ID
           set idVal to WS-PLAY-ID
           if idVal = 0 or wantedIds::Contains(idVal) = false
               GO TO PLAY-LOOP.
           set spellText to PLAY-LAST-NAME::Trim & "|" & PLAY-FIRST-NAME::Trim
           if idSpellings::TryGetValue(idVal, by reference haveText)
               if (";" & haveText & ";")::Contains(";" & spellText & ";") = false
                   set idSpellings[idVal] to haveText & ";" & spellText
               end-if
           else
               invoke idSpellings::Add(idVal, spellText)
           end-if
           GO TO PLAY-LOOP.
       PLAY-DONE.
           CLOSE PLAY-FILE.
           set loadedOk to "Y".
       end method.

      *    one bulletin line: resolve the player, apply it, and
      *    queue it when either cannot be done cleanly.
       method-id importLine static protected.
       local-storage section.
       01  lineFields      type String occurs any.
       01  idVal           type Int32.
       01  effDate         type Int32.
       01  spellings       type String.
       01  spellText       type String.
       01  spellParts      type String occurs any.
       01  masterId        type Int32.
       01  personId        type Int32.
       01  personSpell     type String.
       01  primaryText     type String.
       01  applyResult     type String.
       procedure division using by value wireLine as String
                                 by value lineNo as type Int32.
           set lineFields to self::fieldsOf(wireLine)
           if lineFields::Length not = 6
               exit method.
           set effDate to 0
           invoke type Int32::TryParse(lineFields[5], by reference effDate)
           if lineNo = 1 and effDate < 19000101
               exit method.
           add 1 to WS-LINES-READ

           set idVal to 0
           invoke type Int32::TryParse(lineFields[1], by reference idVal)
           if idVal = 0
               invoke self::queueLine(lineFields, lineNo, effDate, "NO OFFICIAL ID ON THE LINE")
               exit method.
           if idSpellings::TryGetValue(idVal, by reference spellings) = false
               invoke self::queueLine(lineFields, lineNo, effDate,
                   "OFFICIAL ID NOT STAMPED ON ANY CHARTED PLAYER")
               exit method.

      *    every spelling carrying the id must be the same person
      *    in the master.
           set personId to 0
           set personSpell to ""
           perform varying spellText through spellings::Split(";")
               set spellParts to spellText::Split("|")
               set masterId to type batsweb.transactionWire::masterIdOf(spellParts[0], spellParts[1])
               if masterId not = 0
                   if personId = 0
                       set personId to masterId
                       set personSpell to spellText
                   else
                       if masterId not = personId
                           set personId to -1
                       end-if
                   end-if
               end-if
           end-perform
           if personId = 0
               invoke self::queueLine(lineFields, lineNo, effDate,
                   "CHARTED SPELLING NOT IN THE PLAYER MASTER")
               exit method.
           if personId < 0
               invoke self::queueLine(lineFields, lineNo, effDate,
                   "OFFICIAL ID ON MORE THAN ONE MASTER PLAYER")
               exit method.

           set spellParts to personSpell::Split("|")
           set primaryText to type batsweb.transactionWire::primaryOf(spellParts[0], spellParts[1])
           set spellParts to primaryText::Split("|")
           set applyResult to type batsweb.transactionWire::apply(spellParts[0], spellParts[1],
               lineFields[2], lineFields[3], lineFields[4], effDate)
           evaluate applyResult::Substring(0, applyResult::IndexOf("|"))
               when "OK"
                   add 1 to WS-APPLIED
                   invoke type Console::WriteLine("APPLY " & spellParts[0] & ", " &
                       spellParts[1] & " -- " & applyResult::Substring(3))
               when "SKIP"
                   add 1 to WS-SKIPPED
               when other
                   invoke self::queueLine(lineFields, lineNo, effDate,
                       applyResult::Substring(applyResult::IndexOf("|") + 1))
           end-evaluate
       end method.

       method-id queueLine static protected.
       procedure division using by value lineFields as String occurs any
                                 by value lineNo as type Int32
                                 by value effDate as type Int32
                                 by value reasonText as String.
           add 1 to WS-QUEUED
           invoke type Console::WriteLine("REVIEW line " & lineNo & " " &
               lineFields[0] & " " & lineFields[4] & " -- " & reasonText)
           if type batsweb.transactionWire::queue(WS-WIRE-DATE, lineNo,
               lineFields[0], lineFields[1], lineFields[2], lineFields[3],
               lineFields[4], effDate, reasonText) not = "OK"
               move "Y" to WS-QUEUE-DOWN.
       end method.

       end class.
