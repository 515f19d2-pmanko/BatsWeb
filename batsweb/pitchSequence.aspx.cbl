      * pitch-sequencing transition report -- what follows
      * what. pitchTendencyByCount.aspx.cbl answers "what does he
      * throw 2-1", not "what does he throw after a curve in the
      * dirt". This takes the pitcher and date range already chosen
      * on fullatbat.aspx.cbl (the session-cached BAT666 selection
      * whose at-bat lines that screen walks), steps the same games
      * through the gameSummary engine's per-at-bat "VA" detail --
      * the only place the pitch-by-pitch type/location/result
      * sequence lives -- and for every at-bat that pitcher threw
      * tallies each pitch against the one before it:
      *      previous type x next type, overall;
      *      the same matrix split by the previous pitch's result
      *      (ball / strike / fouled off);
      *      the same matrix split by the previous pitch's location.
      * Type and location buckets are the DIALOG-PTY / DIALOG-PLO
      * lists breakdown.aspx.cbl loads, so the labels match the
      * breakdown dropdowns; a type or location the lists don't
      * carry lands in OTHER rather than being dropped.
       class-id batsweb.pitchSequence is partial
                inherits type System.Web.UI.Page public.

       working-storage section.
       COPY "Y:\sydexsource\shared\WS-SYS.CBL".
       01 bat360rununit         type RunUnit.
       01 BAT360WEBF                type BAT360WEBF.
       01 my310data type batsweb.bat310Data.
       01 my360data type batsweb.bat360Data.
       01 my666data type batsweb.bat666Data.

      *    the bucket labels, captured from the breakdown
      *    dialog. The last slot of each list is OTHER.
       01  PSQ-TYPE-LABEL OCCURS 16 TIMES   PIC X(10) VALUE SPACES.
       01  PSQ-TYPE-ENTRIES             PIC 9(4)  VALUE 0.
       01  PSQ-LOC-LABEL OCCURS 21 TIMES    PIC X(15) VALUE SPACES.
       01  PSQ-LOC-ENTRIES              PIC 9(4)  VALUE 0.
       01  PSQ-RES-LABEL OCCURS 3 TIMES     PIC X(10) VALUE SPACES.

      *    row = previous pitch type, column = next pitch type.
       01  PSQ-ALL-MATRIX.
           05  PSQ-ALL-ROW OCCURS 16 TIMES.
               10  PSQ-ALL-CELL OCCURS 16 TIMES  PIC 9(5) VALUE 0.
      *    the same, one matrix per previous-pitch result:
      *    1 ball, 2 strike, 3 fouled off.
       01  PSQ-RES-MATRIX.
           05  PSQ-RES-BLOCK OCCURS 3 TIMES.
               10  PSQ-RES-ROW OCCURS 16 TIMES.
                   15  PSQ-RES-CELL OCCURS 16 TIMES PIC 9(5) VALUE 0.
      *    the same, one matrix per previous-pitch location.
       01  PSQ-LOC-MATRIX.
           05  PSQ-LOC-BLOCK OCCURS 21 TIMES.
               10  PSQ-LOC-ROW OCCURS 16 TIMES.
                   15  PSQ-LOC-CELL OCCURS 16 TIMES PIC 9(5) VALUE 0.

       01  PSQ-PITCHER                  PIC X(30) VALUE SPACES.
       01  PSQ-FROM-DATE                PIC 9(8)  VALUE 0.
       01  PSQ-TO-DATE                  PIC 9(8)  VALUE 99999999.
       01  PSQ-AB-COUNT                 PIC 9(5)  VALUE 0.
       01  PSQ-PAIR-COUNT               PIC 9(6)  VALUE 0.

       method-id Page_Load protected.
       procedure division using by value param-sender as object
                                         param-e as type System.EventArgs.
           if self::Session["level"] = null
               invoke self::Response::Redirect("~/Default.aspx")
               exit method.
           if self::IsPostBack
               exit method.
           invoke self::loadReport.
           goback.
       end method.

       method-id btnRefresh_Click protected.
       procedure division using by value sender as object e as type System.EventArgs.
           invoke self::loadReport.
       end method.

      *    labels, selection, the game walk, then the three
      *    views of the tallies.
       method-id loadReport protected.
       procedure division.
           invoke lbSequence::Items::Clear.
           set lblMsg::Text to ""
           INITIALIZE PSQ-ALL-MATRIX PSQ-RES-MATRIX PSQ-LOC-MATRIX
           move 0 to PSQ-AB-COUNT PSQ-PAIR-COUNT

           if self::loadLabels() not = "Y"
               set lblMsg::Text to "Open the breakdown screen first so the" &
                   " pitch-type and location lists are loaded."
               exit method.
           if self::loadSelection() not = "Y"
               set lblMsg::Text to "Select a pitcher (and date range) on the" &
                   " full at-bat screen first."
               exit method.

           invoke self::walkGames
           if PSQ-PAIR-COUNT = 0
               set lblMsg::Text to "No pitch sequences charted for " &
                   PSQ-PITCHER::Trim & " in the selected games."
               exit method.

           invoke lbSequence::Items::Add(PSQ-PITCHER::Trim & "  --  " &
               PSQ-AB-COUNT & " at-bats, " & PSQ-PAIR-COUNT &
               " pitch-to-pitch transitions")
           invoke lbSequence::Items::Add(" ")
           invoke lbSequence::Items::Add("==== ALL PREVIOUS PITCHES ====")
           invoke self::displayMatrix("A", 0)

           invoke lbSequence::Items::Add(" ")
           invoke lbSequence::Items::Add("==== BY PREVIOUS PITCH RESULT ====")
           invoke self::displayMatrix("R", 1)
           invoke self::displayMatrix("R", 2)
           invoke self::displayMatrix("R", 3)

           invoke lbSequence::Items::Add(" ")
           invoke lbSequence::Items::Add("==== BY PREVIOUS PITCH LOCATION ====")
           move 1 to aa.
       loc-display-loop.
           if aa > PSQ-LOC-ENTRIES
               go to loc-display-done.
           invoke self::displayMatrix("L", aa)
           add 1 to aa
           go to loc-display-loop.
       loc-display-done.
       end method.

      *    DIALOG-PTY / DIALOG-PLO off the breakdown session.
      *    "N" when that dialog hasn't been loaded this session.
       method-id loadLabels protected.
       linkage section.
           COPY "Y:\sydexsource\BATS\bat310_dg.CPB".
       procedure division returning loadedOk as String.
           set loadedOk to "N"
           if self::Session["bat310data"] = null
               exit method.
           set my310data to self::Session["bat310data"] as type batsweb.bat310Data
           set address of BAT310-DIALOG-FIELDS to my310Data::tablePointer
           if DIALOG-PTY-NUM-ENTRIES = 0
               exit method.

           move 0 to PSQ-TYPE-ENTRIES
           move 1 to aa.
       pty-loop.
           if aa > DIALOG-PTY-NUM-ENTRIES or aa > 15
               go to pty-done.
           add 1 to PSQ-TYPE-ENTRIES
           move DIALOG-PTY(aa)::Trim::ToUpper to PSQ-TYPE-LABEL(PSQ-TYPE-ENTRIES)
           add 1 to aa
           go to pty-loop.
       pty-done.
           add 1 to PSQ-TYPE-ENTRIES
           move "OTHER" to PSQ-TYPE-LABEL(PSQ-TYPE-ENTRIES)

           move 0 to PSQ-LOC-ENTRIES
           move 1 to aa.
       plo-loop.
           if aa > DIALOG-PLO-NUM-ENTRIES or aa > 20
               go to plo-done.
           add 1 to PSQ-LOC-ENTRIES
           move DIALOG-PLO(aa)::Trim::ToUpper to PSQ-LOC-LABEL(PSQ-LOC-ENTRIES)
           add 1 to aa
           go to plo-loop.
       plo-done.
           add 1 to PSQ-LOC-ENTRIES
           move "OTHER" to PSQ-LOC-LABEL(PSQ-LOC-ENTRIES)

           move "BALL" to PSQ-RES-LABEL(1)
           move "STRIKE" to PSQ-RES-LABEL(2)
           move "FOULED OFF" to PSQ-RES-LABEL(3)
           set loadedOk to "Y".
       end method.

      *    the pitcher and date window from the full at-bat
      *    selection. An "all" start or end flag leaves that end of
      *    the window open.
       method-id loadSelection protected.
       linkage section.
           COPY "Y:\sydexsource\BATS\bat666_dg.CPB".
       procedure division returning loadedOk as String.
           set loadedOk to "N"
           if self::Session["bat666data"] = null
               exit method.
           set my666data to self::Session["bat666data"] as type batsweb.bat666Data
           set address of BAT666-DIALOG-FIELDS to my666Data::tablePointer
           if BAT666-PITCHER::Trim = spaces
               exit method.
           MOVE BAT666-PITCHER::Trim::ToUpper TO PSQ-PITCHER

           move 0 to PSQ-FROM-DATE
           move 99999999 to PSQ-TO-DATE
           try
               if BAT666-GAME-FLAG = "D"
                   set PSQ-FROM-DATE to type Int32::Parse(
                       type DateTime::ParseExact(
                           BAT666-GAME-DATE::ToString("000000"), "MMddyy",
                           null)::ToString("yyyyMMdd"))
               end-if
               if BAT666-END-GAME-FLAG = "D"
                   set PSQ-TO-DATE to type Int32::Parse(
                       type DateTime::ParseExact(
                           BAT666-END-GAME-DATE::ToString("000000"), "MMddyy",
                           null)::ToString("yyyyMMdd"))
               end-if
           catch exc as type Exception
               move 0 to PSQ-FROM-DATE
               move 99999999 to PSQ-TO-DATE
           end-try
           set loadedOk to "Y".
       end method.

      *    every game in the gameSummary list inside the date
      *    window; every batter row's pitch detail; keep the at-bats
      *    the selected pitcher threw.
       method-id walkGames protected.
       local-storage section.
       01  gameIdx         type Int32.
       01  lineIdx         type Int32.
       linkage section.
           COPY "Y:\sydexsource\BATS\bat360_dg.CPB".
       procedure division.
           if self::Session["bat360data"] = null
               set my360data to new batsweb.bat360Data
               invoke my360data::populateData
               set self::Session["bat360data"] to my360data
           else
               set my360data to self::Session["bat360data"] as type batsweb.bat360Data.
           if  self::Session::Item("360rununit") not = null
               set bat360rununit to self::Session::Item("360rununit")
                   as type RunUnit
                ELSE
                set bat360rununit to type RunUnit::New()
                set BAT360WEBF to new BAT360WEBF
                invoke bat360rununit::Add(BAT360WEBF)
                set self::Session::Item("360rununit") to bat360rununit.
           set address of BAT360-DIALOG-FIELDS to my360Data::tablePointer

           move 1 to gameIdx.
       game-loop.
           if gameIdx > BAT360-NUM-GAMES
               go to game-done.
           if BAT360-G-GAME-DATE(gameIdx) < PSQ-FROM-DATE
            or BAT360-G-GAME-DATE(gameIdx) > PSQ-TO-DATE
               add 1 to gameIdx
               go to game-loop.

           set BAT360-AB-IP to 0
           set BAT360-SEL-GAME TO gameIdx
           MOVE BAT360-G-GAME-DATE(gameIdx) to BAT360-I-GAME-DATE
           MOVE BAT360-G-GAME-ID(gameIdx) to BAT360-I-GAME-ID
           MOVE "RA" to BAT360-ACTION
           invoke type batsweb.screenTiming::engineCall(bat360rununit, "BAT360WEBF", "RA")
           if ERROR-FIELD NOT = SPACES
               move spaces to ERROR-FIELD
               add 1 to gameIdx
               go to game-loop.

           move 1 to lineIdx.
       line-loop.
           if lineIdx > BAT360-NUM-AB
               go to line-done.
           IF BAT360-REC-TYPE(lineIdx) NOT = "B"
               add 1 to lineIdx
               go to line-loop.
           set BAT360-SEL-AB to lineIdx
           MOVE BAT360-SEL-AB to BAT360-AB-IP
           MOVE BAT360-AB-KEY(lineIdx) to BAT360-I-KEY
           move "VA" to BAT360-ACTION
           invoke type batsweb.screenTiming::engineCall(bat360rununit, "BAT360WEBF", "VA")
           if ERROR-FIELD NOT = SPACES
               move spaces to ERROR-FIELD
               add 1 to lineIdx
               go to line-loop.
           if BAT360-PITCHER::Trim::ToUpper = PSQ-PITCHER::Trim
               invoke self::tallyAtBat.
           add 1 to lineIdx
           go to line-loop.
       line-done.
           add 1 to gameIdx
           go to game-loop.
       game-done.
       end method.

      *    one at-bat's pitch list, each pitch against the one
      *    before it.
       method-id tallyAtBat protected.
       local-storage section.
       01  pIdx            type Int32.
       01  prevType        type Int32.
       01  nextType        type Int32.
       01  prevLoc         type Int32.
       01  prevRes         type Int32.
       linkage section.
           COPY "Y:\sydexsource\BATS\bat360_dg.CPB".
       procedure division.
           set address of BAT360-DIALOG-FIELDS to my360Data::tablePointer
           if BAT360-NUM-PITCHES < 1
               exit method.
           add 1 to PSQ-AB-COUNT
           move 2 to pIdx.
       pitch-loop.
           if pIdx > BAT360-NUM-PITCHES
               go to pitch-done.
           set prevType to self::typeSlot(BAT360-P-TYPE(pIdx - 1))
           set nextType to self::typeSlot(BAT360-P-TYPE(pIdx))
           set prevLoc to self::locSlot(BAT360-P-DESC(pIdx - 1))
           set prevRes to self::resultSlot(BAT360-P-RESULT(pIdx - 1))
           add 1 to PSQ-ALL-CELL(prevType, nextType)
           add 1 to PSQ-LOC-CELL(prevLoc, prevType, nextType)
           if prevRes > 0
               add 1 to PSQ-RES-CELL(prevRes, prevType, nextType).
           add 1 to PSQ-PAIR-COUNT
           add 1 to pIdx
           go to pitch-loop.
       pitch-done.
       end method.

      *    DIALOG-PTY bucket for a charted pitch type; the OTHER
      *    slot when the list doesn't carry it.
       method-id typeSlot protected.
       local-storage section.
       01  searchIdx       type Int32.
       01  typeText        type String.
       procedure division using by value pitchType as String
                          returning slotOut as type Int32.
           set slotOut to PSQ-TYPE-ENTRIES
           set typeText to pitchType::Trim::ToUpper
           if typeText = ""
               exit method.
           perform varying searchIdx from 1 by 1
                   until searchIdx >= PSQ-TYPE-ENTRIES
               if PSQ-TYPE-LABEL(searchIdx)::Trim = typeText
                   set slotOut to searchIdx
                   exit perform
               end-if
           end-perform.
       end method.

       method-id locSlot protected.
       local-storage section.
       01  searchIdx       type Int32.
       01  locText         type String.
       procedure division using by value pitchLoc as String
                          returning slotOut as type Int32.
           set slotOut to PSQ-LOC-ENTRIES
           set locText to pitchLoc::Trim::ToUpper
           if locText = ""
               exit method.
           perform varying searchIdx from 1 by 1
                   until searchIdx >= PSQ-LOC-ENTRIES
               if PSQ-LOC-LABEL(searchIdx)::Trim = locText
                   set slotOut to searchIdx
                   exit perform
               end-if
           end-perform.
       end method.

      *    1 ball, 2 strike (called or swinging), 3 fouled off;
      *    0 for a pitch that ended the at-bat (in play, hit by
      *    pitch), which never has a next pitch anyway.
       method-id resultSlot protected.
       local-storage section.
       01  resText         type String.
       procedure division using by value pitchResult as String
                          returning slotOut as type Int32.
           set slotOut to 0
           set resText to pitchResult::Trim::ToUpper
           if resText::Contains("IN PLAY") or resText::Contains("HIT BY")
               exit method.
           if resText::Contains("FOUL")
               set slotOut to 3
               exit method.
           if resText::Contains("STRIKE") or resText::Contains("SWING")
               set slotOut to 2
               exit method.
           if resText::Contains("BALL")
               set slotOut to 1.
       end method.

      *    one matrix to the listbox: a header of next-pitch
      *    labels, then one row per previous pitch type with its
      *    count and share for each next type. Empty rows are left
      *    out. viewFlag A = overall, R = by result, L = by location.
       method-id displayMatrix private.
       local-storage section.
       01  rowIdx        type Int32.
       01  colIdx        type Int32.
       01  cellVal       type Int32.
       01  rowTotal      type Int32.
       01  blockTotal    type Int32.
       01  pctVal        type Int32.
       01  rowText       type String.
       01  headerText    type String.
       procedure division using by value viewFlag as String
                                 by value blockIdx as type Int32.
           set blockTotal to 0
           perform varying rowIdx from 1 by 1 until rowIdx > PSQ-TYPE-ENTRIES
               perform varying colIdx from 1 by 1 until colIdx > PSQ-TYPE-ENTRIES
                   compute blockTotal = blockTotal +
                       self::cellFor(viewFlag, blockIdx, rowIdx, colIdx)
               end-perform
           end-perform
           if blockTotal = 0
               exit method.

           evaluate viewFlag
           when "R"
               invoke lbSequence::Items::Add("-- after a " &
                   PSQ-RES-LABEL(blockIdx)::Trim & " (" & blockTotal & ") --")
           when "L"
               invoke lbSequence::Items::Add("-- after a pitch " &
                   PSQ-LOC-LABEL(blockIdx)::Trim & " (" & blockTotal & ") --")
           end-evaluate

           set headerText to "After      "
           perform varying colIdx from 1 by 1 until colIdx > PSQ-TYPE-ENTRIES
               set headerText to headerText & "  " & PSQ-TYPE-LABEL(colIdx)::Trim
           end-perform.
           invoke lbSequence::Items::Add(headerText)

           perform varying rowIdx from 1 by 1 until rowIdx > PSQ-TYPE-ENTRIES
               set rowTotal to 0
               perform varying colIdx from 1 by 1 until colIdx > PSQ-TYPE-ENTRIES
                   compute rowTotal = rowTotal +
                       self::cellFor(viewFlag, blockIdx, rowIdx, colIdx)
               end-perform
               if rowTotal > 0
                   set rowText to PSQ-TYPE-LABEL(rowIdx)::Trim & " (" &
                       rowTotal & ")"
                   perform varying colIdx from 1 by 1
                           until colIdx > PSQ-TYPE-ENTRIES
                       set cellVal to self::cellFor(viewFlag, blockIdx,
                           rowIdx, colIdx)
                       compute pctVal rounded = cellVal * 100 / rowTotal
                       set rowText to rowText & "  " &
                           PSQ-TYPE-LABEL(colIdx)::Trim & ":" &
                           cellVal::ToString & "/" & pctVal::ToString & "%"
                   end-perform
                   invoke lbSequence::Items::Add(rowText)
               end-if
           end-perform.
       end method.

       method-id cellFor private.
       procedure division using by value viewFlag as String
                                 by value blockIdx as type Int32
                                 by value rowIdx as type Int32
                                 by value colIdx as type Int32
                          returning cellOut as type Int32.
           evaluate viewFlag
           when "R"
               set cellOut to PSQ-RES-CELL(blockIdx, rowIdx, colIdx)
           when "L"
               set cellOut to PSQ-LOC-CELL(blockIdx, rowIdx, colIdx)
           when other
               set cellOut to PSQ-ALL-CELL(rowIdx, colIdx)
           end-evaluate.
       end method.

       end class.
