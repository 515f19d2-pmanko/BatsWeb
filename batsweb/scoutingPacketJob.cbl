      * the background run of an opponent scouting packet, for
      * reportWorker.cbl. A whole roster through the BAT300/BAT310
      * breakdown engine plus every hitter-vs-pitcher pair through
      * BAT766 runs for minutes -- past the browser's patience --
      * so scoutingPacket.aspx.cbl now queues the request (opponent,
      * date range and our team in the job's parameters) and this
      * drives the same engine sequence in its own run units, filing
      * the finished PDF as the job's result for the screen to hand
      * out. The packet layout and PDF assembly are the ones the
      * screen used to build inline; scheduledDelivery.cbl builds the
      * same packet on a schedule and borrows the PDF writer for its
      * saved-view reports.

       class-id batsweb.scoutingPacketJob.

       working-storage section.
       COPY "Y:\sydexsource\shared\WS-SYS.CBL".
       01 bat310rununit         type RunUnit.
       01 BAT310WEBF                type BAT310WEBF.
       01 bat766rununit         type RunUnit.
       01 BAT766WEBF                type BAT766WEBF.
       01 mydata type batsweb.bat310Data.
       01 mydata300 type batsweb.bat300Data.
       01 mydata766 type batsweb.bat766Data.
       01 packetLines           type List[String].
       01 opponentName          type String.
       01 startText             type String.
       01 endText               type String.
       01 ourTeam               type String.
      *    opponent roster captured out of the BAT300 roster
      *    table before the per-player GO calls overwrite it.
       01  PACKET-ROSTER.
           05  PACK-ROSTER-ROW OCCURS 40 TIMES.
               10  PACK-ROSTER-NAME    PIC X(30).
               10  PACK-ROSTER-POS     PIC X(2).
               10  PACK-ROSTER-ID      PIC 9(5).
       01  PACK-ROSTER-COUNT           PIC 9(4) VALUE 0.

      *    builds one packet. The job's parameters are
      *    "opponent|start|end|our team", dates as keyed on the
      *    screen. Blank back when the PDF is filed, otherwise the
      *    reason it could not be.
       method-id run static public.
       local-storage section.
       01 parmParts     type String occurs any.
       procedure division using by value jobId as String
                          returning failText as String.
           set failText to ""
           set parmParts to type batsweb.reportQueue::parmsOf(jobId)::Split("|")
           if parmParts::Length < 4
               set failText to "the packet parameters are missing"
               exit method.
           invoke self::buildPacket(parmParts[0], parmParts[1],
               parmParts[2], parmParts[3])
           invoke self::emitPdf(type batsweb.reportQueue::resultPath(jobId)).
       end method.

      *    the packet as text lines, without filing anything --
      *    for scheduledDelivery.cbl, which hands it on as PDF or CSV.
       method-id packetLinesFor static public.
       procedure division using by value opponent as String
                                 by value startDate as String
                                 by value endDate as String
                                 by value teamName as String
                          returning linesOut as type List[String].
           invoke self::buildPacket(opponent, startDate, endDate, teamName)
           set linesOut to packetLines
       end method.

      *    any list of lines out as this packet's PDF layout.
       method-id writePdf static public.
       procedure division using by value linesIn as type List[String]
                                 by value pdfFile as String.
           set packetLines to linesIn
           invoke self::emitPdf(pdfFile)
       end method.

      *    fresh run units and dialog blocks, then the three
      *    sections into packetLines.
       method-id buildPacket static protected.
       procedure division using by value opponent as String
                                 by value startDate as String
                                 by value endDate as String
                                 by value teamName as String.
           set opponentName to opponent
           set startText to startDate
           set endText to endDate
           set ourTeam to teamName::Trim

           set mydata to new batsweb.bat310Data
           invoke mydata::populateData
           set mydata300 to new batsweb.bat300Data
           invoke mydata300::populateData
           set mydata766 to new batsweb.bat766Data
           invoke mydata766::populateData
           set bat310rununit to type RunUnit::New()
           set BAT310WEBF to new BAT310WEBF
           invoke bat310rununit::Add(BAT310WEBF)
           set bat766rununit to type RunUnit::New()
           set BAT766WEBF to new BAT766WEBF
           invoke bat766rununit::Add(BAT766WEBF)

           set packetLines to new List[String]
           invoke packetLines::Add("OPPONENT PACKET: " & opponentName::Trim &
               "   " & startText & " - " & endText)
           invoke packetLines::Add("")

           invoke packetLines::Add("===== THEIR BATTERS =====")
           invoke self::buildRosterSection("B")
           invoke packetLines::Add("")
           invoke packetLines::Add("===== THEIR PITCHERS =====")
           invoke self::buildRosterSection("P")
           invoke packetLines::Add("")
           invoke packetLines::Add("===== OUR HITTERS VS THEIR STAFF =====")
           invoke self::buildMatchupSection
       end method.

      *    loads the opponent's roster for one side of the
      *    ball ("B" batters / "P" pitchers) and runs the breakdown
      *    engine once per player over the selected date range --
      *    the same RB/RP-then-GO sequence breakdown.aspx.cbl's
      *    populateTeam and goButton_Click perform one player at a
      *    time.
       method-id buildRosterSection static protected.
       local-storage section.
       01 gmDate        type Single.
       01 packIdx       type Int32.
       linkage section.
           COPY "Y:\SYDEXSOURCE\BATS\bat300_dg.CPB".
       procedure division using by value pbFlag as String.
           set address of BAT300-DIALOG-FIELDS to myData300::tablePointer

           if pbFlag = "B"
               MOVE "B" to BAT300-IND-PB-FLAG
               set BAT300-BATTER-ROSTER-TEAM to opponentName
               MOVE "RB" TO BAT300-ACTION
           else
               MOVE "P" to BAT300-IND-PB-FLAG
               set BAT300-PITCHER-ROSTER-TEAM to opponentName
               MOVE "RP" TO BAT300-ACTION
           end-if.
           invoke bat310rununit::Call("BAT300WEBF")

           move 0 to PACK-ROSTER-COUNT
           move 1 to aa.
       roster-loop.
           if aa > BAT300-ROSTER-NUM-ENTRIES or aa > 40
               go to roster-done.
           add 1 to PACK-ROSTER-COUNT
           move BAT300-ROSTER-NAME(aa) to PACK-ROSTER-NAME(PACK-ROSTER-COUNT)
           move BAT300-ROSTER-POS(aa) to PACK-ROSTER-POS(PACK-ROSTER-COUNT)
           move BAT300-ROSTER-ID(aa) to PACK-ROSTER-ID(PACK-ROSTER-COUNT)
           add 1 to aa
           go to roster-loop.
       roster-done.

           move 1 to packIdx.
       player-loop.
           if packIdx > PACK-ROSTER-COUNT
               go to player-done.
           invoke type System.Single::TryParse(startText::ToString::Replace("/", ""), by reference gmDate)
           set BAT300-GAME-DATE to gmDate
           invoke type System.Single::TryParse(endText::ToString::Replace("/", ""), by reference gmDate)
           set BAT300-END-GAME-DATE to gmDate
           if pbFlag = "B"
               MOVE PACK-ROSTER-ID(packIdx) TO BAT300-SAVE-BATTER-ID
           else
               MOVE PACK-ROSTER-ID(packIdx) TO BAT300-SAVE-PITCHER-ID
           end-if
           MOVE "GO" to BAT300-ACTION
           invoke bat310rununit::Call("BAT300WEBF")

           invoke packetLines::Add(PACK-ROSTER-NAME(packIdx)::Trim & " " &
               PACK-ROSTER-POS(packIdx))
           invoke packetLines::Add("  " & self::statLine())
           if pbFlag = "P"
               invoke self::addPitchMix
           end-if
           add 1 to packIdx
           go to player-loop.
       player-done.
       end method.

      *    one formatted BAT310 season line for whoever the
      *    engine just computed -- the same single-value stat fields
      *    the breakdown screens display.
       method-id statLine static protected.
       linkage section.
           COPY "Y:\SYDEXSOURCE\BATS\bat310_dg.CPB".
       procedure division returning lineOut as String.
           set address of BAT310-DIALOG-FIELDS to myData::tablePointer
           set lineOut to "AB:" & BAT310-AB & " H:" & BAT310-H &
               " 2B:" & BAT310-2B & " 3B:" & BAT310-3B &
               " HR:" & BAT310-HR & " RBI:" & BAT310-RBI &
               " K:" & BAT310-K & " BA:" & BAT310-BA &
               " OBP:" & BAT310-OBP & " OPS:" & BAT310-OPS &
               " GB:" & BAT310-GB & " FB:" & BAT310-FB &
               " LD:" & BAT310-LD
       end method.

      *    appends the pitch-mix list pitchTendencyByCount
      *    .aspx.cbl reads off the same engine state.
       method-id addPitchMix static protected.
       linkage section.
           COPY "Y:\SYDEXSOURCE\BATS\bat310_dg.CPB".
       procedure division.
           set address of BAT310-DIALOG-FIELDS to myData::tablePointer
           move 1 to aa.
       mix-loop.
           if aa > BAT310-NUM-PITCH-LIST
               go to mix-done.
           invoke packetLines::Add("    " & BAT310-PITCH-DESC(aa)::Trim)
           add 1 to aa
           go to mix-loop.
       mix-done.
       end method.

      *    every one of our hitters against every pitcher on
      *    the opponent's staff, through the same RP/GP + RB/GB + VS
      *    sequence pitchervsbatter.aspx.cbl runs for one pair per
      *    click. Pairs with no history are left out of the packet.
       method-id buildMatchupSection static protected.
       local-storage section.
       01 pIdx          type Int32.
       01 bIdx          type Int32.
       01 numPitchers   type Int32.
       01 numBatters    type Int32.
       01 lineIdx       type Int32.
       linkage section.
           COPY "Y:\sydexsource\BATS\bat766_dg.CPB".
       procedure division.
           if ourTeam = ""
               invoke packetLines::Add("  (no team on this login -- matchup section skipped)")
               exit method.

           set address of BAT766-DIALOG-FIELDS to myData766::tablePointer

           set BAT766-PITCHER-TEAM to opponentName
           MOVE "RP" to BAT766-ACTION
           invoke bat766rununit::Call("BAT766WEBF")
           move 0 to numPitchers
           move 1 to aa.
       pcount-loop.
           if aa > 30
               go to pcount-done.
           if BAT766-P-ROSTER-NAME(aa) = spaces
               go to pcount-done.
           move aa to numPitchers
           add 1 to aa
           go to pcount-loop.
       pcount-done.

           set BAT766-BATTER-TEAM to ourTeam
           MOVE "RB" to BAT766-ACTION
           invoke bat766rununit::Call("BAT766WEBF")
           move 0 to numBatters
           move 1 to aa.
       bcount-loop.
           if aa > 30
               go to bcount-done.
           if BAT766-B-ROSTER-NAME(aa) = spaces
               go to bcount-done.
           move aa to numBatters
           add 1 to aa
           go to bcount-loop.
       bcount-done.

           move 1 to pIdx.
       pair-ploop.
           if pIdx > numPitchers
               go to pair-pdone.
           move 1 to bIdx.
       pair-bloop.
           if bIdx > numBatters
               go to pair-bdone.
           MOVE pIdx to BAT766-SEL-P-BUTTON
           MOVE "GP" to BAT766-ACTION
           invoke bat766rununit::Call("BAT766WEBF")
           MOVE bIdx to BAT766-SEL-B-BUTTON
           MOVE "GB" to BAT766-ACTION
           invoke bat766rununit::Call("BAT766WEBF")
           MOVE "VS" to BAT766-ACTION
           invoke bat766rununit::Call("BAT766WEBF")
           if BAT766-NUM-AB > 0
               invoke packetLines::Add(BAT766-BATTER-DSP-NAME::Trim &
                   " vs " & BAT766-PITCHER-DSP-NAME::Trim & "  (" &
                   BAT766-NUM-AB & " AB)")
               move 1 to lineIdx
               perform until lineIdx > BAT766-NUM-AB
                   invoke packetLines::Add("  " & BAT766-T-LINE(lineIdx)::Trim)
                   add 1 to lineIdx
               end-perform
           end-if
           add 1 to bIdx
           go to pair-bloop.
       pair-bdone.
           add 1 to pIdx
           go to pair-ploop.
       pair-pdone.
       end method.

      *    hand-assembled PDF, the scoutPage.aspx.cbl approach
      *    grown to as many pages as packetLines needs -- object 1 is
      *    the catalog, 2 the page tree, then a page/content object
      *    pair per page, with the shared Courier font as the last
      *    object before the xref.
       method-id emitPdf static protected.
       local-storage section.
       01 pdfOut          type System.Text.StringBuilder.
       01 pageBody        type System.Text.StringBuilder.
       01 pageBodies      type List[String].
       01 objOffsets      type List[type Int32].
       01 kidsList        type String.
       01 lineIdx         type Int32.
       01 pageIdx         type Int32.
       01 objIdx          type Int32.
       01 contentObjNum   type Int32.
       01 fontObjNum      type Int32.
       01 totalObjects    type Int32.
       01 linesOnPage     type Int32.
       01 xrefOffset      PIC 9(10).
       procedure division using by value resultFile as String.
      *    split the packet into 50-line pages first.
           set pageBodies to new List[String]
           set pageBody to new System.Text.StringBuilder
           invoke pageBody::Append("BT /F1 10 Tf 40 750 Td ")
           move 0 to linesOnPage
           move 0 to lineIdx.
       split-loop.
           if lineIdx >= packetLines::Count
               go to split-done.
           invoke pageBody::Append("(")
           invoke pageBody::Append(self::pdfEscape(packetLines[lineIdx]))
           invoke pageBody::Append(") Tj 0 -14 Td" & x"0A")
           add 1 to linesOnPage
           if linesOnPage >= 50
               invoke pageBody::Append("ET")
               invoke pageBodies::Add(pageBody::ToString())
               set pageBody to new System.Text.StringBuilder
               invoke pageBody::Append("BT /F1 10 Tf 40 750 Td ")
               move 0 to linesOnPage
           end-if
           add 1 to lineIdx
           go to split-loop.
       split-done.
           if linesOnPage > 0 or pageBodies::Count = 0
               invoke pageBody::Append("ET")
               invoke pageBodies::Add(pageBody::ToString())
           end-if

           compute fontObjNum = 3 + (pageBodies::Count * 2)

           set pdfOut to new System.Text.StringBuilder
           set objOffsets to new List[type Int32]
           invoke pdfOut::Append("%PDF-1.4" & x"0A")

           invoke objOffsets::Add(pdfOut::Length)
           invoke pdfOut::Append("1 0 obj" & x"0A" & "<< /Type /Catalog /Pages 2 0 R >>" & x"0A" & "endobj" & x"0A")

           set kidsList to ""
           move 0 to pageIdx.
       kids-loop.
           if pageIdx >= pageBodies::Count
               go to kids-done.
           compute objIdx = 3 + (pageIdx * 2)
           set kidsList to kidsList & objIdx::ToString & " 0 R "
           add 1 to pageIdx
           go to kids-loop.
       kids-done.
           invoke objOffsets::Add(pdfOut::Length)
           invoke pdfOut::Append("2 0 obj" & x"0A" & "<< /Type /Pages /Kids [" &
               kidsList::Trim & "] /Count " & pageBodies::Count::ToString &
               " >>" & x"0A" & "endobj" & x"0A")

           move 0 to pageIdx.
       pages-loop.
           if pageIdx >= pageBodies::Count
               go to pages-done.
           compute objIdx = 3 + (pageIdx * 2)
           compute contentObjNum = objIdx + 1
           invoke objOffsets::Add(pdfOut::Length)
           invoke pdfOut::Append(objIdx::ToString & " 0 obj" & x"0A" &
               "<< /Type /Page /Parent 2 0 R /Resources << /Font << /F1 " &
               fontObjNum::ToString & " 0 R >> >> /MediaBox [0 0 612 792]" &
               " /Contents " & contentObjNum::ToString & " 0 R >>" & x"0A" &
               "endobj" & x"0A")
           invoke objOffsets::Add(pdfOut::Length)
           invoke pdfOut::Append(contentObjNum::ToString & " 0 obj" & x"0A" &
               "<< /Length " & pageBodies[pageIdx]::Length::ToString & " >>" &
               x"0A" & "stream" & x"0A")
           invoke pdfOut::Append(pageBodies[pageIdx])
           invoke pdfOut::Append(x"0A" & "endstream" & x"0A" & "endobj" & x"0A")
           add 1 to pageIdx
           go to pages-loop.
       pages-done.

           invoke objOffsets::Add(pdfOut::Length)
           invoke pdfOut::Append(fontObjNum::ToString & " 0 obj" & x"0A" &
               "<< /Type /Font /Subtype /Type1 /BaseFont /Courier >>" & x"0A" &
               "endobj" & x"0A")

           set xrefOffset to pdfOut::Length
           compute totalObjects = fontObjNum + 1
           invoke pdfOut::Append("xref" & x"0A" & "0 " &
               totalObjects::ToString & x"0A")
           invoke pdfOut::Append("0000000000 65535 f " & x"0A")
           move 0 to objIdx.
       xref-loop.
           if objIdx >= objOffsets::Count
               go to xref-done.
           invoke pdfOut::Append(objOffsets[objIdx]::ToString("0000000000") & " 00000 n " & x"0A")
           add 1 to objIdx
           go to xref-loop.
       xref-done.
           invoke pdfOut::Append("trailer" & x"0A" & "<< /Size " &
               totalObjects::ToString & " /Root 1 0 R >>" & x"0A" &
               "startxref" & x"0A" & xrefOffset::ToString & x"0A" & "%%EOF")

           invoke type System.IO.File::WriteAllBytes(resultFile,
               type System.Text.Encoding::ASCII::GetBytes(pdfOut::ToString()))
       end method.

      *    Helper: escapes the backslash/paren characters that
      *    are special inside a PDF string-literal Tj operand. Same as
      *    scoutPage.aspx.cbl's pdfEscape.
       method-id pdfEscape static protected.
       procedure division using by value rawText as type String
                          returning safeText as type String.
           set safeText to rawText::Replace("\", "\\")::Replace("(", "\(")::Replace(")", "\)")
       end method.

       end class.
