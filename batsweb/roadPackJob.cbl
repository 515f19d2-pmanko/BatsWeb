      * the background build of a road-trip viewing pack, for
      * reportWorker.cbl. Advance scouts build the pack before the
      * bus leaves and carry it on a laptop with no connection and
      * no login: one file, roadPack.aspx.cbl's download, that holds
      *   - the opponent scouting packet (scoutingPacketJob.cbl's
      *     packet and PDF layout, unchanged);
      *   - the opponent's spray chart (their batted balls over the
      *     park) and zone chart (their pitchers' pitches by zone
      *     cell), drawn as playerPortalChart.aspx.cbl draws the
      *     portal's, from every one of their games in the date range
      *     walked through the gameSummary engine;
      *   - our last N games' summaries -- the at-bat and stat lines
      *     gameSummary.aspx.cbl shows and prints;
      *   - the relevant clips -- their base hits and their
      *     pitchers' strikeouts in the range, newest ROAD-CLIP-MAX --
      *     each fetched off the CDN and cut down to 360 lines through
      *     ffmpeg, as batstubeplaylist.aspx.cbl's highlight reel
      *     already does.
      * The whole pack is one JSON document, enciphered (AES-256-CBC,
      * HMAC-SHA256 over IV and cipher text, both keys drawn from the
      * pass phrase through PBKDF2-SHA256 with a fresh salt) and
      * written into a plain HTML page whose script asks for the pass
      * phrase, checks the MAC, deciphers in the browser and shows
      * the pack. The expiry day travels inside the enciphered
      * document and the viewer will not show the pack after it.
      * The pass phrase is the screen's, handed over in the job's
      * request file; the request file is deleted as soon as it is
      * read, so the phrase is never on file once the build starts.
      * Each pack built is logged in BATSW061.DAT: the job, the
      * account that built it, what it covers and the day it
      * expires.
       $set ilusing"System.IO"
       $set ilusing"System.Security.Cryptography"
       $set ilusing"System.Drawing"
       $set ilusing"System.Drawing.Imaging"

       class-id batsweb.roadPackJob.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       $SET CALLFH"EXTFH"
       $SET DATACOMPRESS"1"
        SELECT PACKLOG-FILE ASSIGN WS-PACKLOG-FILE
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS RPK-JOB
              LOCK MANUAL
              FILE STATUS IS STATUS-COMN.

       file section.
       FD  PACKLOG-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS RPK-REC.

      *    one row per pack built. RPK-JOB is the report-queue
      *    job that built it; RPK-FROM/RPK-TO the opponent's date
      *    range and RPK-EXPIRES the last day the viewer opens it,
      *    all yyyyMMdd. RPK-BUILT is UTC.
       01  RPK-REC.
           05  RPK-JOB                 PIC X(18).
           05  RPK-TEAM                PIC X(15).
           05  RPK-BUILT-BY            PIC X(30).
           05  RPK-OPPONENT            PIC X(15).
           05  RPK-FROM                PIC 9(8).
           05  RPK-TO                  PIC 9(8).
           05  RPK-OUR-GAMES           PIC 9(2).
           05  RPK-CLIPS               PIC 9(4).
           05  RPK-BUILT               PIC X(14).
           05  RPK-EXPIRES             PIC 9(8).
           05  FILLER                  PIC X(10).

       working-storage section.
       COPY "Y:\sydexsource\shared\WS-SYS.CBL".
       01 bat360rununit         type RunUnit.
       01 BAT360WEBF                type BAT360WEBF.
       01 bat310rununit         type RunUnit.
       01 BAT310WEBF                type BAT310WEBF.
       01 my360data type batsweb.bat360Data.
       01 my310data type batsweb.bat310Data.
       01  WS-PACKLOG-FILE    PIC X(256) VALUE "BATSW061.DAT".
       01  STATUS-COMN.
           05  STATUS-BYTE-1           PIC X      VALUE SPACES.
           05  STATUS-BYTE-2           PIC X      VALUE SPACES.
       01 WS-CDN-BASE-URL type String value "https://cdn.example.com/video/".
      *    the most clips one pack carries, ffmpeg's time per
      *    clip, and the PBKDF2 rounds on the pass phrase (the
      *    viewer reads the count out of the pack).
       01  ROAD-CLIP-MAX               PIC 9(3)  VALUE 40.
       01  FFMPEG-TIMEOUT-MS           PIC 9(7)  VALUE 0090000.
       01  KEY-ROUNDS                  PIC 9(6)  VALUE 200000.

      *    the request, as roadPack.aspx.cbl wrote it.
       01  RP-OPPONENT                 PIC X(15).
       01  RP-OUR-TEAM                 PIC X(15).
       01  RP-BUILT-BY                 PIC X(30).
       01  RP-FROM-DATE                PIC 9(8).
       01  RP-TO-DATE                  PIC 9(8).
       01  RP-GAMES-WANTED             PIC 9(2).
       01  RP-EXPIRES                  PIC 9(8).
       01  RP-YEAR                     PIC 9(4).
       01  RP-GAME-NO                  PIC 9(4).
       01  RP-OPP-GAMES                PIC 9(4)  VALUE 0.
       01  RP-OUR-COUNT                PIC 9(2)  VALUE 0.
       01  RP-CLIP-COUNT               PIC 9(4)  VALUE 0.
      *    splits BAT360-AB-LINE -- a filled left column is the
      *    visitors batting.
       01  RP-LINE.
           05  RP-LINE-L               PIC X(39).
           05  RP-LINE-MID             PIC X.
           05  RP-LINE-R               PIC X(39).
      *    the first twelve DIALOG-PLO entries -- the zone cells,
      *    3 across and 4 down, as the portal numbers them.
       01  RP-LOC-LABEL OCCURS 12 TIMES     PIC X(15) VALUE SPACES.
       01  RP-LOC-ENTRIES               PIC 9(4)  VALUE 0.
       01  RP-ZONE-TBL.
           05  RP-ZONE OCCURS 12 TIMES.
               10  RP-Z-PITCHES            PIC 9(5).
               10  RP-Z-SWINGS             PIC 9(5).
               10  RP-Z-INPLAY             PIC 9(5).
       01  sprayText             type String.
       01  parkFile              type String.
      *    clip candidates, oldest first, as "url|title".
       01  clipWanted            type List[String].
       01  packJson              type System.Text.StringBuilder.

      *    builds one pack. The request file's lines: opponent,
      *    start and end (MM/dd/yy as keyed), our team, games wanted,
      *    days to keep, the building account, the pass phrase, and
      *    the site's Images folder (for the park drawing). Blank
      *    back when the pack is filed, otherwise the reason it could
      *    not be.
       method-id run static public.
       local-storage section.
       01 reqFile       type String.
       01 reqLines      type String occurs any.
       01 passPhrase    type String.
       01 fromText      type String.
       01 toText        type String.
       01 keepDays      type Int32.
       01 wantGames     type Int32.
       01 workDir       type String.
       01 packetLines   type List[String].
       01 pdfFile       type String.
       procedure division using by value jobId as String
                          returning failText as String.
           set failText to ""
           set reqFile to type batsweb.reportQueue::requestPath(jobId)
           if type File::Exists(reqFile) = false
               set failText to "the pack request is missing -- build it again"
               exit method.
           set reqLines to type File::ReadAllLines(reqFile)
      *    the pass phrase goes no further than this run.
           invoke type File::Delete(reqFile)
           if reqLines::Length < 9
               set failText to "the pack request is incomplete"
               exit method.
           MOVE reqLines[0]::Trim TO RP-OPPONENT
           set fromText to reqLines[1]::Trim
           set toText to reqLines[2]::Trim
           MOVE reqLines[3]::Trim TO RP-OUR-TEAM
           MOVE reqLines[6]::Trim TO RP-BUILT-BY
           set passPhrase to reqLines[7]
           set parkFile to type Path::Combine(reqLines[8]::Trim, "if1.png")
           if type Int32::TryParse(reqLines[4], by reference wantGames) = false
            or wantGames < 1 or wantGames > 20
               set wantGames to 5.
           MOVE wantGames TO RP-GAMES-WANTED
           if type Int32::TryParse(reqLines[5], by reference keepDays) = false
            or keepDays < 1 or keepDays > 30
               set keepDays to 14.
           try
               set RP-FROM-DATE to type Int32::Parse(type DateTime::ParseExact(
                   fromText, "MM/dd/yy", null)::ToString("yyyyMMdd"))
               set RP-TO-DATE to type Int32::Parse(type DateTime::ParseExact(
                   toText, "MM/dd/yy", null)::ToString("yyyyMMdd"))
           catch exc as type Exception
               set failText to "the pack dates are not valid"
           end-try
           if failText not = ""
               exit method.
           set RP-EXPIRES to type Int32::Parse(
               type DateTime::Today::AddDays(keepDays)::ToString("yyyyMMdd"))

           set workDir to type batsweb.reportQueue::resultPath(jobId) & ".work"
           invoke type Directory::CreateDirectory(workDir)
           set packJson to new System.Text.StringBuilder
           invoke packJson::Append("{""opponent"":" & self::jsonText(RP-OPPONENT::Trim) &
               ",""from"":" & self::jsonText(fromText) &
               ",""to"":" & self::jsonText(toText) &
               ",""builtBy"":" & self::jsonText(RP-BUILT-BY::Trim) &
               ",""built"":" & self::jsonText(type DateTime::Now::ToString("yyyy-MM-dd HH:mm")) &
               ",""expires"":""" & RP-EXPIRES & """")

      *    the packet, exactly as the packet screen builds it.
           set packetLines to type batsweb.scoutingPacketJob::packetLinesFor(
               RP-OPPONENT::Trim, fromText, toText, RP-OUR-TEAM::Trim)
           set pdfFile to type Path::Combine(workDir, "packet.pdf")
           invoke type batsweb.scoutingPacketJob::writePdf(packetLines, pdfFile)
           invoke packJson::Append(",""packet"":""" &
               type Convert::ToBase64String(type File::ReadAllBytes(pdfFile)) & """")

           invoke self::startEngines
           invoke self::walkOpponent
           if RP-OPP-GAMES = 0
               invoke type Directory::Delete(workDir, true)
               set failText to "no " & RP-OPPONENT::Trim & " games charted in that range"
               exit method.
           invoke packJson::Append(",""spray"":""" &
               type Convert::ToBase64String(self::drawSpray()) & """")
           invoke packJson::Append(",""zone"":""" &
               type Convert::ToBase64String(self::drawZone()) & """")
           invoke self::addOurGames
           invoke self::addClips(workDir)
           invoke packJson::Append("}")

           invoke self::writeViewer(type batsweb.reportQueue::resultPath(jobId),
               type System.Text.Encoding::UTF8::GetBytes(packJson::ToString()),
               passPhrase)
           set packJson to null
           invoke type Directory::Delete(workDir, true)
           invoke self::logPack(jobId)
       end method.

      *    fresh engine blocks for this run -- the 360 engine for
      *    the games, the 310 engine only for the zone cells' names.
       method-id startEngines static protected.
       linkage section.
           COPY "Y:\sydexsource\BATS\bat360_dg.CPB".
           COPY "Y:\sydexsource\BATS\bat310_dg.CPB".
       procedure division.
           set my360data to new batsweb.bat360Data
           invoke my360data::populateData
           set bat360rununit to type RunUnit::New()
           set BAT360WEBF to new BAT360WEBF
           invoke bat360rununit::Add(BAT360WEBF)
           set address of BAT360-DIALOG-FIELDS to my360Data::tablePointer
           move "I" to BAT360-ACTION
           invoke bat360rununit::Call("BAT360WEBF")
           move spaces to ERROR-FIELD

           set my310data to new batsweb.bat310Data
           invoke my310data::populateData
           set bat310rununit to type RunUnit::New()
           set BAT310WEBF to new BAT310WEBF
           invoke bat310rununit::Add(BAT310WEBF)
           set address of BAT310-DIALOG-FIELDS to my310Data::tablePointer
           INITIALIZE BAT310-DIALOG-FIELDS
           MOVE "I" TO BAT310-ACTION
           invoke bat310rununit::Call("BAT310WEBF")
           move 0 to RP-LOC-ENTRIES
           move 1 to aa.
       plo-loop.
           if aa > DIALOG-PLO-NUM-ENTRIES or aa > 12
               go to plo-done.
           add 1 to RP-LOC-ENTRIES
           move DIALOG-PLO(aa)::Trim::ToUpper to RP-LOC-LABEL(RP-LOC-ENTRIES)
           add 1 to aa
           go to plo-loop.
       plo-done.
           if BAT310-BPARK-BITMAP not = spaces
            and type File::Exists(type Path::Combine(
                type Path::GetDirectoryName(parkFile), BAT310-BPARK-BITMAP::Trim))
               set parkFile to type Path::Combine(
                   type Path::GetDirectoryName(parkFile), BAT310-BPARK-BITMAP::Trim).
       end method.

      *    every opponent game in the range, each season the
      *    range touches loaded in turn. Their at-bats feed the spray
      *    chart and their hits the clip list; ours feed the zone
      *    chart (their pitchers' locations) and the clip list with
      *    their strikeouts.
       method-id walkOpponent static protected.
       local-storage section.
       01  gameIdx         type Int32.
       01  lineIdx         type Int32.
       01  oppSide         type String.
       01  battingSide     type String.
       01  resText         type String.
       linkage section.
           COPY "Y:\sydexsource\BATS\bat360_dg.CPB".
       procedure division.
           set address of BAT360-DIALOG-FIELDS to my360Data::tablePointer
           INITIALIZE RP-ZONE-TBL
           move 0 to RP-OPP-GAMES
           set sprayText to ""
           set clipWanted to new List[String]
           compute RP-YEAR = RP-FROM-DATE / 10000.
       year-loop.
           if RP-YEAR > RP-TO-DATE / 10000
               go to year-done.
           move RP-YEAR to BAT360-GAME-SEL-YR
           MOVE "T" to BAT360-GAMES-CHOICE
           MOVE RP-OPPONENT to BAT360-GAMES-TEAM
           MOVE "RG" to BAT360-ACTION
           invoke bat360rununit::Call("BAT360WEBF")
           move spaces to ERROR-FIELD
           move 1 to gameIdx.
       game-loop.
           if gameIdx > BAT360-NUM-GAMES
               go to game-done.
           if BAT360-G-GAME-DATE(gameIdx) < RP-FROM-DATE
            or BAT360-G-GAME-DATE(gameIdx) > RP-TO-DATE
               add 1 to gameIdx
               go to game-loop.
           if BAT360-G-VIS(gameIdx)::Trim::ToUpper = RP-OPPONENT::Trim::ToUpper
               set oppSide to "V"
           else
               if BAT360-G-HOME(gameIdx)::Trim::ToUpper = RP-OPPONENT::Trim::ToUpper
                   set oppSide to "H"
               else
                   add 1 to gameIdx
                   go to game-loop
               end-if
           end-if
           set BAT360-AB-IP to 0
           set BAT360-SEL-GAME TO gameIdx
           MOVE BAT360-G-GAME-DATE(gameIdx) to BAT360-I-GAME-DATE
           MOVE BAT360-G-GAME-ID(gameIdx) to BAT360-I-GAME-ID
           MOVE "RA" to BAT360-ACTION
           invoke bat360rununit::Call("BAT360WEBF")
           if ERROR-FIELD NOT = SPACES
               move spaces to ERROR-FIELD
               add 1 to gameIdx
               go to game-loop.
           add 1 to RP-OPP-GAMES
           move 1 to lineIdx.
       line-loop.
           if lineIdx > BAT360-NUM-AB
               go to line-done.
           IF BAT360-REC-TYPE(lineIdx) NOT = "B"
               add 1 to lineIdx
               go to line-loop.
           MOVE BAT360-AB-LINE(lineIdx) TO RP-LINE
           if RP-LINE-L not = SPACES
               set battingSide to "V"
           else
               set battingSide to "H"
           end-if
           set BAT360-SEL-AB to lineIdx
           MOVE BAT360-SEL-AB to BAT360-AB-IP
           MOVE BAT360-AB-KEY(lineIdx) to BAT360-I-KEY
           move "VA" to BAT360-ACTION
           invoke bat360rununit::Call("BAT360WEBF")
           if ERROR-FIELD NOT = SPACES
               move spaces to ERROR-FIELD
               add 1 to lineIdx
               go to line-loop.
           set resText to BAT360-I-RES-DESC::Trim::ToUpper
           if battingSide = oppSide
               if BAT360-HITLOC-X not = 0 or BAT360-HITLOC-Y not = 0
                   set sprayText to sprayText & BAT360-HITLOC-X & "," &
                       BAT360-HITLOC-Y & "," & self::hitFlag(resText) & ";"
               end-if
               if self::hitFlag(resText) = "H"
                   invoke self::wantClip(gameIdx, "their hit")
               end-if
           else
               invoke self::tallyPitches
               if resText::Contains("STRIKE") or resText::Contains("STRUCK")
                   invoke self::wantClip(gameIdx, "their strikeout")
               end-if
           end-if
           add 1 to lineIdx
           go to line-loop.
       line-done.
           add 1 to gameIdx
           go to game-loop.
       game-done.
           add 1 to RP-YEAR
           go to year-loop.
       year-done.
       end method.

      *    the at-bat just read, as a clip candidate -- its first
      *    camera angle off the engine's video list, with the lead-in
      *    the team's window for its result trims off (clipWindow.cbl).
       method-id wantClip static protected.
       local-storage section.
       01  windowLine      type String.
       01  clipTrim        type String.
       linkage section.
           COPY "Y:\sydexsource\BATS\bat360_dg.CPB".
       procedure division using by value gameIdx as type Int32
                                 by value whyText as String.
           set address of BAT360-DIALOG-FIELDS to my360Data::tablePointer
           move "PA" to BAT360-ACTION
           invoke bat360rununit::Call("BAT360WEBF")
           if ERROR-FIELD NOT = SPACES
               move spaces to ERROR-FIELD
               exit method.
           if BAT360-WF-VID-COUNT = 0 or BAT360-WF-VIDEO-A(1) = spaces
               exit method.
           set windowLine to type pucksweb.clipWindow::loadTeam("" & RP-OUR-TEAM, "B")
           set clipTrim to type pucksweb.clipWindow::fileTrim(windowLine,
               type pucksweb.clipWindow::codeOf(windowLine, BAT360-WF-VIDEO-TITL(1)))
           invoke clipWanted::Add(WS-CDN-BASE-URL & BAT360-WF-VIDEO-PATH(1)::Trim &
               BAT360-WF-VIDEO-A(1)::Trim & clipTrim & "|" & BAT360-G-GAME-DATE(gameIdx) &
               "  " & BAT360-BATTER::Trim & " vs " & BAT360-PITCHER::Trim &
               "  " & BAT360-I-RES-DESC::Trim & "  (" & whyText & ")")
       end method.

      *    the at-bat's pitches filed by zone cell.
       method-id tallyPitches static protected.
       local-storage section.
       01  pIdx            type Int32.
       01  cellIdx         type Int32.
       01  searchIdx       type Int32.
       01  locText         type String.
       01  resText         type String.
       linkage section.
           COPY "Y:\sydexsource\BATS\bat360_dg.CPB".
       procedure division.
           set address of BAT360-DIALOG-FIELDS to my360Data::tablePointer
           move 1 to pIdx.
       pitch-loop.
           if pIdx > BAT360-NUM-PITCHES
               go to pitch-done.
           set cellIdx to 0
           set locText to BAT360-P-DESC(pIdx)::Trim::ToUpper
           perform varying searchIdx from 1 by 1
                   until searchIdx > RP-LOC-ENTRIES or locText = ""
               if RP-LOC-LABEL(searchIdx)::Trim = locText
                   set cellIdx to searchIdx
                   exit perform
               end-if
           end-perform
           if cellIdx = 0
               add 1 to pIdx
               go to pitch-loop.
           add 1 to RP-Z-PITCHES(cellIdx)
           set resText to BAT360-P-RESULT(pIdx)::Trim::ToUpper
           if resText::Contains("SWING") or resText::Contains("FOUL")
            or resText::Contains("IN PLAY") or resText::Contains("BUNT")
               add 1 to RP-Z-SWINGS(cellIdx).
           if resText::Contains("IN PLAY")
               add 1 to RP-Z-INPLAY(cellIdx).
           add 1 to pIdx
           go to pitch-loop.
       pitch-done.
       end method.

      *    "H" for a base hit, "O" for anything else.
       method-id hitFlag static protected.
       procedure division using by value resText as String
                          returning flagOut as String.
           set flagOut to "O"
           if resText::Contains("SINGLE") or resText::Contains("DOUBLE")
            or resText::Contains("TRIPLE") or resText::Contains("HOME RUN")
               set flagOut to "H".
       end method.

      *    our club's most recent games this season, newest
      *    first, each as its at-bat and stat lines.
       method-id addOurGames static protected.
       local-storage section.
       01  gameIdx         type Int32.
       01  lineIdx         type Int32.
       01  gameKeys        type List[String].
       01  keyIdx          type Int32.
       01  todayNum        type Int32.
       01  firstLine       type String.
       linkage section.
           COPY "Y:\sydexsource\BATS\bat360_dg.CPB".
       procedure division.
           set address of BAT360-DIALOG-FIELDS to my360Data::tablePointer
           invoke packJson::Append(",""games"":[")
           move 0 to RP-OUR-COUNT
           set todayNum to type Int32::Parse(type DateTime::Today::ToString("yyyyMMdd"))
           set BAT360-GAME-SEL-YR to type DateTime::Today::Year
           MOVE "T" to BAT360-GAMES-CHOICE
           MOVE RP-OUR-TEAM to BAT360-GAMES-TEAM
           MOVE "RG" to BAT360-ACTION
           invoke bat360rununit::Call("BAT360WEBF")
           move spaces to ERROR-FIELD
      *    date then list position, so a plain sort puts the
      *    newest last.
           set gameKeys to new List[String]
           perform varying gameIdx from 1 by 1 until gameIdx > BAT360-NUM-GAMES
               if BAT360-G-GAME-DATE(gameIdx) <= todayNum
                   move gameIdx to RP-GAME-NO
                   invoke gameKeys::Add("" & BAT360-G-GAME-DATE(gameIdx) & RP-GAME-NO)
               end-if
           end-perform
           invoke gameKeys::Sort()
           set keyIdx to gameKeys::Count - 1.
       our-loop.
           if keyIdx < 0 or RP-OUR-COUNT >= RP-GAMES-WANTED
               go to our-done.
           set gameIdx to type Int32::Parse(gameKeys[keyIdx]::Substring(8))
           subtract 1 from keyIdx
           set BAT360-AB-IP to 0
           set BAT360-SEL-GAME TO gameIdx
           MOVE BAT360-G-GAME-DATE(gameIdx) to BAT360-I-GAME-DATE
           MOVE BAT360-G-GAME-ID(gameIdx) to BAT360-I-GAME-ID
           MOVE "RA" to BAT360-ACTION
           invoke bat360rununit::Call("BAT360WEBF")
           if ERROR-FIELD NOT = SPACES
               move spaces to ERROR-FIELD
               go to our-loop.
           if RP-OUR-COUNT > 0
               invoke packJson::Append(",").
           add 1 to RP-OUR-COUNT
           invoke packJson::Append("{""title"":" & self::jsonText("" &
               BAT360-G-GAME-DATE(gameIdx) & "  " & BAT360-G-VIS(gameIdx)::Trim &
               " @ " & BAT360-G-HOME(gameIdx)::Trim) & ",""lines"":[")
           set firstLine to ""
           perform varying lineIdx from 1 by 1 until lineIdx > BAT360-NUM-AB
               invoke packJson::Append(firstLine &
                   self::jsonText(BAT360-AB-LINE(lineIdx)::TrimEnd))
               set firstLine to ","
           end-perform
           perform varying lineIdx from 1 by 1 until lineIdx > BAT360-NUM-T-LINES
               invoke packJson::Append(firstLine &
                   self::jsonText(BAT360-T-LINE(lineIdx)::TrimEnd))
               set firstLine to ","
           end-perform
           invoke packJson::Append("]}")
           go to our-loop.
       our-done.
           invoke packJson::Append("]")
       end method.

      *    the newest ROAD-CLIP-MAX candidates, each cut down to
      *    360 lines by ffmpeg into the work folder and carried in
      *    the pack. A clip the CDN or ffmpeg will not give up is
      *    left out.
       method-id addClips static protected.
       local-storage section.
       01  clipIdx         type Int32.
       01  clipUrl         type String.
       01  clipTitle       type String.
       01  clipFile        type String.
       01  firstClip       type String.
       01  clipLanded      type String.
       01  psi             type System.Diagnostics.ProcessStartInfo.
       01  ffProc          type System.Diagnostics.Process.
       procedure division using by value workDir as String.
           invoke packJson::Append(",""clips"":[")
           move 0 to RP-CLIP-COUNT
           set firstClip to ""
           set clipIdx to clipWanted::Count - ROAD-CLIP-MAX
           if clipIdx < 0
               set clipIdx to 0.
       clip-loop.
           if clipIdx >= clipWanted::Count
               go to clip-done.
           set clipUrl to clipWanted[clipIdx]::Substring(0, clipWanted[clipIdx]::IndexOf("|"))
           set clipTitle to clipWanted[clipIdx]::Substring(clipWanted[clipIdx]::IndexOf("|") + 1)
           set clipFile to type Path::Combine(workDir, "clip" & clipIdx & ".mp4")
           add 1 to clipIdx
      *    each token goes straight to ffmpeg, no shell between,
      *    as the highlight reel passes them.
           set psi to new System.Diagnostics.ProcessStartInfo("ffmpeg.exe")
           set psi::UseShellExecute to false
           set psi::CreateNoWindow to true
           invoke psi::ArgumentList::Add("-y")
      *    a trimmed lead-in rides on the URL as "#t=n"; ffmpeg
      *    takes it as a seek ahead of the input.
           if clipUrl::Contains("#t=")
               invoke psi::ArgumentList::Add("-ss")
               invoke psi::ArgumentList::Add(clipUrl::Substring(clipUrl::IndexOf("#t=") + 3))
               set clipUrl to clipUrl::Substring(0, clipUrl::IndexOf("#t="))
           end-if
           invoke psi::ArgumentList::Add("-i")
           invoke psi::ArgumentList::Add(clipUrl)
           invoke psi::ArgumentList::Add("-vf")
           invoke psi::ArgumentList::Add("scale=-2:360")
           invoke psi::ArgumentList::Add("-c:v")
           invoke psi::ArgumentList::Add("libx264")
           invoke psi::ArgumentList::Add("-preset")
           invoke psi::ArgumentList::Add("veryfast")
           invoke psi::ArgumentList::Add("-crf")
           invoke psi::ArgumentList::Add("30")
           invoke psi::ArgumentList::Add("-c:a")
           invoke psi::ArgumentList::Add("aac")
           invoke psi::ArgumentList::Add("-b:a")
           invoke psi::ArgumentList::Add("64k")
           invoke psi::ArgumentList::Add("-movflags")
           invoke psi::ArgumentList::Add("+faststart")
           invoke psi::ArgumentList::Add(clipFile)
           set clipLanded to "Y"
           try
               set ffProc to type System.Diagnostics.Process::Start(psi)
               if not ffProc::WaitForExit(FFMPEG-TIMEOUT-MS)
                   invoke ffProc::Kill()
                   set clipLanded to "N"
               end-if
           catch exc as type Exception
               set clipLanded to "N"
           end-try
           if clipLanded = "N" or type File::Exists(clipFile) = false
               go to clip-loop.
           invoke packJson::Append(firstClip & "{""title"":" & self::jsonText(clipTitle) &
               ",""mp4"":""" & type Convert::ToBase64String(type File::ReadAllBytes(clipFile)) &
               """}")
           set firstClip to ","
           add 1 to RP-CLIP-COUNT
           invoke type File::Delete(clipFile)
           go to clip-loop.
       clip-done.
           invoke packJson::Append("]")
       end method.

      *    their batted balls over the park, scaled as the
      *    portal's spray chart is (red a base hit, blue the rest).
       method-id drawSpray static protected.
       local-storage section.
       01  drawArea        type Bitmap.
       01  g               type Graphics.
       01  parkImage       type Bitmap.
       01  sprayList       type String occurs any.
       01  sprayIdx        type Int32.
       01  sprayPart       type String occurs any.
       01  hitX            type Int32.
       01  hitY            type Int32.
       01  ws-x            pic 9(4).
       01  ws-y            pic 9(4).
       01  ws-x2           pic 9(4).
       01  ws-y2           pic 9(4).
       01  mypen           type Pen.
       01  imageOut        type MemoryStream.
       procedure division returning jpegBytes as type Byte occurs any.
           set drawArea to new Bitmap(597, 480)
           set g to type Graphics::FromImage(drawArea)
           invoke g::Clear(type Color::White)
           if type File::Exists(parkFile)
               set parkImage to type Bitmap::FromFile(parkFile) as type Bitmap
               invoke g::DrawImage(parkImage, new Rectangle(0, 0, 597, 480))
               invoke parkImage::Dispose().
           move 296 to ws-x
           move 440 to ws-y
           set sprayList to sprayText::Split(";")
           perform varying sprayIdx from 0 by 1 until sprayIdx >= sprayList::Length
               set sprayPart to sprayList[sprayIdx]::Split(",")
               if sprayPart::Length = 3
                and type Int32::TryParse(sprayPart[0], by reference hitX)
                and type Int32::TryParse(sprayPart[1], by reference hitY)
                   move hitX to ws-x2
                   COMPUTE WS-Y2 ROUNDED = hitY / 488 * 480
                   if sprayPart[2] = "H"
                       set mypen to new Pen(type Brushes::Red, 2)
                   else
                       set mypen to new Pen(type Brushes::Blue, 1)
                   end-if
                   invoke g::DrawLine(mypen, ws-x, ws-y, ws-x2, ws-y2)
                   invoke g::FillEllipse(mypen::Brush, ws-x2 - 3, ws-y2 - 3, 6, 6)
                   invoke mypen::Dispose()
               end-if
           end-perform
           set imageOut to new MemoryStream
           invoke drawArea::Save(imageOut, type ImageFormat::Jpeg)
           invoke g::Dispose()
           invoke drawArea::Dispose()
           set jpegBytes to imageOut::ToArray()
       end method.

      *    their pitchers' pitches over the twelve zone cells,
      *    shaded by count, as the portal's zone chart.
       method-id drawZone static protected.
       local-storage section.
       01  drawArea        type Bitmap.
       01  g               type Graphics.
       01  cellIdx         type Int32.
       01  cellCol         type Int32.
       01  cellRow         type Int32.
       01  maxPitches      type Int32.
       01  shade           type Int32.
       01  mypen           type Pen.
       01  myfont          type Font.
       01  mybrush         type SolidBrush.
       01  myrectangle     type Rectangle.
       01  textrect        type RectangleF.
       01  mystringformat  type StringFormat.
       01  imageOut        type MemoryStream.
       procedure division returning jpegBytes as type Byte occurs any.
           set drawArea to new Bitmap(288, 336)
           set g to type Graphics::FromImage(drawArea)
           invoke g::Clear(type Color::White)
           set mypen to new Pen(type Brushes::Black, 1)
           set myfont to new Font("Arial", 10)
           set mystringformat to new StringFormat
           set mystringformat::Alignment to type StringAlignment::Center
           set mystringformat::LineAlignment to type StringAlignment::Center
           set maxPitches to 0
           perform varying cellIdx from 1 by 1 until cellIdx > 12
               if RP-Z-PITCHES(cellIdx) > maxPitches
                   set maxPitches to RP-Z-PITCHES(cellIdx)
               end-if
           end-perform
           perform varying cellIdx from 0 by 1 until cellIdx > 11
               compute cellRow = cellIdx / 3
               compute cellCol = cellIdx - (cellRow * 3)
               set myrectangle to new Rectangle(cellCol * 96, cellRow * 84, 96, 84)
               set textrect to new RectangleF(cellCol * 96, cellRow * 84, 96, 84)
               if maxPitches > 0 and RP-Z-PITCHES(cellIdx + 1) > 0
                   compute shade = 255 - (RP-Z-PITCHES(cellIdx + 1) * 160 / maxPitches)
                   set mybrush to new SolidBrush(type Color::FromArgb(255, shade, shade))
                   invoke g::FillRectangle(mybrush, myrectangle)
                   invoke mybrush::Dispose()
               end-if
               invoke g::DrawRectangle(mypen, myrectangle)
               invoke g::DrawString(RP-Z-PITCHES(cellIdx + 1)::ToString & " P" &
                   type Environment::NewLine & RP-Z-SWINGS(cellIdx + 1)::ToString &
                   " sw / " & RP-Z-INPLAY(cellIdx + 1)::ToString & " ip",
                   myfont, type Brushes::Black, textrect,
                   mystringformat)
           end-perform
           invoke myfont::Dispose()
           invoke mypen::Dispose()
           set imageOut to new MemoryStream
           invoke drawArea::Save(imageOut, type ImageFormat::Jpeg)
           invoke g::Dispose()
           invoke drawArea::Dispose()
           set jpegBytes to imageOut::ToArray()
       end method.

      *    a JSON string literal.
       method-id jsonText static protected.
       procedure division using by value textIn as String
                          returning textOut as String.
           if textIn = null
               set textIn to "".
           set textOut to textIn::Replace("\", "\\")
           set textOut to textOut::Replace("""", "\""")
           set textOut to textOut::Replace(x"0D", "\r")
           set textOut to textOut::Replace(x"0A", "\n")
           set textOut to textOut::Replace(x"09", "\t")
           set textOut to """" & textOut & """"
       end method.

      *    the pack file: the enciphered document and the
      *    viewer that opens it, in one HTML page.
       method-id writeViewer static protected.
       local-storage section.
       01  rng             type RandomNumberGenerator.
       01  saltBytes       type Byte occurs 16.
       01  ivBytes         type Byte occurs 16.
       01  keyMaker        type Rfc2898DeriveBytes.
       01  keyBytes        type Byte occurs any.
       01  aesKey          type Byte occurs 32.
       01  macKey          type Byte occurs 32.
       01  aes             type Aes.
       01  cipherBytes     type Byte occurs any.
       01  macInput        type Byte occurs any.
       01  hmac            type HMACSHA256.
       01  htmlOut         type StreamWriter.
       procedure division using by value packFile as String
                                 by value plainBytes as type Byte occurs any
                                 by value passPhrase as String.
           set rng to type RandomNumberGenerator::Create()
           invoke rng::GetBytes(saltBytes)
           invoke rng::GetBytes(ivBytes)
           invoke rng::Dispose()
      *    64 bytes off the pass phrase: the cipher key, then the
      *    MAC key.
           set keyMaker to new Rfc2898DeriveBytes(passPhrase, saltBytes,
               KEY-ROUNDS, type HashAlgorithmName::SHA256)
           set keyBytes to keyMaker::GetBytes(64)
           invoke keyMaker::Dispose()
           invoke type Array::Copy(keyBytes, 0, aesKey, 0, 32)
           invoke type Array::Copy(keyBytes, 32, macKey, 0, 32)
           set aes to type Aes::Create()
           set aes::Mode to type CipherMode::CBC
           set aes::Padding to type PaddingMode::PKCS7
           set aes::Key to aesKey
           set aes::IV to ivBytes
           set cipherBytes to aes::CreateEncryptor()::TransformFinalBlock(
               plainBytes, 0, plainBytes::Length)
           invoke aes::Dispose()
           set macInput to new Byte[16 + cipherBytes::Length]
           invoke type Array::Copy(ivBytes, 0, macInput, 0, 16)
           invoke type Array::Copy(cipherBytes, 0, macInput, 16, cipherBytes::Length)
           set hmac to new HMACSHA256(macKey)

           set htmlOut to new StreamWriter(packFile, false)
           invoke htmlOut::WriteLine('<!DOCTYPE html><html><head><meta charset="utf-8">')
           invoke htmlOut::WriteLine('<title>Road pack: ' &
               type System.Net.WebUtility::HtmlEncode(RP-OPPONENT::Trim) & '</title>')
           invoke htmlOut::WriteLine('<style>body{font-family:Arial;margin:16px;}' &
               ' pre{font-size:11px;} .hide{display:none;}' &
               ' img{margin:4px;border:1px solid #999;} video{display:block;}</style>')
           invoke htmlOut::WriteLine('</head><body>')
           invoke htmlOut::WriteLine('<h2>Road pack: ' &
               type System.Net.WebUtility::HtmlEncode(RP-OPPONENT::Trim) & '</h2>')
           invoke htmlOut::WriteLine('<div id="lock">Pass phrase: ' &
               '<input id="pw" type="password"> ' &
               '<button onclick="openPack()">Open</button> <span id="msg"></span></div>')
           invoke htmlOut::WriteLine('<div id="pack" class="hide"></div>')
           invoke htmlOut::Write('<script>var P={iter:' & KEY-ROUNDS &
               ',salt:"' & type Convert::ToBase64String(saltBytes) &
               '",iv:"' & type Convert::ToBase64String(ivBytes) &
               '",mac:"' & type Convert::ToBase64String(hmac::ComputeHash(macInput)) &
               '",data:"')
           invoke hmac::Dispose()
           set macInput to null
           invoke htmlOut::Write(type Convert::ToBase64String(cipherBytes))
           invoke htmlOut::WriteLine('"};</script>')
           invoke self::viewerScript(htmlOut)
           invoke htmlOut::WriteLine('</body></html>')
           invoke htmlOut::Close()
       end method.

      *    the viewer: derive the two keys, check the MAC (a
      *    wrong pass phrase fails here), decipher, refuse an
      *    expired pack, then lay the pack out.
       method-id viewerScript static protected.
       procedure division using by value htmlOut as type StreamWriter.
           invoke htmlOut::WriteLine('<script>')
           invoke htmlOut::WriteLine(
               'function b(s){var r=atob(s),a=new Uint8Array(r.length);' &
               'for(var i=0;i<r.length;i++)a[i]=r.charCodeAt(i);return a;}')
           invoke htmlOut::WriteLine(
               'function el(t,x){var e=document.createElement(t);' &
               'if(x)e.textContent=x;return e;}')
           invoke htmlOut::WriteLine(
               'function blobUrl(s,t){return URL.createObjectURL(' &
               'new Blob([b(s)],{type:t}));}')
           invoke htmlOut::WriteLine('async function openPack(){')
           invoke htmlOut::WriteLine(
               ' var m=document.getElementById("msg");' &
               'm.textContent="Opening...";')
           invoke htmlOut::WriteLine(' try{')
           invoke htmlOut::WriteLine(
               '  var s=crypto.subtle,e=new TextEncoder();')
           invoke htmlOut::WriteLine(
               '  var k=await s.importKey("raw",e.encode(' &
               'document.getElementById("pw").value),' &
               '"PBKDF2",false,["deriveBits"]);')
           invoke htmlOut::WriteLine(
               '  var kb=new Uint8Array(await s.deriveBits({name:"PBKDF2",' &
               'salt:b(P.salt),iterations:P.iter,hash:"SHA-256"},k,512));')
           invoke htmlOut::WriteLine(
               '  var ak=await s.importKey("raw",kb.slice(0,32),' &
               '"AES-CBC",false,["decrypt"]);')
           invoke htmlOut::WriteLine(
               '  var hk=await s.importKey("raw",kb.slice(32),' &
               '{name:"HMAC",hash:"SHA-256"},false,["verify"]);')
           invoke htmlOut::WriteLine(
               '  var iv=b(P.iv),ct=b(P.data),' &
               'mi=new Uint8Array(iv.length+ct.length);' &
               'mi.set(iv);mi.set(ct,iv.length);')
           invoke htmlOut::WriteLine(
               '  if(!await s.verify("HMAC",hk,b(P.mac),mi)){' &
               'm.textContent="That is not the pass phrase for this pack.";' &
               'return;}')
           invoke htmlOut::WriteLine(
               '  var pk=JSON.parse(new TextDecoder().decode(' &
               'await s.decrypt({name:"AES-CBC",iv:iv},ak,ct)));')
           invoke htmlOut::WriteLine(
               '  var t=new Date(),d=t.getFullYear()*10000+' &
               '(t.getMonth()+1)*100+t.getDate();')
           invoke htmlOut::WriteLine(
               '  if(d>parseInt(pk.expires,10)){' &
               'm.textContent="This pack expired on "+pk.expires+".";' &
               'return;}')
           invoke htmlOut::WriteLine('  show(pk);')
           invoke htmlOut::WriteLine(
               ' }catch(x){m.textContent="Unable to open this pack.";}')
           invoke htmlOut::WriteLine('}')
           invoke htmlOut::WriteLine('function show(pk){')
           invoke htmlOut::WriteLine(
               ' document.getElementById("lock").className="hide";' &
               'var d=document.getElementById("pack");d.className="";')
           invoke htmlOut::WriteLine(
               ' d.appendChild(el("p","Games "+pk.from+" - "+pk.to+' &
               '". Built "+pk.built+" by "+pk.builtBy+' &
               '"; opens through "+pk.expires+"."));')
           invoke htmlOut::WriteLine(
               ' var a=el("a","Scouting packet (PDF)");' &
               'a.href=blobUrl(pk.packet,"application/pdf");' &
               'a.target="_blank";d.appendChild(a);')
           invoke htmlOut::WriteLine(
               ' d.appendChild(el("h3","Their spray chart and' &
               ' their pitchers by zone"));')
           invoke htmlOut::WriteLine(
               ' var i=el("img");i.src="data:image/jpeg;base64,"+pk.spray;' &
               'd.appendChild(i);')
           invoke htmlOut::WriteLine(
               ' i=el("img");i.src="data:image/jpeg;base64,"+pk.zone;' &
               'd.appendChild(i);')
           invoke htmlOut::WriteLine(
               ' d.appendChild(el("h3","Our last games"));')
           invoke htmlOut::WriteLine(
               ' pk.games.forEach(function(g){d.appendChild(el("h4",g.title));' &
               'd.appendChild(el("pre",g.lines.join("\n")));});')
           invoke htmlOut::WriteLine(
               ' d.appendChild(el("h3","Clips"));')
           invoke htmlOut::WriteLine(
               ' pk.clips.forEach(function(c){d.appendChild(el("div",c.title));' &
               'var v=el("video");v.controls=true;v.preload="none";v.width=480;' &
               'v.src=blobUrl(c.mp4,"video/mp4");d.appendChild(v);});')
           invoke htmlOut::WriteLine('}')
           invoke htmlOut::WriteLine('</script>')
       end method.

      *    the pack's row in BATSW061.DAT.
       method-id logPack static protected.
       procedure division using by value jobId as String.
           OPEN I-O PACKLOG-FILE.
           IF STATUS-COMN = "35"
               OPEN OUTPUT PACKLOG-FILE
               CLOSE PACKLOG-FILE
               OPEN I-O PACKLOG-FILE.
           IF STATUS-BYTE-1 NOT EQUAL ZEROES
               exit method.
           INITIALIZE RPK-REC
           MOVE jobId TO RPK-JOB
           MOVE RP-OUR-TEAM TO RPK-TEAM
           MOVE RP-BUILT-BY TO RPK-BUILT-BY
           MOVE RP-OPPONENT TO RPK-OPPONENT
           MOVE RP-FROM-DATE TO RPK-FROM
           MOVE RP-TO-DATE TO RPK-TO
           MOVE RP-OUR-COUNT TO RPK-OUR-GAMES
           MOVE RP-CLIP-COUNT TO RPK-CLIPS
           set RPK-BUILT to type DateTime::UtcNow::ToString("yyyyMMddHHmmss")
           MOVE RP-EXPIRES TO RPK-EXPIRES
           WRITE RPK-REC.
           CLOSE PACKLOG-FILE.
       end method.

       end class.
