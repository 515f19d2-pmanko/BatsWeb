      * nightly poster-frame grab for the clip catalog. Walks the
      * whole BATSW060 catalog the way videoIntegrity.aspx.cbl sweeps
      * it and, for every clip that is new or has changed since its
      * last grab, takes one frame through ffmpeg at the event moment
      * and files it beside the clip on the CDN origin (clipThumb.cbl
      * names it and keeps the BATSW062.DAT row).
      *
      * The event moment: a catalog clip is cut at capture to start
      * on the pitch, so the pitch sits THUMB-EVENT-SECS in (a "#t="
      * on the entry overrides that). The game's camera-clock line
      * (pucksweb/videoSync.cbl) is applied to it like every other
      * charted media time -- the game is read off the clip's folder,
      * VIDyyyy/mm/dd/HOME_VISITORS/, trying each "_" as the split
      * between the two names until one has a calibration on file.
      *
      * A clip is grabbed again when its size or last-write stamp
      * on the origin differs from the row, when its game's
      * calibration moves the moment, when its last grab failed, or
      * when the picture has gone missing from the origin. A clip that
      * is not on the origin, or that ffmpeg cannot take a frame from,
      * gets an "F" row with the reason; the video integrity sweep
      * lists those. A failed clip does not fail the run -- only a
      * missing origin folder or a row file that will not write does.
      *
      * Usage: thumbnailBuild <cdn-origin-folder>
       $set ilusing"System.IO"

       class-id batsweb.thumbnailBuild.

       working-storage section.
       COPY "Y:\sydexsource\shared\WS-SYS.CBL".
       01 batsw060rununit         type RunUnit.
       01 BATSW060WEBF                type BATSW060WEBF.
       01 mydata type batsweb.batsw060Data.
      *    how far into a pitch clip the pitch sits, the picture
      *    width (clipThumb.cbl's tile width) and ffmpeg's time per
      *    frame.
       01  THUMB-EVENT-SECS            PIC 9(2)V99 VALUE 1.00.
       01  THUMB-WIDTH                 PIC 9(3)    VALUE 192.
       01  FFMPEG-TIMEOUT-MS           PIC 9(7)    VALUE 0030000.
       01  WS-ORIGIN                   type String.
       01  clipsSeen                   PIC 9(7)    VALUE 0.
       01  thumbsMade                  PIC 9(7)    VALUE 0.
       01  thumbsKept                  PIC 9(7)    VALUE 0.
       01  thumbsFailed                PIC 9(7)    VALUE 0.
      *    "Y" once a BATSW062.DAT row would not write.
       01  rowFileDown                 PIC X       VALUE "N".
      *    the last game's calibration, so a run of clips from one
      *    game reads PKW054.DAT once.
       01  lastGameFolder              type String.
       01  lastSyncLine                type String.

       method-id Main static public.
       local-storage section.
       01  runStamp        type String.
       01  clipPath        type String.
       01  recordsDone     type Int32.
       linkage section.
           COPY "Y:\SYDEXSOURCE\BATS\batsw060_dg.CPB".
       procedure division using by value args as type String occurs any.
           if args::Length < 1
               invoke type Console::WriteLine("usage: thumbnailBuild <cdn-origin-folder>")
               exit method.
           set WS-ORIGIN to args[0]::Trim
           set runStamp to type batsweb.jobRunLog::begin("THUMBNAILS")
           if not type Directory::Exists(WS-ORIGIN)
               invoke type Console::WriteLine("Origin folder " & WS-ORIGIN & " not found.")
               invoke type batsweb.jobRunLog::finish("THUMBNAILS", runStamp, 0, "FAIL")
               exit method.

      *    the whole catalog, every date, as the integrity
      *    sweep pulls it.
           set mydata to new batsweb.batsw060Data
           invoke mydata::populateData
           set batsw060rununit to type RunUnit::New()
           set BATSW060WEBF to new BATSW060WEBF
           invoke batsw060rununit::Add(BATSW060WEBF)
           set address of BATSW060-DIALOG-FIELDS to myData::tablePointer
           move "I" to BATSW060-ACTION
           invoke batsw060rununit::Call("BATSW060WEBF")
           move "A" to BATSW060-DATE-CHOICE-FLAG
           move "DC" to BATSW060-ACTION
           invoke batsw060rununit::Call("BATSW060WEBF")
           move "RG" to BATSW060-ACTION
           move 1 to BATSW060-SORT-TYPE
           invoke batsw060rununit::Call("BATSW060WEBF")

           set lastGameFolder to ""
           set lastSyncLine to "0|0"
           move 1 to aa.
       CLIP-LOOP.
           if aa > BATSW060-WF-VID-COUNT
               go to CLIP-DONE.
           set clipPath to "" & BATSW060-WF-VIDEO-PATH(aa) & BATSW060-WF-VIDEO-A(aa)
           set clipPath to clipPath::Trim
           add 1 to aa
           if clipPath = ""
               go to CLIP-LOOP.
           add 1 to clipsSeen
           invoke self::grabOne(clipPath)
           go to CLIP-LOOP.
       CLIP-DONE.

           invoke type Console::WriteLine(clipsSeen::ToString & " clip(s) in the catalog: " &
               thumbsMade::ToString & " thumbnail(s) made, " &
               thumbsKept::ToString & " unchanged, " &
               thumbsFailed::ToString & " failed.")
           compute recordsDone = thumbsMade + thumbsFailed
           if rowFileDown = "Y"
               invoke type Console::WriteLine("Unable to write the thumbnail file -- rows not kept.")
               invoke type batsweb.jobRunLog::finish("THUMBNAILS", runStamp,
                   recordsDone, "FAIL")
           else
               invoke type batsweb.jobRunLog::finish("THUMBNAILS", runStamp,
                   recordsDone, "OK")
           end-if
       end method.

      *    one catalog clip: grabbed, left alone, or failed.
       method-id grabOne static protected.
       local-storage section.
       01  clipKey         type String.
       01  clipFile        type String.
       01  thumbFile       type String.
       01  clipInfo        type FileInfo.
       01  sourceText      type String.
       01  momentSecs      type Decimal.
       01  lastText        type String.
       01  psi             type System.Diagnostics.ProcessStartInfo.
       01  ffProc          type System.Diagnostics.Process.
       procedure division using by value clipPath as String.
           set clipKey to type batsweb.clipThumb::keyOf(clipPath)
           set clipFile to type Path::Combine(WS-ORIGIN, clipKey::Replace("/", "\"))
           set thumbFile to type Path::Combine(WS-ORIGIN,
               type batsweb.clipThumb::pathOf(clipPath)::Replace("/", "\"))
           set momentSecs to self::momentOf(clipPath)
           if not type File::Exists(clipFile)
               invoke self::failOne(clipKey, momentSecs, "", "CLIP NOT ON THE ORIGIN")
               exit method.
           set clipInfo to new FileInfo(clipFile)
           set sourceText to clipInfo::Length::ToString & "-" &
               clipInfo::LastWriteTimeUtc::ToString("yyyyMMddHHmmss")

           set lastText to type batsweb.clipThumb::lastOf(clipKey)
           if lastText = "O|" & momentSecs::ToString("0.00") & "|" & sourceText
            and type File::Exists(thumbFile)
               add 1 to thumbsKept
               exit method.

      *    each token straight to ffmpeg, no shell between, as
      *    the highlight reel passes them.
           set psi to new System.Diagnostics.ProcessStartInfo("ffmpeg.exe")
           set psi::UseShellExecute to false
           set psi::CreateNoWindow to true
           invoke psi::ArgumentList::Add("-y")
           invoke psi::ArgumentList::Add("-ss")
           invoke psi::ArgumentList::Add(momentSecs::ToString("0.00"))
           invoke psi::ArgumentList::Add("-i")
           invoke psi::ArgumentList::Add(clipFile)
           invoke psi::ArgumentList::Add("-frames:v")
           invoke psi::ArgumentList::Add("1")
           invoke psi::ArgumentList::Add("-vf")
           invoke psi::ArgumentList::Add("scale=" & THUMB-WIDTH & ":-2")
           invoke psi::ArgumentList::Add(thumbFile)
           if type File::Exists(thumbFile)
               invoke type File::Delete(thumbFile).
           try
               set ffProc to type System.Diagnostics.Process::Start(psi)
               if not ffProc::WaitForExit(FFMPEG-TIMEOUT-MS)
                   invoke ffProc::Kill()
                   invoke self::failOne(clipKey, momentSecs, sourceText, "FFMPEG TIMED OUT")
                   exit method
               end-if
           catch exc as type Exception
               invoke self::failOne(clipKey, momentSecs, sourceText, "FFMPEG WOULD NOT START")
               exit method
           end-try
           if not type File::Exists(thumbFile)
               invoke self::failOne(clipKey, momentSecs, sourceText,
                   "NO FRAME AT " & momentSecs::ToString("0.00") & "S")
               exit method.
           if type batsweb.clipThumb::record(clipKey, "O", momentSecs, sourceText, "") = "ERR"
               move "Y" to rowFileDown.
           add 1 to thumbsMade
       end method.

       method-id failOne static protected.
       procedure division using by value clipKey as String
                                 by value momentSecs as type Decimal
                                 by value sourceText as String
                                 by value reasonText as String.
           invoke type Console::WriteLine("FAIL " & clipKey & " -- " & reasonText)
           if type batsweb.clipThumb::record(clipKey, "F", momentSecs, sourceText, reasonText) = "ERR"
               move "Y" to rowFileDown.
           add 1 to thumbsFailed
       end method.

      *    the second the frame is taken at: the pitch's place in
      *    the clip (or the entry's own "#t="), through the game's
      *    camera-clock line.
       method-id momentOf static protected.
       local-storage section.
       01  rawSecs         type Double.
       01  fixedSecs       type Double.
       01  trimText        type String.
       procedure division using by value clipPath as String
                          returning momentSecs as type Decimal.
           set rawSecs to THUMB-EVENT-SECS
           if clipPath::Contains("#t=")
               set trimText to clipPath::Substring(clipPath::IndexOf("#t=") + 3)
               if trimText::Contains(",")
                   set trimText to trimText::Substring(0, trimText::IndexOf(","))
               end-if
               invoke type Double::TryParse(trimText, by reference rawSecs)
           end-if
           set fixedSecs to type pucksweb.videoSync::apply(self::syncOf(clipPath), rawSecs)
           if fixedSecs < 0
               set fixedSecs to 0.
           set momentSecs to type Math::Round(type Convert::ToDecimal(fixedSecs), 2)
       end method.

      *    the game's calibration line off the clip's folder --
      *    "0|0" (no correction) when the folder does not name a
      *    game or the game was never calibrated.
       method-id syncOf static protected.
       local-storage section.
       01  pathParts       type String occurs any.
       01  partIdx         type Int32.
       01  splitAt         type Int32.
       01  gameDate        type Int32.
       01  teamsText       type String.
       01  gameFolder      type String.
       01  syncLine        type String.
       procedure division using by value clipPath as String
                          returning lineOut as String.
           set lineOut to "0|0"
           set pathParts to type batsweb.clipThumb::keyOf(clipPath)::Split("/")
           move 0 to partIdx.
       PART-LOOP.
           if partIdx + 3 >= pathParts::Length
               exit method.
           if pathParts[partIdx]::Length = 7 and pathParts[partIdx]::StartsWith("VID")
               go to PART-FOUND.
           add 1 to partIdx
           go to PART-LOOP.
       PART-FOUND.
           set teamsText to pathParts[partIdx + 3]
           set gameFolder to pathParts[partIdx] & "/" & pathParts[partIdx + 1] & "/" &
               pathParts[partIdx + 2] & "/" & teamsText
           if gameFolder = lastGameFolder
               set lineOut to lastSyncLine
               exit method.
           set lastGameFolder to gameFolder
           set lastSyncLine to "0|0"
           set gameDate to 0
           invoke type Int32::TryParse(pathParts[partIdx]::Substring(3) &
               pathParts[partIdx + 1] & pathParts[partIdx + 2], by reference gameDate)
           if gameDate = 0
               exit method.
           set splitAt to teamsText::IndexOf("_").
       SPLIT-LOOP.
           if splitAt < 1
               go to SPLIT-DONE.
           set syncLine to type pucksweb.videoSync::loadGame(gameDate,
               teamsText::Substring(0, splitAt)::Replace("_", " "),
               teamsText::Substring(splitAt + 1)::Replace("_", " "))
           if syncLine not = "0|0"
               set lastSyncLine to syncLine
               go to SPLIT-DONE.
           set splitAt to teamsText::IndexOf("_", splitAt + 1)
           go to SPLIT-LOOP.
       SPLIT-DONE.
           set lineOut to lastSyncLine
       end method.

       end class.
