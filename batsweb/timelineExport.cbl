      * clip playlists out to the editing suite. The playlist
      * pages keep the playlist in Session "video-paths" /
      * "video-titles" -- each clip its media file (the CDN URL, or
      * the VID path on the hockey side) with "#t=in,out" trim
      * points in seconds, as setStart/setEnd leave them -- and the
      * video coordinator used to rebuild the same cut-up by hand in
      * the editor to add telestration and titles. This writes the
      * playlist as an editor timeline instead, every clip in order
      * and butted end to end:
      *   - edlOf: a CMX 3600 EDL, one video and one audio event per
      *     clip, the source file named on the event's FROM CLIP NAME
      *     and SOURCE FILE notes and a LOC marker carrying the play;
      *   - xmlOf: a Final Cut Pro XML (xmeml v5) sequence, the form
      *     Premiere and Final Cut both import, one clip item per clip
      *     on a video and an audio track, each with its file
      *     reference, in/out and a marker carrying the play.
      * The marker text is the clip's title and its play key. The
      * key comes from Session "video-keys" (";"-separated
      * "<media>|<key>" pairs, looked up by the clip's media so it
      * survives the page's reordering) where the page that queued
      * the clip put one there; otherwise the clip's media name
      * stands in for it. A clip queued without trim points runs its
      * whole file -- its length is asked of ffprobe, which ships
      * with the ffmpeg the highlight reel already needs, and taken
      * as TL-DEFAULT-SECS when ffprobe cannot say. The timeline
      * runs at TL-FPS non-drop.
       $set ilusing"System.IO"

       class-id batsweb.timelineExport.

       working-storage section.
       01  TL-FPS                      PIC 9(2)  VALUE 30.
       01  TL-DEFAULT-SECS             PIC 9(3)  VALUE 30.
       01  FFPROBE-TIMEOUT-MS          PIC 9(7)  VALUE 0030000.
       01  TL-KEYS-KEPT                PIC 9(3)  VALUE 500.
      *    the clip parseClip last split.
       01  clipMedia             type String.
       01  clipIn                type Int32.
       01  clipOut               type Int32.

      *    the playlist as a CMX 3600 EDL. The record side starts
      *    at 01:00:00:00 as editors expect.
       method-id edlOf static public.
       local-storage section.
       01  clipPaths       type String occurs any.
       01  clipTitles      type String occurs any.
       01  clipIdx         type Int32.
       01  eventNo         PIC 9(3).
       01  recIn           type Int32.
       01  recOut          type Int32.
       01  noteText        type String.
       01  edlOut          type System.Text.StringBuilder.
       procedure division using by value pathList as String
                                 by value titleList as String
                                 by value keyList as String
                                 by value seqTitle as String
                          returning edlText as String.
           set clipPaths to self::listOf(pathList)
           set clipTitles to self::listOf(titleList)
           set edlOut to new System.Text.StringBuilder
           invoke edlOut::AppendLine("TITLE: " & seqTitle::ToUpper)
           invoke edlOut::AppendLine("FCM: NON-DROP FRAME")
           invoke edlOut::AppendLine("")
           move 0 to eventNo
           compute recIn = 3600 * TL-FPS
           perform varying clipIdx from 0 by 1 until clipIdx >= clipPaths::Length
               if clipPaths[clipIdx]::Trim not = ""
                   invoke self::parseClip(clipPaths[clipIdx])
                   compute recOut = recIn + clipOut - clipIn
                   set noteText to self::markerText(self::titleAt(clipTitles, clipIdx),
                       self::keyOf(keyList))
                   add 1 to eventNo
                   invoke edlOut::AppendLine(eventNo & "  AX       V     C        " &
                       self::timecode(clipIn) & " " & self::timecode(clipOut) & " " &
                       self::timecode(recIn) & " " & self::timecode(recOut))
                   invoke edlOut::AppendLine("* FROM CLIP NAME: " & self::fileNameOf(clipMedia))
                   invoke edlOut::AppendLine("* SOURCE FILE: " & clipMedia)
                   invoke edlOut::AppendLine("* LOC: " & self::timecode(recIn) &
                       " BLUE    " & noteText)
                   invoke edlOut::AppendLine(eventNo & "  AX       A     C        " &
                       self::timecode(clipIn) & " " & self::timecode(clipOut) & " " &
                       self::timecode(recIn) & " " & self::timecode(recOut))
                   invoke edlOut::AppendLine("* FROM CLIP NAME: " & self::fileNameOf(clipMedia))
                   invoke edlOut::AppendLine("")
                   set recIn to recOut
               end-if
           end-perform
           set edlText to edlOut::ToString()
       end method.

      *    the playlist as a Final Cut Pro XML sequence. A file
      *    used by more than one clip is described once and
      *    referenced by id after that, as the format wants.
       method-id xmlOf static public.
       local-storage section.
       01  clipPaths       type String occurs any.
       01  clipTitles      type String occurs any.
       01  clipIdx         type Int32.
       01  clipNo          type Int32.
       01  recIn           type Int32.
       01  recOut          type Int32.
       01  titleText       type String.
       01  noteText        type String.
       01  fileIds         type Dictionary[String, String].
       01  fileId          type String.
       01  fileXml         type String.
       01  rateXml         type String.
       01  videoXml        type System.Text.StringBuilder.
       01  audioXml        type System.Text.StringBuilder.
       01  xmlOut          type System.Text.StringBuilder.
       procedure division using by value pathList as String
                                 by value titleList as String
                                 by value keyList as String
                                 by value seqTitle as String
                          returning xmlText as String.
           set clipPaths to self::listOf(pathList)
           set clipTitles to self::listOf(titleList)
           set rateXml to "<rate><timebase>" & TL-FPS & "</timebase><ntsc>FALSE</ntsc></rate>"
           set fileIds to new Dictionary[String, String]
           set videoXml to new System.Text.StringBuilder
           set audioXml to new System.Text.StringBuilder
           set recIn to 0
           set clipNo to 0
           perform varying clipIdx from 0 by 1 until clipIdx >= clipPaths::Length
               if clipPaths[clipIdx]::Trim not = ""
                   invoke self::parseClip(clipPaths[clipIdx])
                   compute recOut = recIn + clipOut - clipIn
                   add 1 to clipNo
                   set titleText to self::titleAt(clipTitles, clipIdx)
                   set noteText to self::markerText(titleText, self::keyOf(keyList))
                   if titleText = ""
                       set titleText to self::fileNameOf(clipMedia)
                   end-if
                   if fileIds::ContainsKey(clipMedia)
                       set fileId to fileIds[clipMedia]
                       set fileXml to "<file id=""" & fileId & """/>"
                   else
                       set fileId to "file-" & (fileIds::Count + 1)
                       invoke fileIds::Add(clipMedia, fileId)
                       set fileXml to "<file id=""" & fileId & """><name>" &
                           self::xmlText(self::fileNameOf(clipMedia)) & "</name><pathurl>" &
                           self::xmlText(self::urlOf(clipMedia)) & "</pathurl>" & rateXml &
                           "<media><video/><audio/></media></file>"
                   end-if
                   invoke videoXml::AppendLine("<clipitem id=""clipitem-v" & clipNo & """>" &
                       "<name>" & self::xmlText(titleText) & "</name>" &
                       "<duration>" & clipOut & "</duration>" & rateXml &
                       "<start>" & recIn & "</start><end>" & recOut & "</end>" &
                       "<in>" & clipIn & "</in><out>" & clipOut & "</out>" & fileXml &
                       "<marker><name>" & self::xmlText(titleText) & "</name><comment>" &
                       self::xmlText(noteText) & "</comment><in>" & clipIn &
                       "</in><out>-1</out></marker></clipitem>")
                   invoke audioXml::AppendLine("<clipitem id=""clipitem-a" & clipNo & """>" &
                       "<name>" & self::xmlText(titleText) & "</name>" &
                       "<duration>" & clipOut & "</duration>" & rateXml &
                       "<start>" & recIn & "</start><end>" & recOut & "</end>" &
                       "<in>" & clipIn & "</in><out>" & clipOut & "</out>" &
                       "<file id=""" & fileId & """/>" &
                       "<sourcetrack><mediatype>audio</mediatype><trackindex>1</trackindex>" &
                       "</sourcetrack></clipitem>")
                   set recIn to recOut
               end-if
           end-perform
           set xmlOut to new System.Text.StringBuilder
           invoke xmlOut::AppendLine("<?xml version=""1.0"" encoding=""UTF-8""?>")
           invoke xmlOut::AppendLine("<!DOCTYPE xmeml>")
           invoke xmlOut::AppendLine("<xmeml version=""5"">")
           invoke xmlOut::AppendLine("<sequence id=""sequence-1""><name>" &
               self::xmlText(seqTitle) & "</name><duration>" & recIn &
               "</duration>" & rateXml & "<timecode>" & rateXml &
               "<string>01:00:00:00</string><frame>" & (3600 * TL-FPS) &
               "</frame><displayformat>NDF</displayformat></timecode>")
           invoke xmlOut::AppendLine("<media><video><format><samplecharacteristics>" &
               rateXml & "<width>1920</width><height>1080</height>" &
               "</samplecharacteristics></format><track>")
           invoke xmlOut::Append(videoXml::ToString())
           invoke xmlOut::AppendLine("</track></video><audio><track>")
           invoke xmlOut::Append(audioXml::ToString())
           invoke xmlOut::AppendLine("</track></audio></media></sequence></xmeml>")
           set xmlText to xmlOut::ToString()
       end method.

      *    Session "video-keys" with each clip of a just-queued
      *    play paired to that play's key, for a page to call after it
      *    sets "video-paths". Earlier pairs stay, the newest win, and
      *    only the last TL-KEYS-KEPT are held.
       method-id rememberKeys static public.
       local-storage section.
       01  clipPaths       type String occurs any.
       01  keyPairs        type List[String].
       01  clipIdx         type Int32.
       01  pairIdx         type Int32.
       01  mediaText       type String.
       procedure division using by value keyList as String
                                 by value pathList as String
                                 by value playKey as String
                          returning keysOut as String.
           set keyPairs to new List[String]
           if keyList not = null
               invoke keyPairs::AddRange(keyList::Split(";"))
           end-if
           set clipPaths to self::listOf(pathList)
           perform varying clipIdx from 0 by 1 until clipIdx >= clipPaths::Length
               set mediaText to clipPaths[clipIdx]::Trim
               if mediaText::Contains("#t=")
                   set mediaText to mediaText::Substring(0, mediaText::IndexOf("#t="))
               end-if
               if mediaText not = ""
                   perform varying pairIdx from keyPairs::Count - 1 by -1 until pairIdx < 0
                       if keyPairs[pairIdx] = "" or keyPairs[pairIdx]::StartsWith(mediaText & "|")
                           invoke keyPairs::RemoveAt(pairIdx)
                       end-if
                   end-perform
                   invoke keyPairs::Add(mediaText & "|" & playKey::Trim)
               end-if
           end-perform
           if keyPairs::Count > TL-KEYS-KEPT
               invoke keyPairs::RemoveRange(0, keyPairs::Count - TL-KEYS-KEPT)
           end-if
           set keysOut to type String::Join(";", keyPairs)
       end method.

      *    a session list, split -- ";"-separated, or ","-separated
      *    from the screens that queue whole clips with no trim points.
       method-id listOf static protected.
       procedure division using by value listText as String
                          returning listOut as String occurs any.
           if listText = null
               set listText to "".
           if listText::Contains(";")
               set listOut to listText::Split(";")
           else
               set listOut to listText::Split(",")
           end-if
       end method.

       method-id titleAt static protected.
       procedure division using by value clipTitles as String occurs any
                                 by value clipIdx as type Int32
                          returning titleOut as String.
           set titleOut to ""
           if clipIdx < clipTitles::Length
               set titleOut to clipTitles[clipIdx]::Trim.
       end method.

      *    one playlist entry into clipMedia, clipIn and clipOut
      *    (frames). No trim points: the whole file.
       method-id parseClip static protected.
       local-storage section.
       01  trimText        type String.
       01  inSecs          type Double.
       01  outSecs         type Double.
       procedure division using by value entryText as String.
           set entryText to entryText::Trim
           set inSecs to 0
           set outSecs to 0
           if entryText::Contains("#t=")
               set clipMedia to entryText::Substring(0, entryText::IndexOf("#t="))
               set trimText to entryText::Substring(entryText::IndexOf("#t=") + 3)
               if trimText::Contains(",")
                   invoke type Double::TryParse(trimText::Substring(0, trimText::IndexOf(",")),
                       by reference inSecs)
                   invoke type Double::TryParse(trimText::Substring(trimText::IndexOf(",") + 1),
                       by reference outSecs)
               else
                   invoke type Double::TryParse(trimText, by reference inSecs)
               end-if
           else
               set clipMedia to entryText
           end-if
           if outSecs <= inSecs
               set outSecs to self::lengthOf(clipMedia)
               if outSecs <= inSecs
                   compute outSecs = inSecs + TL-DEFAULT-SECS
               end-if
           end-if
           set clipIn to type Convert::ToInt32(inSecs * TL-FPS)
           set clipOut to type Convert::ToInt32(outSecs * TL-FPS)
       end method.

      *    a media file's running time in seconds, from ffprobe;
      *    0 when it cannot be had.
       method-id lengthOf static protected.
       local-storage section.
       01  psi             type System.Diagnostics.ProcessStartInfo.
       01  probeProc       type System.Diagnostics.Process.
       01  probeText       type String.
       procedure division using by value mediaText as String
                          returning lengthSecs as type Double.
           set lengthSecs to 0
           set psi to new System.Diagnostics.ProcessStartInfo("ffprobe.exe")
           set psi::UseShellExecute to false
           set psi::CreateNoWindow to true
           set psi::RedirectStandardOutput to true
           invoke psi::ArgumentList::Add("-v")
           invoke psi::ArgumentList::Add("error")
           invoke psi::ArgumentList::Add("-show_entries")
           invoke psi::ArgumentList::Add("format=duration")
           invoke psi::ArgumentList::Add("-of")
           invoke psi::ArgumentList::Add("default=noprint_wrappers=1:nokey=1")
           invoke psi::ArgumentList::Add(mediaText)
           try
               set probeProc to type System.Diagnostics.Process::Start(psi)
               set probeText to probeProc::StandardOutput::ReadToEnd()
               if probeProc::WaitForExit(FFPROBE-TIMEOUT-MS)
                   invoke type Double::TryParse(probeText::Trim,
                       type System.Globalization.NumberStyles::Float,
                       type System.Globalization.CultureInfo::InvariantCulture,
                       by reference lengthSecs)
               else
                   invoke probeProc::Kill()
               end-if
           catch exc as type Exception
               set lengthSecs to 0
           end-try
       end method.

      *    the clip's play key out of Session "video-keys", or
      *    its media name when the page that queued it left none.
       method-id keyOf static protected.
       local-storage section.
       01  keyPairs        type String occurs any.
       01  pairIdx         type Int32.
       procedure division using by value keyList as String
                          returning keyOut as String.
           set keyOut to ""
           if keyList not = null
               set keyPairs to keyList::Split(";")
               perform varying pairIdx from 0 by 1 until pairIdx >= keyPairs::Length
                   if keyPairs[pairIdx]::StartsWith(clipMedia & "|")
                       set keyOut to keyPairs[pairIdx]::Substring(clipMedia::Length + 1)::Trim
                       exit perform
                   end-if
               end-perform
           end-if
           if keyOut = ""
               set keyOut to self::fileNameOf(clipMedia)
               if keyOut::Contains(".")
                   set keyOut to keyOut::Substring(0, keyOut::LastIndexOf("."))
               end-if
           end-if
       end method.

       method-id markerText static protected.
       procedure division using by value titleText as String
                                 by value keyText as String
                          returning markOut as String.
           if titleText = ""
               set markOut to "PLAY-KEY " & keyText
           else
               set markOut to titleText & " | PLAY-KEY " & keyText
           end-if
       end method.

      *    the media's file name, whichever slash it was stored
      *    with.
       method-id fileNameOf static protected.
       procedure division using by value mediaText as String
                          returning nameOut as String.
           set nameOut to mediaText::Replace("\", "/")
           if nameOut::Contains("/")
               set nameOut to nameOut::Substring(nameOut::LastIndexOf("/") + 1).
       end method.

      *    the file reference as a URL -- CDN media as it is,
      *    a VID path as a local file for the editor to find.
       method-id urlOf static protected.
       procedure division using by value mediaText as String
                          returning urlOut as String.
           if mediaText::StartsWith("http")
               set urlOut to mediaText
           else
               set urlOut to "file://localhost/" & mediaText::Replace("\", "/")::TrimStart("/")
           end-if
       end method.

      *    frames to hh:mm:ss:ff at TL-FPS.
       method-id timecode static protected.
       local-storage section.
       01  tcHours         PIC 9(2).
       01  tcMinutes       PIC 9(2).
       01  tcSeconds       PIC 9(2).
       01  tcFrames        PIC 9(2).
       01  frameCount      PIC 9(9).
       01  secCount        PIC 9(9).
       01  minCount        PIC 9(9).
       procedure division using by value frameNo as type Int32
                          returning tcOut as String.
           set frameCount to frameNo
           DIVIDE frameCount BY TL-FPS GIVING secCount REMAINDER tcFrames
           DIVIDE secCount BY 60 GIVING minCount REMAINDER tcSeconds
           DIVIDE minCount BY 60 GIVING tcHours REMAINDER tcMinutes
           set tcOut to tcHours & ":" & tcMinutes & ":" & tcSeconds & ":" & tcFrames
       end method.

       method-id xmlText static protected.
       procedure division using by value textIn as String
                          returning textOut as String.
           if textIn = null
               set textOut to ""
           else
               set textOut to type System.Security.SecurityElement::Escape(textIn)
           end-if
       end method.

       end class.
