PM         set self::Session::Item("video-paths") to vidPaths
PM         set self::Session::Item("video-titles") to vidTitles.
       clips-end.
           invoke self::showThumbs

           goback.
       end method.

       end method.

      *    the current playlist as an editor timeline -- the EDL
      *    for anything that reads CMX 3600, the XML for Premiere /
      *    Final Cut -- so the video coordinator can pick the cut-up
      *    up in the editor rather than rebuilding it clip by clip.
      *    timelineExport.cbl does the writing.
       method-id btnExportEdl_Click protected.
       linkage section.
       procedure division using by value sender as object e as type System.EventArgs.
           invoke self::sendTimeline("EDL")
       end method.

       method-id btnExportXml_Click protected.
       linkage section.
       procedure division using by value sender as object e as type System.EventArgs.
           invoke self::sendTimeline("XML")
       end method.

       method-id sendTimeline final private.
       local-storage section.
       01 timelineText             type String.
       procedure division using by value timelineKind as String.
PM         set vidPaths to self::Session::Item("video-paths")
PM         set vidTitles to self::Session::Item("video-titles")
           if vidPaths = null or vidPaths::Trim() = ""
               set lblMsg::Text to "Add at least one clip to the playlist first."
               exit method.
           if timelineKind = "EDL"
               set timelineText to type batsweb.timelineExport::edlOf(vidPaths, vidTitles,
                   self::Session::Item("video-keys") as String, "PLAYLIST")
               set Response::ContentType to "text/plain"
               invoke Response::AddHeader("Content-Disposition", "attachment; filename=playlist.edl")
           else
               set timelineText to type batsweb.timelineExport::xmlOf(vidPaths, vidTitles,
                   self::Session::Item("video-keys") as String, "Playlist")
               set Response::ContentType to "application/xml"
               invoke Response::AddHeader("Content-Disposition", "attachment; filename=playlist.xml")
           end-if
           invoke Response::Write(timelineText)
           invoke Response::End
       end method.

      *    the playlist as a grid of poster frames under the
      *    player (clipThumb.cbl), in playlist order, for picking the
      *    clip out by eye -- the highlight reel is cut from the same
      *    list.
       method-id showThumbs final private.
       local-storage section.
       01 thumbStatus              type Dictionary[String, String].
       01 gridHtml                 type System.Text.StringBuilder.
       01 clipPaths                type String occurs any.
       01 clipTitles               type String occurs any.
       01 pathsText                type String.
       01 titlesText               type String.
       01 titleText                type String.
       01 pathIdx                  type Int32.
       procedure division.
           set thumbGrid::Text to ""
           set pathsText to self::Session::Item("video-paths") as String
           set titlesText to self::Session::Item("video-titles") as String
           if pathsText = null or pathsText::Trim = ""
               exit method.
           if titlesText = null
               set titlesText to "".
      *    ";"-separated from the playlist screens, ","-separated
      *    from the ones that queue whole clips.
           if pathsText::Contains(";")
               set clipPaths to pathsText::Split(';')
               set clipTitles to titlesText::Split(';')
           else
               set clipPaths to pathsText::Split(',')
               set clipTitles to titlesText::Split(',')
           end-if
           set thumbStatus to type batsweb.clipThumb::loadStatus
           set gridHtml to new System.Text.StringBuilder
           set pathIdx to 0.
       thumbs-loop.
           if pathIdx >= clipPaths::Length
               go to thumbs-done.
           if clipPaths[pathIdx]::Trim = ""
               add 1 to pathIdx
               go to thumbs-loop.
           set titleText to ""
           if pathIdx < clipTitles::Length
               set titleText to clipTitles[pathIdx].
           invoke gridHtml::Append(type batsweb.clipThumb::tileHtml(
               type batsweb.clipThumb::urlOf(thumbStatus, clipPaths[pathIdx]),
               titleText, ""))
           add 1 to pathIdx
           go to thumbs-loop.
       thumbs-done.
           set thumbGrid::Text to gridHtml::ToString
       end method.

       end class.
