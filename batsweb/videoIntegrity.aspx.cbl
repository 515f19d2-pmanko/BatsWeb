      * address, writes a pass/fail row per entry to BATSW034.DAT,
      * and -- when a local media folder is named -- reports the
      * orphans both directions: clips cataloged but missing, and
      * files present but cataloged nowhere. Each BATSW060 clip's
      * poster frame is checked against the nightly grab's rows
      * (clipThumb.cbl) too: a clip never grabbed, or whose grab
      * failed, is listed with the reason.
       $set ilusing"System.IO"
       $set ilusing"System.Net"

           05  STATUS-BYTE-2           PIC X      VALUE SPACES.
       01  WS-PASS-COUNT      PIC 9(5) VALUE 0.
       01  WS-FAIL-COUNT      PIC 9(5) VALUE 0.
       01  WS-THUMB-GAPS      PIC 9(5) VALUE 0.
       01  thumbStatus        type Dictionary[String, String].
      *    every catalog path seen this sweep, for the
      *    uncataloged-files half of the orphans report.
       01  catalogPaths       type List[String].
      *    pull the whole catalog range before walking it.
           move "RG" to BATSW060-ACTION
           move 1 to BATSW060-SORT-TYPE
           invoke type batsweb.screenTiming::engineCall(batsw060rununit, "BATSW060WEBF", "RG")

           OPEN I-O VIDCHECK-FILE.
           IF STATUS-COMN = "35"
               invoke type batsweb.jobRunLog::finish("VIDEOCHECK", runStamp, 0, "FAIL")
               exit method.

           MOVE 0 TO WS-PASS-COUNT WS-FAIL-COUNT WS-THUMB-GAPS
           set catalogPaths to new List[String]
           set thumbStatus to type batsweb.clipThumb::loadStatus
           move 1 to aa.
       sweep-loop.
           if aa > BATSW060-WF-VID-COUNT
               invoke newItem::Attributes::Add("style", "color:red")
               invoke lbResults::Items::Add(newItem)
           end-if
           invoke self::thumbCheck(clipPath)
           add 1 to aa
           go to sweep-loop.
       sweep-done.
                   totalChecked, "FAIL")
           end-if
           set lblMsg::Text to WS-PASS-COUNT::ToString & " clip(s) passed, " &
               WS-FAIL-COUNT::ToString & " dead link(s), " &
               WS-THUMB-GAPS::ToString & " clip(s) without a thumbnail." &
               " Per-entry results in the check file; the run is on the"
               & " ops screen.".
       end method.
           set bat130virununit to self::Session::Item("130virununit")
               as type RunUnit
           move "I" to BAT130VI-ACTION
           invoke type batsweb.screenTiming::engineCall(bat130virununit, "BAT130VIWEBF", "I")

           move 1 to aa.
       vi-loop.
       vi-done.
       end method.

      *    a BATSW060 clip's poster frame: listed when the
      *    nightly grab has no row for it or its last grab failed.
       method-id thumbCheck protected.
       local-storage section.
       01  statusText      type String.
       01  newItem         type ListItem.
       procedure division using by value clipPath as String.
           if thumbStatus::TryGetValue(type batsweb.clipThumb::keyOf(clipPath),
                  by reference statusText) = false
               set newItem to new ListItem("NO THUMBNAIL  " & clipPath)
           else
               if statusText = "O"
                   exit method
               end-if
               set newItem to new ListItem("THUMBNAIL FAILED  " & clipPath & "  " &
                   statusText::Substring(2))
           end-if
           invoke newItem::Attributes::Add("style", "color:darkorange")
           invoke lbResults::Items::Add(newItem)
           add 1 to WS-THUMB-GAPS
       end method.

      *    one HEAD request -- "P" when the CDN answers for the
      *    clip, "F" on any error or non-success status.
       method-id headCheck protected.
