      * shot-by-goalie checks belong to the engines' own edit
      * passes; every field FDPKPLAY exposes -- names, team,
      * position, official id, duration -- is checked here, one
      * paragraph per rule. offlineSync.cbl applies the same rule
      * list to plays charted offline before they are synced. Each
      * rule a play breaks is also noted against the charter the play
      * is stamped to (charterStamp.cbl), where it outlives tonight's
      * rebuild of PKW035.DAT.
      *
      * Usage: validatePlays <path-to-PLAY-FILE> <path-to-PKW035.DAT>

       method-id Main static public.
       local-storage section.
       01  runStamp        type String.
       01  ruleLine        type String.
       procedure division using by value args as type String occurs any.
           if args::Length < 2
               invoke type Console::WriteLine("usage: validatePlays <path-to-PLAY-FILE> <path-to-PKW035.DAT>")
               AT END GO TO CHECK-DONE.
           add 1 to recordsChecked

           perform varying ruleLine through self::rulesBroken()
               invoke self::raiseException(ruleLine::Substring(0, 12)::Trim,
                   ruleLine::Substring(12))
           end-perform

           GO TO CHECK-LOOP.
       CHECK-DONE.
               exceptionsRaised, "OK")
       end method.

      *    the rule list, over the record in PLAY-REC: one
      *    entry per rule it breaks, the rule name in the first 12
      *    characters and the detail after. A new check is one more
      *    IF of this shape.
       method-id rulesBroken static protected.
       procedure division returning ruleList as type List[String].
           set ruleList to new List[String]
           IF PLAY-LAST-NAME = SPACES
               invoke ruleList::Add("BLANK-NAME  record has no last name").
           IF PLAY-TEAM-NAME = SPACES
               invoke ruleList::Add("BLANK-TEAM  record has no team").
           IF PLAY-POS = SPACES
               invoke ruleList::Add("BLANK-POS   record has no position").
           IF PLAY-NHL-ID-R NOT NUMERIC
               invoke ruleList::Add("BAD-NHL-ID  official id field is not numeric").
           IF PLAY-DURATION NOT NUMERIC
               invoke ruleList::Add("DUR-NOT-NUM duration field is not numeric")
           ELSE
           IF PLAY-DURATION = 0
               invoke ruleList::Add("ZERO-DUR    timed record charted with zero duration")
           END-IF
           END-IF.
       end method.

      *    the same rules over one record image, for the
      *    charting side's offline sync (offlineSync.cbl) -- a record
      *    that would raise an exception here never goes straight
      *    into PLAY-FILE from a laptop.
       method-id checkImage static public.
       procedure division using by value playImage as String
                          returning ruleList as type List[String].
           MOVE playImage TO PLAY-REC
           set ruleList to self::rulesBroken()
       end method.

       method-id raiseException static protected.
       procedure division using by value ruleName as String
                                 by value detailText as String.
           WRITE EXC-REC
               INVALID KEY REWRITE EXC-REC
           END-WRITE
           invoke type pucksweb.charterStamp::noteException("" & PLAY-KEY,
               ruleName)
           add 1 to exceptionsRaised.
       end method.

