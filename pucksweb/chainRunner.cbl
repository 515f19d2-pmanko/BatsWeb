      * the step logs under in PKW033.DAT (blank for a step like
      * loadSwap that doesn't log); depends-on-step is blank or an
      * earlier step-name. Lines starting "*" are comments.
      * {SLATE} anywhere in a step's command is replaced by the
      * date of "yesterday's games" -- the day just finished at the
      * westernmost venue (venueZone.cbl), so a late west-coast final
      * lands in the morning digest for the day it was played.
      *
      * Usage: chainRunner <path-to-chain-definition>

           end-if

           set cmdText to CH-COMMAND(stepIdx)::Trim
           if cmdText::Contains("{SLATE}")
               set cmdText to cmdText::Replace("{SLATE}",
                   "" & type pucksweb.venueZone::slateDate()).
           invoke type Console::WriteLine("RUN  " &
               CH-STEP-NAME(stepIdx)::Trim & ": " & cmdText)
           set splitAt to cmdText::IndexOf(" ")
