                   set DIALOG-PTY-IDX to ptyIdx
                   set DIALOG-PTY-MASTER to DIALOG-PTY(ptyIdx)
                   move "RE" to BAT310-ACTION
                   invoke type batsweb.screenTiming::engineCall(bat310rununit, "BAT310WEBF", "RE")
                   move BAT310-NUM-PITCH-LIST to PTC-CELL(cntIdx, ptyIdx)
               end-perform
           end-perform.
