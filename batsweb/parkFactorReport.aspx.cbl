               move BAT310-BPARK(parkIdx) to PFR-PARK-NAME(parkIdx)
               set BAT310-SEL-BPARK to BAT310-BPARK(parkIdx)
               MOVE "FB" TO BAT310-ACTION
               invoke type batsweb.screenTiming::engineCall(bat310rununit, "BAT300WEBF", "FB")
               perform varying zoneIdx from 1 by 1 until zoneIdx > 7
                   move BAT310-LOC-PCT(zoneIdx) to PFR-PCT(parkIdx, zoneIdx)
               end-perform
