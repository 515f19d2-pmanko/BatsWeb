               set BAT310-BPARK-BITMAP to imageFileName.

           MOVE "SP" TO BAT310-ACTION
           invoke type batsweb.screenTiming::engineCall(bat310rununit, "BAT310WEBF", "SP")

      *    the engine holds the prior value; the trail records
      *    the submitted one (blank before image).
