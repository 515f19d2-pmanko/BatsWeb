               as type RunUnit
           set BAT310-SEL-BPARK to parkDropDownList::SelectedItem
           MOVE "FB" TO BAT310-ACTION
           invoke type batsweb.screenTiming::engineCall(bat310rununit, "BAT300WEBF", "FB")
           invoke self::Recalc
       end method.         
       end class.
