           else
               MOVE num1 to BAT360-V-SEL-BUTTON
               MOVE "PV" to BAT360-ACTION.
           invoke type batsweb.screenTiming::engineCall(bat360rununit, "BAT360WEBF", "PV")
           if ERROR-FIELD NOT = SPACES
               move spaces to ERROR-FIELD.
           set zoneImage1 to type Bitmap::FromFile(Server::MapPath("Images\\szone2.png")) as type Bitmap
           else
               MOVE num2 to BAT360-V-SEL-BUTTON
               MOVE "PV" to BAT360-ACTION.
           invoke type batsweb.screenTiming::engineCall(bat360rununit, "BAT360WEBF", "PV")
           if ERROR-FIELD NOT = SPACES
               move spaces to ERROR-FIELD.
           set zoneImage2 to type Bitmap::FromFile(Server::MapPath("Images\\szone2.png")) as type Bitmap
