               set DIALOG-CUSTOM-IDX to 0.

           MOVE "SC" TO PK310-ACTION
           invoke type batsweb.screenTiming::engineCall(pk310rununit, "PK310WEBF", "SC")
           if ERROR-FIELD NOT = SPACES
               set lblMsg::Text to ERROR-FIELD
               move spaces to ERROR-FIELD
           set DIALOG-CUSTOM-IDX to customEventListBox::SelectedIndex + 1

           MOVE "RC" TO PK310-ACTION
           invoke type batsweb.screenTiming::engineCall(pk310rununit, "PK310WEBF", "RC")
           if ERROR-FIELD NOT = SPACES
               set lblMsg::Text to ERROR-FIELD
               move spaces to ERROR-FIELD
