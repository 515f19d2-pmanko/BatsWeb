      *        base involved: 2, 3 or H.
           05  BRUN-BASE                   PIC X.
           05  BRUN-RECORDED               PIC X(14).
      *        balls-strikes when the runner went ("1-2"), spaces
      *        on events charted before the count was kept.
           05  BRUN-COUNT                  PIC X(3).
           05  FILLER                      PIC X(7).

       working-storage section.
       01  WS-BASERUN-FILE    PIC X(256) VALUE "BATSW029.DAT".
           MOVE tbCatcher::Text::Trim::ToUpper TO BRUN-CATCHER
           MOVE ddEvent::SelectedItem::ToString::Substring(0, 2) TO BRUN-EVENT
           MOVE tbBase::Text::Trim::ToUpper TO BRUN-BASE
           MOVE tbCount::Text::Trim TO BRUN-COUNT
           set BRUN-RECORDED to type DateTime::Now::ToString("yyyyMMddHHmmss")
           WRITE BRUN-REC.
           CLOSE BASERUN-FILE.
