               10  WEBPASS-LOCK-UNTIL      PIC X(12).
               10  WEBPASS-LAST-LOGIN      PIC X(12).
               10  WEBPASS-LOGIN-COUNT     PIC 9(5) VALUE 0.
               10  WEBPASS-PLAYER-ID       PIC 9(6).
               10  FILLER                  PIC X(3).

       FD  AUDIT-FILE
           LABEL RECORDS ARE STANDARD
               MOVE nowStamp TO WEBPASS-LAST-LOGIN
               ADD 1 TO WEBPASS-LOGIN-COUNT
               REWRITE WEBPASS-REC
      *        a player-portal account sees its own player through
      *        the portal only -- the clip API answers for any
      *        player, so it stays shut to them.
               IF WEBPASS-LEVEL = "P"
                   set isValid to false
                   MOVE "E" TO resultFlag
               END-IF
           ELSE
               ADD 1 TO WEBPASS-FAIL-COUNT
               IF WEBPASS-FAIL-COUNT >= MAX-FAIL-ATTEMPTS
               exit method.

           INITIALIZE AUDIT-REC
           set AUDIT-TIMESTAMP to type DateTime::UtcNow::ToString("yyyyMMddHHmmss")
           ADD 1 TO WS-AUDIT-SEQ
           IF WS-AUDIT-SEQ > 999
               MOVE 1 TO WS-AUDIT-SEQ
       01 videoIdx                type Single.
       01 matchedId               type String.
       01 clipList                type String occurs any.
       01 windowLine              type String.
       01 clipTrim                type String.
       linkage section.
           COPY "Y:\sydexsource\BATS\bat130vi_dg.CPB".
       procedure division using by value teamName as String
               set content of videos to ()
               go to GCBP-EXIT.

      *    each pitch clip with the lead-in its result's window
      *    trims off (clipWindow.cbl), as the web screens queue it.
           set windowLine to type pucksweb.clipWindow::loadTeam(teamName, "B")
           move 1 to aa.
       clips-loop.
           if aa > BAT130VI-WF-VID-COUNT
               go to clips-done.
           set clipTrim to type pucksweb.clipWindow::fileTrim(windowLine,
               type pucksweb.clipWindow::codeOf(windowLine, BAT130VI-WF-VIDEO-TITL(aa)))
           set clipList to clipList & (WS-CDN-BASE-URL & BAT130VI-WF-VIDEO-PATH(aa) & BAT130VI-WF-VIDEO-A(aa) & clipTrim)
           if BAT130VI-WF-VIDEO-B(aa) not = spaces
               set clipList to clipList & (WS-CDN-BASE-URL & BAT130VI-WF-VIDEO-PATH(aa) & BAT130VI-WF-VIDEO-B(aa) & clipTrim).
           if BAT130VI-WF-VIDEO-C(aa) not = spaces
               set clipList to clipList & (WS-CDN-BASE-URL & BAT130VI-WF-VIDEO-PATH(aa) & BAT130VI-WF-VIDEO-C(aa) & clipTrim).
           if BAT130VI-WF-VIDEO-D(aa) not = spaces
               set clipList to clipList & (WS-CDN-BASE-URL & BAT130VI-WF-VIDEO-PATH(aa) & BAT130VI-WF-VIDEO-D(aa) & clipTrim).
           add 1 to aa
           go to clips-loop.
       clips-done.
