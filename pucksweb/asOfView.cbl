      * read-only "as of" views for the report screens.
      * playJournalRestore.cbl can wind PLAY-FILE back to a moment,
      * but only destructively, over a restored copy -- there was no
      * way to show a coach the numbers the scouting packet printed
      * two weeks ago, or settle which scoring change moved a line.
      * build() takes a private copy of the session's resolved
      * GAME-FILE and PLAY-FILE (<live name>.<page>.<session id>, the
      * same whole-file copy loadSwap.cbl takes for its snapshots) and
      * reverses every PKW036.DAT journal row stamped after the
      * chosen moment, newest first: a write is deleted, a rewrite
      * put back to its before-image, a delete written back. The live
      * files are never opened for update. The PK engines are handed
      * the live names whatever the page, so a screen viewing "as
      * of" reads the copies itself through its own SELECT on
      * copyName(): the game summary scores its game list from the
      * game copy, and the hockey breakdown walks the selected
      * player's counts out of both copies (drillThrough.cbl). Every
      * other screen, the charting and correction screens above all,
      * stays live.
      * changes() lists the game and player rows touched since, for
      * the difference panel. drop() retires the copies when the user
      * goes back to live figures; a new build() replaces them.
      *
      * The moment is entered in the viewer's venue zone (see
      * venueZone.cbl) and turned into the server-local time the
      * journal is stamped in.
       $set ilusing"System.IO"

       class-id pucksweb.asOfView.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       $SET CALLFH"EXTFH"
       $SET DATACOMPRESS"1"
          SELECT GAME-FILE ASSIGN WS-GAME-FILE
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS GAME-KEY
              LOCK MANUAL
              FILE STATUS IS STATUS-COMN.

          SELECT PLAY-FILE ASSIGN WS-PLAY-FILE
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS PLAY-KEY
              ALTERNATE KEY IS PLAY-ALT-KEY1
              ALTERNATE KEY IS PLAY-ALT-KEY2
              LOCK MANUAL
              FILE STATUS IS STATUS-COMN.

          SELECT JOURNAL-FILE ASSIGN WS-JOURNAL-FILE
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS JRNL-KEY
              LOCK MANUAL
              FILE STATUS IS STATUS-COMN2.

       file section.
       COPY "y:\SYDEXsource\FDS\FDPKGAME.CBL".
       COPY "Y:\SYDEXSOURCE\FDS\FDPKPLAY.CBL".

       FD  JOURNAL-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS JRNL-REC.

      *    layout owned by playJournal.cbl -- keep in sync
      *    with the FD there.
       01  JRNL-REC.
           05  JRNL-KEY.
               10  JRNL-TIMESTAMP      PIC X(14).
               10  JRNL-SEQ            PIC 9(4).
           05  JRNL-ACTION             PIC X.
           05  JRNL-PLAY-KEY           PIC X(30).
           05  JRNL-BEFORE             PIC X(520).
           05  JRNL-AFTER              PIC X(520).
           05  JRNL-FILE-ID            PIC X(2).
           05  FILLER                  PIC X(8).

       working-storage section.
       01  WS-GAME-FILE                PIC X(256).
       01  WS-PLAY-FILE                PIC X(256).
       01  WS-JOURNAL-FILE    PIC X(256) VALUE "PKW036.DAT".
       01  STATUS-COMN.
           05  STATUS-BYTE-1           PIC X      VALUE SPACES.
           05  STATUS-BYTE-2           PIC X      VALUE SPACES.
       01  STATUS-COMN2.
           05  STATUS2-BYTE-1          PIC X      VALUE SPACES.
           05  STATUS2-BYTE-2          PIC X      VALUE SPACES.
       01  WS-START-KEY.
           05  WS-START-STAMP          PIC X(14).
           05  WS-START-SEQ            PIC 9(4).

      *    the copy a session's page reads in place of a live file.
       method-id copyName static public.
       procedure division using by value liveName as String
                                 by value sessionId as String
                                 by value pageName as String
                          returning asOfName as String.
           set asOfName to liveName::Trim & "." &
               type Path::GetFileNameWithoutExtension(pageName) & "." &
               sessionId::Trim.
       end method.

      *    a moment typed on a screen ("MM/dd/yyyy HH:mm" or
      *    "MM/dd/yyyy"), taken in the viewer's venue zone, as the
      *    server-local yyyyMMddHHmmss the journal uses. Blank when
      *    the text does not read as a date.
       method-id cutoffOf static public.
       local-storage section.
       01  typedTime       type DateTime.
       01  formats         type String occurs 4.
       procedure division using by value typedText as String
                                 by value viewerTeam as String
                          returning cutoff as String.
           set cutoff to ""
           if typedText = null
               exit method.
           set formats[0] to "MM/dd/yyyy HH:mm"
           set formats[1] to "M/d/yyyy H:mm"
           set formats[2] to "MM/dd/yyyy"
           set formats[3] to "M/d/yyyy"
           if type DateTime::TryParseExact(typedText::Trim, formats,
               type System.Globalization.CultureInfo::InvariantCulture,
               type System.Globalization.DateTimeStyles::None,
               by reference typedTime) = false
               exit method.
      *    a bare date means the end of that day.
           if typedText::Trim::IndexOf(":") < 0
               set typedTime to typedTime::AddDays(1)::AddSeconds(-1).
           try
               set cutoff to type TimeZoneInfo::ConvertTime(typedTime,
                   type pucksweb.venueZone::zoneInfo(
                       type pucksweb.venueZone::zoneOf(viewerTeam)),
                   type TimeZoneInfo::Local)::ToString("yyyyMMddHHmmss")
           catch exc as type Exception
               set cutoff to typedTime::ToString("yyyyMMddHHmmss")
           end-try.
       end method.

      *    builds the session's copies as of the cutoff. Returns
      *    the number of journalled changes taken back out; -1 when
      *    a live file or the journal would not open, -2 when the
      *    journal does not reach back to the cutoff (no copy is left
      *    behind either way).
       method-id build static public.
       local-storage section.
       01  actions         type List[String].
       01  fileIds         type List[String].
       01  befores         type List[String].
       01  afters          type List[String].
       01  rowIdx          type Int32.
       procedure division using by value sessionId as String
                                 by value pageName as String
                                 by value cutoff as String
                                 by value gameLive as String
                                 by value playLive as String
                          returning undone as type Int32.
           set undone to -1
           set actions to new List[String]
           set fileIds to new List[String]
           set befores to new List[String]
           set afters to new List[String]

           OPEN INPUT JOURNAL-FILE.
           IF STATUS2-BYTE-1 NOT EQUAL ZEROES
               exit method.
           if type pucksweb.layoutVersion::check(WS-JOURNAL-FILE::Trim, 2)
               not = "OK"
               CLOSE JOURNAL-FILE
               exit method.
      *    before the journal's first row (or before the retention
      *    sweep's cut) nothing says what the files held.
           READ JOURNAL-FILE NEXT WITH NO LOCK
               AT END
                   CONTINUE
               NOT AT END
                   IF JRNL-TIMESTAMP > cutoff
                       CLOSE JOURNAL-FILE
                       set undone to -2
                       exit method
                   END-IF
           END-READ
           MOVE cutoff TO WS-START-STAMP
           MOVE 9999 TO WS-START-SEQ
           MOVE WS-START-KEY TO JRNL-KEY
           START JOURNAL-FILE KEY > JRNL-KEY
               INVALID KEY GO TO LATER-DONE
           END-START.
       LATER-LOOP.
           READ JOURNAL-FILE NEXT WITH NO LOCK
               AT END GO TO LATER-DONE.
      *    only the game and player rows shape a report.
           IF JRNL-FILE-ID NOT = "PL" AND JRNL-FILE-ID NOT = "GA"
            AND JRNL-FILE-ID NOT = SPACES
               GO TO LATER-LOOP.
           invoke actions::Add("" & JRNL-ACTION)
           invoke fileIds::Add("" & JRNL-FILE-ID)
           invoke befores::Add("" & JRNL-BEFORE)
           invoke afters::Add("" & JRNL-AFTER)
           GO TO LATER-LOOP.
       LATER-DONE.
           CLOSE JOURNAL-FILE.

           invoke self::retireStale(gameLive)
           invoke self::retireStale(playLive)
      *    copied from whatever the page would read live -- the
      *    load-window snapshot or the standby set when one is in
      *    force. The caller clears its own as-of stamp first.
           try
               invoke type File::Copy(type pucksweb.activeCopy::resolve(gameLive)::Trim,
                   self::copyName(gameLive, sessionId, pageName), true)
               invoke type File::Copy(type pucksweb.activeCopy::resolve(playLive)::Trim,
                   self::copyName(playLive, sessionId, pageName), true)
           catch exc as type Exception
               invoke self::drop(sessionId, pageName, gameLive, playLive)
               exit method
           end-try
           MOVE self::copyName(gameLive, sessionId, pageName) TO WS-GAME-FILE
           MOVE self::copyName(playLive, sessionId, pageName) TO WS-PLAY-FILE
           OPEN I-O GAME-FILE.
           IF STATUS-BYTE-1 NOT EQUAL ZEROES
               invoke self::drop(sessionId, pageName, gameLive, playLive)
               exit method.
           OPEN I-O PLAY-FILE.
           IF STATUS-BYTE-1 NOT EQUAL ZEROES
               CLOSE GAME-FILE
               invoke self::drop(sessionId, pageName, gameLive, playLive)
               exit method.

           set undone to 0
           set rowIdx to actions::Count - 1.
       UNDO-LOOP.
           if rowIdx < 0
               go to UNDO-DONE.
           if fileIds[rowIdx] = "GA"
               invoke self::undoGame(actions[rowIdx], befores[rowIdx],
                   afters[rowIdx])
           else
               invoke self::undoPlay(actions[rowIdx], befores[rowIdx],
                   afters[rowIdx])
           end-if
           add 1 to undone
           subtract 1 from rowIdx
           go to UNDO-LOOP.
       UNDO-DONE.
           CLOSE PLAY-FILE.
           CLOSE GAME-FILE.
       end method.

      *    one journal row taken back out of the game copy.
       method-id undoGame static protected.
       procedure division using by value actionFlag as String
                                 by value beforeImage as String
                                 by value afterImage as String.
           if actionFlag = "W"
               MOVE afterImage TO GAME-REC
               DELETE GAME-FILE RECORD
                   INVALID KEY CONTINUE
               END-DELETE
               exit method.
           MOVE beforeImage TO GAME-REC
           WRITE GAME-REC
               INVALID KEY REWRITE GAME-REC
           END-WRITE.
       end method.

      *    one journal row taken back out of the player copy.
       method-id undoPlay static protected.
       procedure division using by value actionFlag as String
                                 by value beforeImage as String
                                 by value afterImage as String.
           if actionFlag = "W"
               MOVE afterImage TO PLAY-REC
               DELETE PLAY-FILE RECORD
                   INVALID KEY CONTINUE
               END-DELETE
               exit method.
           MOVE beforeImage TO PLAY-REC
           WRITE PLAY-REC
               INVALID KEY REWRITE PLAY-REC
           END-WRITE.
       end method.

      *    copies a lapsed session never dropped -- anything
      *    beside the live file a day old or more. The load-window
      *    .SNAP is loadSwap's and is left alone.
       method-id retireStale static protected.
       local-storage section.
       01  leftOver        type String.
       procedure division using by value liveName as String.
           try
               perform varying leftOver through type Directory::GetFiles(
                   type Path::GetDirectoryName(type Path::GetFullPath(liveName::Trim)),
                   type Path::GetFileName(liveName::Trim) & ".*.*")
                   if leftOver::EndsWith(".SNAP") = false
                       and type File::GetLastWriteTime(leftOver) < type DateTime::Now::AddDays(-1)
                       invoke type File::Delete(leftOver)
                   end-if
               end-perform
           catch exc as type Exception
               continue
           end-try.
       end method.

      *    retires a session's copies for one page.
       method-id drop static public.
       procedure division using by value sessionId as String
                                 by value pageName as String
                                 by value gameLive as String
                                 by value playLive as String.
           try
               invoke type File::Delete(self::copyName(gameLive, sessionId, pageName))
               invoke type File::Delete(self::copyName(playLive, sessionId, pageName))
           catch exc as type Exception
               continue
           end-try.
       end method.

      *    the game and player rows changed after the cutoff, newest
      *    first, one line each -- when (in the viewer's zone), what
      *    was done and to which game or player.
       method-id changes static public.
       local-storage section.
       01  oneLine         type String.
       01  whatDone        type String.
       01  whenText        type String.
       procedure division using by value cutoff as String
                                 by value viewerTeam as String
                          returning changeLines as type List[String].
           set changeLines to new List[String]
           OPEN INPUT JOURNAL-FILE.
           IF STATUS2-BYTE-1 NOT EQUAL ZEROES
               exit method.
           MOVE cutoff TO WS-START-STAMP
           MOVE 9999 TO WS-START-SEQ
           MOVE WS-START-KEY TO JRNL-KEY
           START JOURNAL-FILE KEY > JRNL-KEY
               INVALID KEY GO TO DIFF-DONE
           END-START.
       DIFF-LOOP.
           READ JOURNAL-FILE NEXT WITH NO LOCK
               AT END GO TO DIFF-DONE.
           IF JRNL-FILE-ID NOT = "PL" AND JRNL-FILE-ID NOT = "GA"
            AND JRNL-FILE-ID NOT = SPACES
               GO TO DIFF-LOOP.
           evaluate JRNL-ACTION
           when "W"
               set whatDone to "added    "
           when "D"
               set whatDone to "removed  "
           when other
               set whatDone to "changed  "
           end-evaluate
      *    the journal is stamped in server time; show it the way
      *    every other stamp on the screen reads.
           set whenText to type pucksweb.venueZone::shown(
               type TimeZoneInfo::ConvertTimeToUtc(type DateTime::ParseExact(
               JRNL-TIMESTAMP, "yyyyMMddHHmmss",
               type System.Globalization.CultureInfo::InvariantCulture))::ToString(
               "yyyyMMddHHmmss"), viewerTeam)
           if JRNL-FILE-ID = "GA"
               if JRNL-ACTION = "D"
                   MOVE JRNL-BEFORE TO GAME-REC
               else
                   MOVE JRNL-AFTER TO GAME-REC
               end-if
               set oneLine to whenText & "  game    " & whatDone &
                   GAME-DATE-1 & "  " & GAME-VISITORS::Trim & " @ " &
                   GAME-HOME-TEAM::Trim & "  " & GAME-VIS-SCORE & "-" &
                   GAME-HOME-SCORE
           else
               if JRNL-ACTION = "D"
                   MOVE JRNL-BEFORE TO PLAY-REC
               else
                   MOVE JRNL-AFTER TO PLAY-REC
               end-if
               set oneLine to whenText & "  player  " & whatDone &
                   PLAY-LAST-NAME::Trim & ", " & PLAY-FIRST-NAME::Trim &
                   "  " & PLAY-TEAM-NAME::Trim
           end-if
           invoke changeLines::Insert(0, oneLine)
           GO TO DIFF-LOOP.
       DIFF-DONE.
           CLOSE JOURNAL-FILE.
       end method.

       end class.
