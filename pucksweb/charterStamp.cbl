      * charter attribution. Only a dual-charted game kept who
      * did the work (DCMP-CHARTER, dualChart.cbl); for every other
      * game a play that later turned up in the validation
      * exceptions, a data-error ticket or a correction could not be
      * traced back to the charter who keyed it. PKW089.DAT keeps one
      * row per charted play -- keyed by its PLAY-KEY -- holding the
      * charter who created it and the last charter to edit it, and
      * one row per charted game (GAME-KEY) holding who charted it.
      * Every charting path that writes a play stamps it here right
      * after the write lands: the intraday post (incrementalLoad.cbl)
      * and the overnight load's staged games (the batch entry
      * below, one chain step per staged game), an offline session's
      * sync-back (offlineSync.cbl) and a held offline record a
      * supervisor applies (offlineReview.aspx.cbl). validatePlays.cbl
      * notes each rule a stamped play breaks on its row, so a play
      * fixed the next morning still counts against the charter after
      * PKW035.DAT is rebuilt. The created and edited stamps are
      * local time -- the play journal's clock -- so a journal
      * rewrite later than a play's last stamp is a correction
      * somebody else made after the charting was done; when an
      * exception was first noted is only ever shown, and is UTC.
      * charterScorecard.aspx.cbl reads all of it back per charter
      * and month.
      *
      * Usage: charterStamp <staged-PLAY.DAT> <yyyymmdd> <home>
      *            <visitors> <charter-id>

       class-id pucksweb.charterStamp.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       $SET CALLFH"EXTFH"
       $SET DATACOMPRESS"1"
        SELECT ATTRIB-FILE ASSIGN WS-ATTRIB-FILE
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS CHS-KEY
              LOCK MANUAL
              FILE STATUS IS STATUS-COMN.

      *    the staged game reads through a plain-buffer FD the
      *    same way incrementalLoad.cbl reads its staged pair.
          SELECT STAGE-PLAY-FILE ASSIGN WS-STAGE-PLAY-FILE
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS SP-KEY
              FILE STATUS IS STATUS-COMN2.

       file section.
       FD  ATTRIB-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS CHS-REC.

      *    CHS-KIND: P a play (CHS-ID is its PLAY-KEY), G a game
      *    (CHS-ID is its GAME-KEY -- date, home, visitors).
      *    CHS-EDITS counts the charting edits after the first.
      *    CHS-EXC-RULE holds the distinct validation rules the play
      *    has broken, CHS-EXC-FIRST when the first was noted (UTC;
      *    CHS-CREATED and CHS-EDITED are the journal's local time).
       01  CHS-REC.
           05  CHS-KEY.
               10  CHS-KIND                PIC X.
               10  CHS-ID                  PIC X(38).
               10  CHS-GAME-ID REDEFINES CHS-ID.
                   15  CHS-G-DATE          PIC 9(8).
                   15  CHS-G-HOME          PIC X(15).
                   15  CHS-G-VISITORS      PIC X(15).
           05  CHS-GAME-DATE               PIC 9(8).
           05  CHS-CREATED-BY              PIC X(12).
           05  CHS-CREATED                 PIC X(14).
           05  CHS-EDITED-BY               PIC X(12).
           05  CHS-EDITED                  PIC X(14).
           05  CHS-EDITS                   PIC 9(4).
           05  CHS-EXC-COUNT               PIC 9(2).
           05  CHS-EXC-RULE                PIC X(12) OCCURS 5.
           05  CHS-EXC-FIRST               PIC X(14).
           05  FILLER                      PIC X(30).

       FD  STAGE-PLAY-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS SP-REC.

       01  SP-REC.
           05  SP-KEY                  PIC X(30).
           05  SP-BODY                 PIC X(270).

       working-storage section.
       01  WS-ATTRIB-FILE     PIC X(256) VALUE "PKW089.DAT".
       01  WS-STAGE-PLAY-FILE          PIC X(256).
       01  STATUS-COMN.
           05  STATUS-BYTE-1           PIC X      VALUE SPACES.
           05  STATUS-BYTE-2           PIC X      VALUE SPACES.
       01  STATUS-COMN2.
           05  STATUS2-BYTE-1          PIC X      VALUE SPACES.
           05  STATUS2-BYTE-2          PIC X      VALUE SPACES.
       01  WS-GAME-DATE                PIC 9(8) VALUE 0.
       01  WS-HOME-TEAM                PIC X(15).
       01  WS-VISITORS                 PIC X(15).
       01  WS-CHARTER                  PIC X(12).
       01  WS-RULE-IDX                 PIC 9(2) VALUE 0.
       01  WS-RULE-NAME                PIC X(12).
       01  stampedPlays                PIC 9(5) VALUE 0.

      *    the overnight load's staged games come through here,
      *    one chain step per staged game, before the load takes them
      *    in: the game and every play in it are stamped to the
      *    charter who staged it.
       method-id Main static public.
       local-storage section.
       01  runStamp        type String.
       procedure division using by value args as type String occurs any.
           if args::Length < 5
               invoke type Console::WriteLine("usage: charterStamp <staged-PLAY.DAT> <yyyymmdd> <home> <visitors> <charter-id>")
               exit method.
           move args[0] to WS-STAGE-PLAY-FILE
           invoke type Int32::TryParse(args[1]::Trim(), by reference WS-GAME-DATE)
           move args[2]::Trim()::ToUpper() to WS-HOME-TEAM
           move args[3]::Trim()::ToUpper() to WS-VISITORS
           move args[4]::Trim()::ToUpper() to WS-CHARTER
           if WS-GAME-DATE = 0
               invoke type Console::WriteLine("Bad date -- use yyyymmdd.")
               exit method.
           if WS-CHARTER = spaces
               invoke type Console::WriteLine("Name the charter who charted the game.")
               exit method.

           set runStamp to type pucksweb.jobRunLog::begin("CHARTSTAMP")
           OPEN INPUT STAGE-PLAY-FILE.
           IF STATUS2-BYTE-1 NOT EQUAL ZEROES
               invoke type Console::WriteLine("Unable to open " & WS-STAGE-PLAY-FILE::Trim)
               invoke type pucksweb.jobRunLog::finish("CHARTSTAMP", runStamp, 0, "FAIL")
               exit method.
           invoke self::stampGame(WS-GAME-DATE, "" & WS-HOME-TEAM,
               "" & WS-VISITORS, "" & WS-CHARTER)
       STAMP-LOOP.
           READ STAGE-PLAY-FILE NEXT
               AT END GO TO STAMP-DONE.
           invoke self::stamp("" & SP-KEY, "" & WS-CHARTER)
           add 1 to stampedPlays
           GO TO STAMP-LOOP.
       STAMP-DONE.
           CLOSE STAGE-PLAY-FILE.
           invoke type Console::WriteLine("" & WS-GAME-DATE & " " & WS-VISITORS::Trim &
               " @ " & WS-HOME-TEAM::Trim & ": " & stampedPlays::ToString &
               " play(s) stamped to " & WS-CHARTER::Trim & ".")
           invoke type pucksweb.jobRunLog::finish("CHARTSTAMP", runStamp,
               stampedPlays, "OK")
       end method.

      *    one play written by a charter: the first stamp on a
      *    key is its creator, any later one its last editor.
       method-id stamp static public.
       procedure division using by value playKey as String
                                 by value charterId as String.
           if charterId = null
               exit method.
           if charterId::Trim = ""
               exit method.
           if self::openAttrib() not = "Y"
               exit method.
           MOVE "P" TO CHS-KIND
           MOVE playKey TO CHS-ID
           invoke self::stampRow(charterId::Trim::ToUpper,
               self::dateInKey(playKey))
           CLOSE ATTRIB-FILE.
       end method.

      *    the game a charter posted, by its GAME-KEY.
       method-id stampGame static public.
       procedure division using by value gameDate as type Int32
                                 by value homeTeam as String
                                 by value visitors as String
                                 by value charterId as String.
           if charterId = null
               exit method.
           if charterId::Trim = ""
               exit method.
           if self::openAttrib() not = "Y"
               exit method.
           MOVE "G" TO CHS-KIND
           MOVE SPACES TO CHS-ID
           MOVE gameDate TO CHS-G-DATE
           MOVE homeTeam::Trim::ToUpper TO CHS-G-HOME
           MOVE visitors::Trim::ToUpper TO CHS-G-VISITORS
           invoke self::stampRow(charterId::Trim::ToUpper, gameDate)
           CLOSE ATTRIB-FILE.
       end method.

      *    writes or updates the row whose key is set, with the
      *    file open.
       method-id stampRow static protected.
       procedure division using by value charterId as String
                                 by value gameDate as type Int32.
           READ ATTRIB-FILE
               INVALID KEY
                   MOVE SPACES TO CHS-CREATED-BY CHS-CREATED
                       CHS-EDITED-BY CHS-EDITED CHS-EXC-FIRST
                   MOVE 0 TO CHS-EDITS CHS-EXC-COUNT
                   MOVE SPACES TO CHS-EXC-RULE(1) CHS-EXC-RULE(2)
                       CHS-EXC-RULE(3) CHS-EXC-RULE(4) CHS-EXC-RULE(5)
                   MOVE gameDate TO CHS-GAME-DATE
                   MOVE charterId TO CHS-CREATED-BY
                   set CHS-CREATED to type DateTime::Now::ToString("yyyyMMddHHmmss")
                   WRITE CHS-REC
                       INVALID KEY
                           CONTINUE
                   END-WRITE
                   exit method
           END-READ
           MOVE charterId TO CHS-EDITED-BY
           set CHS-EDITED to type DateTime::Now::ToString("yyyyMMddHHmmss")
           ADD 1 TO CHS-EDITS
           REWRITE CHS-REC.
       end method.

      *    a validation rule a stamped play breaks. A play no
      *    charter stamped is left alone -- there is nobody to hold
      *    it against -- and a rule already noted is not counted
      *    twice, however many nights it stands.
       method-id noteException static public.
       procedure division using by value playKey as String
                                 by value ruleName as String.
           if self::openAttrib() not = "Y"
               exit method.
           MOVE "P" TO CHS-KIND
           MOVE playKey TO CHS-ID
           READ ATTRIB-FILE
               INVALID KEY
                   CLOSE ATTRIB-FILE
                   exit method
           END-READ
           MOVE ruleName TO WS-RULE-NAME
           MOVE 1 TO WS-RULE-IDX.
       RULE-LOOP.
           IF WS-RULE-IDX > CHS-EXC-COUNT
               GO TO RULE-NEW.
           IF CHS-EXC-RULE(WS-RULE-IDX) = WS-RULE-NAME
               CLOSE ATTRIB-FILE
               exit method.
           ADD 1 TO WS-RULE-IDX
           GO TO RULE-LOOP.
       RULE-NEW.
           IF CHS-EXC-COUNT >= 5
               CLOSE ATTRIB-FILE
               exit method.
           ADD 1 TO CHS-EXC-COUNT
           MOVE WS-RULE-NAME TO CHS-EXC-RULE(CHS-EXC-COUNT)
           IF CHS-EXC-FIRST = SPACES
               set CHS-EXC-FIRST to type DateTime::UtcNow::ToString("yyyyMMddHHmmss")
           END-IF
           REWRITE CHS-REC.
           CLOSE ATTRIB-FILE.
       end method.

      *    the charter a play is held against -- its last
      *    editor, otherwise its creator; "" when unstamped.
       method-id ownerOf static public.
       procedure division using by value playKey as String
                          returning charterId as String.
           set charterId to ""
           OPEN INPUT ATTRIB-FILE.
           IF STATUS-BYTE-1 NOT EQUAL ZEROES
               exit method.
           MOVE "P" TO CHS-KIND
           MOVE playKey TO CHS-ID
           READ ATTRIB-FILE WITH NO LOCK
               INVALID KEY
                   CLOSE ATTRIB-FILE
                   exit method
           END-READ
           IF CHS-EDITED-BY NOT = SPACES
               set charterId to CHS-EDITED-BY::Trim
           ELSE
               set charterId to CHS-CREATED-BY::Trim
           END-IF
           CLOSE ATTRIB-FILE.
       end method.

      *    "Y" with the file open I-O, created the first time.
       method-id openAttrib static protected.
       procedure division returning openFlag as String.
           set openFlag to "N"
           OPEN I-O ATTRIB-FILE.
           IF STATUS-COMN = "35"
               OPEN OUTPUT ATTRIB-FILE
               CLOSE ATTRIB-FILE
               OPEN I-O ATTRIB-FILE.
           IF STATUS-BYTE-1 NOT EQUAL ZEROES
               invoke type Console::WriteLine("Unable to open " & WS-ATTRIB-FILE::Trim)
               exit method.
           set openFlag to "Y".
       end method.

      *    the game date a PLAY-KEY carries -- the first run of
      *    eight digits that reads as a date.
       method-id dateInKey static protected.
       local-storage section.
       01  scanIdx         type Int32.
       01  tryVal          type Int32.
       procedure division using by value keyText as String
                          returning dateOut as type Int32.
           set dateOut to 0
           move 0 to scanIdx.
       DIG-LOOP.
           if scanIdx + 8 > keyText::Length
               exit method.
           set tryVal to 0
           invoke type Int32::TryParse(keyText::Substring(scanIdx, 8), by reference tryVal)
           if tryVal > 19000101 and tryVal < 21001231
               set dateOut to tryVal
               exit method.
           add 1 to scanIdx
           go to DIG-LOOP.
       end method.

       end class.
