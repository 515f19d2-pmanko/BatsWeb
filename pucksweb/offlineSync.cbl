      * offline charting sync-back. Press boxes at several road
      * rinks have no dependable network, and a charter who loses
      * the connection mid-period used to finish on paper and key the
      * game in at the hotel -- where most of the morning's
      * validation exceptions came from. Charting offline, the
      * laptop keeps the session's records locally under the same
      * edits as live charting and, on reconnect, stages them as its
      * own small PLAY .DAT (the shape incrementalLoad.cbl and
      * dualChart.cbl take) along with the moment it went offline --
      * the laptop's clock, so the rink's local time. That moment is
      * turned into the server's local time (the rink club's
      * venueZone.cbl row) before it is matched against the journal
      * and the checkout flags, which both run on the server's clock.
      * This brings the session into PLAY-FILE through the change
      * journal (playJournal.cbl), one record at a time:
      *
      *    - a record the server does not have is added;
      *    - a record identical to the server's is left alone;
      *    - a record that differs is rewritten --
      *
      * unless the server moved underneath the charter. A record the
      * journal shows was written, rewritten or deleted on the server
      * since the laptop went offline, one whose team was under
      * someone's checkout flag (BATSW024.DAT, the breakdown screens'
      * soft lock) in that time, or one that breaks the charting
      * edits (validatePlays.cbl's rule list) is not applied: it is
      * held in PKW085.DAT with the server's and the laptop's images
      * for a supervisor on offlineReview.aspx.cbl to apply or
      * reject. Nothing offline ever overwrites a server edit
      * unseen. Records only travel one way -- a record deleted on
      * the laptop is not deleted here; the crew removes it on the
      * server once back online. Every record added or changed is
      * stamped to the session's charter (charterStamp.cbl).
      *
      * The report lists every record by key: ADDED, CHANGED (with
      * the fields that changed, old and new), HELD (and why), and the
      * count left unchanged. Refuses to run while the overnight
      * load window is open, as incrementalLoad does, and syncs
      * nothing at all if the journal or the checkout flags cannot be
      * read -- without them a server edit could be overwritten
      * unseen. No checkout file yet just means no flags. The sync
      * stamp (REV-SYNC) is UTC.
      *
      * Usage: offlineSync <path-to-PLAY-FILE> <staged-PLAY.DAT>
      *            <charter-id>
      *            <offline-since yyyyMMddHHmmss, rink local time>
      *            <report-out-path> <rink-club>

       $set ilusing"System.IO"

       class-id pucksweb.offlineSync.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       $SET CALLFH"EXTFH"
       $SET DATACOMPRESS"1"
          SELECT PLAY-FILE ASSIGN WS-PLAY-FILE
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS PLAY-KEY
              ALTERNATE KEY IS PLAY-ALT-KEY1
              ALTERNATE KEY IS PLAY-ALT-KEY2
              FILE STATUS IS STATUS-COMN.

      *    the laptop's session reads through a plain-buffer FD
      *    the same way incrementalLoad.cbl reads its staged pair.
          SELECT STAGE-PLAY-FILE ASSIGN WS-STAGE-PLAY-FILE
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS SP-KEY
              FILE STATUS IS STATUS-COMN2.

          SELECT JOURNAL-FILE ASSIGN WS-JOURNAL-FILE
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS JRNL-KEY
              LOCK MANUAL
              FILE STATUS IS STATUS-COMN3.

          SELECT CHECKOUT-FILE ASSIGN WS-CHECKOUT-FILE
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS CHECKOUT-KEY
              LOCK MANUAL
              FILE STATUS IS STATUS-COMN4.

          SELECT REVIEW-FILE ASSIGN WS-REVIEW-FILE
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS REV-KEY
              LOCK MANUAL
              FILE STATUS IS STATUS-COMN5.

          SELECT STAMP-FILE ASSIGN WS-STAMP-FILE
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS STAMP-KEY
              FILE STATUS IS STATUS-COMN6.

       file section.
       COPY "Y:\SYDEXSOURCE\FDS\FDPKPLAY.CBL".

       FD  STAGE-PLAY-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS SP-REC.

       01  SP-REC.
           05  SP-KEY                  PIC X(30).
           05  SP-BODY                 PIC X(270).

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

       FD  CHECKOUT-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS CHECKOUT-REC.

      *    layout owned by lineBreakdown.aspx.cbl -- keep in
      *    sync with the FD there.
       01  CHECKOUT-REC.
           05  CHECKOUT-KEY.
               10  CHECKOUT-SOURCE-PAGE    PIC X(30).
               10  CHECKOUT-TEAM           PIC X(15).
           05  CHECKOUT-SESSION-ID         PIC X(32).
           05  CHECKOUT-USER               PIC X(30).
           05  CHECKOUT-SINCE              PIC X(14).
           05  CHECKOUT-LAST-ACTIVITY      PIC X(14).

       FD  REVIEW-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS REV-REC.

      *    one held offline record. REV-SYNC is the sync run's
      *    stamp, so one run's holds read back together. REV-REASON:
      *    EDITED (the server wrote or rewrote it since the laptop
      *    went offline), DELETED (the server deleted it since),
      *    CHECKOUT (its team was under someone's checkout flag),
      *    EDITS (it breaks the charting edits). REV-SERVER-IMAGE is
      *    the server's record when the hold was made (spaces when
      *    the server has none) -- offlineReview applies nothing if
      *    the server has moved again since. REV-STATUS: P pending,
      *    A applied, R rejected.
       01  REV-REC.
           05  REV-KEY.
               10  REV-SYNC            PIC X(14).
               10  REV-SEQ             PIC 9(5).
           05  REV-PLAY-KEY            PIC X(30).
           05  REV-CHARTER             PIC X(12).
           05  REV-REASON              PIC X(8).
           05  REV-DETAIL              PIC X(80).
           05  REV-STATUS              PIC X.
           05  REV-SERVER-IMAGE        PIC X(300).
           05  REV-OFFLINE-IMAGE       PIC X(300).
           05  REV-RESOLVED-BY         PIC X(30).
           05  REV-RESOLVED            PIC X(14).
           05  FILLER                  PIC X(10).

       FD  STAMP-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS STAMP-REC.

      *    layout owned by loadSwap.cbl -- keep in sync with
      *    the FD there.
       01  STAMP-REC.
           05  STAMP-KEY.
               10  STAMP-ID            PIC X(8).
           05  STAMP-STATE             PIC X(8).
           05  STAMP-WHEN              PIC X(14).
           05  FILLER                  PIC X(10).

       working-storage section.
       01  WS-PLAY-FILE                PIC X(256).
       01  WS-STAGE-PLAY-FILE          PIC X(256).
       01  WS-JOURNAL-FILE    PIC X(256) VALUE "PKW036.DAT".
       01  WS-CHECKOUT-FILE   PIC X(256) VALUE "BATSW024.DAT".
       01  WS-REVIEW-FILE     PIC X(256) VALUE "PKW085.DAT".
       01  WS-STAMP-FILE      PIC X(256) VALUE "PKW037.DAT".
       01  STATUS-COMN.
           05  STATUS-BYTE-1           PIC X      VALUE SPACES.
           05  STATUS-BYTE-2           PIC X      VALUE SPACES.
       01  STATUS-COMN2.
           05  STATUS2-BYTE-1          PIC X      VALUE SPACES.
           05  STATUS2-BYTE-2          PIC X      VALUE SPACES.
       01  STATUS-COMN3.
           05  STATUS3-BYTE-1          PIC X      VALUE SPACES.
           05  STATUS3-BYTE-2          PIC X      VALUE SPACES.
       01  STATUS-COMN4.
           05  STATUS4-BYTE-1          PIC X      VALUE SPACES.
           05  STATUS4-BYTE-2          PIC X      VALUE SPACES.
       01  STATUS-COMN5.
           05  STATUS5-BYTE-1          PIC X      VALUE SPACES.
           05  STATUS5-BYTE-2          PIC X      VALUE SPACES.
       01  STATUS-COMN6.
           05  STATUS6-BYTE-1          PIC X      VALUE SPACES.
           05  STATUS6-BYTE-2          PIC X      VALUE SPACES.
       01  WS-CHARTER                  PIC X(12).
       01  WS-OFFLINE-SINCE            PIC X(14).
      *    the club whose rink the session was charted at; its
      *    venue zone is the laptop's clock.
       01  WS-RINK-CLUB                PIC X(15).
       01  WS-RINK-SINCE               PIC X(14).
       01  WS-SYNC-STAMP               PIC X(14).
       01  WS-STAGED-IMAGE             PIC X(300).
       01  WS-SERVER-IMAGE             PIC X(300).
      *    the server's fields for a record about to be changed,
      *    for the report's before-and-after.
       01  WS-SERVER-FIELDS.
           05  SRV-TEAM                PIC X(15).
           05  SRV-LAST                PIC X(15).
           05  SRV-FIRST               PIC X(15).
           05  SRV-POS                 PIC X(2).
           05  SRV-NHL-ID              PIC X(7).
           05  SRV-DUR                 PIC X(8).
       01  WS-NHL-ID                   PIC X(7).
       01  stagedPlays                 PIC 9(5) VALUE 0.
       01  addedPlays                  PIC 9(5) VALUE 0.
       01  changedPlays                PIC 9(5) VALUE 0.
       01  unchangedPlays              PIC 9(5) VALUE 0.
       01  heldPlays                   PIC 9(5) VALUE 0.
       01  failedPlays                 PIC 9(5) VALUE 0.
       01  landedPlays                 PIC 9(5) VALUE 0.
      *    server-side journal activity since the laptop went
      *    offline, by play key: the last action (W, R or D) and
      *    when.
       01  serverMoves         type Dictionary[String, String].
      *    checkout flags held in that time, by team: who and since
      *    when.
       01  teamCheckouts       type Dictionary[String, String].
       01  reportOut           type StreamWriter.

       method-id Main static public.
       local-storage section.
       01  runStamp        type String.
       procedure division using by value args as type String occurs any.
           if args::Length < 6
               invoke type Console::WriteLine("usage: offlineSync <path-to-PLAY-FILE> <staged-PLAY.DAT> <charter-id> <offline-since yyyyMMddHHmmss, rink local time> <report-out-path> <rink-club>")
               exit method.
           move args[0] to WS-PLAY-FILE
           move args[1] to WS-STAGE-PLAY-FILE
           move args[2]::Trim::ToUpper to WS-CHARTER
           move args[3]::Trim to WS-OFFLINE-SINCE
           if args[3]::Trim::Length not = 14
            or WS-OFFLINE-SINCE not numeric
               invoke type Console::WriteLine("Bad offline-since stamp -- use yyyyMMddHHmmss.")
               exit method.
           if WS-CHARTER = spaces
               invoke type Console::WriteLine("Name the charter whose session this is.")
               exit method.
           move args[5]::Trim::ToUpper to WS-RINK-CLUB
           if WS-RINK-CLUB = spaces
               invoke type Console::WriteLine("Name the club whose rink the session was charted at.")
               exit method.
      *    the journal and the checkout flags are on the server's
      *    clock; the laptop's is the rink's.
           MOVE WS-OFFLINE-SINCE TO WS-RINK-SINCE
           set WS-OFFLINE-SINCE to self::serverLocalOf("" & WS-RINK-SINCE,
               "" & WS-RINK-CLUB)

           set runStamp to type pucksweb.jobRunLog::begin("OFFSYNC")

      *    never run inside the overnight window -- loadSwap
      *    owns the files then.
           OPEN INPUT STAMP-FILE.
           IF STATUS6-BYTE-1 EQUAL ZEROES
               MOVE "LOADWIN" TO STAMP-ID
               READ STAMP-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF STAMP-STATE = "LOADING"
                           CLOSE STAMP-FILE
                           invoke type Console::WriteLine("The load window is open -- the overnight load owns the files. Sync again once it is done.")
                           invoke type pucksweb.jobRunLog::finish("OFFSYNC", runStamp, 0, "FAIL")
                           exit method
                       END-IF
               END-READ
               CLOSE STAMP-FILE.

           try
               set reportOut to new StreamWriter(args[4]::Trim())
           catch exc as type Exception
               invoke type Console::WriteLine("Unable to open " &
                   args[4]::Trim() & ": " & exc::Message)
               invoke type pucksweb.jobRunLog::finish("OFFSYNC", runStamp, 0, "FAIL")
               exit method
           end-try

      *    without the server's side of the story nothing is
      *    synced -- every record would look safe to apply.
           if self::loadServerMoves() = "N"
               invoke reportOut::Dispose
               invoke type Console::WriteLine("Unable to read the change journal " &
                   WS-JOURNAL-FILE::Trim & " (status " & STATUS-COMN3 &
                   ") -- nothing synced.")
               invoke type pucksweb.jobRunLog::finish("OFFSYNC", runStamp, 0, "FAIL")
               exit method.
           if self::loadCheckouts() = "N"
               invoke reportOut::Dispose
               invoke type Console::WriteLine("Unable to read the checkout flags " &
                   WS-CHECKOUT-FILE::Trim & " (status " & STATUS-COMN4 &
                   ") -- nothing synced.")
               invoke type pucksweb.jobRunLog::finish("OFFSYNC", runStamp, 0, "FAIL")
               exit method.
           set WS-SYNC-STAMP to type DateTime::UtcNow::ToString("yyyyMMddHHmmss")

           OPEN INPUT STAGE-PLAY-FILE.
           IF STATUS2-BYTE-1 NOT EQUAL ZEROES
               invoke reportOut::Dispose
               invoke type Console::WriteLine("Unable to open " & WS-STAGE-PLAY-FILE::Trim)
               invoke type pucksweb.jobRunLog::finish("OFFSYNC", runStamp, 0, "FAIL")
               exit method.
           OPEN I-O PLAY-FILE.
           IF STATUS-BYTE-1 NOT EQUAL ZEROES
               CLOSE STAGE-PLAY-FILE
               invoke reportOut::Dispose
               invoke type Console::WriteLine("Unable to open " & WS-PLAY-FILE::Trim)
               invoke type pucksweb.jobRunLog::finish("OFFSYNC", runStamp, 0, "FAIL")
               exit method.
           OPEN I-O REVIEW-FILE.
           IF STATUS-COMN5 = "35"
               OPEN OUTPUT REVIEW-FILE
               CLOSE REVIEW-FILE
               OPEN I-O REVIEW-FILE.
           IF STATUS5-BYTE-1 NOT EQUAL ZEROES
               CLOSE STAGE-PLAY-FILE
               CLOSE PLAY-FILE
               invoke reportOut::Dispose
               invoke type Console::WriteLine("Unable to open " & WS-REVIEW-FILE::Trim)
               invoke type pucksweb.jobRunLog::finish("OFFSYNC", runStamp, 0, "FAIL")
               exit method.

           invoke reportOut::WriteLine("OFFLINE SYNC  charter " &
               WS-CHARTER::Trim & "  at " & WS-RINK-CLUB::Trim &
               "  offline since " & WS-RINK-SINCE & " (rink time)" &
               "  synced " & type pucksweb.venueZone::shown("" & WS-SYNC-STAMP,
               "" & WS-RINK-CLUB))
       SYNC-LOOP.
           READ STAGE-PLAY-FILE NEXT
               AT END GO TO SYNC-DONE.
           add 1 to stagedPlays
           MOVE SP-REC TO WS-STAGED-IMAGE
           invoke self::syncOne
           GO TO SYNC-LOOP.
       SYNC-DONE.
           CLOSE STAGE-PLAY-FILE.
           CLOSE PLAY-FILE.
           CLOSE REVIEW-FILE.

           invoke reportOut::WriteLine(stagedPlays::ToString & " record(s) in the session: " &
               addedPlays::ToString & " added, " & changedPlays::ToString &
               " changed, " & unchangedPlays::ToString & " unchanged, " &
               heldPlays::ToString & " held for supervisor review, " &
               failedPlays::ToString & " failed to write.")
           invoke reportOut::Dispose
           invoke type Console::WriteLine("Offline session for " & WS-CHARTER::Trim &
               ": " & addedPlays::ToString & " added, " & changedPlays::ToString &
               " changed, " & heldPlays::ToString & " held for review.")
           compute landedPlays = addedPlays + changedPlays
           if failedPlays > 0
               invoke type pucksweb.jobRunLog::finish("OFFSYNC", runStamp,
                   landedPlays, "FAIL")
           else
               invoke type pucksweb.jobRunLog::finish("OFFSYNC", runStamp,
                   landedPlays, "OK")
           end-if
       end method.

      *    the play-file journal rows since the laptop went
      *    offline -- what the server did in the meantime. "N" when
      *    the journal will not open.
       method-id loadServerMoves static protected.
       procedure division returning loaded as String.
           set loaded to "N"
           set serverMoves to new Dictionary[String, String]
           OPEN INPUT JOURNAL-FILE.
           IF STATUS-COMN3 NOT = "00"
               exit method.
           set loaded to "Y"
           MOVE WS-OFFLINE-SINCE TO JRNL-TIMESTAMP
           MOVE 0 TO JRNL-SEQ
           START JOURNAL-FILE KEY NOT < JRNL-KEY
               INVALID KEY GO TO MOVES-DONE.
       MOVES-LOOP.
           READ JOURNAL-FILE NEXT WITH NO LOCK
               AT END GO TO MOVES-DONE.
           IF JRNL-FILE-ID NOT = "PL" AND JRNL-FILE-ID NOT = SPACES
               GO TO MOVES-LOOP.
           set serverMoves["" & JRNL-PLAY-KEY] to JRNL-ACTION & JRNL-TIMESTAMP
           GO TO MOVES-LOOP.
       MOVES-DONE.
           CLOSE JOURNAL-FILE.
       end method.

      *    checkout flags active since the laptop went offline,
      *    whatever screen raised them. No file yet is no flags; "N"
      *    when it is there and will not open.
       method-id loadCheckouts static protected.
       procedure division returning loaded as String.
           set loaded to "N"
           set teamCheckouts to new Dictionary[String, String]
           OPEN INPUT CHECKOUT-FILE.
           IF STATUS-COMN4 = "35"
               set loaded to "Y"
               exit method.
           IF STATUS-COMN4 NOT = "00"
               exit method.
           set loaded to "Y"
       CHECKOUT-LOOP.
           READ CHECKOUT-FILE NEXT WITH NO LOCK
               AT END GO TO CHECKOUT-DONE.
           IF CHECKOUT-LAST-ACTIVITY < WS-OFFLINE-SINCE
               GO TO CHECKOUT-LOOP.
           set teamCheckouts["" & CHECKOUT-TEAM] to CHECKOUT-USER::Trim &
               " on " & CHECKOUT-SOURCE-PAGE::Trim & " since " & CHECKOUT-SINCE
           GO TO CHECKOUT-LOOP.
       CHECKOUT-DONE.
           CLOSE CHECKOUT-FILE.
       end method.

      *    a rink-local stamp as the server's local time, the
      *    journal's clock. Left as typed if the zone will not
      *    convert it.
       method-id serverLocalOf static protected.
       local-storage section.
       01  rinkTime        type DateTime.
       procedure division using by value rinkText as String
                                 by value rinkClub as String
                          returning localText as String.
           set localText to rinkText
           if type DateTime::TryParseExact(rinkText, "yyyyMMddHHmmss",
               type System.Globalization.CultureInfo::InvariantCulture,
               type System.Globalization.DateTimeStyles::None,
               by reference rinkTime) = false
               exit method.
           try
               set localText to type TimeZoneInfo::ConvertTime(rinkTime,
                   type pucksweb.venueZone::zoneInfo(
                       type pucksweb.venueZone::zoneOf(rinkClub)),
                   type TimeZoneInfo::Local)::ToString("yyyyMMddHHmmss")
           catch exc as type Exception
               set localText to rinkText
           end-try.
       end method.

      *    one staged record (in WS-STAGED-IMAGE) into PLAY-FILE
      *    or the review queue.
       method-id syncOne static protected.
       local-storage section.
       01  ruleList        type List[String].
       01  moveText        type String.
       01  serverHas       type String.
       procedure division.
           MOVE WS-STAGED-IMAGE TO PLAY-REC
           set ruleList to type pucksweb.validatePlays::checkImage("" & WS-STAGED-IMAGE)
           if ruleList::Count > 0
               MOVE SPACES TO WS-SERVER-IMAGE
               invoke self::readServer
               invoke self::holdPlay("EDITS", ruleList[0]::Substring(12)::Trim)
               exit method.

           MOVE WS-STAGED-IMAGE TO PLAY-REC
           set serverHas to self::readServer()
           set moveText to null
           if serverMoves::ContainsKey("" & SP-KEY)
               set moveText to serverMoves["" & SP-KEY]
           end-if

           if serverHas = "N"
               if moveText not = null and moveText::StartsWith("D")
                   invoke self::holdPlay("DELETED", "deleted on the server at " &
                       moveText::Substring(1))
                   exit method
               end-if
               if self::checkoutOf() not = ""
                   invoke self::holdPlay("CHECKOUT", self::checkoutOf())
                   exit method
               end-if
               MOVE WS-STAGED-IMAGE TO PLAY-REC
               WRITE PLAY-REC
                   INVALID KEY
                       add 1 to failedPlays
                       invoke reportOut::WriteLine("FAILED   " & SP-KEY & "  the add would not write.")
                   NOT INVALID KEY
                       invoke type pucksweb.playJournal::record("W",
                           "" & PLAY-KEY, " ", "" & PLAY-REC)
                       invoke type pucksweb.charterStamp::stamp("" & PLAY-KEY,
                           "" & WS-CHARTER)
                       add 1 to addedPlays
                       invoke reportOut::WriteLine("ADDED    " & SP-KEY & "  " &
                           self::nameOf())
               END-WRITE
               exit method.

           if WS-SERVER-IMAGE = WS-STAGED-IMAGE
               add 1 to unchangedPlays
               exit method.
           if moveText not = null
               invoke self::holdPlay("EDITED", "changed on the server at " &
                   moveText::Substring(1) & " while the charter was offline")
               exit method.
           if self::checkoutOf() not = ""
               invoke self::holdPlay("CHECKOUT", self::checkoutOf())
               exit method.
           MOVE WS-STAGED-IMAGE TO PLAY-REC
           REWRITE PLAY-REC
      *    journal only what actually landed.
           IF STATUS-BYTE-1 EQUAL ZEROES
               invoke type pucksweb.playJournal::record("R",
                   "" & PLAY-KEY, "" & WS-SERVER-IMAGE, "" & PLAY-REC)
               invoke type pucksweb.charterStamp::stamp("" & PLAY-KEY,
                   "" & WS-CHARTER)
               add 1 to changedPlays
               invoke reportOut::WriteLine("CHANGED  " & SP-KEY & "  " &
                   self::nameOf() & "  " & self::changesOf())
           ELSE
               add 1 to failedPlays
               invoke reportOut::WriteLine("FAILED   " & SP-KEY & "  the change would not write.")
           END-IF.
       end method.

      *    the server's copy of the staged key into
      *    WS-SERVER-IMAGE and the SRV- fields; "Y" when there is
      *    one. PLAY-REC is left holding the staged image.
       method-id readServer static protected.
       procedure division returning serverHas as String.
           set serverHas to "N"
           MOVE SPACES TO WS-SERVER-IMAGE WS-SERVER-FIELDS
           MOVE SP-KEY TO PLAY-KEY
           READ PLAY-FILE
               INVALID KEY
                   MOVE WS-STAGED-IMAGE TO PLAY-REC
                   exit method.
           MOVE PLAY-REC TO WS-SERVER-IMAGE
           MOVE PLAY-TEAM-NAME TO SRV-TEAM
           MOVE PLAY-LAST-NAME TO SRV-LAST
           MOVE PLAY-FIRST-NAME TO SRV-FIRST
           MOVE PLAY-POS TO SRV-POS
           MOVE PLAY-NHL-ID-R TO SRV-NHL-ID
           set SRV-DUR to "" & PLAY-DURATION
           MOVE WS-STAGED-IMAGE TO PLAY-REC
           set serverHas to "Y".
       end method.

      *    whose checkout covered the staged record's team, ""
      *    when none did.
       method-id checkoutOf static protected.
       procedure division returning checkoutText as String.
           set checkoutText to ""
           if teamCheckouts::ContainsKey("" & PLAY-TEAM-NAME)
               set checkoutText to "team under " & teamCheckouts["" & PLAY-TEAM-NAME]
           end-if
       end method.

       method-id nameOf static protected.
       procedure division returning nameText as String.
           set nameText to PLAY-LAST-NAME::Trim & ", " & PLAY-FIRST-NAME::Trim &
               " (" & PLAY-TEAM-NAME::Trim & ")"
       end method.

      *    the fields the laptop changed, old -> new.
       method-id changesOf static protected.
       procedure division returning changeText as String.
           set changeText to ""
           IF PLAY-TEAM-NAME NOT = SRV-TEAM
               set changeText to changeText & "team " & SRV-TEAM::Trim &
                   " -> " & PLAY-TEAM-NAME::Trim & "; ".
           IF PLAY-LAST-NAME NOT = SRV-LAST
               set changeText to changeText & "last " & SRV-LAST::Trim &
                   " -> " & PLAY-LAST-NAME::Trim & "; ".
           IF PLAY-FIRST-NAME NOT = SRV-FIRST
               set changeText to changeText & "first " & SRV-FIRST::Trim &
                   " -> " & PLAY-FIRST-NAME::Trim & "; ".
           IF PLAY-POS NOT = SRV-POS
               set changeText to changeText & "pos " & SRV-POS::Trim &
                   " -> " & PLAY-POS::Trim & "; ".
           MOVE PLAY-NHL-ID-R TO WS-NHL-ID
           IF WS-NHL-ID NOT = SRV-NHL-ID
               set changeText to changeText & "official id " & SRV-NHL-ID::Trim &
                   " -> " & WS-NHL-ID::Trim & "; ".
           if SRV-DUR not = "" & PLAY-DURATION
               set changeText to changeText & "duration " & SRV-DUR::Trim &
                   " -> " & PLAY-DURATION & "; "
           end-if
           if changeText = ""
               set changeText to "other charted detail"
           end-if
       end method.

      *    the staged record into the review queue, untouched on
      *    the server.
       method-id holdPlay static protected.
       procedure division using by value reasonCode as String
                                 by value detailText as String.
           add 1 to heldPlays
           MOVE SPACES TO REV-REC
           MOVE WS-SYNC-STAMP TO REV-SYNC
           MOVE heldPlays TO REV-SEQ
           MOVE SP-KEY TO REV-PLAY-KEY
           MOVE WS-CHARTER TO REV-CHARTER
           MOVE reasonCode TO REV-REASON
           MOVE detailText TO REV-DETAIL
           MOVE "P" TO REV-STATUS
           MOVE WS-SERVER-IMAGE TO REV-SERVER-IMAGE
           MOVE WS-STAGED-IMAGE TO REV-OFFLINE-IMAGE
           WRITE REV-REC
               INVALID KEY
                   add 1 to failedPlays
           END-WRITE
           invoke reportOut::WriteLine("HELD     " & SP-KEY & "  " &
               self::nameOf() & "  " & reasonCode & ": " & detailText)
       end method.

       end class.
