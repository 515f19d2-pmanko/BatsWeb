      * one-time conversion of the older local-time stamps to UTC.
      * Until the venue table (venueZone.cbl) the run log, the login
      * audits, the session registry and overage file, the mail queue
      * and every game's GAME-UPL-TIME were stamped in the app
      * server's local time, as were the roster stints, the player
      * availability board, the clip thumbnails, the delivery
      * schedules, the road-pack log, the saved queries and the clip
      * windows; everything written since is UTC. Run
      * once, straight after the change goes in and with the sites
      * and the overnight chain stopped, this re-reads each of those
      * stamps as wall-clock time in the server's zone (or --from-zone
      * when the files came from a server elsewhere) and rewrites it
      * as UTC. A stamp that is part of the key -- the audits, the run
      * log, the overage file, the mail queue -- moves the row: it is
      * written under the converted key and the old one deleted, the
      * rows taken newest first (or oldest first east of Greenwich) so
      * a moved row never lands on one still waiting its turn. A row
      * whose converted key is somehow taken is left as it was and
      * counted. GAME-FILE rewrites are journaled (PKW036.DAT, id GA)
      * like every other game change so the standby copy follows.
      *
      * Without --confirm it only counts. A confirmed run that
      * finishes clean writes the "*UTC-CONVERTED" row to the venue
      * table, and any later run is refused -- a second pass would
      * shift every stamp again.
      *
      * Usage: utcConvert <data-dir> [--games <path>]...
      *            [--from-zone <zone-id>] [--confirm]
      * <data-dir> holds the PKW and BATSW side files; pass --games
      * once per season game file.

       $set ilusing"System.IO"

       class-id pucksweb.utcConvert.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       $SET CALLFH"EXTFH"
       $SET DATACOMPRESS"1"
          SELECT GAME-FILE ASSIGN WS-GAME-FILE
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS GAME-KEY
              FILE STATUS IS STATUS-COMN.

          SELECT AUDIT-FILE ASSIGN WS-SIDE-FILE
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS AUDIT-KEY
              FILE STATUS IS STATUS-COMN.

          SELECT JOBRUN-FILE ASSIGN WS-SIDE-FILE
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS JOBRUN-KEY
              FILE STATUS IS STATUS-COMN.

          SELECT SESSION-FILE ASSIGN WS-SIDE-FILE
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS SESS-KEY
              FILE STATUS IS STATUS-COMN.

          SELECT OVERAGE-FILE ASSIGN WS-SIDE-FILE
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS OVR-KEY
              FILE STATUS IS STATUS-COMN.

          SELECT MAILQ-FILE ASSIGN WS-SIDE-FILE
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS MAILQ-KEY
              FILE STATUS IS STATUS-COMN.

          SELECT STINT-FILE ASSIGN WS-SIDE-FILE
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS STINT-KEY
              FILE STATUS IS STATUS-COMN.

          SELECT AVAIL-FILE ASSIGN WS-SIDE-FILE
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS AVAIL-KEY
              FILE STATUS IS STATUS-COMN.

          SELECT THUMB-FILE ASSIGN WS-SIDE-FILE
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS THUMB-KEY
              FILE STATUS IS STATUS-COMN.

          SELECT DLV-FILE ASSIGN WS-SIDE-FILE
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS DLV-KEY
              FILE STATUS IS STATUS-COMN.

          SELECT PACKLOG-FILE ASSIGN WS-SIDE-FILE
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS RPK-JOB
              FILE STATUS IS STATUS-COMN.

          SELECT QUERY-FILE ASSIGN WS-SIDE-FILE
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS QRY-KEY
              FILE STATUS IS STATUS-COMN.

          SELECT CWIN-FILE ASSIGN WS-SIDE-FILE
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS CWIN-KEY
              FILE STATUS IS STATUS-COMN.

       file section.
       COPY "y:\SYDEXsource\FDS\FDPKGAME.CBL".

       FD  AUDIT-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS AUDIT-REC.

      *    layout owned by Default.aspx.cbl (PKW021.DAT) and
      *    batsweb/Default.aspx.cbl (BATSW021.DAT) -- the same length
      *    and key in both; only the stamp is touched here.
       01  AUDIT-REC.
           05  AUDIT-KEY.
               10  AUDIT-TIMESTAMP         PIC X(14).
               10  AUDIT-SEQ               PIC 9(3).
           05  AUDIT-BODY                  PIC X(111).

       FD  JOBRUN-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS JOBRUN-REC.

      *    layout owned by jobRunLog.cbl -- keep in sync with
      *    the FD there.
       01  JOBRUN-REC.
           05  JOBRUN-KEY.
               10  JOBRUN-NAME         PIC X(20).
               10  JOBRUN-START        PIC X(14).
           05  JOBRUN-END              PIC X(14).
           05  JOBRUN-RECORDS          PIC 9(7).
           05  JOBRUN-STATUS           PIC X(4).
           05  FILLER                  PIC X(10).

       FD  SESSION-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS SESS-REC.

      *    layout owned by sessionRegistry.cbl -- keep in sync
      *    with the FD there.
       01  SESS-REC.
           05  SESS-KEY.
               10  SESS-ID             PIC X(32).
           05  SESS-TEAM               PIC X(15).
           05  SESS-USER               PIC X(30).
           05  SESS-IP                 PIC X(45).
           05  SESS-SINCE              PIC X(14).
           05  SESS-LAST               PIC X(14).
           05  SESS-KILLED             PIC X.
           05  FILLER                  PIC X(10).

       FD  OVERAGE-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS OVR-REC.

      *    layout owned by sessionRegistry.cbl -- keep in sync
      *    with the FD there.
       01  OVR-REC.
           05  OVR-KEY.
               10  OVR-TEAM            PIC X(15).
               10  OVR-TIMESTAMP       PIC X(14).
               10  OVR-SEQ             PIC 9(3).
           05  OVR-USER                PIC X(30).
           05  OVR-IP                  PIC X(45).
           05  OVR-ACTIVE              PIC 9(4).
           05  OVR-CAP                 PIC 9(4).
           05  FILLER                  PIC X(10).

       FD  MAILQ-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS MAILQ-REC.

      *    layout owned by mailGateway.cbl -- keep in sync with
      *    the FD there. The "*SMTP*" configuration row is passed
      *    over.
       01  MAILQ-REC.
           05  MAILQ-KEY.
               10  MAILQ-TIMESTAMP     PIC X(14).
               10  MAILQ-SEQ           PIC 9(3).
           05  MAILQ-TO                PIC X(60).
           05  MAILQ-SUBJECT           PIC X(80).
           05  MAILQ-BODY              PIC X(2000).
           05  MAILQ-SOURCE            PIC X(12).
           05  MAILQ-STATUS            PIC X(4).
           05  MAILQ-ATTEMPTS          PIC 9(2).
           05  MAILQ-NEXT-TRY          PIC X(14).
           05  MAILQ-LAST-ERROR        PIC X(60).
           05  FILLER                  PIC X(10).

       FD  STINT-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS STINT-REC.

      *    layout owned by batsweb/tradeHistory.aspx.cbl -- keep in
      *    sync with the FD there. The sealed terms ride through
      *    untouched.
       01  STINT-REC.
           05  STINT-KEY.
               10  STINT-LAST          PIC X(15).
               10  STINT-FIRST         PIC X(15).
               10  STINT-EFF-DATE      PIC 9(8).
           05  STINT-TEAM              PIC X(15).
           05  STINT-END-DATE          PIC 9(8).
           05  STINT-RECORDED          PIC X(14).
           05  STINT-TERMS             PIC X(26).
           05  STINT-SEAL              PIC X(9).
           05  FILLER                  PIC X(1).

       FD  AVAIL-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS AVAIL-REC.

      *    layout owned by availabilityAdmin.aspx.cbl -- keep in
      *    sync with the FD there. The sealed detail rides through
      *    untouched.
       01  AVAIL-REC.
           05  AVAIL-KEY.
               10  AVAIL-PLAYER        PIC X(30).
           05  AVAIL-DETAIL            PIC X(49).
           05  AVAIL-UPDATED           PIC X(14).
           05  AVAIL-SEAL              PIC X(9).
           05  FILLER                  PIC X(1).

       FD  THUMB-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS THUMB-REC.

      *    layout owned by batsweb/clipThumb.cbl -- keep in sync
      *    with the FD there.
       01  THUMB-REC.
           05  THUMB-KEY.
               10  THUMB-CLIP              PIC X(120).
           05  THUMB-STATUS                PIC X.
           05  THUMB-MOMENT                PIC 9(5)V99.
           05  THUMB-SOURCE                PIC X(30).
           05  THUMB-MADE                  PIC X(14).
           05  THUMB-REASON                PIC X(40).
           05  FILLER                      PIC X(10).

       FD  DLV-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS DLV-REC.

      *    layout owned by batsweb/deliverySchedules.aspx.cbl --
      *    keep in sync with the FD there.
       01  DLV-REC.
           05  DLV-KEY.
               10  DLV-OWNER           PIC X(45).
               10  DLV-NAME            PIC X(20).
           05  DLV-KIND                PIC X(6).
           05  DLV-PRESET              PIC X(20).
           05  DLV-PARMS               PIC X(60).
           05  DLV-FREQ                PIC X.
           05  DLV-DAY                 PIC 9.
           05  DLV-GAME-TEAM           PIC X(15).
           05  DLV-FORMAT              PIC X(3).
           05  DLV-RECIPIENTS          PIC X(300).
           05  DLV-ACTIVE              PIC X.
           05  DLV-SAVED               PIC X(14).
           05  DLV-LAST-RUN            PIC X(14).
           05  DLV-LAST-GAME           PIC 9(8).
           05  DLV-LAST-STATUS         PIC X(4).
           05  DLV-LAST-MESSAGE        PIC X(60).
           05  FILLER                  PIC X(10).

       FD  PACKLOG-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS RPK-REC.

      *    layout owned by batsweb/roadPackJob.cbl -- keep in sync
      *    with the FD there.
       01  RPK-REC.
           05  RPK-JOB                 PIC X(18).
           05  RPK-TEAM                PIC X(15).
           05  RPK-BUILT-BY            PIC X(30).
           05  RPK-OPPONENT            PIC X(15).
           05  RPK-FROM                PIC 9(8).
           05  RPK-TO                  PIC 9(8).
           05  RPK-OUR-GAMES           PIC 9(2).
           05  RPK-CLIPS               PIC 9(4).
           05  RPK-BUILT               PIC X(14).
           05  RPK-EXPIRES             PIC 9(8).
           05  FILLER                  PIC X(10).

       FD  QUERY-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS QRY-REC.

      *    layout owned by adhocQuery.cbl -- keep in sync with
      *    the FD there.
       01  QRY-REC.
           05  QRY-KEY.
               10  QRY-TEAM            PIC X(15).
               10  QRY-NAME            PIC X(30).
           05  QRY-OWNER               PIC X(30).
           05  QRY-SHARED              PIC X.
           05  QRY-DEF                 PIC X(700).
           05  QRY-SAVED               PIC X(14).
           05  FILLER                  PIC X(10).

       FD  CWIN-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS CWIN-REC.

      *    layout owned by clipWindow.cbl -- keep in sync with
      *    the FD there.
       01  CWIN-REC.
           05  CWIN-KEY.
               10  CWIN-TEAM               PIC X(15).
               10  CWIN-SPORT              PIC X.
               10  CWIN-CODE               PIC X(10).
           05  CWIN-PRE-ROLL               PIC S9(3).
           05  CWIN-POST-ROLL              PIC S9(3).
           05  CWIN-CHANGED                PIC X(14).
           05  CWIN-USER                   PIC X(45).
           05  FILLER                      PIC X(10).

       working-storage section.
       01  WS-GAME-FILE                PIC X(256).
       01  WS-SIDE-FILE                PIC X(256).
       01  STATUS-COMN.
           05  STATUS-BYTE-1           PIC X      VALUE SPACES.
           05  STATUS-BYTE-2           PIC X      VALUE SPACES.
       01  WS-CONFIRM-FLAG             PIC X VALUE "N".
       01  WS-NEWEST-FIRST             PIC X VALUE "Y".
       01  WS-FILE-LABEL               PIC X(26).
       01  WS-FILE-COUNT               PIC 9(7) VALUE 0.
       01  WS-FILE-CLASH               PIC 9(7) VALUE 0.
       01  WS-FILE-DONE                PIC 9(7) VALUE 0.
       01  WS-TOTAL-COUNT              PIC 9(7) VALUE 0.
       01  WS-TOTAL-CLASH              PIC 9(7) VALUE 0.
       01  WS-COUNT-ED                 PIC Z,ZZZ,ZZ9.
       01  WS-HOLD-KEY                 PIC X(100).
       01  WS-BEFORE-IMAGE             PIC X(1000).
       01  fromZone                    type TimeZoneInfo.
       01  keyList                     type List[String].

       method-id Main static public.
       local-storage section.
       01  argIdx          type Int32.
       01  pathIdx         type Int32.
       01  dataDir         type String.
       01  runStamp        type String.
       01  gamePaths       type List[String].
       procedure division using by value args as type String occurs any.
           if args::Length < 1
               invoke type Console::WriteLine("usage: utcConvert <data-dir> [--games <path>]... [--from-zone <zone-id>] [--confirm]")
               exit method.
           if type pucksweb.venueZone::converted() = "Y"
               invoke type Console::WriteLine("The stamps were already converted (see the venue table) -- a second pass would shift them again. Nothing changed.")
               exit method.
           set dataDir to args[0]::Trim()
           set fromZone to type TimeZoneInfo::Local
           set gamePaths to new List[String]
           move 1 to argIdx.
       ARG-LOOP.
           if argIdx >= args::Length
               go to ARG-DONE.
           if args[argIdx] = "--confirm"
               MOVE "Y" TO WS-CONFIRM-FLAG.
           if args[argIdx] = "--games" and argIdx + 1 < args::Length
               add 1 to argIdx
               invoke gamePaths::Add(args[argIdx]::Trim()).
           if args[argIdx] = "--from-zone" and argIdx + 1 < args::Length
               add 1 to argIdx
               try
                   set fromZone to type TimeZoneInfo::FindSystemTimeZoneById(args[argIdx]::Trim())
               catch exc as type Exception
                   invoke type Console::WriteLine("Unknown time zone " & args[argIdx]::Trim())
                   exit method
               end-try.
           add 1 to argIdx
           go to ARG-LOOP.
       ARG-DONE.
      *    west of Greenwich every stamp moves later, so the newest
      *    row goes first; east of it, the oldest.
           if fromZone::BaseUtcOffset::TotalMinutes < 0
               MOVE "Y" TO WS-NEWEST-FIRST
           else
               MOVE "N" TO WS-NEWEST-FIRST
           end-if

           set runStamp to type pucksweb.jobRunLog::begin("UTCCONVERT")
           if WS-CONFIRM-FLAG = "Y"
               invoke type Console::WriteLine("Converting stamps from " & fromZone::Id & " to UTC.")
           else
               invoke type Console::WriteLine("Dry run -- stamps from " & fromZone::Id &
                   " would be converted to UTC. Nothing is changed.")
           end-if

           perform varying pathIdx from 0 by 1 until pathIdx >= gamePaths::Count
               MOVE gamePaths[pathIdx] TO WS-GAME-FILE
               invoke self::doGames
           end-perform
           move type Path::Combine(dataDir, "PKW021.DAT") to WS-SIDE-FILE
           invoke self::doAudit("PKW021 login audit")
           move type Path::Combine(dataDir, "BATSW021.DAT") to WS-SIDE-FILE
           invoke self::doAudit("BATSW021 login audit")
           move type Path::Combine(dataDir, "PKW033.DAT") to WS-SIDE-FILE
           invoke self::doJobRuns
           move type Path::Combine(dataDir, "PKW040.DAT") to WS-SIDE-FILE
           invoke self::doSessions
           move type Path::Combine(dataDir, "PKW079.DAT") to WS-SIDE-FILE
           invoke self::doOverage
           move type Path::Combine(dataDir, "PKW059.DAT") to WS-SIDE-FILE
           invoke self::doMailQueue
           move type Path::Combine(dataDir, "BATSW026.DAT") to WS-SIDE-FILE
           invoke self::doStints
           move type Path::Combine(dataDir, "PKW031.DAT") to WS-SIDE-FILE
           invoke self::doAvailability
           move type Path::Combine(dataDir, "BATSW062.DAT") to WS-SIDE-FILE
           invoke self::doThumbs
           move type Path::Combine(dataDir, "BATSW059.DAT") to WS-SIDE-FILE
           invoke self::doDeliveries
           move type Path::Combine(dataDir, "BATSW061.DAT") to WS-SIDE-FILE
           invoke self::doRoadPacks
           move type Path::Combine(dataDir, "PKW084.DAT") to WS-SIDE-FILE
           invoke self::doQueries
           move type Path::Combine(dataDir, "PKW086.DAT") to WS-SIDE-FILE
           invoke self::doClipWindows

           MOVE WS-TOTAL-COUNT TO WS-COUNT-ED
           if WS-CONFIRM-FLAG not = "Y"
               invoke type Console::WriteLine("Dry run total:" & WS-COUNT-ED &
                   " stamp row(s) to convert. Re-run with --confirm to apply.")
               invoke type pucksweb.jobRunLog::finish("UTCCONVERT", runStamp,
                   WS-TOTAL-COUNT, "OK")
               exit method.
           SUBTRACT WS-TOTAL-CLASH FROM WS-TOTAL-COUNT
           MOVE WS-TOTAL-COUNT TO WS-COUNT-ED
           invoke type Console::WriteLine("Converted" & WS-COUNT-ED & " row(s).")
      *    rows left behind on a key clash still need a hand --
      *    the marker waits until the run is clean.
           if WS-TOTAL-CLASH > 0
               MOVE WS-TOTAL-CLASH TO WS-COUNT-ED
               invoke type Console::WriteLine(WS-COUNT-ED &
                   " row(s) left on local time -- the converted key was taken. Fix them and re-run.")
               invoke type pucksweb.jobRunLog::finish("UTCCONVERT", runStamp,
                   WS-TOTAL-COUNT, "FAIL")
               exit method.
           invoke type pucksweb.venueZone::markConverted(fromZone::Id, "UTCCONVERT")
           invoke type pucksweb.jobRunLog::finish("UTCCONVERT", runStamp,
               WS-TOTAL-COUNT, "OK").
       end method.

      *    a local stamp as UTC. Blank or unreadable comes back as
      *    it was; a wall-clock time the spring-forward hour skipped
      *    is taken at the zone's standard offset.
       method-id utcOf static protected.
       local-storage section.
       01  localTime       type DateTime.
       procedure division using by value localText as String
                          returning utcText as String.
           set utcText to localText
           if type DateTime::TryParseExact(localText::Trim, "yyyyMMddHHmmss",
               type System.Globalization.CultureInfo::InvariantCulture,
               type System.Globalization.DateTimeStyles::None,
               by reference localTime) = false
               exit method.
           try
               set utcText to type TimeZoneInfo::ConvertTimeToUtc(localTime,
                   fromZone)::ToString("yyyyMMddHHmmss")
           catch exc as type Exception
               set utcText to localTime::Subtract(fromZone::BaseUtcOffset)::ToString("yyyyMMddHHmmss")
           end-try.
       end method.

       method-id beginFile static protected.
       procedure division using by value fileLabel as String.
           MOVE fileLabel TO WS-FILE-LABEL
           MOVE 0 TO WS-FILE-COUNT
           MOVE 0 TO WS-FILE-CLASH
           set keyList to new List[String].
       end method.

       method-id endFile static protected.
       procedure division using by value openedFlag as String.
           if openedFlag not = "Y"
               invoke type Console::WriteLine("  " & WS-FILE-LABEL & "    not on file")
               exit method.
           ADD WS-FILE-COUNT TO WS-TOTAL-COUNT
           ADD WS-FILE-CLASH TO WS-TOTAL-CLASH
           if WS-CONFIRM-FLAG not = "Y"
               MOVE WS-FILE-COUNT TO WS-COUNT-ED
               invoke type Console::WriteLine("  " & WS-FILE-LABEL & WS-COUNT-ED & " to convert")
               exit method.
           COMPUTE WS-FILE-DONE = WS-FILE-COUNT - WS-FILE-CLASH
           MOVE WS-FILE-DONE TO WS-COUNT-ED
           invoke type Console::WriteLine("  " & WS-FILE-LABEL & WS-COUNT-ED & " converted")
           if WS-FILE-CLASH > 0
               MOVE WS-FILE-CLASH TO WS-COUNT-ED
               invoke type Console::WriteLine("  " & WS-FILE-LABEL & WS-COUNT-ED &
                   " left on local time -- the converted key is already on file").
       end method.

      *    the keys gathered on the counting pass, in the order
      *    they are safe to move.
       method-id nextKey static protected.
       procedure division using by value keyIdx as type Int32
                          returning keyText as String.
           if WS-NEWEST-FIRST = "Y"
               set keyText to keyList[keyList::Count - 1 - keyIdx]
           else
               set keyText to keyList[keyIdx].
       end method.

      *    GAME-UPL-TIME is not a key field -- rewritten in place.
       method-id doGames static protected.
       procedure division.
           invoke self::beginFile("GAME " & type Path::GetFileName(WS-GAME-FILE::Trim))
           OPEN I-O GAME-FILE.
           IF STATUS-BYTE-1 NOT EQUAL ZEROES
               invoke self::endFile("N")
               exit method.
       GAME-LOOP.
           READ GAME-FILE NEXT
               AT END GO TO GAME-DONE.
           IF self::utcOf(GAME-UPL-TIME) = GAME-UPL-TIME
               GO TO GAME-LOOP.
           ADD 1 TO WS-FILE-COUNT
           IF WS-CONFIRM-FLAG NOT = "Y"
               GO TO GAME-LOOP.
           MOVE GAME-REC TO WS-BEFORE-IMAGE
           MOVE self::utcOf(GAME-UPL-TIME) TO GAME-UPL-TIME
           invoke type pucksweb.playJournal::recordFile("GA", "R", " ",
               WS-BEFORE-IMAGE, "" & GAME-REC)
           REWRITE GAME-REC
           GO TO GAME-LOOP.
       GAME-DONE.
           CLOSE GAME-FILE.
           invoke self::endFile("Y")
       end method.

      *    the login audit -- the stamp leads the key.
       method-id doAudit static protected.
       local-storage section.
       01  keyIdx          type Int32.
       procedure division using by value fileLabel as String.
           invoke self::beginFile(fileLabel)
           OPEN I-O AUDIT-FILE.
           IF STATUS-BYTE-1 NOT EQUAL ZEROES
               invoke self::endFile("N")
               exit method.
       AUD-SCAN.
           READ AUDIT-FILE NEXT
               AT END GO TO AUD-SCANNED.
           IF self::utcOf(AUDIT-TIMESTAMP) = AUDIT-TIMESTAMP
               GO TO AUD-SCAN.
           ADD 1 TO WS-FILE-COUNT
           invoke keyList::Add("" & AUDIT-KEY)
           GO TO AUD-SCAN.
       AUD-SCANNED.
           IF WS-CONFIRM-FLAG NOT = "Y"
               GO TO AUD-DONE.
           move 0 to keyIdx.
       AUD-MOVE.
           if keyIdx >= keyList::Count
               go to AUD-DONE.
           MOVE self::nextKey(keyIdx) TO AUDIT-KEY
           add 1 to keyIdx
           READ AUDIT-FILE
               INVALID KEY GO TO AUD-MOVE.
           MOVE AUDIT-KEY TO WS-HOLD-KEY
           MOVE self::utcOf(AUDIT-TIMESTAMP) TO AUDIT-TIMESTAMP
           WRITE AUDIT-REC
               INVALID KEY
                   ADD 1 TO WS-FILE-CLASH
                   GO TO AUD-MOVE
           END-WRITE
           MOVE WS-HOLD-KEY TO AUDIT-KEY
           DELETE AUDIT-FILE RECORD
               INVALID KEY CONTINUE
           END-DELETE
           GO TO AUD-MOVE.
       AUD-DONE.
           CLOSE AUDIT-FILE.
           invoke self::endFile("Y")
       end method.

      *    the run log -- the start stamp is the key's second
      *    field; the end stamp moves with it.
       method-id doJobRuns static protected.
       local-storage section.
       01  keyIdx          type Int32.
       procedure division.
           invoke self::beginFile("PKW033 run log")
           OPEN I-O JOBRUN-FILE.
           IF STATUS-BYTE-1 NOT EQUAL ZEROES
               invoke self::endFile("N")
               exit method.
       RUN-SCAN.
           READ JOBRUN-FILE NEXT
               AT END GO TO RUN-SCANNED.
      *    this run's own row is already UTC.
           IF JOBRUN-NAME = "UTCCONVERT"
            OR self::utcOf(JOBRUN-START) = JOBRUN-START
               GO TO RUN-SCAN.
           ADD 1 TO WS-FILE-COUNT
           invoke keyList::Add("" & JOBRUN-KEY)
           GO TO RUN-SCAN.
       RUN-SCANNED.
           IF WS-CONFIRM-FLAG NOT = "Y"
               GO TO RUN-DONE.
           move 0 to keyIdx.
       RUN-MOVE.
           if keyIdx >= keyList::Count
               go to RUN-DONE.
           MOVE self::nextKey(keyIdx) TO JOBRUN-KEY
           add 1 to keyIdx
           READ JOBRUN-FILE
               INVALID KEY GO TO RUN-MOVE.
           MOVE JOBRUN-KEY TO WS-HOLD-KEY
           MOVE self::utcOf(JOBRUN-START) TO JOBRUN-START
           MOVE self::utcOf(JOBRUN-END) TO JOBRUN-END
           WRITE JOBRUN-REC
               INVALID KEY
                   ADD 1 TO WS-FILE-CLASH
                   GO TO RUN-MOVE
           END-WRITE
           MOVE WS-HOLD-KEY TO JOBRUN-KEY
           DELETE JOBRUN-FILE RECORD
               INVALID KEY CONTINUE
           END-DELETE
           GO TO RUN-MOVE.
       RUN-DONE.
           CLOSE JOBRUN-FILE.
           invoke self::endFile("Y")
       end method.

      *    the session registry -- keyed by session id, so both
      *    stamps rewrite in place. The cap rows carry no stamps.
       method-id doSessions static protected.
       procedure division.
           invoke self::beginFile("PKW040 sessions")
           OPEN I-O SESSION-FILE.
           IF STATUS-BYTE-1 NOT EQUAL ZEROES
               invoke self::endFile("N")
               exit method.
       SESS-LOOP.
           READ SESSION-FILE NEXT
               AT END GO TO SESS-DONE.
           IF SESS-ID(1:4) = "CAP:"
               GO TO SESS-LOOP.
           IF self::utcOf(SESS-SINCE) = SESS-SINCE
            AND self::utcOf(SESS-LAST) = SESS-LAST
               GO TO SESS-LOOP.
           ADD 1 TO WS-FILE-COUNT
           IF WS-CONFIRM-FLAG NOT = "Y"
               GO TO SESS-LOOP.
           MOVE self::utcOf(SESS-SINCE) TO SESS-SINCE
           MOVE self::utcOf(SESS-LAST) TO SESS-LAST
           REWRITE SESS-REC
           GO TO SESS-LOOP.
       SESS-DONE.
           CLOSE SESSION-FILE.
           invoke self::endFile("Y")
       end method.

      *    refused-at-the-cap logins -- the stamp follows the team
      *    in the key.
       method-id doOverage static protected.
       local-storage section.
       01  keyIdx          type Int32.
       procedure division.
           invoke self::beginFile("PKW079 seat overage")
           OPEN I-O OVERAGE-FILE.
           IF STATUS-BYTE-1 NOT EQUAL ZEROES
               invoke self::endFile("N")
               exit method.
       OVR-SCAN.
           READ OVERAGE-FILE NEXT
               AT END GO TO OVR-SCANNED.
           IF self::utcOf(OVR-TIMESTAMP) = OVR-TIMESTAMP
               GO TO OVR-SCAN.
           ADD 1 TO WS-FILE-COUNT
           invoke keyList::Add("" & OVR-KEY)
           GO TO OVR-SCAN.
       OVR-SCANNED.
           IF WS-CONFIRM-FLAG NOT = "Y"
               GO TO OVR-DONE.
           move 0 to keyIdx.
       OVR-MOVE.
           if keyIdx >= keyList::Count
               go to OVR-DONE.
           MOVE self::nextKey(keyIdx) TO OVR-KEY
           add 1 to keyIdx
           READ OVERAGE-FILE
               INVALID KEY GO TO OVR-MOVE.
           MOVE OVR-KEY TO WS-HOLD-KEY
           MOVE self::utcOf(OVR-TIMESTAMP) TO OVR-TIMESTAMP
           WRITE OVR-REC
               INVALID KEY
                   ADD 1 TO WS-FILE-CLASH
                   GO TO OVR-MOVE
           END-WRITE
           MOVE WS-HOLD-KEY TO OVR-KEY
           DELETE OVERAGE-FILE RECORD
               INVALID KEY CONTINUE
           END-DELETE
           GO TO OVR-MOVE.
       OVR-DONE.
           CLOSE OVERAGE-FILE.
           invoke self::endFile("Y")
       end method.

      *    the mail queue -- submission stamp in the key, the
      *    retry stamp with it.
       method-id doMailQueue static protected.
       local-storage section.
       01  keyIdx          type Int32.
       procedure division.
           invoke self::beginFile("PKW059 mail queue")
           OPEN I-O MAILQ-FILE.
           IF STATUS-BYTE-1 NOT EQUAL ZEROES
               invoke self::endFile("N")
               exit method.
       MAIL-SCAN.
           READ MAILQ-FILE NEXT
               AT END GO TO MAIL-SCANNED.
           IF MAILQ-TIMESTAMP = "*SMTP*"
            OR self::utcOf(MAILQ-TIMESTAMP) = MAILQ-TIMESTAMP
               GO TO MAIL-SCAN.
           ADD 1 TO WS-FILE-COUNT
           invoke keyList::Add("" & MAILQ-KEY)
           GO TO MAIL-SCAN.
       MAIL-SCANNED.
           IF WS-CONFIRM-FLAG NOT = "Y"
               GO TO MAIL-DONE.
           move 0 to keyIdx.
       MAIL-MOVE.
           if keyIdx >= keyList::Count
               go to MAIL-DONE.
           MOVE self::nextKey(keyIdx) TO MAILQ-KEY
           add 1 to keyIdx
           READ MAILQ-FILE
               INVALID KEY GO TO MAIL-MOVE.
           MOVE MAILQ-KEY TO WS-HOLD-KEY
           MOVE self::utcOf(MAILQ-TIMESTAMP) TO MAILQ-TIMESTAMP
           MOVE self::utcOf(MAILQ-NEXT-TRY) TO MAILQ-NEXT-TRY
           WRITE MAILQ-REC
               INVALID KEY
                   ADD 1 TO WS-FILE-CLASH
                   GO TO MAIL-MOVE
           END-WRITE
           MOVE WS-HOLD-KEY TO MAILQ-KEY
           DELETE MAILQ-FILE RECORD
               INVALID KEY CONTINUE
           END-DELETE
           GO TO MAIL-MOVE.
       MAIL-DONE.
           CLOSE MAILQ-FILE.
           invoke self::endFile("Y")
       end method.

      *    roster stints -- STINT-RECORDED is not in the key,
      *    so the row is rewritten in place.
       method-id doStints static protected.
       procedure division.
           invoke self::beginFile("BATSW026 roster stints")
           OPEN I-O STINT-FILE.
           IF STATUS-BYTE-1 NOT EQUAL ZEROES
               invoke self::endFile("N")
               exit method.
       STINT-LOOP.
           READ STINT-FILE NEXT
               AT END GO TO STINT-DONE.
           IF self::utcOf(STINT-RECORDED) = STINT-RECORDED
               GO TO STINT-LOOP.
           ADD 1 TO WS-FILE-COUNT
           IF WS-CONFIRM-FLAG NOT = "Y"
               GO TO STINT-LOOP.
           MOVE self::utcOf(STINT-RECORDED) TO STINT-RECORDED
           REWRITE STINT-REC
           GO TO STINT-LOOP.
       STINT-DONE.
           CLOSE STINT-FILE.
           invoke self::endFile("Y")
       end method.

      *    the availability board -- keyed by player, rewritten
      *    in place.
       method-id doAvailability static protected.
       procedure division.
           invoke self::beginFile("PKW031 availability")
           OPEN I-O AVAIL-FILE.
           IF STATUS-BYTE-1 NOT EQUAL ZEROES
               invoke self::endFile("N")
               exit method.
       AVAIL-LOOP.
           READ AVAIL-FILE NEXT
               AT END GO TO AVAIL-DONE.
           IF self::utcOf(AVAIL-UPDATED) = AVAIL-UPDATED
               GO TO AVAIL-LOOP.
           ADD 1 TO WS-FILE-COUNT
           IF WS-CONFIRM-FLAG NOT = "Y"
               GO TO AVAIL-LOOP.
           MOVE self::utcOf(AVAIL-UPDATED) TO AVAIL-UPDATED
           REWRITE AVAIL-REC
           GO TO AVAIL-LOOP.
       AVAIL-DONE.
           CLOSE AVAIL-FILE.
           invoke self::endFile("Y")
       end method.

      *    clip thumbnails -- keyed by clip, rewritten in place.
       method-id doThumbs static protected.
       procedure division.
           invoke self::beginFile("BATSW062 clip thumbnails")
           OPEN I-O THUMB-FILE.
           IF STATUS-BYTE-1 NOT EQUAL ZEROES
               invoke self::endFile("N")
               exit method.
       THUMB-LOOP.
           READ THUMB-FILE NEXT
               AT END GO TO THUMB-DONE.
           IF self::utcOf(THUMB-MADE) = THUMB-MADE
               GO TO THUMB-LOOP.
           ADD 1 TO WS-FILE-COUNT
           IF WS-CONFIRM-FLAG NOT = "Y"
               GO TO THUMB-LOOP.
           MOVE self::utcOf(THUMB-MADE) TO THUMB-MADE
           REWRITE THUMB-REC
           GO TO THUMB-LOOP.
       THUMB-DONE.
           CLOSE THUMB-FILE.
           invoke self::endFile("Y")
       end method.

      *    delivery schedules -- the save and last-run stamps,
      *    rewritten in place.
       method-id doDeliveries static protected.
       procedure division.
           invoke self::beginFile("BATSW059 delivery schedules")
           OPEN I-O DLV-FILE.
           IF STATUS-BYTE-1 NOT EQUAL ZEROES
               invoke self::endFile("N")
               exit method.
       DLV-LOOP.
           READ DLV-FILE NEXT
               AT END GO TO DLV-DONE.
           IF self::utcOf(DLV-SAVED) = DLV-SAVED
            AND self::utcOf(DLV-LAST-RUN) = DLV-LAST-RUN
               GO TO DLV-LOOP.
           ADD 1 TO WS-FILE-COUNT
           IF WS-CONFIRM-FLAG NOT = "Y"
               GO TO DLV-LOOP.
           MOVE self::utcOf(DLV-SAVED) TO DLV-SAVED
           MOVE self::utcOf(DLV-LAST-RUN) TO DLV-LAST-RUN
           REWRITE DLV-REC
           GO TO DLV-LOOP.
       DLV-DONE.
           CLOSE DLV-FILE.
           invoke self::endFile("Y")
       end method.

      *    the road-pack log -- keyed by job, rewritten in place.
       method-id doRoadPacks static protected.
       procedure division.
           invoke self::beginFile("BATSW061 road-pack log")
           OPEN I-O PACKLOG-FILE.
           IF STATUS-BYTE-1 NOT EQUAL ZEROES
               invoke self::endFile("N")
               exit method.
       RPK-LOOP.
           READ PACKLOG-FILE NEXT
               AT END GO TO RPK-DONE.
           IF self::utcOf(RPK-BUILT) = RPK-BUILT
               GO TO RPK-LOOP.
           ADD 1 TO WS-FILE-COUNT
           IF WS-CONFIRM-FLAG NOT = "Y"
               GO TO RPK-LOOP.
           MOVE self::utcOf(RPK-BUILT) TO RPK-BUILT
           REWRITE RPK-REC
           GO TO RPK-LOOP.
       RPK-DONE.
           CLOSE PACKLOG-FILE.
           invoke self::endFile("Y")
       end method.

      *    saved queries -- keyed by club and name, rewritten in
      *    place.
       method-id doQueries static protected.
       procedure division.
           invoke self::beginFile("PKW084 saved queries")
           OPEN I-O QUERY-FILE.
           IF STATUS-BYTE-1 NOT EQUAL ZEROES
               invoke self::endFile("N")
               exit method.
       QRY-LOOP.
           READ QUERY-FILE NEXT
               AT END GO TO QRY-DONE.
           IF self::utcOf(QRY-SAVED) = QRY-SAVED
               GO TO QRY-LOOP.
           ADD 1 TO WS-FILE-COUNT
           IF WS-CONFIRM-FLAG NOT = "Y"
               GO TO QRY-LOOP.
           MOVE self::utcOf(QRY-SAVED) TO QRY-SAVED
           REWRITE QRY-REC
           GO TO QRY-LOOP.
       QRY-DONE.
           CLOSE QUERY-FILE.
           invoke self::endFile("Y")
       end method.

      *    clip windows -- keyed by club, sport and code,
      *    rewritten in place.
       method-id doClipWindows static protected.
       procedure division.
           invoke self::beginFile("PKW086 clip windows")
           OPEN I-O CWIN-FILE.
           IF STATUS-BYTE-1 NOT EQUAL ZEROES
               invoke self::endFile("N")
               exit method.
       CWIN-LOOP.
           READ CWIN-FILE NEXT
               AT END GO TO CWIN-DONE.
           IF self::utcOf(CWIN-CHANGED) = CWIN-CHANGED
               GO TO CWIN-LOOP.
           ADD 1 TO WS-FILE-COUNT
           IF WS-CONFIRM-FLAG NOT = "Y"
               GO TO CWIN-LOOP.
           MOVE self::utcOf(CWIN-CHANGED) TO CWIN-CHANGED
           REWRITE CWIN-REC
           GO TO CWIN-LOOP.
       CWIN-DONE.
           CLOSE CWIN-FILE.
           invoke self::endFile("Y")
       end method.

       end class.
