      * player data export and erasure on request.
      *
      * Players and agents now write in under privacy law asking
      * for everything held about them, and sometimes for it to be
      * deleted. The personal data is spread over the player master
      * (every spelling), the biography (playerBio.cbl), the prospect
      * board row and its scout evaluations, the scouting notes, the
      * coaches' development notes (devNotes.aspx.cbl), the
      * availability/injury row, the contract terms on the roster
      * stints, the charted plays and the film-room annotations on
      * those plays, the player-portal login (playerAccounts.aspx.cbl)
      * and its trail in the login audit, and the transaction wire's
      * review queue (transactionWire.cbl) -- and finding it by hand
      * took a day and was never certain. This takes the PMAST-ID,
      * resolves every spelling the master holds for it, and walks
      * each of those files for them. The login is found by its
      * WEBPASS-PLAYER-ID, a queued wire line by the player's name
      * as the wire wrote it or by an official id on the player's
      * charted plays.
      *
      * EXPORT writes everything found to the output file, one
      * section per source, the enciphered fields deciphered
      * (sideCrypt.cbl).
      *
      * ERASE writes the same export first -- the requester's copy
      * and the record of what was removed -- then strips the
      * personal data while keeping every team and league total
      * intact: the player becomes ERASED / P<id> (one master row
      * under the same PMAST-ID, so the breakdowns still resolve the
      * history), the player's charted plays and stints are renamed to
      * that identity with their statistics and terms untouched, the
      * name is blanked out of the annotations on those plays, and the
      * biography, prospect row, evaluations, notes and availability
      * row are deleted. The portal login is deleted; its login audit
      * rows and the queued wire lines stay (the security trail and
      * the wire's history) under the anonymous identity, with the
      * address and the official id blanked. Without --confirm an
      * ERASE is a dry run: the export and the counts, nothing
      * changed. Pass --plays once per play file the player may be
      * charted in. The season aggregates and projections rebuild
      * from the plays on their next run.
      *
      * Every request and every action (source, count, what was done)
      * is logged to BATSW055.DAT; LOG lists a player's entries.
      *
      * Usage: playerPrivacy EXPORT <player-id> <data-dir> <out-path>
      *                      <requested-by> [--plays <path>]...
      *        playerPrivacy ERASE <player-id> <data-dir> <out-path>
      *                      <requested-by> [--plays <path>]...
      *                      [--confirm]
      *        playerPrivacy LOG <player-id> <data-dir>
      * <data-dir> holds the BATSW and PKW side files; <requested-by>
      * is free text naming the requester and their reference.

       $set ilusing"System.IO"

       class-id batsweb.playerPrivacy.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       $SET CALLFH"EXTFH"
       $SET DATACOMPRESS"1"
          SELECT PRIVACY-FILE ASSIGN WS-PRIVACY-FILE
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS PRIV-KEY
              ALTERNATE KEY IS PRIV-PLAYER-ID WITH DUPLICATES
              FILE STATUS IS STATUS-COMN.

          SELECT PLAYER-MASTER-FILE ASSIGN WS-PLAYER-MASTER-FILE
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS PMAST-KEY
              ALTERNATE KEY IS PMAST-ID WITH DUPLICATES
              FILE STATUS IS STATUS-COMN2.

          SELECT BIO-FILE ASSIGN WS-BIO-FILE
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS BIO-KEY
              FILE STATUS IS STATUS-COMN2.

          SELECT PROSPECT-FILE ASSIGN WS-PROSPECT-FILE
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS PROS-KEY
              FILE STATUS IS STATUS-COMN2.

          SELECT EVAL-FILE ASSIGN WS-EVAL-FILE
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS EVAL-KEY
              FILE STATUS IS STATUS-COMN2.

          SELECT NOTES-FILE ASSIGN WS-NOTES-FILE
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS NOTE-KEY
              FILE STATUS IS STATUS-COMN2.

          SELECT DEV-FILE ASSIGN WS-DEV-FILE
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS DEV-KEY
              FILE STATUS IS STATUS-COMN2.

          SELECT AVAIL-FILE ASSIGN WS-AVAIL-FILE
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS AVAIL-KEY
              FILE STATUS IS STATUS-COMN2.

          SELECT STINT-FILE ASSIGN WS-STINT-FILE
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS STINT-KEY
              FILE STATUS IS STATUS-COMN2.

          SELECT ANNO-FILE ASSIGN WS-ANNO-FILE
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS ANNO-KEY
              FILE STATUS IS STATUS-COMN2.

          SELECT PLAY-FILE ASSIGN WS-PLAY-FILE
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS PLAY-KEY
              ALTERNATE KEY IS PLAY-ALT-KEY1
              ALTERNATE KEY IS PLAY-ALT-KEY2
              FILE STATUS IS STATUS-COMN2.

          SELECT WEBPASS-FILE ASSIGN WS-WEBPASS-FILE
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS WEBPASS-KEY
              ALTERNATE KEY IS WEBPASS-TEAM-NAME WITH DUPLICATES
              FILE STATUS IS STATUS-COMN2.

          SELECT AUDIT-FILE ASSIGN WS-AUDIT-FILE
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS AUDIT-KEY
              FILE STATUS IS STATUS-COMN2.

          SELECT TXQ-FILE ASSIGN WS-TXQ-FILE
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS TXQ-KEY
              FILE STATUS IS STATUS-COMN2.

       file section.
       FD  PRIVACY-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS PRIV-REC.

      *    one row per request (PRIV-KIND "R") and one per action
      *    taken for it ("A": which source, how many records, what
      *    was done). PRIV-MODE: "X" export, "E" erase, "D" an
      *    erase dry run.
       01  PRIV-REC.
           05  PRIV-KEY.
               10  PRIV-TIMESTAMP      PIC X(14).
               10  PRIV-SEQ            PIC 9(3).
           05  PRIV-PLAYER-ID          PIC 9(6).
           05  PRIV-MODE               PIC X.
           05  PRIV-KIND               PIC X.
           05  PRIV-SOURCE             PIC X(12).
           05  PRIV-COUNT              PIC 9(7).
           05  PRIV-ACTION             PIC X(12).
           05  PRIV-REQUESTED-BY       PIC X(60).
           05  PRIV-OUT-PATH           PIC X(80).
           05  FILLER                  PIC X(20).

       FD  PLAYER-MASTER-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS PMAST-REC.

      *    layout owned by playerMaster.aspx.cbl -- keep in
      *    sync with the FD there.
       01  PMAST-REC.
           05  PMAST-KEY.
               10  PMAST-LAST          PIC X(15).
               10  PMAST-FIRST         PIC X(15).
           05  PMAST-ID                PIC 9(6).
           05  PMAST-PRIMARY           PIC X.
           05  PMAST-ADDED             PIC X(14).
           05  FILLER                  PIC X(10).

       FD  BIO-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS BIO-REC.

      *    layout owned by playerBio.cbl -- keep in sync with
      *    the FD there.
       01  BIO-REC.
           05  BIO-KEY.
               10  BIO-ID              PIC 9(6).
           05  BIO-DETAIL.
               10  BIO-BIRTHDATE       PIC 9(8).
               10  BIO-HEIGHT-IN       PIC 9(2).
               10  BIO-WEIGHT-LB       PIC 9(3).
               10  BIO-BATS            PIC X.
               10  BIO-THROWS          PIC X.
               10  BIO-SHOOTS          PIC X.
           05  BIO-UPDATED             PIC X(14).
           05  BIO-SEAL                PIC X(9).
           05  FILLER                  PIC X(1).

       FD  PROSPECT-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS PROS-REC.

      *    layout owned by prospectBoard.aspx.cbl -- keep in
      *    sync with the FD there.
       01  PROS-REC.
           05  PROS-KEY.
               10  PROS-LAST           PIC X(15).
               10  PROS-FIRST          PIC X(15).
           05  PROS-SCHOOL             PIC X(30).
           05  PROS-POS                PIC X(2).
           05  PROS-BATS               PIC X.
           05  PROS-THROWS             PIC X.
           05  PROS-GRADE              PIC 9(2).
           05  PROS-RANK               PIC 9(3).
           05  PROS-STATUS             PIC X.
           05  PROS-ADDED              PIC X(14).
           05  PROS-UPDATED            PIC X(14).
           05  FILLER                  PIC X(10).

       FD  EVAL-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS EVAL-REC.

      *    layout owned by prospectBoard.aspx.cbl -- keep in
      *    sync with the FD there.
       01  EVAL-REC.
           05  EVAL-KEY.
               10  EVAL-LAST           PIC X(15).
               10  EVAL-FIRST          PIC X(15).
               10  EVAL-SCOUT          PIC X(20).
               10  EVAL-DATE           PIC 9(8).
           05  EVAL-TOOL OCCURS 5 TIMES.
               10  EVAL-PRESENT        PIC 9(2).
               10  EVAL-FUTURE         PIC 9(2).
           05  EVAL-FV                 PIC 9(2).
           05  EVAL-RISK               PIC X.
           05  EVAL-ENTERED            PIC X(14).
           05  FILLER                  PIC X(10).

       FD  NOTES-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS NOTE-REC.

      *    layout owned by pucksweb/scoutNotes.aspx.cbl -- keep in
      *    sync with the FD there.
       01  NOTE-REC.
           05  NOTE-KEY.
               10  NOTE-PLAYER         PIC X(30).
               10  NOTE-TIMESTAMP      PIC X(14).
           05  NOTE-AUTHOR             PIC X(45).
           05  NOTE-TEXT               PIC X(200).
           05  NOTE-SEAL               PIC X(9).
           05  FILLER                  PIC X(1).

       FD  DEV-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS DEV-REC.

      *    layout owned by devNotes.aspx.cbl -- keep in sync
      *    with the FD there.
       01  DEV-REC.
           05  DEV-KEY.
               10  DEV-PLAYER-ID       PIC 9(6).
               10  DEV-TIMESTAMP       PIC X(14).
           05  DEV-AUTHOR              PIC X(45).
           05  DEV-SHARED              PIC X.
           05  DEV-TEXT                PIC X(200).
           05  DEV-SEAL                PIC X(9).
           05  FILLER                  PIC X(20).

       FD  AVAIL-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS AVAIL-REC.

      *    layout owned by pucksweb/availabilityAdmin.aspx.cbl --
      *    keep in sync with the FD there.
       01  AVAIL-REC.
           05  AVAIL-KEY.
               10  AVAIL-PLAYER        PIC X(30).
           05  AVAIL-DETAIL.
               10  AVAIL-STATUS        PIC X.
               10  AVAIL-RETURN-DATE   PIC 9(8).
               10  AVAIL-NOTE          PIC X(40).
           05  AVAIL-UPDATED           PIC X(14).
           05  AVAIL-SEAL              PIC X(9).
           05  FILLER                  PIC X(1).

       FD  STINT-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS STINT-REC.

      *    layout owned by tradeHistory.aspx.cbl -- keep in sync
      *    with the FD there.
       01  STINT-REC.
           05  STINT-KEY.
               10  STINT-LAST          PIC X(15).
               10  STINT-FIRST         PIC X(15).
               10  STINT-EFF-DATE      PIC 9(8).
           05  STINT-TEAM              PIC X(15).
           05  STINT-END-DATE          PIC 9(8).
           05  STINT-RECORDED          PIC X(14).
           05  STINT-TERMS.
               10  STINT-SALARY        PIC 9(9).
               10  STINT-CON-START     PIC 9(8).
               10  STINT-CON-END       PIC 9(8).
               10  STINT-OPTION        PIC X.
           05  STINT-SEAL              PIC X(9).
           05  FILLER                  PIC X(1).

       FD  ANNO-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS ANNO-REC.

      *    layout owned by pucksweb/playAnnotations.aspx.cbl --
      *    keep in sync with the FD there.
       01  ANNO-REC.
           05  ANNO-KEY.
               10  ANNO-PLAY-KEY       PIC X(30).
               10  ANNO-TIMESTAMP      PIC X(14).
           05  ANNO-AUTHOR             PIC X(45).
           05  ANNO-TEXT               PIC X(200).
           05  ANNO-PARENT             PIC X(14).
           05  ANNO-CLIP-OFFSET        PIC 9(5).
           05  ANNO-SESSION            PIC X(12).
           05  FILLER                  PIC X(10).

       COPY "Y:\SYDEXSOURCE\FDS\FDPKPLAY.CBL".

       FD  WEBPASS-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS WEBPASS-REC.

      *    layout owned by Default.aspx.cbl -- keep in sync with
      *    the FD there.
       01  WEBPASS-REC.
           05  WEBPASS-KEY.
               10  WEBPASS-TEAM-NAME       PIC X(15).
               10  WEBPASS-LAST            PIC X(15).
               10  WEBPASS-FIRST           PIC X(15).
           05  WEBPASS-REST.
               10  WEBPASS-SALT            PIC X(12).
               10  WEBPASS-HASH            PIC X(44).
               10  WEBPASS-LEVEL           PIC X.
               10  WEBPASS-FAIL-COUNT      PIC 9(2).
               10  WEBPASS-LOCK-UNTIL      PIC X(12).
               10  WEBPASS-LAST-LOGIN      PIC X(12).
               10  WEBPASS-LOGIN-COUNT     PIC 9(5).
               10  WEBPASS-PLAYER-ID       PIC 9(6).
               10  FILLER                  PIC X(3).

       FD  AUDIT-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS AUDIT-REC.

      *    layout owned by Default.aspx.cbl -- keep in sync with
      *    the FD there.
       01  AUDIT-REC.
           05  AUDIT-KEY.
               10  AUDIT-TIMESTAMP         PIC X(14).
               10  AUDIT-SEQ               PIC 9(3).
           05  AUDIT-TEAM-NAME             PIC X(15).
           05  AUDIT-LAST                  PIC X(15).
           05  AUDIT-FIRST                 PIC X(15).
           05  AUDIT-SOURCE-IP             PIC X(45).
           05  AUDIT-RESULT                PIC X.
           05  FILLER                      PIC X(20).

       FD  TXQ-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS TXQ-REC.

      *    layout owned by transactionWire.cbl -- keep in sync
      *    with the FD there.
       01  TXQ-REC.
           05  TXQ-KEY.
               10  TXQ-WIRE-DATE       PIC 9(8).
               10  TXQ-LINE            PIC 9(5).
           05  TXQ-STATUS              PIC X(4).
           05  TXQ-PLAYER              PIC X(40).
           05  TXQ-OFFICIAL-ID         PIC X(10).
           05  TXQ-FROM-TEAM           PIC X(15).
           05  TXQ-TO-TEAM             PIC X(15).
           05  TXQ-TYPE                PIC X(10).
           05  TXQ-EFF-DATE            PIC 9(8).
           05  TXQ-REASON              PIC X(60).
           05  TXQ-QUEUED              PIC X(14).
           05  TXQ-CLOSED-BY           PIC X(45).
           05  TXQ-CLOSED              PIC X(14).
           05  FILLER                  PIC X(10).

       working-storage section.
       01  WS-PRIVACY-FILE             PIC X(256).
       01  WS-PLAYER-MASTER-FILE       PIC X(256).
       01  WS-BIO-FILE                 PIC X(256).
       01  WS-PROSPECT-FILE            PIC X(256).
       01  WS-EVAL-FILE                PIC X(256).
       01  WS-NOTES-FILE               PIC X(256).
       01  WS-DEV-FILE                 PIC X(256).
       01  WS-AVAIL-FILE               PIC X(256).
       01  WS-STINT-FILE               PIC X(256).
       01  WS-ANNO-FILE                PIC X(256).
       01  WS-PLAY-FILE                PIC X(256).
       01  WS-WEBPASS-FILE             PIC X(256).
       01  WS-AUDIT-FILE               PIC X(256).
       01  WS-TXQ-FILE                 PIC X(256).
       01  STATUS-COMN.
           05  STATUS-BYTE-1           PIC X      VALUE SPACES.
           05  STATUS-BYTE-2           PIC X      VALUE SPACES.
       01  STATUS-COMN2.
           05  STATUS2-BYTE-1          PIC X      VALUE SPACES.
           05  STATUS2-BYTE-2          PIC X      VALUE SPACES.
       01  WS-MODE                     PIC X(6).
       01  WS-MODE-CODE                PIC X.
       01  WS-ERASE-FLAG               PIC X VALUE "N".
       01  WS-PLAYER-ID                PIC 9(6) VALUE 0.
       01  WS-ANON-LAST                PIC X(15) VALUE "ERASED".
       01  WS-ANON-FIRST               PIC X(15).
       01  WS-REQUESTED-BY             PIC X(60).
       01  WS-OUT-PATH                 PIC X(80).
       01  WS-PRIV-SEQ                 PIC 9(3) VALUE 0.
       01  WS-SOURCE-COUNT             PIC 9(7) VALUE 0.
       01  WS-WANT-LAST                PIC X(15).
       01  WS-WANT-FIRST               PIC X(15).
       01  WS-WANT-PLAYER              PIC X(30).
       01  WS-HOLD-STINT               PIC X(111).
       01  WS-PLAY-ID                  PIC 9(9)   VALUE 0.
       01  spellLast                   type List[String].
       01  spellFirst                  type List[String].
       01  nameForms                   type List[String].
       01  playKeys                    type Dictionary[String, String].
      *    the player's portal logins, "TEAM|LAST|FIRST", and the
      *    official ids the player's charted plays carry.
       01  accountKeys                 type List[String].
       01  officialIds                 type HashSet[Int32].
       01  playPaths                   type List[String].
       01  exportOut                   type StreamWriter.

       method-id Main static public.
       local-storage section.
       01  argIdx          type Int32.
       01  idArg           type Int32.
       01  runStamp        type String.
       01  pathIdx         type Int32.
       01  dataDir         type String.
       procedure division using by value args as type String occurs any.
           if args::Length < 3
               invoke type Console::WriteLine("usage: playerPrivacy <EXPORT|ERASE> <player-id> <data-dir> <out-path> <requested-by> [--plays <path>]... [--confirm]")
               invoke type Console::WriteLine("       playerPrivacy LOG <player-id> <data-dir>")
               exit method.
           move args[0]::Trim()::ToUpper() to WS-MODE
           if WS-MODE not = "EXPORT" and WS-MODE not = "ERASE"
            and WS-MODE not = "LOG"
               invoke type Console::WriteLine("Unknown mode -- use EXPORT, ERASE or LOG.")
               exit method.
           set idArg to 0
           invoke type Int32::TryParse(args[1]::Trim(), by reference idArg)
           if idArg < 1
               invoke type Console::WriteLine("Bad player id -- use the PMAST-ID from the player master screen.")
               exit method.
           move idArg to WS-PLAYER-ID
           set dataDir to args[2]::Trim()
           move type Path::Combine(dataDir, "BATSW055.DAT") to WS-PRIVACY-FILE
           move type Path::Combine(dataDir, "BATSW025.DAT") to WS-PLAYER-MASTER-FILE
           move type Path::Combine(dataDir, "BATSW044.DAT") to WS-BIO-FILE
           move type Path::Combine(dataDir, "BATSW039.DAT") to WS-PROSPECT-FILE
           move type Path::Combine(dataDir, "BATSW053.DAT") to WS-EVAL-FILE
           move type Path::Combine(dataDir, "PKW030.DAT") to WS-NOTES-FILE
           move type Path::Combine(dataDir, "PKW031.DAT") to WS-AVAIL-FILE
           move type Path::Combine(dataDir, "BATSW056.DAT") to WS-DEV-FILE
           move type Path::Combine(dataDir, "BATSW026.DAT") to WS-STINT-FILE
           move type Path::Combine(dataDir, "PKW060.DAT") to WS-ANNO-FILE
           move type Path::Combine(dataDir, "BATSW020.DAT") to WS-WEBPASS-FILE
           move type Path::Combine(dataDir, "BATSW021.DAT") to WS-AUDIT-FILE
           move type Path::Combine(dataDir, "BATSW063.DAT") to WS-TXQ-FILE
           if WS-MODE = "LOG"
               invoke self::listLog
               exit method.

           if args::Length < 5
               invoke type Console::WriteLine("EXPORT and ERASE need <out-path> and <requested-by>.")
               exit method.
           move args[3]::Trim() to WS-OUT-PATH
           move args[4]::Trim() to WS-REQUESTED-BY
           set playPaths to new List[String]
           move 5 to argIdx.
       ARG-LOOP.
           if argIdx >= args::Length
               go to ARG-DONE.
           if args[argIdx] = "--confirm"
               MOVE "Y" TO WS-ERASE-FLAG.
           if args[argIdx] = "--plays" and argIdx + 1 < args::Length
               add 1 to argIdx
               invoke playPaths::Add(args[argIdx]::Trim()).
           add 1 to argIdx
           go to ARG-LOOP.
       ARG-DONE.
           if WS-MODE = "EXPORT"
               MOVE "N" TO WS-ERASE-FLAG
               MOVE "X" TO WS-MODE-CODE
           else
               if WS-ERASE-FLAG = "Y"
                   MOVE "E" TO WS-MODE-CODE
               else
                   MOVE "D" TO WS-MODE-CODE.
           MOVE SPACES TO WS-ANON-FIRST
           MOVE "P" TO WS-ANON-FIRST(1:1)
           MOVE WS-PLAYER-ID TO WS-ANON-FIRST(2:6)

           OPEN I-O PRIVACY-FILE.
           IF STATUS-COMN = "35"
               OPEN OUTPUT PRIVACY-FILE
               CLOSE PRIVACY-FILE
               OPEN I-O PRIVACY-FILE.
           IF STATUS-BYTE-1 NOT EQUAL ZEROES
               invoke type Console::WriteLine("Unable to open the request log " & WS-PRIVACY-FILE::Trim
                   & " -- nothing done; every request must be logged.")
               exit method.
           set runStamp to type batsweb.jobRunLog::begin("PLAYERPRIVACY")
           invoke self::logRow("R", "REQUEST", 0, WS-MODE)

      *    the spellings first -- everything else is found by name.
           invoke self::loadSpellings
           if spellLast::Count = 0
               invoke type Console::WriteLine("No player master rows carry id " & WS-PLAYER-ID & ".")
               invoke self::logRow("A", "MASTER", 0, "NOT FOUND")
               CLOSE PRIVACY-FILE
               invoke type batsweb.jobRunLog::finish("PLAYERPRIVACY", runStamp, 0, "FAIL")
               exit method.
           try
               set exportOut to new StreamWriter(WS-OUT-PATH::Trim)
           catch exc as type Exception
               invoke type Console::WriteLine("Unable to write " & WS-OUT-PATH::Trim & ": " & exc::Message)
               invoke self::logRow("A", "EXPORT", 0, "FAILED")
               CLOSE PRIVACY-FILE
               invoke type batsweb.jobRunLog::finish("PLAYERPRIVACY", runStamp, 0, "FAIL")
               exit method
           end-try
           invoke exportOut::WriteLine("PERSONAL DATA HELD FOR PLAYER ID " & WS-PLAYER-ID)
           invoke exportOut::WriteLine("Requested by: " & WS-REQUESTED-BY::Trim)
           invoke exportOut::WriteLine("Produced: " & type DateTime::Now::ToString("yyyy-MM-dd HH:mm"))

           invoke self::doMaster
           invoke self::doBio
           invoke self::doProspect
           invoke self::doEvaluations
           invoke self::doNotes
           invoke self::doDevNotes
           invoke self::doAvailability
           invoke self::doStints
           invoke self::doAccounts
           invoke self::doLoginAudit
           set playKeys to new Dictionary[String, String]
           set officialIds to new HashSet[Int32]
           perform varying pathIdx from 0 by 1 until pathIdx >= playPaths::Count
               MOVE playPaths[pathIdx] TO WS-PLAY-FILE
               invoke self::doPlays
           end-perform
           invoke self::doAnnotations
           invoke self::doTxnQueue

           invoke exportOut::Close
           CLOSE PRIVACY-FILE.
           if WS-MODE-CODE = "D"
               invoke type Console::WriteLine("Dry run -- export written to " & WS-OUT-PATH::Trim
                   & "; nothing changed. Re-run with --confirm to erase.")
           else
               invoke type Console::WriteLine("Export written to " & WS-OUT-PATH::Trim & ".")
           end-if
           if WS-MODE-CODE = "E"
               invoke type Console::WriteLine("Player " & WS-PLAYER-ID & " erased -- history kept as "
                   & WS-ANON-LAST::Trim & " / " & WS-ANON-FIRST::Trim & ".")
           end-if
           invoke type batsweb.jobRunLog::finish("PLAYERPRIVACY", runStamp, 0, "OK").
       end method.

      *    appends one log row (the log file is open I-O for the
      *    whole run) and echoes the actions to the console.
       method-id logRow static protected.
       procedure division using by value kindCode as String
                                 by value sourceName as String
                                 by value rowCount as type Int32
                                 by value actionText as String.
           MOVE SPACES TO PRIV-REC
           set PRIV-TIMESTAMP to type DateTime::Now::ToString("yyyyMMddHHmmss")
           ADD 1 TO WS-PRIV-SEQ
           IF WS-PRIV-SEQ > 999
               MOVE 1 TO WS-PRIV-SEQ
           END-IF
           MOVE WS-PRIV-SEQ TO PRIV-SEQ
           MOVE WS-PLAYER-ID TO PRIV-PLAYER-ID
           MOVE WS-MODE-CODE TO PRIV-MODE
           MOVE kindCode TO PRIV-KIND
           MOVE sourceName TO PRIV-SOURCE
           MOVE rowCount TO PRIV-COUNT
           MOVE actionText TO PRIV-ACTION
           MOVE WS-REQUESTED-BY TO PRIV-REQUESTED-BY
           MOVE WS-OUT-PATH TO PRIV-OUT-PATH
           WRITE PRIV-REC
               INVALID KEY
                   ADD 1 TO PRIV-SEQ
                   WRITE PRIV-REC
                       INVALID KEY CONTINUE
                   END-WRITE
           END-WRITE.
           if kindCode = "A"
               invoke type Console::WriteLine("  " & sourceName & ": " & rowCount::ToString
                   & " " & actionText).
       end method.

      *    one export section per source; the action logged is
      *    what happened to the rows found.
       method-id endSection static protected.
       procedure division using by value sourceName as String
                                 by value eraseAction as String.
           invoke exportOut::WriteLine("(" & WS-SOURCE-COUNT::ToString & " record(s))")
           if WS-ERASE-FLAG = "Y" and WS-SOURCE-COUNT > 0
               invoke self::logRow("A", sourceName, WS-SOURCE-COUNT, eraseAction)
           else
               invoke self::logRow("A", sourceName, WS-SOURCE-COUNT, "EXPORTED").
       end method.

      *    every spelling carrying the id, and the forms the
      *    name-keyed files write a player as.
       method-id loadSpellings static protected.
       procedure division.
           set spellLast to new List[String]
           set spellFirst to new List[String]
           set nameForms to new List[String]
           OPEN INPUT PLAYER-MASTER-FILE.
           IF STATUS2-BYTE-1 NOT EQUAL ZEROES
               invoke type Console::WriteLine("Unable to open " & WS-PLAYER-MASTER-FILE::Trim)
               exit method.
           MOVE WS-PLAYER-ID TO PMAST-ID
           START PLAYER-MASTER-FILE KEY = PMAST-ID
               INVALID KEY GO TO SPELL-DONE
           END-START.
       SPELL-LOOP.
           READ PLAYER-MASTER-FILE NEXT
               AT END GO TO SPELL-DONE.
           IF PMAST-ID NOT = WS-PLAYER-ID
               GO TO SPELL-DONE.
           IF PMAST-LAST = "*CONTROL*"
               GO TO SPELL-LOOP.
           invoke spellLast::Add(PMAST-LAST::Trim)
           invoke spellFirst::Add(PMAST-FIRST::Trim)
           invoke nameForms::Add(PMAST-LAST::Trim & ", " & PMAST-FIRST::Trim)
           invoke nameForms::Add(PMAST-LAST::Trim & "," & PMAST-FIRST::Trim)
           invoke nameForms::Add(PMAST-FIRST::Trim & " " & PMAST-LAST::Trim)
           invoke nameForms::Add(PMAST-LAST::Trim & " " & PMAST-FIRST::Trim)
           GO TO SPELL-LOOP.
       SPELL-DONE.
           CLOSE PLAYER-MASTER-FILE.
       end method.

      *    the master rows. Erased, every spelling is replaced by
      *    the one anonymous row under the same id.
       method-id doMaster static protected.
       local-storage section.
       01  spellIdx        type Int32.
       procedure division.
           invoke exportOut::WriteLine("")
           invoke exportOut::WriteLine("== PLAYER MASTER (name spellings)")
           move 0 to WS-SOURCE-COUNT
           perform varying spellIdx from 0 by 1 until spellIdx >= spellLast::Count
               invoke exportOut::WriteLine(spellLast[spellIdx] & ", " & spellFirst[spellIdx])
               add 1 to WS-SOURCE-COUNT
           end-perform
           invoke self::endSection("MASTER", "ANONYMIZED")
           if WS-ERASE-FLAG not = "Y"
               exit method.
           OPEN I-O PLAYER-MASTER-FILE.
           IF STATUS2-BYTE-1 NOT EQUAL ZEROES
               invoke type Console::WriteLine("Unable to reopen " & WS-PLAYER-MASTER-FILE::Trim)
               exit method.
           perform varying spellIdx from 0 by 1 until spellIdx >= spellLast::Count
               MOVE spellLast[spellIdx] TO PMAST-LAST
               MOVE spellFirst[spellIdx] TO PMAST-FIRST
               DELETE PLAYER-MASTER-FILE RECORD
                   INVALID KEY CONTINUE
               END-DELETE
           end-perform
           MOVE SPACES TO PMAST-REC
           MOVE WS-ANON-LAST TO PMAST-LAST
           MOVE WS-ANON-FIRST TO PMAST-FIRST
           MOVE WS-PLAYER-ID TO PMAST-ID
           MOVE "Y" TO PMAST-PRIMARY
           set PMAST-ADDED to type DateTime::Now::ToString("yyyyMMddHHmmss")
           WRITE PMAST-REC
               INVALID KEY REWRITE PMAST-REC
           END-WRITE.
           CLOSE PLAYER-MASTER-FILE.
       end method.

       method-id doBio static protected.
       procedure division.
           invoke exportOut::WriteLine("")
           invoke exportOut::WriteLine("== BIOGRAPHY")
           move 0 to WS-SOURCE-COUNT
           OPEN I-O BIO-FILE.
           IF STATUS2-BYTE-1 NOT EQUAL ZEROES
               invoke self::endSection("BIO", "DELETED")
               exit method.
           MOVE WS-PLAYER-ID TO BIO-ID
           READ BIO-FILE
               INVALID KEY
                   CLOSE BIO-FILE
                   invoke self::endSection("BIO", "DELETED")
                   exit method.
           MOVE type pucksweb.sideCrypt::unseal(BIO-DETAIL, BIO-SEAL,
               length of BIO-DETAIL) TO BIO-DETAIL
           invoke exportOut::WriteLine("born " & BIO-BIRTHDATE & "|height " &
               BIO-HEIGHT-IN & " in|weight " & BIO-WEIGHT-LB & " lb|bats " &
               BIO-BATS & "|throws " & BIO-THROWS & "|shoots " & BIO-SHOOTS &
               "|updated " & BIO-UPDATED)
           add 1 to WS-SOURCE-COUNT
           if WS-ERASE-FLAG = "Y"
               DELETE BIO-FILE RECORD.
           CLOSE BIO-FILE.
           invoke self::endSection("BIO", "DELETED")
       end method.

       method-id doProspect static protected.
       local-storage section.
       01  spellIdx        type Int32.
       procedure division.
           invoke exportOut::WriteLine("")
           invoke exportOut::WriteLine("== PROSPECT BOARD")
           move 0 to WS-SOURCE-COUNT
           OPEN I-O PROSPECT-FILE.
           IF STATUS2-BYTE-1 NOT EQUAL ZEROES
               invoke self::endSection("PROSPECT", "DELETED")
               exit method.
           perform varying spellIdx from 0 by 1 until spellIdx >= spellLast::Count
               MOVE spellLast[spellIdx] TO PROS-LAST
               MOVE spellFirst[spellIdx] TO PROS-FIRST
               READ PROSPECT-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       invoke exportOut::WriteLine(PROS-LAST::Trim & ", " &
                           PROS-FIRST::Trim & "|" & PROS-SCHOOL::Trim & "|" &
                           PROS-POS & "|bats " & PROS-BATS & "|throws " &
                           PROS-THROWS & "|grade " & PROS-GRADE & "|rank " &
                           PROS-RANK & "|status " & PROS-STATUS & "|added " &
                           PROS-ADDED & "|updated " & PROS-UPDATED)
                       add 1 to WS-SOURCE-COUNT
                       if WS-ERASE-FLAG = "Y"
                           DELETE PROSPECT-FILE RECORD
                       end-if
               END-READ
           end-perform
           CLOSE PROSPECT-FILE.
           invoke self::endSection("PROSPECT", "DELETED")
       end method.

       method-id doEvaluations static protected.
       local-storage section.
       01  spellIdx        type Int32.
       01  toolIdx         type Int32.
       01  gradeText       type String.
       procedure division.
           invoke exportOut::WriteLine("")
           invoke exportOut::WriteLine("== SCOUT EVALUATIONS")
           move 0 to WS-SOURCE-COUNT
           OPEN I-O EVAL-FILE.
           IF STATUS2-BYTE-1 NOT EQUAL ZEROES
               invoke self::endSection("EVALUATION", "DELETED")
               exit method.
           move 0 to spellIdx.
       EVAL-SPELL.
           if spellIdx >= spellLast::Count
               go to EVAL-ALL-DONE.
           MOVE spellLast[spellIdx] TO WS-WANT-LAST
           MOVE spellFirst[spellIdx] TO WS-WANT-FIRST
           add 1 to spellIdx
           MOVE LOW-VALUES TO EVAL-KEY
           MOVE WS-WANT-LAST TO EVAL-LAST
           MOVE WS-WANT-FIRST TO EVAL-FIRST
           START EVAL-FILE KEY NOT < EVAL-KEY
               INVALID KEY GO TO EVAL-SPELL
           END-START.
       EVAL-LOOP.
           READ EVAL-FILE NEXT
               AT END GO TO EVAL-SPELL.
           IF EVAL-LAST NOT = WS-WANT-LAST
            OR EVAL-FIRST NOT = WS-WANT-FIRST
               GO TO EVAL-SPELL.
           set gradeText to ""
           perform varying toolIdx from 1 by 1 until toolIdx > 5
               set gradeText to gradeText & " " & EVAL-PRESENT(toolIdx) & "/" & EVAL-FUTURE(toolIdx)
           end-perform
           invoke exportOut::WriteLine(EVAL-DATE & "|scout " & EVAL-SCOUT::Trim &
               "|tools" & gradeText & "|FV " & EVAL-FV & "|risk " & EVAL-RISK)
           add 1 to WS-SOURCE-COUNT
           if WS-ERASE-FLAG = "Y"
               DELETE EVAL-FILE RECORD.
           GO TO EVAL-LOOP.
       EVAL-ALL-DONE.
           CLOSE EVAL-FILE.
           invoke self::endSection("EVALUATION", "DELETED")
       end method.

      *    notes are keyed by the name as the screen typed it, so
      *    every form of every spelling is tried.
       method-id doNotes static protected.
       local-storage section.
       01  formIdx         type Int32.
       procedure division.
           invoke exportOut::WriteLine("")
           invoke exportOut::WriteLine("== SCOUTING NOTES")
           move 0 to WS-SOURCE-COUNT
           OPEN I-O NOTES-FILE.
           IF STATUS2-BYTE-1 NOT EQUAL ZEROES
               invoke self::endSection("NOTES", "DELETED")
               exit method.
           move 0 to formIdx.
       NOTE-FORM.
           if formIdx >= nameForms::Count
               go to NOTE-ALL-DONE.
           MOVE nameForms[formIdx]::ToUpper TO WS-WANT-PLAYER
           add 1 to formIdx
           MOVE WS-WANT-PLAYER TO NOTE-PLAYER
           MOVE LOW-VALUES TO NOTE-TIMESTAMP
           START NOTES-FILE KEY NOT < NOTE-KEY
               INVALID KEY GO TO NOTE-FORM
           END-START.
       NOTE-LOOP.
           READ NOTES-FILE NEXT
               AT END GO TO NOTE-FORM.
           IF NOTE-PLAYER NOT = WS-WANT-PLAYER
               GO TO NOTE-FORM.
           MOVE type pucksweb.sideCrypt::unseal(NOTE-TEXT, NOTE-SEAL,
               length of NOTE-TEXT) TO NOTE-TEXT
           invoke exportOut::WriteLine(NOTE-TIMESTAMP & "|" & NOTE-AUTHOR::Trim &
               "|" & NOTE-TEXT::Trim)
           add 1 to WS-SOURCE-COUNT
           if WS-ERASE-FLAG = "Y"
               DELETE NOTES-FILE RECORD.
           GO TO NOTE-LOOP.
       NOTE-ALL-DONE.
           CLOSE NOTES-FILE.
           invoke self::endSection("NOTES", "DELETED")
       end method.

      *    development notes are keyed on the PMAST-ID itself,
      *    so one START covers every spelling.
       method-id doDevNotes static protected.
       procedure division.
           invoke exportOut::WriteLine("")
           invoke exportOut::WriteLine("== DEVELOPMENT NOTES")
           move 0 to WS-SOURCE-COUNT
           OPEN I-O DEV-FILE.
           IF STATUS2-BYTE-1 NOT EQUAL ZEROES
               invoke self::endSection("DEVNOTES", "DELETED")
               exit method.
           MOVE WS-PLAYER-ID TO DEV-PLAYER-ID
           MOVE LOW-VALUES TO DEV-TIMESTAMP
           START DEV-FILE KEY NOT < DEV-KEY
               INVALID KEY GO TO DEV-ALL-DONE
           END-START.
       DEV-LOOP.
           READ DEV-FILE NEXT
               AT END GO TO DEV-ALL-DONE.
           IF DEV-PLAYER-ID NOT = WS-PLAYER-ID
               GO TO DEV-ALL-DONE.
           MOVE type pucksweb.sideCrypt::unseal(DEV-TEXT, DEV-SEAL,
               length of DEV-TEXT) TO DEV-TEXT
           invoke exportOut::WriteLine(DEV-TIMESTAMP & "|" & DEV-AUTHOR::Trim &
               "|shared " & DEV-SHARED & "|" & DEV-TEXT::Trim)
           add 1 to WS-SOURCE-COUNT
           if WS-ERASE-FLAG = "Y"
               DELETE DEV-FILE RECORD.
           GO TO DEV-LOOP.
       DEV-ALL-DONE.
           CLOSE DEV-FILE.
           invoke self::endSection("DEVNOTES", "DELETED")
       end method.

       method-id doAvailability static protected.
       local-storage section.
       01  formIdx         type Int32.
       procedure division.
           invoke exportOut::WriteLine("")
           invoke exportOut::WriteLine("== AVAILABILITY / INJURY STATUS")
           move 0 to WS-SOURCE-COUNT
           OPEN I-O AVAIL-FILE.
           IF STATUS2-BYTE-1 NOT EQUAL ZEROES
               invoke self::endSection("AVAILABILITY", "DELETED")
               exit method.
           perform varying formIdx from 0 by 1 until formIdx >= nameForms::Count
               MOVE nameForms[formIdx]::ToUpper TO AVAIL-PLAYER
               READ AVAIL-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE type pucksweb.sideCrypt::unseal(AVAIL-DETAIL,
                           AVAIL-SEAL, length of AVAIL-DETAIL) TO AVAIL-DETAIL
                       invoke exportOut::WriteLine(AVAIL-PLAYER::Trim & "|status " &
                           AVAIL-STATUS & "|return " & AVAIL-RETURN-DATE & "|" &
                           AVAIL-NOTE::Trim & "|updated " & AVAIL-UPDATED)
                       add 1 to WS-SOURCE-COUNT
                       if WS-ERASE-FLAG = "Y"
                           DELETE AVAIL-FILE RECORD
                       end-if
               END-READ
           end-perform
           CLOSE AVAIL-FILE.
           invoke self::endSection("AVAILABILITY", "DELETED")
       end method.

      *    stints carry the contract terms. Erased, each stint is
      *    re-keyed under the anonymous identity with its terms still
      *    sealed, so the payroll and service-time totals stand.
       method-id doStints static protected.
       local-storage section.
       01  spellIdx        type Int32.
       procedure division.
           invoke exportOut::WriteLine("")
           invoke exportOut::WriteLine("== ROSTER STINTS AND CONTRACT TERMS")
           move 0 to WS-SOURCE-COUNT
           OPEN I-O STINT-FILE.
           IF STATUS2-BYTE-1 NOT EQUAL ZEROES
               invoke self::endSection("STINTS", "ANONYMIZED")
               exit method.
           move 0 to spellIdx.
       STINT-SPELL.
           if spellIdx >= spellLast::Count
               go to STINT-ALL-DONE.
           MOVE spellLast[spellIdx] TO WS-WANT-LAST
           MOVE spellFirst[spellIdx] TO WS-WANT-FIRST
           add 1 to spellIdx
           MOVE WS-WANT-LAST TO STINT-LAST
           MOVE WS-WANT-FIRST TO STINT-FIRST
           MOVE 0 TO STINT-EFF-DATE
           START STINT-FILE KEY NOT < STINT-KEY
               INVALID KEY GO TO STINT-SPELL
           END-START.
       STINT-LOOP.
           READ STINT-FILE NEXT
               AT END GO TO STINT-SPELL.
           IF STINT-LAST NOT = WS-WANT-LAST
            OR STINT-FIRST NOT = WS-WANT-FIRST
               GO TO STINT-SPELL.
           MOVE STINT-REC TO WS-HOLD-STINT
           MOVE type pucksweb.sideCrypt::unseal(STINT-TERMS, STINT-SEAL,
               length of STINT-TERMS) TO STINT-TERMS
           invoke exportOut::WriteLine(STINT-EFF-DATE & "-" & STINT-END-DATE &
               "|" & STINT-TEAM::Trim & "|salary " & STINT-SALARY &
               "|contract " & STINT-CON-START & "-" & STINT-CON-END &
               "|option " & STINT-OPTION)
           add 1 to WS-SOURCE-COUNT
           if WS-ERASE-FLAG not = "Y"
               GO TO STINT-LOOP.
           DELETE STINT-FILE RECORD
           MOVE WS-HOLD-STINT TO STINT-REC
           MOVE WS-ANON-LAST TO STINT-LAST
           MOVE WS-ANON-FIRST TO STINT-FIRST
           WRITE STINT-REC
               INVALID KEY
                   invoke type Console::WriteLine("  stint " & STINT-EFF-DATE &
                       " already on file under the anonymous identity -- kept.")
           END-WRITE
      *    back onto the spelling being walked -- the WRITE above
      *    may have moved the file position.
           MOVE WS-WANT-LAST TO STINT-LAST
           MOVE WS-WANT-FIRST TO STINT-FIRST
           START STINT-FILE KEY > STINT-KEY
               INVALID KEY GO TO STINT-SPELL
           END-START
           GO TO STINT-LOOP.
       STINT-ALL-DONE.
           CLOSE STINT-FILE.
           invoke self::endSection("STINTS", "ANONYMIZED")
       end method.

      *    the player-portal logins tied to the id. Erased, the
      *    login goes (on the standby too) -- an erased player has
      *    no portal. The salt and hash are credentials, not data
      *    about the player, and are not exported.
       method-id doAccounts static protected.
       procedure division.
           invoke exportOut::WriteLine("")
           invoke exportOut::WriteLine("== PLAYER PORTAL LOGIN")
           move 0 to WS-SOURCE-COUNT
           set accountKeys to new List[String]
           OPEN I-O WEBPASS-FILE.
           IF STATUS2-BYTE-1 NOT EQUAL ZEROES
               invoke self::endSection("ACCOUNTS", "DELETED")
               exit method.
       ACCT-LOOP.
           READ WEBPASS-FILE NEXT
               AT END GO TO ACCT-DONE.
           IF WEBPASS-PLAYER-ID NOT NUMERIC
               GO TO ACCT-LOOP.
           IF WEBPASS-PLAYER-ID NOT = WS-PLAYER-ID
               GO TO ACCT-LOOP.
           invoke accountKeys::Add(WEBPASS-TEAM-NAME::Trim::ToUpper & "|" &
               WEBPASS-LAST::Trim::ToUpper & "|" & WEBPASS-FIRST::Trim::ToUpper)
           invoke exportOut::WriteLine(WEBPASS-TEAM-NAME::Trim & "|" &
               WEBPASS-LAST::Trim & ", " & WEBPASS-FIRST::Trim & "|level " &
               WEBPASS-LEVEL & "|last login " & WEBPASS-LAST-LOGIN & "|logins " &
               WEBPASS-LOGIN-COUNT & "|failures " & WEBPASS-FAIL-COUNT)
           add 1 to WS-SOURCE-COUNT
           if WS-ERASE-FLAG not = "Y"
               GO TO ACCT-LOOP.
           DELETE WEBPASS-FILE RECORD.
      *    journal the delete so the standby drops the login too.
           IF STATUS2-BYTE-1 EQUAL ZEROES
               invoke type pucksweb.playJournal::recordFile("WP", "D",
                   " ", "" & WEBPASS-REC, "")
           END-IF
           GO TO ACCT-LOOP.
       ACCT-DONE.
           CLOSE WEBPASS-FILE.
           invoke self::endSection("ACCOUNTS", "DELETED")
       end method.

      *    every login attempt made under those logins. Erased,
      *    the rows stay for the security trail under the anonymous
      *    identity, the address blanked.
       method-id doLoginAudit static protected.
       local-storage section.
       01  auditKey        type String.
       procedure division.
           invoke exportOut::WriteLine("")
           invoke exportOut::WriteLine("== LOGIN AUDIT TRAIL")
           move 0 to WS-SOURCE-COUNT
           if accountKeys::Count = 0
               invoke self::endSection("LOGIN AUDIT", "ANONYMIZED")
               exit method.
           OPEN I-O AUDIT-FILE.
           IF STATUS2-BYTE-1 NOT EQUAL ZEROES
               invoke self::endSection("LOGIN AUDIT", "ANONYMIZED")
               exit method.
       AUDIT-LOOP.
           READ AUDIT-FILE NEXT
               AT END GO TO AUDIT-DONE.
           set auditKey to AUDIT-TEAM-NAME::Trim::ToUpper & "|" &
               AUDIT-LAST::Trim::ToUpper & "|" & AUDIT-FIRST::Trim::ToUpper
           if accountKeys::Contains(auditKey) = false
               GO TO AUDIT-LOOP.
           invoke exportOut::WriteLine(AUDIT-TIMESTAMP & " UTC|" &
               AUDIT-TEAM-NAME::Trim & "|" & AUDIT-LAST::Trim & ", " &
               AUDIT-FIRST::Trim & "|from " & AUDIT-SOURCE-IP::Trim &
               "|result " & AUDIT-RESULT)
           add 1 to WS-SOURCE-COUNT
           if WS-ERASE-FLAG not = "Y"
               GO TO AUDIT-LOOP.
           MOVE WS-ANON-LAST TO AUDIT-LAST
           MOVE WS-ANON-FIRST TO AUDIT-FIRST
           MOVE SPACES TO AUDIT-SOURCE-IP
           REWRITE AUDIT-REC
           GO TO AUDIT-LOOP.
       AUDIT-DONE.
           CLOSE AUDIT-FILE.
           invoke self::endSection("LOGIN AUDIT", "ANONYMIZED")
       end method.

      *    the charted plays, one play file per call. Erased, the
      *    plays keep every statistic and take the anonymous name.
       method-id doPlays static protected.
       local-storage section.
       01  spellIdx        type Int32.
       01  isHis           type String.
       01  playKeyText     type String.
       01  idVal           type Int32.
       procedure division.
           invoke exportOut::WriteLine("")
           invoke exportOut::WriteLine("== CHARTED PLAYS in " & WS-PLAY-FILE::Trim)
           move 0 to WS-SOURCE-COUNT
           OPEN I-O PLAY-FILE.
           IF STATUS2-BYTE-1 NOT EQUAL ZEROES
               invoke type Console::WriteLine("Unable to open " & WS-PLAY-FILE::Trim)
               invoke self::endSection("PLAYS", "ANONYMIZED")
               exit method.
       PLAY-LOOP.
           READ PLAY-FILE NEXT
               AT END GO TO PLAY-DONE.
           set isHis to "N"
           perform varying spellIdx from 0 by 1 until spellIdx >= spellLast::Count
               if PLAY-LAST-NAME = spellLast[spellIdx]
                and PLAY-FIRST-NAME = spellFirst[spellIdx]
                   set isHis to "Y"
               end-if
           end-perform
           if isHis = "N"
               GO TO PLAY-LOOP.
           set playKeyText to ("" & PLAY-KEY)::Trim()::ToUpper()
           if playKeys::ContainsKey(playKeyText) = false
               invoke playKeys::Add(playKeyText, "Y").
           invoke exportOut::WriteLine(playKeyText & "|" & PLAY-TEAM-NAME::Trim &
               "|" & PLAY-POS)
           add 1 to WS-SOURCE-COUNT
           IF PLAY-NHL-ID-R NUMERIC
               MOVE PLAY-NHL-ID-R TO WS-PLAY-ID
               set idVal to WS-PLAY-ID
               if idVal > 0
                   invoke officialIds::Add(idVal)
               end-if
           END-IF
           if WS-ERASE-FLAG = "Y"
               MOVE WS-ANON-LAST TO PLAY-LAST-NAME
               MOVE WS-ANON-FIRST TO PLAY-FIRST-NAME
               REWRITE PLAY-REC.
           GO TO PLAY-LOOP.
       PLAY-DONE.
           CLOSE PLAY-FILE.
           invoke self::endSection("PLAYS", "ANONYMIZED")
       end method.

      *    the film-room comments on the player's plays. They are
      *    the staff's, about the play, so they stay; erased, the
      *    player's name is blanked out of the text.
       method-id doAnnotations static protected.
       local-storage section.
       01  spellIdx        type Int32.
       01  scrubbed        type String.
       procedure division.
           invoke exportOut::WriteLine("")
           invoke exportOut::WriteLine("== ANNOTATIONS ON THE PLAYER'S PLAYS")
           move 0 to WS-SOURCE-COUNT
           if playKeys::Count = 0
               invoke self::endSection("ANNOTATIONS", "SCRUBBED")
               exit method.
           OPEN I-O ANNO-FILE.
           IF STATUS2-BYTE-1 NOT EQUAL ZEROES
               invoke self::endSection("ANNOTATIONS", "SCRUBBED")
               exit method.
       ANNO-LOOP.
           READ ANNO-FILE NEXT
               AT END GO TO ANNO-DONE.
           if playKeys::ContainsKey(ANNO-PLAY-KEY::Trim) = false
               GO TO ANNO-LOOP.
           invoke exportOut::WriteLine(ANNO-PLAY-KEY::Trim & "|" & ANNO-TIMESTAMP &
               "|" & ANNO-AUTHOR::Trim & "|" & ANNO-TEXT::Trim)
           add 1 to WS-SOURCE-COUNT
           if WS-ERASE-FLAG not = "Y"
               GO TO ANNO-LOOP.
           set scrubbed to ANNO-TEXT
           perform varying spellIdx from 0 by 1 until spellIdx >= spellLast::Count
               set scrubbed to self::blankOut(scrubbed, spellFirst[spellIdx] & " " & spellLast[spellIdx])
               set scrubbed to self::blankOut(scrubbed, spellLast[spellIdx])
           end-perform
           MOVE scrubbed TO ANNO-TEXT
           REWRITE ANNO-REC
           GO TO ANNO-LOOP.
       ANNO-DONE.
           CLOSE ANNO-FILE.
           invoke self::endSection("ANNOTATIONS", "SCRUBBED")
       end method.

      *    the wire lines queued for review that name the player,
      *    as any form of any spelling or by an official id from the
      *    player's plays. Erased, a line keeps its move and status
      *    and takes the anonymous identity, the official id
      *    blanked.
       method-id doTxnQueue static protected.
       local-storage section.
       01  isHis           type String.
       01  formIdx         type Int32.
       01  spellIdx        type Int32.
       01  idVal           type Int32.
       01  scrubbed        type String.
       procedure division.
           invoke exportOut::WriteLine("")
           invoke exportOut::WriteLine("== TRANSACTION WIRE REVIEW QUEUE")
           move 0 to WS-SOURCE-COUNT
           OPEN I-O TXQ-FILE.
           IF STATUS2-BYTE-1 NOT EQUAL ZEROES
               invoke self::endSection("WIRE QUEUE", "ANONYMIZED")
               exit method.
       TXQ-LOOP.
           READ TXQ-FILE NEXT
               AT END GO TO TXQ-DONE.
           set isHis to "N"
           perform varying formIdx from 0 by 1 until formIdx >= nameForms::Count
               if TXQ-PLAYER::Trim::ToUpper = nameForms[formIdx]::ToUpper
                   set isHis to "Y"
               end-if
           end-perform
           set idVal to 0
           if type Int32::TryParse(TXQ-OFFICIAL-ID::Trim, by reference idVal)
            and idVal > 0 and officialIds::Contains(idVal)
               set isHis to "Y"
           end-if
           if isHis = "N"
               GO TO TXQ-LOOP.
           invoke exportOut::WriteLine(TXQ-WIRE-DATE & " line " & TXQ-LINE & "|" &
               TXQ-STATUS & "|" & TXQ-PLAYER::Trim & "|official id " &
               TXQ-OFFICIAL-ID::Trim & "|" & TXQ-TYPE::Trim & " " &
               TXQ-FROM-TEAM::Trim & " -> " & TXQ-TO-TEAM::Trim & " eff " &
               TXQ-EFF-DATE & "|" & TXQ-REASON::Trim)
           add 1 to WS-SOURCE-COUNT
           if WS-ERASE-FLAG not = "Y"
               GO TO TXQ-LOOP.
           set scrubbed to TXQ-REASON
           perform varying spellIdx from 0 by 1 until spellIdx >= spellLast::Count
               set scrubbed to self::blankOut(scrubbed, spellFirst[spellIdx] & " " & spellLast[spellIdx])
               set scrubbed to self::blankOut(scrubbed, spellLast[spellIdx])
           end-perform
           MOVE scrubbed TO TXQ-REASON
           set TXQ-PLAYER to WS-ANON-LAST::Trim & ", " & WS-ANON-FIRST::Trim
           MOVE SPACES TO TXQ-OFFICIAL-ID
           REWRITE TXQ-REC
           GO TO TXQ-LOOP.
       TXQ-DONE.
           CLOSE TXQ-FILE.
           invoke self::endSection("WIRE QUEUE", "ANONYMIZED")
       end method.

      *    replaces every occurrence of a name, any case, with
      *    "[player]".
       method-id blankOut static protected.
       local-storage section.
       01  hitAt           type Int32.
       procedure division using by value textIn as String
                                 by value nameText as String
                          returning textOut as String.
           set textOut to textIn
           if nameText = null or nameText::Trim = ""
               exit method.
           set hitAt to textOut::IndexOf(nameText::Trim, type StringComparison::OrdinalIgnoreCase)
           perform until hitAt < 0
               set textOut to textOut::Substring(0, hitAt) & "[player]" &
                   textOut::Substring(hitAt + nameText::Trim::Length)
               set hitAt to textOut::IndexOf(nameText::Trim, hitAt + 8, type StringComparison::OrdinalIgnoreCase)
           end-perform.
       end method.

      *    LOG: the player's requests and actions, oldest first.
       method-id listLog static protected.
       local-storage section.
       01  listed          type Int32.
       procedure division.
           set listed to 0
           OPEN INPUT PRIVACY-FILE.
           IF STATUS-BYTE-1 NOT EQUAL ZEROES
               invoke type Console::WriteLine("No requests logged yet.")
               exit method.
           MOVE WS-PLAYER-ID TO PRIV-PLAYER-ID
           START PRIVACY-FILE KEY = PRIV-PLAYER-ID
               INVALID KEY GO TO LOG-DONE
           END-START.
       LOG-LOOP.
           READ PRIVACY-FILE NEXT
               AT END GO TO LOG-DONE.
           IF PRIV-PLAYER-ID NOT = WS-PLAYER-ID
               GO TO LOG-DONE.
           add 1 to listed
           if PRIV-KIND = "R"
               invoke type Console::WriteLine(PRIV-TIMESTAMP & "  " & PRIV-ACTION::Trim &
                   " requested by " & PRIV-REQUESTED-BY::Trim & " -> " & PRIV-OUT-PATH::Trim)
           else
               invoke type Console::WriteLine(PRIV-TIMESTAMP & "    " & PRIV-SOURCE & " " &
                   PRIV-COUNT & " " & PRIV-ACTION::Trim).
           GO TO LOG-LOOP.
       LOG-DONE.
           CLOSE PRIVACY-FILE.
           if listed = 0
               invoke type Console::WriteLine("Nothing logged for player " & WS-PLAYER-ID & ".").
       end method.

       end class.
