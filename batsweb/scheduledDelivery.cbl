      * overnight run of the delivery schedules users keep on
      * deliverySchedules.aspx.cbl (BATSW059.DAT). After the load,
      * every active schedule that is due -- daily, weekly on its
      * day, or after a completed game of its trigger team newer
      * than the last one it went out for -- is run against the
      * fresh data: a saved preset is replayed through the same
      * dialog-engine calls its screen makes (PK300/PK310 for
      * playerBreakdown, BAT300/BAT310 for breakdown), a packet
      * schedule builds the opponent packet over its trailing days
      * (scoutingPacketJob.cbl). The result is written as PDF or CSV
      * and queued through the mail gateway to each recipient, with
      * the file attached.
      *
      * Each recipient is checked on the night, not just when the
      * schedule was saved: the login must still be on file, at a
      * staff level and not locked, and must have an address on the
      * two-factor file. A baseball view goes only to the owner's
      * own club; a hockey view goes to a partner club's login only
      * when the consortium matrix (clubVisibility.cbl) gives that
      * club full detail on every game the view covers -- the
      * engines cannot leave a game out, so a view that would show a
      * withheld game is withheld whole. Each schedule run logs its
      * own PKW033.DAT row ("DLV " + the schedule name) so a failed
      * one shows red on the ops monitor, and closes out one
      * SCHEDDELIVERY row for the step.
      *
      * Run from the data directory (BATSW059.DAT and the preset,
      * login and mail files live there). The game files are the
      * trigger for after-game schedules and, for hockey, the list of
      * games a view covers.
      *
      * Usage: scheduledDelivery <path-to-baseball-GAME-FILE>
      *                          <path-to-hockey-GAME-FILE>

       $set ilusing"System.IO"

       class-id batsweb.scheduledDelivery.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       $SET CALLFH"EXTFH"
       $SET DATACOMPRESS"1"
          SELECT DLV-FILE ASSIGN WS-DLV-FILE
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS DLV-KEY
              LOCK MANUAL
              FILE STATUS IS STATUS-COMN.

          SELECT PRESET-FILE ASSIGN WS-PRESET-FILE
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS PRESET-KEY
              FILE STATUS IS STATUS-COMN2.

          SELECT WEBPASS-FILE ASSIGN WS-BATSW020-FILE
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS WEBPASS-KEY
              FILE STATUS IS STATUS-COMN3.

          SELECT MFA-FILE ASSIGN WS-MFA-FILE
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS MFA-KEY
              FILE STATUS IS STATUS-COMN4.

          SELECT GAME-FILE ASSIGN WS-GAME-FILE
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS GAME-KEY
              FILE STATUS IS STATUS-COMN5.

       file section.
       FD  DLV-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS DLV-REC.

      *    layout owned by deliverySchedules.aspx.cbl -- keep in
      *    sync with the FD there.
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

       FD  PRESET-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS PRESET-REC.

      *    layout owned by filterPresets.aspx.cbl -- keep in
      *    sync with the FD there.
       01  PRESET-REC.
           05  PRESET-KEY.
               10  PRESET-USER         PIC X(45).
               10  PRESET-NAME         PIC X(20).
           05  PRESET-PAGE             PIC X(10).
           05  PRESET-FILTERS          PIC X(200).
           05  PRESET-SAVED            PIC X(14).
           05  FILLER                  PIC X(10).

       FD  WEBPASS-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS WEBPASS-REC.

      *    batsweb key shape (team + last + first) -- keep in
      *    sync with Default.aspx.cbl's WEBPASS-REC.
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

       FD  MFA-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS MFA-REC.

      *    layout owned by Default.aspx.cbl -- keep in sync
      *    with the FD there. Only MFA-EMAIL is read here, the
      *    account's address on file, enciphered under MFA-SEAL.
       01  MFA-REC.
           05  MFA-KEY.
               10  MFA-TEAM-NAME           PIC X(15).
               10  MFA-LAST                PIC X(15).
               10  MFA-FIRST               PIC X(15).
           05  MFA-ENABLED                 PIC X.
           05  MFA-EMAIL                   PIC X(60).
           05  MFA-CODE                    PIC X(6).
           05  MFA-CODE-EXPIRES            PIC X(12).
           05  MFA-SEAL                    PIC X(9).
           05  FILLER                      PIC X(11).

       COPY "y:\SYDEXsource\FDS\FDPKGAME.CBL".

       working-storage section.
       COPY "Y:\sydexsource\shared\WS-SYS.CBL".
       01  WS-DLV-FILE        PIC X(256) VALUE "BATSW059.DAT".
       01  WS-PRESET-FILE     PIC X(256) VALUE "BATSW033.DAT".
       01  WS-BATSW020-FILE   PIC X(256) VALUE "BATSW020.DAT".
       01  WS-MFA-FILE        PIC X(256) VALUE "BATSW022.DAT".
       01  WS-GAME-FILE       PIC X(256).
       01  WS-BATS-GAME-FILE  PIC X(256).
       01  WS-PUCKS-GAME-FILE PIC X(256).
       01  WS-OUT-FOLDER      PIC X(20) VALUE "DELIVERY".
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
       01  WS-TODAY                    PIC 9(8) VALUE 0.
       01  WS-TODAY-DAY                PIC 9 VALUE 0.
      *    DLV-LAST-RUN is stamped in UTC, so the once-a-day
      *    check compares its date against today's UTC date.
       01  WS-TODAY-UTC                PIC 9(8) VALUE 0.
       01  WS-NOW-STAMP                PIC X(12).
       01  WS-OWNER-TEAM               PIC X(15).
       01  WS-SPORT                    PIC X.
       01  WS-TRIGGER-GAME             PIC 9(8) VALUE 0.
       01  WS-DLV-JOB                  PIC X(20).
       01  WS-RUN-NOTE                 PIC X(60).
      *    a preset's dates as the screens keep them, MMDDYY.
       01  WS-MMDDYY                   PIC 9(6).
       01  WS-MMDDYY-PARTS REDEFINES WS-MMDDYY.
           05  WS-MMDDYY-MM            PIC 99.
           05  WS-MMDDYY-DD            PIC 99.
           05  WS-MMDDYY-YY            PIC 99.
       01  WS-RANGE-FROM               PIC 9(8) VALUE 0.
       01  WS-RANGE-TO                 PIC 9(8) VALUE 0.
       01  WS-RANGE-TEAM               PIC X(15).
       01  schedulesRun                PIC 9(4) VALUE 0.
       01  schedulesFailed             PIC 9(4) VALUE 0.
       01  deliveriesQueued            PIC 9(5) VALUE 0.
       01 deliveryRunUnit      type RunUnit.
       01 PK310WEBF                type PK310WEBF.
       01 BAT310WEBF               type BAT310WEBF.
       01 mydata310 type pucksweb.pk310Data.
       01 mydata300 type pucksweb.pk300Data.
       01 mydataB310 type batsweb.bat310Data.
       01 mydataB300 type batsweb.bat300Data.
       01 reportTitle          type String.
       01 reportLines          type List[String].
       01 csvRows              type List[String].
      *    the hockey games a view covers, "date|home|visitors",
      *    for the visibility check.
       01 coveredGames         type List[String].

       method-id Main static public.
       local-storage section.
       01  runStamp        type String.
       01  dlvStamp        type String.
       01  failText        type String.
       procedure division using by value args as type String occurs any.
           if args::Length < 2
               invoke type Console::WriteLine("usage: scheduledDelivery <path-to-baseball-GAME-FILE> <path-to-hockey-GAME-FILE>")
               exit method.
           move args[0] to WS-BATS-GAME-FILE
           move args[1] to WS-PUCKS-GAME-FILE
           set WS-TODAY to type Int32::Parse(type DateTime::Today::ToString("yyyyMMdd"))
           set WS-TODAY-DAY to type Convert::ToInt32(type DateTime::Today::DayOfWeek) + 1
           set WS-TODAY-UTC to type Int32::Parse(type DateTime::UtcNow::ToString("yyyyMMdd"))

           set runStamp to type batsweb.jobRunLog::begin("SCHEDDELIVERY")
           OPEN I-O DLV-FILE.
           IF STATUS-COMN = "35"
               invoke type Console::WriteLine("No delivery schedules on file.")
               invoke type batsweb.jobRunLog::finish("SCHEDDELIVERY", runStamp, 0, "OK")
               exit method.
           IF STATUS-BYTE-1 NOT EQUAL ZEROES
               invoke type Console::WriteLine("Unable to open " & WS-DLV-FILE::Trim)
               invoke type batsweb.jobRunLog::finish("SCHEDDELIVERY", runStamp, 0, "FAIL")
               exit method.
       SCHED-LOOP.
           READ DLV-FILE NEXT
               AT END GO TO SCHED-DONE.
           IF DLV-ACTIVE NOT = "Y"
               GO TO SCHED-LOOP.
           if self::isDue() = "N"
               GO TO SCHED-LOOP.

           add 1 to schedulesRun
           MOVE "DLV " & DLV-NAME TO WS-DLV-JOB
           set dlvStamp to type batsweb.jobRunLog::begin(WS-DLV-JOB)
           MOVE SPACES TO WS-RUN-NOTE
           try
               set failText to self::runSchedule()
           catch exc as type Exception
               set failText to "the run stopped: " & exc::Message
           end-try
           set DLV-LAST-RUN to type DateTime::UtcNow::ToString("yyyyMMddHHmmss")
           if failText = ""
               MOVE "OK" TO DLV-LAST-STATUS
               MOVE WS-RUN-NOTE TO DLV-LAST-MESSAGE
               if DLV-FREQ = "G"
                   MOVE WS-TRIGGER-GAME TO DLV-LAST-GAME
               end-if
               invoke type Console::WriteLine(DLV-OWNER::Trim & " " &
                   DLV-NAME::Trim & ": " & WS-RUN-NOTE::Trim)
               invoke type batsweb.jobRunLog::finish(WS-DLV-JOB, dlvStamp,
                   deliveriesQueued, "OK")
           else
               MOVE "FAIL" TO DLV-LAST-STATUS
               MOVE failText TO DLV-LAST-MESSAGE
               add 1 to schedulesFailed
               invoke type Console::WriteLine(DLV-OWNER::Trim & " " &
                   DLV-NAME::Trim & " FAILED: " & failText)
               invoke type batsweb.jobRunLog::finish(WS-DLV-JOB, dlvStamp,
                   0, "FAIL")
           end-if
           REWRITE DLV-REC
           GO TO SCHED-LOOP.
       SCHED-DONE.
           CLOSE DLV-FILE.
           invoke type Console::WriteLine(schedulesRun::ToString &
               " schedule(s) due, " & schedulesFailed::ToString & " failed.")
           if schedulesFailed > 0
               invoke type batsweb.jobRunLog::finish("SCHEDDELIVERY", runStamp,
                   schedulesRun, "FAIL")
           else
               invoke type batsweb.jobRunLog::finish("SCHEDDELIVERY", runStamp,
                   schedulesRun, "OK").
       end method.

      *    is the schedule in the record area due tonight? A
      *    daily or weekly one goes once on its day; an after-game
      *    one whenever its team has a completed game newer than the
      *    last one it went out for (WS-TRIGGER-GAME, kept once it
      *    has gone).
       method-id isDue static protected.
       procedure division returning dueFlag as String.
           set dueFlag to "N"
           evaluate DLV-FREQ
               when "D"
                   if DLV-LAST-RUN(1:8) < WS-TODAY-UTC
                       set dueFlag to "Y"
                   end-if
               when "W"
                   if DLV-DAY = WS-TODAY-DAY and DLV-LAST-RUN(1:8) < WS-TODAY-UTC
                       set dueFlag to "Y"
                   end-if
               when "G"
                   invoke self::sportOf
                   set WS-TRIGGER-GAME to self::lastGameOf(DLV-GAME-TEAM)
                   if WS-TRIGGER-GAME > DLV-LAST-GAME
                       set dueFlag to "Y"
                   end-if
           end-evaluate.
       end method.

      *    which sport's data the schedule reads, into WS-SPORT
      *    -- H for a playerBreakdown preset, B otherwise -- and that
      *    sport's game file into WS-GAME-FILE.
       method-id sportOf static protected.
       procedure division.
           MOVE "B" TO WS-SPORT
           if DLV-KIND = "PRESET" and self::loadPreset() = "Y"
            and PRESET-PAGE = "PK300"
               MOVE "H" TO WS-SPORT
           end-if
           if WS-SPORT = "H"
               MOVE WS-PUCKS-GAME-FILE TO WS-GAME-FILE
           else
               MOVE WS-BATS-GAME-FILE TO WS-GAME-FILE
           end-if.
       end method.

      *    the date of the team's latest completed game, 0 when
      *    there is none.
       method-id lastGameOf static protected.
       procedure division using by value teamName as String
                          returning gameDate as type Int32.
           set gameDate to 0
           OPEN INPUT GAME-FILE.
           IF STATUS5-BYTE-1 NOT EQUAL ZEROES
               exit method.
       LAST-LOOP.
           READ GAME-FILE NEXT
               AT END GO TO LAST-DONE.
           IF GAME-NHL-DONE NOT = "Y"
               GO TO LAST-LOOP.
           IF GAME-HOME-TEAM NOT = teamName::Trim
            AND GAME-VISITORS NOT = teamName::Trim
               GO TO LAST-LOOP.
           IF GAME-DATE-1 > gameDate
               set gameDate to GAME-DATE-1.
           GO TO LAST-LOOP.
       LAST-DONE.
           CLOSE GAME-FILE.
       end method.

      *    the owner's preset named on the schedule into
      *    PRESET-REC; "N" when it has been retired since.
       method-id loadPreset static protected.
       procedure division returning foundFlag as String.
           set foundFlag to "N"
           OPEN INPUT PRESET-FILE.
           IF STATUS2-BYTE-1 NOT EQUAL ZEROES
               exit method.
           MOVE DLV-OWNER TO PRESET-USER
           MOVE DLV-PRESET TO PRESET-NAME
           READ PRESET-FILE
               INVALID KEY
                   CLOSE PRESET-FILE
                   exit method.
           CLOSE PRESET-FILE.
           set foundFlag to "Y".
       end method.

      *    one due schedule: the report, the file, the mail.
      *    Blank back when at least one recipient was sent it,
      *    otherwise the reason nobody was.
       method-id runSchedule static protected.
       local-storage section.
       01  outFile         type String.
       procedure division returning failText as String.
           set failText to ""
           set reportLines to new List[String]
           set csvRows to new List[String]
           set coveredGames to new List[String]
           set reportTitle to ""
           MOVE 0 TO deliveriesQueued
           MOVE DLV-OWNER::Trim::Split("/")[0] TO WS-OWNER-TEAM
           invoke self::sportOf

           evaluate DLV-KIND
               when "PRESET"
                   if self::loadPreset() = "N"
                       set failText to "the preset " & DLV-PRESET::Trim & " is no longer on file"
                       exit method
                   end-if
                   evaluate PRESET-PAGE
                       when "PK300"
                           set failText to self::runPucksPreset(PRESET-FILTERS::Split("|"))
                       when "BAT300"
                           set failText to self::runBatsPreset(PRESET-FILTERS::Split("|"))
                       when other
                           set failText to "a " & PRESET-PAGE::Trim & " preset cannot be delivered"
                   end-evaluate
               when "PACKET"
                   set failText to self::runPacket()
               when other
                   set failText to "no report for schedule kind " & DLV-KIND::Trim
           end-evaluate
           if failText not = ""
               exit method.

           set outFile to self::writeOutput()
           if outFile = ""
               set failText to "the report file could not be written"
               exit method.
           set failText to self::sendToRecipients(outFile)
           try
               invoke type File::Delete(outFile)
           catch exc as type Exception
               continue
           end-try.
       end method.

      *    a playerBreakdown preset: the blocks set up the way
      *    Page_Load and pk300 leave them, the preset's filters laid
      *    on as btnApplyPreset_Click does, then btnGo_Click's GO and
      *    Recalc's RE.
       method-id runPucksPreset static protected.
       procedure division using by value filterParts as String occurs any
                          returning failText as String.
           set failText to ""
           if filterParts::Length < 12
               set failText to "the preset is from an older layout -- re-save it"
               exit method.
           set mydata310 to new pucksweb.pk310Data
           invoke mydata310::populateData
           set mydata300 to new pucksweb.pk300Data
           invoke mydata300::populateData
           set deliveryRunUnit to type RunUnit::New()
           set PK310WEBF to new PK310WEBF
           invoke deliveryRunUnit::Add(PK310WEBF)
           invoke self::pucksOpen
           set failText to self::pucksSelect(filterParts)
           if failText not = ""
               exit method.
           invoke self::pucksReport
           invoke self::collectGames.
       end method.

       method-id pucksOpen static protected.
       linkage section.
           COPY "Y:\SYDEXSOURCE\pucks\pk310_dg.CPB".
       procedure division.
           set address of PK310-DIALOG-FIELDS to mydata310::tablePointer
           move "I" to PK310-ACTION
           invoke deliveryRunUnit::Call("PK310WEBF")
       end method.

       method-id pucksSelect static protected.
       local-storage section.
       01  gmDate          type Single.
       linkage section.
           COPY "Y:\SYDEXSOURCE\pucks\pk300_dg.CPB".
       procedure division using by value filterParts as String occurs any
                          returning failText as String.
           set failText to ""
           set address of PK300-DIALOG-FIELDS to mydata300::tablePointer
           INITIALIZE PK300-DIALOG-FIELDS
           MOVE "IN" TO PK300-ACTION
           invoke deliveryRunUnit::Call("PK300WEBF")
           move "N " to PK300-ACTION
           invoke deliveryRunUnit::Call("PK300WEBF")

           set PK300-SEL-TEAM to filterParts[0]::Trim
           set PK300-PLAYER to filterParts[1]::Trim
           set PK300-OPPONENT to filterParts[2]::Trim
           invoke type System.Single::TryParse(filterParts[3]::Trim, by reference gmDate)
           set PK300-GAME-DATE to gmDate
           invoke type System.Single::TryParse(filterParts[4]::Trim, by reference gmDate)
           set PK300-END-GAME-DATE to gmDate
           set PK300-GAME-FLAG to filterParts[5]
           set PK300-END-GAME-FLAG to filterParts[6]
           set PK300-GAME-TYPE-FLAG to filterParts[7]
           set PK300-PLAYER-LOC-FLAG to filterParts[8]
           set PK300-TIME-ON-ICE-FLAG to filterParts[9]
           set PK300-GAME-SHOW-FLAG to filterParts[10]
           set PK300-STRENGTH-FLAG to filterParts[11]
           IF PK300-PLAYER = " " or PK300-OPPONENT = " "
               set failText to "the preset has no player / opponent selection"
               exit method.

      *    the span of games the view covers, for the matrix.
           MOVE PK300-SEL-TEAM TO WS-RANGE-TEAM
           MOVE 0 TO WS-RANGE-FROM
           MOVE 99999999 TO WS-RANGE-TO
           if PK300-GAME-FLAG = "D"
               MOVE PK300-GAME-DATE TO WS-MMDDYY
               COMPUTE WS-RANGE-FROM = 20000000 + WS-MMDDYY-YY * 10000 +
                   WS-MMDDYY-MM * 100 + WS-MMDDYY-DD
           end-if
           if PK300-END-GAME-FLAG = "D"
               MOVE PK300-END-GAME-DATE TO WS-MMDDYY
               COMPUTE WS-RANGE-TO = 20000000 + WS-MMDDYY-YY * 10000 +
                   WS-MMDDYY-MM * 100 + WS-MMDDYY-DD
           end-if

           MOVE "GO" to PK300-ACTION
           invoke deliveryRunUnit::Call("PK300WEBF")
           if ERROR-FOUND = "Y"
               MOVE " " TO ERROR-FOUND
               set failText to "the engine rejected the preset's selection"
           end-if.
       end method.

      *    Recalc's RE, then the figures playerBreakdown shows
      *    -- player, team and opponent side by side -- and the play
      *    lines under them.
       method-id pucksReport static protected.
       linkage section.
           COPY "Y:\SYDEXSOURCE\pucks\pk310_dg.CPB".
       procedure division.
           set address of PK310-DIALOG-FIELDS to mydata310::tablePointer
           move "RE" to PK310-ACTION
           invoke deliveryRunUnit::Call("PK310WEBF")

           set reportTitle to "Player breakdown: " & PK310-PLAYER::Trim &
               " vs " & PK310-OPPONENT::Trim
           invoke reportLines::Add(reportTitle)
           invoke reportLines::Add(DIALOG-GAME-RANGE::Trim & "   " & DIALOG-GAME-LOC::Trim)
           invoke reportLines::Add("")
           invoke reportLines::Add("                    " & "PLAYER"::PadLeft(8) &
               "TEAM"::PadLeft(8) & "OPP"::PadLeft(8))
           invoke csvRows::Add("STAT,PLAYER,TEAM,OPPONENT")
           invoke self::statRow("Shots", PK310-I-SHOTS::ToString,
               PK310-T-SHOTS::ToString, PK310-O-SHOTS::ToString)
           invoke self::statRow("Missed", PK310-I-SHOTS-MISSED::ToString,
               PK310-T-SHOTS-MISSED::ToString, PK310-O-SHOTS-MISSED::ToString)
           invoke self::statRow("Blocked", PK310-I-SHOTS-BLOCKED::ToString,
               PK310-T-SHOTS-BLOCKED::ToString, PK310-O-SHOTS-BLOCKED::ToString)
           invoke self::statRow("On goal", PK310-I-SHOTS-ON-GOAL::ToString,
               PK310-T-SHOTS-ON-GOAL::ToString, PK310-O-SHOTS-ON-GOAL::ToString)
           invoke self::statRow("Goals", PK310-I-GOALS::ToString,
               PK310-T-GOALS::ToString, PK310-O-GOALS::ToString)
           invoke self::statRow("Rebounds", PK310-I-REBOUNDS::ToString,
               PK310-T-REBOUNDS::ToString, PK310-O-REBOUNDS::ToString)
           invoke self::statRow("Rebound goals", PK310-I-REBOUND-GOALS::ToString,
               PK310-T-REBOUND-GOALS::ToString, PK310-O-REBOUND-GOALS::ToString)
           invoke self::statRow("Takeaways", PK310-I-TAKES::ToString,
               PK310-T-TAKES::ToString, PK310-O-TAKES::ToString)
           invoke self::statRow("Giveaways", PK310-I-GIVES::ToString,
               PK310-T-GIVES::ToString, PK310-O-GIVES::ToString)
           invoke self::statRow("Hits", PK310-I-HITS::ToString,
               PK310-T-HITS::ToString, PK310-O-HITS::ToString)
           invoke self::statRow("Penalties", PK310-I-PENS::ToString,
               PK310-T-PENS::ToString, PK310-O-PENS::ToString)
           invoke self::statRow("Penalty minutes", PK310-I-PENS-MINUTES::ToString,
               PK310-T-PEN-MINUTES::ToString, PK310-O-PEN-MINUTES::ToString)
           invoke self::statRow("Faceoffs won", PK310-I-FO-WON::ToString,
               PK310-T-FO-WON::ToString, "")
           invoke self::statRow("Faceoffs lost", PK310-I-FO-LOSS::ToString,
               PK310-T-FO-LOSS::ToString, "")
           invoke self::statRow("Faceoff pct", PK310-I-FACEOFF-PCT::ToString,
               PK310-T-FACEOFF-PCT::ToString, "")
           invoke reportLines::Add("")
           invoke reportLines::Add("Games " & PK310-T-G::ToString & "   TOI " &
               PK310-DISPLAY-MINUTES::ToString & ":" &
               PK310-DISPLAY-SECONDS::ToString("00") & "   per game " &
               PK310-AVG-GAME-MINUTES::ToString & ":" &
               PK310-AVG-GAME-SECONDS::ToString("00"))
           invoke reportLines::Add("")
           invoke reportLines::Add("  Date  Pd V H   Description")
           move 1 to aa.
       play-loop.
           if aa > PK310-NUM-LINES
               go to play-done.
           invoke reportLines::Add(PK310-DATA-LINE(aa)::TrimEnd)
           add 1 to aa
           go to play-loop.
       play-done.
       end method.

      *    one figure across the columns, into both the text
      *    report and the CSV.
       method-id statRow static protected.
       procedure division using by value statLabel as String
                                 by value firstVal as String
                                 by value secondVal as String
                                 by value thirdVal as String.
           invoke reportLines::Add(statLabel::PadRight(20) &
               firstVal::Trim::PadLeft(8) & secondVal::Trim::PadLeft(8) &
               thirdVal::Trim::PadLeft(8))
           invoke csvRows::Add(self::csvField(statLabel) & "," &
               self::csvField(firstVal::Trim) & "," &
               self::csvField(secondVal::Trim) & "," &
               self::csvField(thirdVal::Trim))
       end method.

      *    the completed hockey games of the preset's team
      *    inside its date span.
       method-id collectGames static protected.
       procedure division.
           OPEN INPUT GAME-FILE.
           IF STATUS5-BYTE-1 NOT EQUAL ZEROES
               exit method.
           INITIALIZE GAME-KEY.
           MOVE WS-RANGE-FROM TO GAME-DATE-1.
           START GAME-FILE KEY NOT < GAME-KEY
               INVALID KEY
                   CLOSE GAME-FILE
                   exit method.
       COVER-LOOP.
           READ GAME-FILE NEXT
               AT END GO TO COVER-DONE.
           IF GAME-DATE-1 > WS-RANGE-TO
               GO TO COVER-DONE.
           IF GAME-NHL-DONE NOT = "Y"
               GO TO COVER-LOOP.
           IF WS-RANGE-TEAM NOT = SPACES
            AND GAME-HOME-TEAM NOT = WS-RANGE-TEAM
            AND GAME-VISITORS NOT = WS-RANGE-TEAM
               GO TO COVER-LOOP.
           invoke coveredGames::Add(GAME-DATE-1 & "|" & GAME-HOME-TEAM::Trim &
               "|" & GAME-VISITORS::Trim)
           GO TO COVER-LOOP.
       COVER-DONE.
           CLOSE GAME-FILE.
       end method.

      *    a breakdown preset: the BAT310 "I" and BAT300 IN/N
      *    set-up breakdown.aspx.cbl's Page_Load and bat300 make,
      *    the preset's filters as its btnApplyPreset_Click lays
      *    them on, then goButton_Click's GO and Recalc's RE.
       method-id runBatsPreset static protected.
       procedure division using by value filterParts as String occurs any
                          returning failText as String.
           set failText to ""
           if filterParts::Length < 9
               set failText to "the preset is from an older layout -- re-save it"
               exit method.
           set mydataB310 to new batsweb.bat310Data
           invoke mydataB310::populateData
           set mydataB300 to new batsweb.bat300Data
           invoke mydataB300::populateData
           set deliveryRunUnit to type RunUnit::New()
           set BAT310WEBF to new BAT310WEBF
           invoke deliveryRunUnit::Add(BAT310WEBF)
           invoke self::batsOpen
           invoke self::batsSelect(filterParts)
           invoke self::batsReport.
       end method.

       method-id batsOpen static protected.
       linkage section.
           COPY "Y:\SYDEXSOURCE\BATS\bat310_dg.CPB".
       procedure division.
           set address of BAT310-DIALOG-FIELDS to mydataB310::tablePointer
           INITIALIZE BAT310-DIALOG-FIELDS
           MOVE "I" TO BAT310-ACTION
           invoke deliveryRunUnit::Call("BAT310WEBF")
       end method.

       method-id batsSelect static protected.
       local-storage section.
       01  gmDate          type Single.
       linkage section.
           COPY "Y:\sydexsource\BATS\bat300_dg.CPB".
       procedure division using by value filterParts as String occurs any.
           set address of BAT300-DIALOG-FIELDS to mydataB300::tablePointer
           INITIALIZE BAT300-DIALOG-FIELDS
           MOVE "IN" TO BAT300-ACTION
           invoke deliveryRunUnit::Call("BAT300WEBF")
           MOVE "N" TO BAT300-ACTION
           invoke deliveryRunUnit::Call("BAT300WEBF")

           set BAT300-SEL-TEAM to filterParts[0]::Trim
           invoke type System.Single::TryParse(filterParts[1]::Trim, by reference gmDate)
           set BAT300-SAVE-BATTER-ID to gmDate
           invoke type System.Single::TryParse(filterParts[2]::Trim, by reference gmDate)
           set BAT300-SAVE-PITCHER-ID to gmDate
           invoke type System.Single::TryParse(filterParts[3]::Trim, by reference gmDate)
           set BAT300-GAME-DATE to gmDate
           invoke type System.Single::TryParse(filterParts[4]::Trim, by reference gmDate)
           set BAT300-END-GAME-DATE to gmDate
           set BAT300-GAME-FLAG to filterParts[5]
           set BAT300-END-GAME-FLAG to filterParts[6]
           set BAT300-GAME-TYPE-FLAG to filterParts[7]
           set BAT300-IND-PB-FLAG to filterParts[8]

           MOVE "GO" to BAT300-ACTION
           invoke deliveryRunUnit::Call("BAT300WEBF")
       end method.

      *    Recalc's RE, then the season line breakdown.aspx.cbl
      *    shows for the selection.
       method-id batsReport static protected.
       linkage section.
           COPY "Y:\SYDEXSOURCE\BATS\bat310_dg.CPB".
       procedure division.
           set address of BAT310-DIALOG-FIELDS to mydataB310::tablePointer
           move "RE" to BAT310-ACTION
           invoke deliveryRunUnit::Call("BAT310WEBF")

           set reportTitle to "Breakdown: " & DIALOG-BATTER::Trim &
               " vs " & DIALOG-PITCHER::Trim
           invoke reportLines::Add(reportTitle)
           invoke reportLines::Add(DIALOG-GAME-RANGE::Trim & "   " & DIALOG-GAME-LOC::Trim)
           invoke reportLines::Add("")
           invoke csvRows::Add("STAT,VALUE,,")
           invoke self::statRow("G", BAT310-G::ToString, "", "")
           invoke self::statRow("AB", BAT310-AB::ToString, "", "")
           invoke self::statRow("H", BAT310-H::ToString, "", "")
           invoke self::statRow("2B", BAT310-2B::ToString, "", "")
           invoke self::statRow("3B", BAT310-3B::ToString, "", "")
           invoke self::statRow("HR", BAT310-HR::ToString, "", "")
           invoke self::statRow("RBI", BAT310-RBI::ToString, "", "")
           invoke self::statRow("K", BAT310-K::ToString, "", "")
           invoke self::statRow("BA", BAT310-BA::ToString, "", "")
           invoke self::statRow("OBP", BAT310-OBP::ToString, "", "")
           invoke self::statRow("OPS", BAT310-OPS::ToString, "", "")
           invoke self::statRow("GB", BAT310-GB::ToString, "", "")
           invoke self::statRow("FB", BAT310-FB::ToString, "", "")
           invoke self::statRow("LD", BAT310-LD::ToString, "", "")
       end method.

      *    the opponent packet over the schedule's trailing
      *    days, dates keyed the way the packet screen takes them.
       method-id runPacket static protected.
       local-storage section.
       01  parmParts       type String occurs any.
       01  daysBack        type Int32.
       01  packetLine      type String.
       procedure division returning failText as String.
           set failText to ""
           set parmParts to DLV-PARMS::Trim::Split("|")
           if parmParts::Length < 2 or parmParts[0]::Trim = ""
               set failText to "the packet schedule has no opponent"
               exit method.
           set daysBack to 0
           invoke type Int32::TryParse(parmParts[1]::Trim, by reference daysBack)
           if daysBack < 1
               set daysBack to 7
           end-if
           set reportTitle to "Opponent packet: " & parmParts[0]::Trim
           set reportLines to type batsweb.scoutingPacketJob::packetLinesFor(
               parmParts[0]::Trim,
               type DateTime::Today::AddDays(0 - daysBack)::ToString("MM/dd/yy"),
               type DateTime::Today::ToString("MM/dd/yy"),
               WS-OWNER-TEAM::Trim)
           invoke csvRows::Add("LINE")
           perform varying packetLine through reportLines
               invoke csvRows::Add(self::csvField(packetLine))
           end-perform
       end method.

      *    quotes a CSV field that needs it.
       method-id csvField static protected.
       procedure division using by value rawText as String
                          returning csvText as String.
           set csvText to rawText
           if rawText::Contains(",") or rawText::Contains('"')
               set csvText to '"' & rawText::Replace('"', '""') & '"'
           end-if
       end method.

      *    the report as the schedule's format, in DELIVERY\ for
      *    as long as the gateway takes to copy it. The path back,
      *    or "" when it could not be written.
       method-id writeOutput static protected.
       local-storage section.
       01  outFile         type String.
       procedure division returning outPath as String.
           set outPath to ""
           try
               invoke type Directory::CreateDirectory(WS-OUT-FOLDER::Trim)
               set outFile to type Path::Combine(WS-OUT-FOLDER::Trim,
                   DLV-NAME::Trim::Replace(" ", "_") & "_" & WS-TODAY & "." &
                   DLV-FORMAT::Trim::ToLower)
               if DLV-FORMAT = "CSV"
                   invoke type File::WriteAllLines(outFile, csvRows)
               else
                   invoke type batsweb.scoutingPacketJob::writePdf(reportLines, outFile)
               end-if
               set outPath to outFile
           catch exc as type Exception
               invoke type Console::WriteLine(DLV-NAME::Trim & ": " & exc::Message)
           end-try.
       end method.

      *    each recipient checked and, when allowed, sent the
      *    file. WS-RUN-NOTE says how it went; blank back when at
      *    least one went out.
       method-id sendToRecipients static protected.
       local-storage section.
       01  recipText       type String.
       01  recipList       type String occurs any.
       01  recipOne        type String.
       01  reasonText      type String.
       01  firstReason     type String.
       01  emailAddr       type String.
       01  heldCount       type Int32.
       procedure division using by value outFile as String
                          returning failText as String.
           set failText to ""
           set firstReason to ""
           set heldCount to 0
           set recipText to DLV-RECIPIENTS::Trim
      *    no list: the owner's own login.
           if recipText = ""
               set recipText to DLV-OWNER::Trim::Substring(DLV-OWNER::Trim::IndexOf("/") + 1)
           end-if
           set WS-NOW-STAMP to type DateTime::Now::ToString("yyyyMMddHHmm")
           OPEN INPUT WEBPASS-FILE.
           IF STATUS3-BYTE-1 NOT EQUAL ZEROES
               set failText to "the login file is not available"
               exit method.
           OPEN INPUT MFA-FILE.
           IF STATUS4-BYTE-1 NOT EQUAL ZEROES
               CLOSE WEBPASS-FILE
               set failText to "no mail addresses on file"
               exit method.
           set recipList to recipText::Split(";")
           perform varying recipOne through recipList
               if recipOne::Trim not = ""
                   set reasonText to self::recipientCheck(recipOne::Trim::ToUpper)
                   if reasonText = ""
                       MOVE type pucksweb.sideCrypt::unseal(MFA-EMAIL, MFA-SEAL,
                           length of MFA-EMAIL) TO MFA-EMAIL
                       set emailAddr to MFA-EMAIL::Trim
                       if emailAddr = ""
                           set reasonText to "no address on file"
                       end-if
                   end-if
                   if reasonText = ""
                       if type batsweb.mailGateway::submitWithFile(emailAddr,
                           "Scheduled report: " & DLV-NAME::Trim,
                           reportTitle & x"0A" & x"0A" &
                           "The " & DLV-NAME::Trim & " delivery for " &
                           DLV-OWNER::Trim & ", run " & WS-TODAY &
                           " against last night's data, is attached (" &
                           DLV-FORMAT::Trim & ")." & x"0A" &
                           "The owner can change or stop it on the Delivery schedules screen.",
                           "DELIVERY", outFile) = "OK"
                           add 1 to deliveriesQueued
                       else
                           set reasonText to "the mail queue is not available"
                       end-if
                   end-if
                   if reasonText not = ""
                       add 1 to heldCount
                       invoke type Console::WriteLine("  " & recipOne::Trim &
                           " withheld: " & reasonText)
                       if firstReason = ""
                           set firstReason to recipOne::Trim & " " & reasonText
                       end-if
                   end-if
               end-if
           end-perform
           CLOSE MFA-FILE.
           CLOSE WEBPASS-FILE.
           if deliveriesQueued = 0
               if firstReason = ""
                   set firstReason to "no recipients"
               end-if
               set failText to "nothing sent -- " & firstReason
               exit method.
           if heldCount = 0
               MOVE deliveriesQueued::ToString & " sent" TO WS-RUN-NOTE
           else
               MOVE deliveriesQueued::ToString & " sent, " & heldCount::ToString &
                   " withheld -- " &
                   firstReason TO WS-RUN-NOTE
           end-if.
       end method.

      *    may this login receive the report tonight? Blank when
      *    it may (its MFA-REC then in the record area), otherwise
      *    why not.
       method-id recipientCheck static protected.
       local-storage section.
       01  nameParts       type String occurs any.
       01  heldGames       type Int32.
       procedure division using by value recipName as String
                          returning reasonText as String.
           set reasonText to ""
           set nameParts to recipName::Split("/")
           evaluate nameParts::Length
               when 2
                   MOVE WS-OWNER-TEAM TO WEBPASS-TEAM-NAME
                   MOVE nameParts[0]::Trim TO WEBPASS-LAST
                   MOVE nameParts[1]::Trim TO WEBPASS-FIRST
               when 3
                   MOVE nameParts[0]::Trim TO WEBPASS-TEAM-NAME
                   MOVE nameParts[1]::Trim TO WEBPASS-LAST
                   MOVE nameParts[2]::Trim TO WEBPASS-FIRST
               when other
                   set reasonText to "not a login name"
                   exit method
           end-evaluate
           READ WEBPASS-FILE
               INVALID KEY
                   set reasonText to "no longer a login"
                   exit method.
           IF WEBPASS-LEVEL NOT = "1" AND WEBPASS-LEVEL NOT = "2"
            AND WEBPASS-LEVEL NOT = "9"
               set reasonText to "not a staff login"
               exit method.
           IF WEBPASS-LOCK-UNTIL NOT = SPACES
            AND WEBPASS-LOCK-UNTIL > WS-NOW-STAMP
               set reasonText to "login locked"
               exit method.
           IF WS-SPORT = "B" AND WEBPASS-TEAM-NAME NOT = WS-OWNER-TEAM
               set reasonText to "with another club"
               exit method.
           IF WS-SPORT = "H"
               set heldGames to self::heldGamesFor(WEBPASS-TEAM-NAME)
               if heldGames > 0
                   set reasonText to heldGames::ToString & " game(s) not fully visible to " &
                       WEBPASS-TEAM-NAME::Trim
                   exit method
               end-if
           END-IF
           MOVE WEBPASS-KEY TO MFA-KEY
           READ MFA-FILE
               INVALID KEY
                   set reasonText to "no address on file".
       end method.

      *    how many of the view's games the consortium matrix
      *    keeps from full detail for the viewing team.
       method-id heldGamesFor static protected.
       local-storage section.
       01  gameText        type String.
       01  gameParts       type String occurs any.
       procedure division using by value viewerTeam as String
                          returning heldCount as type Int32.
           set heldCount to 0
           perform varying gameText through coveredGames
               set gameParts to gameText::Split("|")
               if type pucksweb.clubVisibility::gameTier(
                   type Int32::Parse(gameParts[0]), gameParts[1],
                   gameParts[2], viewerTeam::Trim) not = "F"
                   add 1 to heldCount
               end-if
           end-perform
       end method.

       end class.
