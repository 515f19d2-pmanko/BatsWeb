      * nightly pitcher repertoire seeding and off-repertoire
      * listing. Run after the overnight load against the per-pitch
      * extract (season to date), this does two things:
      *   1. seeds BATSW046.DAT (pitchRepertoire.cbl) from charted
      *      history -- every pitcher with at least REP-MIN-SAMPLE
      *      charted pitches gets a profile naming each type that is
      *      at least REP-MIN-SHARE percent of the pitches, with its
      *      usage share. Seeded profiles are refreshed every night;
      *      a profile a team-admin has saved on pitcherRepertoire.
      *      aspx.cbl is left alone.
      *   2. lists every pitch charted on or after the from-date whose
      *      type is outside the pitcher's profile -- the mis-tags that
      *      got past the at-bat detail warning. The listing goes to
      *      a text file for the pitching coach (and, when an address
      *      is given, into the mail queue), and each pitch is raised
      *      into the same PKW035.DAT flow the charting crew works
      *      every morning so the type gets corrected at the source.
      * A rare type stays under the seeding floor, so a handful of
      * "sliders" charted for a sinker/changeup pitcher never make it
      * into the seeded profile -- they show up on the listing.
      *
      * Pitch extract -- one record per charted pitch, comma-separated
      * (trackingImport.cbl reads the inning and batter columns the
      * extract carries after these; they're ignored here):
      *     yyyymmdd,home,visitors,ab-seq,pitch-num,last,first,type
      *
      * Usage: repertoireSweep <pitch-extract.csv> <path-to-BATSW046.DAT>
      *            <path-to-PKW035.DAT> <from-yyyymmdd> <listing-out>
      *            [pitching-coach-address]

       $set ilusing"System.IO"

       class-id batsweb.repertoireSweep.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       $SET CALLFH"EXTFH"
       $SET DATACOMPRESS"1"
          SELECT REPERTOIRE-FILE ASSIGN WS-REPERTOIRE-FILE
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS REP-KEY
              LOCK MANUAL
              FILE STATUS IS STATUS-COMN.

          SELECT EXCEPTION-FILE ASSIGN WS-EXCEPTION-FILE
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS EXC-KEY
              FILE STATUS IS STATUS-COMN2.

       file section.
       FD  REPERTOIRE-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS REP-REC.

      *    layout owned by pitchRepertoire.cbl -- keep in sync
      *    with the FD there.
       01  REP-REC.
           05  REP-KEY.
               10  REP-PITCHER         PIC X(30).
           05  REP-ENTRY OCCURS 15 TIMES.
               10  REP-TYPE            PIC X(10).
               10  REP-SHARE           PIC 9(3).
           05  REP-SOURCE              PIC X.
           05  REP-PITCHES             PIC 9(6).
           05  REP-UPDATED             PIC X(14).
           05  REP-USER                PIC X(20).
           05  FILLER                  PIC X(10).

       FD  EXCEPTION-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS EXC-REC.

      *    layout owned by validatePlays.cbl -- keep in sync
      *    with the FD there.
       01  EXC-REC.
           05  EXC-KEY.
               10  EXC-PLAY-KEY        PIC X(30).
               10  EXC-RULE            PIC X(12).
           05  EXC-DETAIL              PIC X(80).
           05  EXC-RAISED              PIC X(14).
           05  FILLER                  PIC X(10).

       working-storage section.
       01  WS-EXTRACT-FILE             PIC X(256).
       01  WS-REPERTOIRE-FILE          PIC X(256).
       01  WS-EXCEPTION-FILE           PIC X(256).
       01  STATUS-COMN.
           05  STATUS-BYTE-1           PIC X      VALUE SPACES.
           05  STATUS-BYTE-2           PIC X      VALUE SPACES.
       01  STATUS-COMN2.
           05  STATUS2-BYTE-1          PIC X      VALUE SPACES.
           05  STATUS2-BYTE-2          PIC X      VALUE SPACES.
       01  WS-FROM-DATE                PIC 9(8) VALUE 0.
       01  WS-ROW-DATE                 PIC 9(8) VALUE 0.
       01  WS-ROW-AB                   PIC 9(3) VALUE 0.
       01  WS-ROW-PITCH                PIC 9(2) VALUE 0.
      *    seeding floors: a profile needs a real sample, and a
      *    type under the share floor is treated as noise.
       01  REP-MIN-SAMPLE              PIC 9(4) VALUE 50.
       01  REP-MIN-SHARE               PIC 9(3) VALUE 3.
      *    the off-repertoire key: RP tag, date, at-bat, pitch,
      *    home team -- one row per pitch, repeats collapse.
       01  WS-OFF-KEY.
           05  OK-TAG                  PIC X(2)  VALUE "RP".
           05  OK-DATE                 PIC 9(8).
           05  OK-AB                   PIC 9(3).
           05  OK-PITCH                PIC 9(2).
           05  OK-HOME                 PIC X(15).
       01  rowsRead                    PIC 9(7) VALUE 0.
       01  rowsSkipped                 PIC 9(7) VALUE 0.
       01  profilesSeeded              PIC 9(5) VALUE 0.
       01  pitchesChecked              PIC 9(7) VALUE 0.
       01  pitchesOff                  PIC 9(5) VALUE 0.

       method-id Main static public.
       local-storage section.
       01  reader          type StreamReader.
       01  listOut         type StreamWriter.
       01  csvLine         type String.
       01  csvFields       type String occurs any.
       01  runStamp        type String.
       01  pitcherName     type String.
       01  typeText        type String.
       01  tallyKey        type String.
       01  pitchTotals     type Dictionary[String, type Int32].
       01  typeTotals      type Dictionary[String, type Int32].
       01  windowRows      type List[String].
       01  mailBody        type System.Text.StringBuilder.
       01  listLine        type String.
       procedure division using by value args as type String occurs any.
           if args::Length < 5
               invoke type Console::WriteLine("usage: repertoireSweep <pitch-extract.csv> <path-to-BATSW046.DAT> <path-to-PKW035.DAT> <from-yyyymmdd> <listing-out> [pitching-coach-address]")
               exit method.
           move args[0] to WS-EXTRACT-FILE
           move args[1] to WS-REPERTOIRE-FILE
           move args[2] to WS-EXCEPTION-FILE
           invoke type Int32::TryParse(args[3]::Trim(), by reference WS-FROM-DATE)
           if WS-FROM-DATE = 0
               invoke type Console::WriteLine("Bad from-date -- use yyyymmdd.")
               exit method.

           set runStamp to type batsweb.jobRunLog::begin("REPSWEEP")

           try
               set reader to new StreamReader(WS-EXTRACT-FILE::Trim)
           catch exc as type Exception
               invoke type Console::WriteLine("Unable to open " &
                   WS-EXTRACT-FILE::Trim & ": " & exc::Message)
               invoke type batsweb.jobRunLog::finish("REPSWEEP", runStamp, 0, "FAIL")
               exit method
           end-try

      *    pass 1 -- tally type by pitcher over the season, and
      *    hold the from-date window's rows for the check.
           set pitchTotals to new Dictionary[String, type Int32]
           set typeTotals to new Dictionary[String, type Int32]
           set windowRows to new List[String]
       CSV-LOOP.
           set csvLine to reader::ReadLine()
           if csvLine = null
               go to CSV-DONE.
           if csvLine::Trim() = "" or csvLine::StartsWith("*")
               go to CSV-LOOP.
           set csvFields to csvLine::Split(",")
           if csvFields::Length < 8
               add 1 to rowsSkipped
               go to CSV-LOOP.
           set typeText to csvFields[7]::Trim::ToUpper
           if typeText = ""
               add 1 to rowsSkipped
               go to CSV-LOOP.
           add 1 to rowsRead
           set pitcherName to csvFields[5]::Trim::ToUpper & ", " &
               csvFields[6]::Trim::ToUpper
           if pitchTotals::ContainsKey(pitcherName)
               set pitchTotals[pitcherName] to pitchTotals[pitcherName] + 1
           else
               invoke pitchTotals::Add(pitcherName, 1).
           set tallyKey to pitcherName & "|" & typeText
           if typeTotals::ContainsKey(tallyKey)
               set typeTotals[tallyKey] to typeTotals[tallyKey] + 1
           else
               invoke typeTotals::Add(tallyKey, 1).
           move 0 to WS-ROW-DATE
           invoke type Int32::TryParse(csvFields[0]::Trim(), by reference WS-ROW-DATE)
           if WS-ROW-DATE >= WS-FROM-DATE
               invoke windowRows::Add(csvLine).
           go to CSV-LOOP.
       CSV-DONE.
           invoke reader::Dispose.

           OPEN I-O REPERTOIRE-FILE.
           IF STATUS-COMN = "35"
               OPEN OUTPUT REPERTOIRE-FILE
               CLOSE REPERTOIRE-FILE
               OPEN I-O REPERTOIRE-FILE.
           IF STATUS-BYTE-1 NOT EQUAL ZEROES
               invoke type Console::WriteLine("Unable to open " & WS-REPERTOIRE-FILE::Trim)
               invoke type batsweb.jobRunLog::finish("REPSWEEP", runStamp, 0, "FAIL")
               exit method.
           perform varying pitcherName through pitchTotals::Keys
               if pitchTotals[pitcherName] >= REP-MIN-SAMPLE
                   invoke self::seedProfile(pitcherName,
                       pitchTotals[pitcherName], typeTotals)
               end-if
           end-perform.

      *    pass 2 -- the window's pitches against the profiles.
      *    exceptions append to the morning flow -- never
      *    rebuilt here, the play validation owns the rebuild.
           OPEN I-O EXCEPTION-FILE.
           IF STATUS-COMN2 = "35"
               OPEN OUTPUT EXCEPTION-FILE
               CLOSE EXCEPTION-FILE
               OPEN I-O EXCEPTION-FILE.
           IF STATUS2-BYTE-1 NOT EQUAL ZEROES
               CLOSE REPERTOIRE-FILE
               invoke type Console::WriteLine("Unable to open " & WS-EXCEPTION-FILE::Trim)
               invoke type batsweb.jobRunLog::finish("REPSWEEP", runStamp, 0, "FAIL")
               exit method.
           try
               set listOut to new StreamWriter(args[4]::Trim())
           catch exc as type Exception
               CLOSE REPERTOIRE-FILE
               CLOSE EXCEPTION-FILE
               invoke type Console::WriteLine("Unable to open " &
                   args[4]::Trim() & ": " & exc::Message)
               invoke type batsweb.jobRunLog::finish("REPSWEEP", runStamp, 0, "FAIL")
               exit method
           end-try
           set mailBody to new System.Text.StringBuilder
           invoke listOut::WriteLine("OFF-REPERTOIRE PITCHES CHARTED SINCE " &
               WS-FROM-DATE & "   (run " & runStamp & ")")
           invoke listOut::WriteLine("")

           perform varying csvLine through windowRows
               set csvFields to csvLine::Split(",")
               set pitcherName to csvFields[5]::Trim::ToUpper & ", " &
                   csvFields[6]::Trim::ToUpper
               set typeText to csvFields[7]::Trim::ToUpper
               add 1 to pitchesChecked
               MOVE pitcherName TO REP-PITCHER
               READ REPERTOIRE-FILE WITH NO LOCK
                   INVALID KEY
                       MOVE SPACES TO REP-PITCHER
               END-READ
               if REP-PITCHER not = spaces
                   if self::inProfile(typeText) = "N"
                       set listLine to self::offPitch(csvFields, pitcherName, typeText)
                       invoke listOut::WriteLine(listLine)
                       invoke mailBody::AppendLine(listLine)
                   end-if
               end-if
           end-perform.

           invoke listOut::WriteLine("")
           invoke listOut::WriteLine(pitchesOff::ToString & " of " &
               pitchesChecked::ToString & " pitch(es) outside the pitcher's repertoire.")
           invoke listOut::Dispose.
           CLOSE EXCEPTION-FILE.
           CLOSE REPERTOIRE-FILE.

      *    the pitching coach's copy rides the mail queue; the
      *    body caps at the queue's 2,000 bytes, the file has it all.
           if args::Length > 5 and pitchesOff > 0
               invoke type batsweb.mailGateway::submit(args[5]::Trim(),
                   "Off-repertoire pitches since " & WS-FROM-DATE,
                   pitchesOff::ToString & " pitch(es) charted outside the " &
                   "pitcher's repertoire -- full listing in " & args[4]::Trim() &
                   type Environment::NewLine & mailBody::ToString,
                   "REPSWEEP")
           end-if

           invoke type Console::WriteLine(rowsRead::ToString &
               " pitch row(s) read, " & rowsSkipped::ToString & " skipped, " &
               profilesSeeded::ToString & " profile(s) seeded, " &
               pitchesOff::ToString & " off-repertoire pitch(es) listed.")
           invoke type batsweb.jobRunLog::finish("REPSWEEP", runStamp,
               pitchesChecked, "OK")
       end method.

      *    (re)builds a seeded profile from the season tallies.
      *    A profile a team-admin saved is left as it stands.
       method-id seedProfile static protected.
       local-storage section.
       01  tallyKey        type String.
       01  prefixText      type String.
       01  entryIdx        type Int32.
       01  shareOut        type Int32.
       procedure division using by value pitcherName as String
                                 by value pitchTotal as type Int32
                                 by value typeTotals as type Dictionary[String, type Int32].
           MOVE pitcherName TO REP-PITCHER
           READ REPERTOIRE-FILE
               NOT INVALID KEY
                   if REP-SOURCE = "A"
                       exit method
                   end-if
           END-READ
           INITIALIZE REP-REC
           MOVE pitcherName TO REP-PITCHER
           set prefixText to pitcherName & "|"
           move 0 to entryIdx
           perform varying tallyKey through typeTotals::Keys
               if tallyKey::StartsWith(prefixText) and entryIdx < 15
                   compute shareOut rounded = typeTotals[tallyKey] * 100 / pitchTotal
                   if shareOut >= REP-MIN-SHARE
                       add 1 to entryIdx
                       MOVE tallyKey::Substring(prefixText::Length) TO REP-TYPE(entryIdx)
                       MOVE shareOut TO REP-SHARE(entryIdx)
                   end-if
               end-if
           end-perform
           MOVE "S" TO REP-SOURCE
           MOVE pitchTotal TO REP-PITCHES
           set REP-UPDATED to type DateTime::Now::ToString("yyyyMMddHHmmss")
           MOVE "NIGHTLY" TO REP-USER
           WRITE REP-REC
               INVALID KEY REWRITE REP-REC
           END-WRITE
           add 1 to profilesSeeded.
       end method.

      *    "Y" when the type is in the profile now in REP-REC.
       method-id inProfile static protected.
       local-storage section.
       01  entryIdx        type Int32.
       procedure division using by value typeText as String
                          returning foundOut as String.
           set foundOut to "N"
           perform varying entryIdx from 1 by 1 until entryIdx > 15
               if REP-TYPE(entryIdx)::Trim = typeText
                   set foundOut to "Y"
                   exit perform
               end-if
           end-perform.
       end method.

      *    one off-repertoire pitch: the exception row for the
      *    charting crew, and the listing line handed back.
       method-id offPitch static protected.
       local-storage section.
       01  entryIdx        type Int32.
       01  throwsText      type String.
       procedure division using by value csvFields as String occurs any
                                 by value pitcherName as String
                                 by value typeText as String
                          returning lineOut as String.
           set throwsText to ""
           perform varying entryIdx from 1 by 1 until entryIdx > 15
               if REP-TYPE(entryIdx) not = spaces
                   set throwsText to throwsText & " " & REP-TYPE(entryIdx)::Trim
               end-if
           end-perform
           move 0 to WS-ROW-DATE WS-ROW-AB WS-ROW-PITCH
           invoke type Int32::TryParse(csvFields[0]::Trim(), by reference WS-ROW-DATE)
           invoke type Int32::TryParse(csvFields[3]::Trim(), by reference WS-ROW-AB)
           invoke type Int32::TryParse(csvFields[4]::Trim(), by reference WS-ROW-PITCH)
           set lineOut to "" & WS-ROW-DATE & "  " & csvFields[2]::Trim & " @ " &
               csvFields[1]::Trim & "  AB " & WS-ROW-AB & " P " & WS-ROW-PITCH &
               "  " & pitcherName & "  " & typeText & "  (throws:" & throwsText & ")"

           MOVE WS-ROW-DATE TO OK-DATE
           MOVE WS-ROW-AB TO OK-AB
           MOVE WS-ROW-PITCH TO OK-PITCH
           MOVE csvFields[1]::Trim::ToUpper TO OK-HOME
           MOVE WS-OFF-KEY TO EXC-PLAY-KEY
           MOVE "OFF-REPERT" TO EXC-RULE
           set EXC-DETAIL to pitcherName & " charted " & typeText &
               " -- not in repertoire"
           set EXC-RAISED to type DateTime::Now::ToString("yyyyMMddHHmmss")
           WRITE EXC-REC
               INVALID KEY REWRITE EXC-REC
           END-WRITE
           add 1 to pitchesOff.
       end method.

       end class.
