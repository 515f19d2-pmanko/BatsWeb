      * pitch-tracking device import. The portable tracking
      * units at two of our parks export a per-pitch CSV with
      * velocity, spin rate, break and release height; until now those
      * numbers went on a clipboard. This matches every device row to
      * the pitch our charter recorded -- same game, same inning, same
      * batter, same pitch of the plate appearance -- and writes the
      * measurements into BATSW047.DAT (pitchTracking.cbl) keyed on
      * that charted pitch. The charted side comes from the nightly
      * per-pitch extract (the one repertoireSweep.cbl reads, with the
      * inning and batter columns on the end). A device row that can't
      * be matched is written to the unmatched listing with the reason
      * -- usually a batter name typed differently on the unit, or a
      * pitch the charter missed -- so it can be fixed and re-run; a
      * re-run rewrites rows already loaded instead of doubling them.
      *
      * Device CSV -- one record per pitch, comma-separated; a header
      * line or lines starting "*" are skipped. Team and batter names
      * as charted:
      *     yyyymmdd,home,visitors,inning,batter-last,batter-first,
      *     pitch-of-pa,velo-mph,spin-rpm,h-break-in,v-break-in,release-ft
      * Charted pitch extract:
      *     yyyymmdd,home,visitors,ab-seq,pitch-num,pitcher-last,
      *     pitcher-first,type,inning,batter-last,batter-first
      *
      * Usage: trackingImport <device-csv> <pitch-extract.csv>
      *            <path-to-BATSW047.DAT> <unmatched-out> <device-tag>

       $set ilusing"System.IO"

       class-id batsweb.trackingImport.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       $SET CALLFH"EXTFH"
       $SET DATACOMPRESS"1"
          SELECT TRACK-FILE ASSIGN WS-TRACK-FILE
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS TRK-KEY
              LOCK MANUAL
              FILE STATUS IS STATUS-COMN.

       file section.
       FD  TRACK-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS TRK-REC.

      *    layout owned by pitchTracking.cbl -- keep in sync
      *    with the FD there.
       01  TRK-REC.
           05  TRK-KEY.
               10  TRK-GAME-DATE       PIC 9(8).
               10  TRK-HOME            PIC X(15).
               10  TRK-VISITORS        PIC X(15).
               10  TRK-AB-SEQ          PIC 9(3).
               10  TRK-PITCH           PIC 9(2).
           05  TRK-INNING              PIC 9(2).
           05  TRK-BATTER              PIC X(30).
           05  TRK-PITCHER             PIC X(30).
           05  TRK-VELO                PIC 9(3)V9.
           05  TRK-SPIN                PIC 9(5).
           05  TRK-HBREAK              PIC S9(3)V9.
           05  TRK-VBREAK              PIC S9(3)V9.
           05  TRK-RELEASE             PIC 9(2)V99.
           05  TRK-DEVICE              PIC X(12).
           05  TRK-LOADED              PIC X(14).
           05  FILLER                  PIC X(10).

       working-storage section.
       01  WS-TRACK-FILE               PIC X(256).
       01  STATUS-COMN.
           05  STATUS-BYTE-1           PIC X      VALUE SPACES.
           05  STATUS-BYTE-2           PIC X      VALUE SPACES.
       01  WS-DEVICE-TAG               PIC X(12).
       01  WS-ROW-DATE                 PIC 9(8) VALUE 0.
       01  WS-ROW-INNING               PIC 9(2) VALUE 0.
       01  WS-ROW-PITCH                PIC 9(2) VALUE 0.
       01  WS-ROW-AB                   PIC 9(3) VALUE 0.
       01  rowsRead                    PIC 9(7) VALUE 0.
       01  rowsMatched                 PIC 9(7) VALUE 0.
       01  rowsUnmatched               PIC 9(7) VALUE 0.
      *    game|inning|batter -> the at-bat sequences that batter
      *    had in that inning, in order (usually one).
       01  paSeqs          type Dictionary[String, type List[String]].
      *    game|ab-seq|pitch -> the pitcher, for each charted pitch.
       01  chartedPitches  type Dictionary[String, String].
      *    the device's own plate-appearance walk per game|inning|
      *    batter: which of paSeqs it's on, and its last pitch number.
       01  paCursors       type Dictionary[String, type Int32].
       01  paLastPitch     type Dictionary[String, type Int32].

       method-id Main static public.
       local-storage section.
       01  reader          type StreamReader.
       01  unmatchedOut    type StreamWriter.
       01  csvLine         type String.
       01  csvFields       type String occurs any.
       01  runStamp        type String.
       01  gameKey         type String.
       01  paKey           type String.
       01  abText          type String.
       01  deviceRows      type List[String].
       01  deviceGames     type Dictionary[String, String].
       procedure division using by value args as type String occurs any.
           if args::Length < 5
               invoke type Console::WriteLine("usage: trackingImport <device-csv> <pitch-extract.csv> <path-to-BATSW047.DAT> <unmatched-out> <device-tag>")
               exit method.
           move args[2] to WS-TRACK-FILE
           move args[4]::Trim()::ToUpper() to WS-DEVICE-TAG

           set runStamp to type batsweb.jobRunLog::begin("TRACKIMPORT")

      *    the device rows first -- they name the games the
      *    charted extract needs to be indexed for.
           set deviceRows to new List[String]
           set deviceGames to new Dictionary[String, String]
           try
               set reader to new StreamReader(args[0]::Trim())
           catch exc as type Exception
               invoke type Console::WriteLine("Unable to open " &
                   args[0]::Trim() & ": " & exc::Message)
               invoke type batsweb.jobRunLog::finish("TRACKIMPORT", runStamp, 0, "FAIL")
               exit method
           end-try
       DEVICE-LOOP.
           set csvLine to reader::ReadLine()
           if csvLine = null
               go to DEVICE-DONE.
           if csvLine::Trim() = "" or csvLine::StartsWith("*")
               go to DEVICE-LOOP.
           set csvFields to csvLine::Split(",")
           move 0 to WS-ROW-DATE
           if csvFields::Length > 0
               invoke type Int32::TryParse(csvFields[0]::Trim(), by reference WS-ROW-DATE).
      *    no date in the first column -- the unit's header line.
           if WS-ROW-DATE = 0
               go to DEVICE-LOOP.
           invoke deviceRows::Add(csvLine)
           if csvFields::Length >= 3
               set gameKey to "" & WS-ROW-DATE & "|" & csvFields[1]::Trim::ToUpper &
                   "|" & csvFields[2]::Trim::ToUpper
               if deviceGames::ContainsKey(gameKey) = false
                   invoke deviceGames::Add(gameKey, "Y")
               end-if
           end-if
           go to DEVICE-LOOP.
       DEVICE-DONE.
           invoke reader::Dispose.

           set paSeqs to new Dictionary[String, type List[String]]
           set chartedPitches to new Dictionary[String, String]
           try
               set reader to new StreamReader(args[1]::Trim())
           catch exc as type Exception
               invoke type Console::WriteLine("Unable to open " &
                   args[1]::Trim() & ": " & exc::Message)
               invoke type batsweb.jobRunLog::finish("TRACKIMPORT", runStamp, 0, "FAIL")
               exit method
           end-try
       EXTRACT-LOOP.
           set csvLine to reader::ReadLine()
           if csvLine = null
               go to EXTRACT-DONE.
           if csvLine::Trim() = "" or csvLine::StartsWith("*")
               go to EXTRACT-LOOP.
           set csvFields to csvLine::Split(",")
           if csvFields::Length < 11
               go to EXTRACT-LOOP.
           move 0 to WS-ROW-DATE
           invoke type Int32::TryParse(csvFields[0]::Trim(), by reference WS-ROW-DATE)
           set gameKey to "" & WS-ROW-DATE & "|" & csvFields[1]::Trim::ToUpper &
               "|" & csvFields[2]::Trim::ToUpper
           if deviceGames::ContainsKey(gameKey) = false
               go to EXTRACT-LOOP.
           move 0 to WS-ROW-AB WS-ROW-PITCH WS-ROW-INNING
           invoke type Int32::TryParse(csvFields[3]::Trim(), by reference WS-ROW-AB)
           invoke type Int32::TryParse(csvFields[4]::Trim(), by reference WS-ROW-PITCH)
           invoke type Int32::TryParse(csvFields[8]::Trim(), by reference WS-ROW-INNING)
           set abText to WS-ROW-AB::ToString
           set pitchKey to gameKey & "|" & abText & "|" & WS-ROW-PITCH::ToString
           if chartedPitches::ContainsKey(pitchKey) = false
               invoke chartedPitches::Add(pitchKey, csvFields[5]::Trim::ToUpper &
                   ", " & csvFields[6]::Trim::ToUpper)
           end-if
           set paKey to gameKey & "|" & WS-ROW-INNING::ToString & "|" &
               csvFields[9]::Trim::ToUpper & ", " & csvFields[10]::Trim::ToUpper
           if paSeqs::ContainsKey(paKey) = false
               invoke paSeqs::Add(paKey, new List[String])
           end-if
           if paSeqs[paKey]::Contains(abText) = false
               invoke paSeqs[paKey]::Add(abText)
           end-if
           go to EXTRACT-LOOP.
       EXTRACT-DONE.
           invoke reader::Dispose.

           OPEN I-O TRACK-FILE.
           IF STATUS-COMN = "35"
               OPEN OUTPUT TRACK-FILE
               CLOSE TRACK-FILE
               OPEN I-O TRACK-FILE.
           IF STATUS-BYTE-1 NOT EQUAL ZEROES
               invoke type Console::WriteLine("Unable to open " & WS-TRACK-FILE::Trim)
               invoke type batsweb.jobRunLog::finish("TRACKIMPORT", runStamp, 0, "FAIL")
               exit method.
           try
               set unmatchedOut to new StreamWriter(args[3]::Trim())
           catch exc as type Exception
               CLOSE TRACK-FILE
               invoke type Console::WriteLine("Unable to open " &
                   args[3]::Trim() & ": " & exc::Message)
               invoke type batsweb.jobRunLog::finish("TRACKIMPORT", runStamp, 0, "FAIL")
               exit method
           end-try

           set paCursors to new Dictionary[String, type Int32]
           set paLastPitch to new Dictionary[String, type Int32]
           perform varying csvLine through deviceRows
               invoke self::matchRow(csvLine, unmatchedOut)
           end-perform.

           CLOSE TRACK-FILE.
           invoke unmatchedOut::Dispose.
           invoke type Console::WriteLine(rowsRead::ToString &
               " device row(s) read, " & rowsMatched::ToString & " matched, " &
               rowsUnmatched::ToString & " unmatched (listed in " &
               args[3]::Trim() & ").")
           invoke type batsweb.jobRunLog::finish("TRACKIMPORT", runStamp,
               rowsMatched, "OK")
       end method.

      *    one device row: find the charted pitch it belongs to
      *    and write the measurements, or list why it couldn't.
       method-id matchRow static protected.
       local-storage section.
       01  csvFields       type String occurs any.
       01  gameKey         type String.
       01  paKey           type String.
       01  pitchKey        type String.
       01  abText          type String.
       01  paCursor        type Int32.
       01  lastPitch       type Int32.
       01  numIn           type Double.
       01  spinIn          type Int32.
       01  paList          type List[String].
       procedure division using by value csvLine as String
                                 by value unmatchedOut as type StreamWriter.
           add 1 to rowsRead
           set csvFields to csvLine::Split(",")
           if csvFields::Length < 12
               invoke self::unmatched(unmatchedOut, csvLine, "SHORT ROW")
               exit method
           end-if
           move 0 to WS-ROW-DATE WS-ROW-INNING WS-ROW-PITCH
           invoke type Int32::TryParse(csvFields[0]::Trim(), by reference WS-ROW-DATE)
           invoke type Int32::TryParse(csvFields[3]::Trim(), by reference WS-ROW-INNING)
           invoke type Int32::TryParse(csvFields[6]::Trim(), by reference WS-ROW-PITCH)
           if WS-ROW-INNING = 0 or WS-ROW-PITCH = 0
               invoke self::unmatched(unmatchedOut, csvLine, "NO INNING/PITCH")
               exit method
           end-if
           set gameKey to "" & WS-ROW-DATE & "|" & csvFields[1]::Trim::ToUpper &
               "|" & csvFields[2]::Trim::ToUpper
           set paKey to gameKey & "|" & WS-ROW-INNING::ToString & "|" &
               csvFields[4]::Trim::ToUpper & ", " & csvFields[5]::Trim::ToUpper
           if paSeqs::ContainsKey(paKey) = false
               invoke self::unmatched(unmatchedOut, csvLine, "NO CHARTED AT-BAT")
               exit method
           end-if
      *    the pitch count starting over means the batter's
      *    next trip in the same inning.
           if paCursors::ContainsKey(paKey) = false
               invoke paCursors::Add(paKey, 0)
               invoke paLastPitch::Add(paKey, 0)
           end-if
           set paCursor to paCursors[paKey]
           set lastPitch to paLastPitch[paKey]
           if WS-ROW-PITCH <= lastPitch
               add 1 to paCursor
           end-if
           set paCursors[paKey] to paCursor
           set paLastPitch[paKey] to WS-ROW-PITCH
           if paCursor >= paSeqs[paKey]::Count
               invoke self::unmatched(unmatchedOut, csvLine, "NO CHARTED AT-BAT")
               exit method
           end-if
           set paList to paSeqs[paKey]
           set abText to paList[paCursor]
           set pitchKey to gameKey & "|" & abText & "|" & WS-ROW-PITCH::ToString
           if chartedPitches::ContainsKey(pitchKey) = false
               invoke self::unmatched(unmatchedOut, csvLine, "NO CHARTED PITCH")
               exit method
           end-if

           INITIALIZE TRK-REC
           MOVE WS-ROW-DATE TO TRK-GAME-DATE
           MOVE csvFields[1]::Trim::ToUpper TO TRK-HOME
           MOVE csvFields[2]::Trim::ToUpper TO TRK-VISITORS
           move 0 to WS-ROW-AB
           invoke type Int32::TryParse(abText, by reference WS-ROW-AB)
           MOVE WS-ROW-AB TO TRK-AB-SEQ
           MOVE WS-ROW-PITCH TO TRK-PITCH
           MOVE WS-ROW-INNING TO TRK-INNING
           set TRK-BATTER to csvFields[4]::Trim::ToUpper & ", " &
               csvFields[5]::Trim::ToUpper
           MOVE chartedPitches[pitchKey] TO TRK-PITCHER
           set numIn to 0
           invoke type Double::TryParse(csvFields[7]::Trim(), by reference numIn)
           MOVE numIn TO TRK-VELO
           move 0 to spinIn
           invoke type Int32::TryParse(csvFields[8]::Trim(), by reference spinIn)
           MOVE spinIn TO TRK-SPIN
           set numIn to 0
           invoke type Double::TryParse(csvFields[9]::Trim(), by reference numIn)
           MOVE numIn TO TRK-HBREAK
           set numIn to 0
           invoke type Double::TryParse(csvFields[10]::Trim(), by reference numIn)
           MOVE numIn TO TRK-VBREAK
           set numIn to 0
           invoke type Double::TryParse(csvFields[11]::Trim(), by reference numIn)
           MOVE numIn TO TRK-RELEASE
           MOVE WS-DEVICE-TAG TO TRK-DEVICE
           set TRK-LOADED to type DateTime::Now::ToString("yyyyMMddHHmmss")
           WRITE TRK-REC
               INVALID KEY REWRITE TRK-REC
           END-WRITE
           add 1 to rowsMatched
       end method.

       method-id unmatched static protected.
       procedure division using by value unmatchedOut as type StreamWriter
                                 by value csvLine as String
                                 by value reasonText as String.
           invoke unmatchedOut::WriteLine(reasonText::PadRight(18) & csvLine)
           add 1 to rowsUnmatched.
       end method.

       end class.
