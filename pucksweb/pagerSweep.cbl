      * overnight paging sweep. Runs as the last step of the
      * chain definition and from the scheduler every ten minutes
      * through the night -- the scheduled passes are the ones that
      * catch a chain that hangs or never starts. Each pass pages the
      * on-call contact (onCall.cbl) for:
      *   - a FAIL row in the last day for any job the chain
      *     definition names; the chain-level NIGHTCHAIN row only when
      *     no step row of its own failed (a step that writes no
      *     run-log row, such as loadSwap, shows only there);
      *   - a STORAGE row closed WARN -- the storage forecast inside
      *     its window (storageGrowth.cbl);
      *   - the load not READY by the cutoff: once the cutoff on the
      *     settings row has passed, if loadSwap's stamp (PKW037.DAT)
      *     has not gone READY since the window opened, it writes a
      *     LOADLATE run-log row, FAIL, and pages against that -- once
      *     a night;
      * and then sends any page still unacknowledged past the
      * settings row's minutes on to the backup. A job-run row is
      * only ever paged once, so the passes can repeat freely. The
      * sweep keeps no run-log row of its own -- one every ten
      * minutes would bury the rows it is watching.
      *
      * Usage: pagerSweep <path-to-chain-definition>

       $set ilusing"System.IO"

       class-id pucksweb.pagerSweep.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       $SET CALLFH"EXTFH"
       $SET DATACOMPRESS"1"
        SELECT JOBRUN-FILE ASSIGN WS-JOBRUN-FILE
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS JOBRUN-KEY
              LOCK MANUAL
              FILE STATUS IS STATUS-COMN.

        SELECT STAMP-FILE ASSIGN WS-STAMP-FILE
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS STAMP-KEY
              FILE STATUS IS STATUS-COMN2.

       file section.
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
       01  WS-JOBRUN-FILE     PIC X(256) VALUE "PKW033.DAT".
       01  STATUS-COMN.
           05  STATUS-BYTE-1           PIC X      VALUE SPACES.
           05  STATUS-BYTE-2           PIC X      VALUE SPACES.
       01  WS-STAMP-FILE      PIC X(256) VALUE "PKW037.DAT".
       01  STATUS-COMN2.
           05  STATUS2-BYTE-1          PIC X      VALUE SPACES.
           05  STATUS2-BYTE-2          PIC X      VALUE SPACES.

      *    the run-log names the chain's steps log under.
       01  CHAIN-JOBS.
           05  CJ-NAME OCCURS 21 TIMES PIC X(20).
       01  CJ-COUNT                    PIC 9(2) VALUE 0.
      *    rows due a page this pass, gathered before any is
      *    sent so NIGHTCHAIN can wait on the step rows.
       01  DUE-TABLE.
           05  DUE-ROW OCCURS 50 TIMES.
               10  DUE-NAME            PIC X(20).
               10  DUE-START           PIC X(14).
               10  DUE-KIND            PIC X(4).
       01  DUE-COUNT                   PIC 9(2) VALUE 0.
       01  WS-STEP-FAILS               PIC 9(2) VALUE 0.
       01  WS-CHAIN-IDX                PIC 9(2) VALUE 0.
       01  WS-SINCE-STAMP              PIC X(14).
       01  WS-PAGES-SENT               PIC 9(4) VALUE 0.

       method-id Main static public.
       local-storage section.
       01  dueIdx          type Int32.
       01  escalated       type Int32.
       procedure division using by value args as type String occurs any.
           if args::Length < 1
               invoke type Console::WriteLine("usage: pagerSweep <path-to-chain-definition>")
               exit method.

           if self::loadChainJobs(args[0]) not = "Y"
               exit method.

           invoke self::gatherDue
           move 1 to dueIdx.
       DUE-LOOP.
           if dueIdx > DUE-COUNT
               go to DUE-DONE.
      *    the chain-level row is the page only when nothing
      *    more specific is.
           if DUE-NAME(dueIdx) = "NIGHTCHAIN" and WS-STEP-FAILS > 0
               add 1 to dueIdx
               go to DUE-LOOP.
           invoke self::pageRow(DUE-NAME(dueIdx), DUE-START(dueIdx), DUE-KIND(dueIdx))
           add 1 to dueIdx
           go to DUE-LOOP.
       DUE-DONE.

           invoke self::checkLateLoad

           set escalated to type pucksweb.onCall::escalate
           invoke type Console::WriteLine("Sweep complete -- " &
               WS-PAGES-SENT::ToString & " page(s) raised, " &
               escalated::ToString & " escalated to the backup.")
       end method.

      *    the run-log name of every step in the chain
      *    definition (same file and format chainRunner reads), plus
      *    the chain's own row.
       method-id loadChainJobs static protected.
       local-storage section.
       01  reader          type StreamReader.
       01  defLine         type String.
       01  defFields       type String occurs any.
       procedure division using by value defPath as String
                          returning loadedOk as String.
           set loadedOk to "N"
           try
               set reader to new StreamReader(defPath::Trim())
           catch exc as type Exception
               invoke type Console::WriteLine("Unable to open " &
                   defPath::Trim() & ": " & exc::Message)
               exit method
           end-try
           move 1 to CJ-COUNT
           move "NIGHTCHAIN" to CJ-NAME(1)
       DEF-LOOP.
           set defLine to reader::ReadLine()
           if defLine = null
               go to DEF-DONE.
           if defLine::Trim() = "" or defLine::StartsWith("*")
               go to DEF-LOOP.
           set defFields to defLine::Split("|")
           if defFields::Length < 4
               go to DEF-LOOP.
           if defFields[1]::Trim() = ""
               go to DEF-LOOP.
           if CJ-COUNT >= 21
               go to DEF-DONE.
           add 1 to CJ-COUNT
           move defFields[1]::Trim()::ToUpper() to CJ-NAME(CJ-COUNT)
           go to DEF-LOOP.
       DEF-DONE.
           invoke reader::Dispose
           set loadedOk to "Y".
       end method.

      *    the last day's rows that want a page: a chain job
      *    closed FAIL, or a STORAGE run closed WARN. A RUN row is
      *    left alone -- if it has hung, the late-load check or the
      *    chain's own FAIL is the page.
       method-id gatherDue static protected.
       local-storage section.
       01  scanIdx         type Int32.
       procedure division.
           set WS-SINCE-STAMP to type DateTime::UtcNow::AddDays(-1)::ToString("yyyyMMddHHmmss")
           OPEN INPUT JOBRUN-FILE.
           IF STATUS-BYTE-1 NOT EQUAL ZEROES
               invoke type Console::WriteLine("No job-run log yet -- nothing to page on.")
               exit method.
       RUN-LOOP.
           READ JOBRUN-FILE NEXT WITH NO LOCK
               AT END GO TO RUN-DONE.
           IF JOBRUN-START < WS-SINCE-STAMP
               GO TO RUN-LOOP.
           IF JOBRUN-NAME = "STORAGE" AND JOBRUN-STATUS = "WARN"
               invoke self::addDue("STOR")
               GO TO RUN-LOOP.
           IF JOBRUN-STATUS NOT = "FAIL"
               GO TO RUN-LOOP.
           move 0 to WS-CHAIN-IDX
           perform varying scanIdx from 1 by 1 until scanIdx > CJ-COUNT
               if CJ-NAME(scanIdx) = JOBRUN-NAME
                   move scanIdx to WS-CHAIN-IDX
               end-if
           end-perform
           IF WS-CHAIN-IDX = 0
               GO TO RUN-LOOP.
           IF JOBRUN-NAME NOT = "NIGHTCHAIN"
               add 1 to WS-STEP-FAILS.
           invoke self::addDue("FAIL")
           GO TO RUN-LOOP.
       RUN-DONE.
           CLOSE JOBRUN-FILE.
       end method.

       method-id addDue static protected.
       procedure division using by value dueKind as String.
           if DUE-COUNT >= 50
               exit method.
           add 1 to DUE-COUNT
           move JOBRUN-NAME to DUE-NAME(DUE-COUNT)
           move JOBRUN-START to DUE-START(DUE-COUNT)
           move dueKind to DUE-KIND(DUE-COUNT)
       end method.

      *    raises one page; the text is what lands on the phone.
       method-id pageRow static protected.
       local-storage section.
       01  pageText        type String.
       01  raiseResult     type String.
       procedure division using by value jobName as String
                                 by value jobStart as String
                                 by value pageKind as String.
           evaluate pageKind
               when "STOR"
                   set pageText to "STORAGE forecast inside the warning window -- run of " &
                       jobStart & " UTC. See the ops monitor."
               when "LATE"
                   set pageText to "LOAD LATE -- not READY by the cutoff (" &
                       jobStart & " UTC). See the ops monitor."
               when other
                   set pageText to jobName::Trim & " FAILED -- run of " & jobStart &
                       " UTC. See the ops monitor."
           end-evaluate
           set raiseResult to type pucksweb.onCall::raise(jobName, jobStart, pageKind, pageText)
           if raiseResult = "DUP"
               exit method.
           invoke type Console::WriteLine("PAGE " & jobName::Trim & " " & jobStart &
               " -- " & raiseResult)
           if raiseResult not = "ERR"
               add 1 to WS-PAGES-SENT.
       end method.

      *    the load window check. The cutoff last passed (today's,
      *    or yesterday's before it comes round) and the opening that
      *    went before it; a pass more than twelve hours past the
      *    cutoff leaves it to the next night.
       method-id checkLateLoad static protected.
       local-storage section.
       01  windowParts     type String occurs any.
       01  opensHhmm       type Int32.
       01  cutoffHhmm      type Int32.
       01  clockHours      type Int32.
       01  clockMinutes    type Int32.
       01  nowLocal        type DateTime.
       01  cutoffAt        type DateTime.
       01  opensAt         type DateTime.
       01  lateStamp       type String.
       01  sinceUtc        type String.
       procedure division.
           set windowParts to type pucksweb.onCall::loadWindow::Split("|")
           set opensHhmm to type Int32::Parse(windowParts[0])
           set cutoffHhmm to type Int32::Parse(windowParts[1])
           set nowLocal to type DateTime::Now
           DIVIDE cutoffHhmm BY 100 GIVING clockHours REMAINDER clockMinutes
           set cutoffAt to nowLocal::Date::AddHours(clockHours)::AddMinutes(clockMinutes)
           if cutoffAt > nowLocal
               set cutoffAt to cutoffAt::AddDays(-1).
           if nowLocal::Subtract(cutoffAt)::TotalHours > 12
               exit method.
           DIVIDE opensHhmm BY 100 GIVING clockHours REMAINDER clockMinutes
           set opensAt to cutoffAt::Date::AddHours(clockHours)::AddMinutes(clockMinutes)
           if opensAt >= cutoffAt
               set opensAt to opensAt::AddDays(-1).

      *    READY stamped since the window opened is a load that
      *    made it (the stamp is local time).
           OPEN INPUT STAMP-FILE.
           IF STATUS2-BYTE-1 EQUAL ZEROES
               MOVE "LOADWIN" TO STAMP-ID
               READ STAMP-FILE
                   INVALID KEY
                       MOVE SPACES TO STAMP-REC
               END-READ
               CLOSE STAMP-FILE
           ELSE
               MOVE SPACES TO STAMP-REC.
           IF STAMP-STATE = "READY" AND
              STAMP-WHEN >= opensAt::ToString("yyyyMMddHHmmss")
               exit method.

      *    late -- once a night.
           set sinceUtc to cutoffAt::ToUniversalTime::ToString("yyyyMMddHHmmss")
           if type pucksweb.onCall::pagedSince("LOADLATE", sinceUtc) = "Y"
               exit method.
           set lateStamp to type pucksweb.jobRunLog::begin("LOADLATE")
           invoke type pucksweb.jobRunLog::finish("LOADLATE", lateStamp, 0, "FAIL")
           invoke self::pageRow("LOADLATE", lateStamp, "LATE")
       end method.

       end class.
