      * the background report worker. The heavy screens queue
      * their runs through reportQueue.cbl and never run them on a
      * web request thread; this claims queued jobs in submission
      * order, runs each through its job class (breakdownJob.cbl for
      * the line and player breakdowns, scoutingPacketJob.cbl for the
      * opponent packet, adhocQuery.cbl for the query screen,
      * roadPackJob.cbl for the road-trip pack) and files the
      * result, then clears finished jobs past their keep date. Run
      * it from the data directory (where BATSW058.DAT lives) under
      * the scheduler with --loop;
      * start a second or third copy for more throughput -- the
      * queue's per-team cap keeps any one club from taking every
      * copy at once. One PKW033.DAT row per pass that ran anything.
      *
      * Usage: reportWorker [--loop <seconds>]

       class-id batsweb.reportWorker.

       working-storage section.
       01  WS-JOB-ID          PIC X(18).

       method-id Main static public.
       local-storage section.
       01  runStamp        type String.
       01  loopSeconds     type Int32.
       01  ranCount        type Int32.
       01  sweptCount      type Int32.
       01  jobId           type String.
       01  kindCode        type String.
       01  failText        type String.
       procedure division using by value args as type String occurs any.
           set loopSeconds to 0
           if args::Length > 1 and args[0] = "--loop"
               invoke type Int32::TryParse(args[1]::Trim(), by reference loopSeconds)
           end-if.
       PASS-LOOP.
           set sweptCount to type batsweb.reportQueue::sweep()
           set ranCount to 0
           set runStamp to "".
       JOB-LOOP.
           set jobId to type batsweb.reportQueue::claim()
           if jobId = ""
               go to JOB-DONE.
           if runStamp = ""
               set runStamp to type batsweb.jobRunLog::begin("REPORTWORKER")
           end-if
           MOVE jobId TO WS-JOB-ID
           set kindCode to type batsweb.reportQueue::kindOf(jobId)
           invoke type Console::WriteLine(WS-JOB-ID & " " & kindCode & " started.")
           try
               evaluate kindCode
                   when "LINE"
                   when "PLYR"
                       set failText to type pucksweb.breakdownJob::run(jobId, kindCode)
                   when "PACK"
                       set failText to type batsweb.scoutingPacketJob::run(jobId)
                   when "QURY"
                       set failText to type pucksweb.adhocQuery::runJob(jobId)
                   when "ROAD"
                       set failText to type batsweb.roadPackJob::run(jobId)
                   when other
                       set failText to "no worker for report kind " & kindCode
               end-evaluate
           catch exc as type Exception
               set failText to "the run stopped: " & exc::Message
           end-try
           if failText = ""
               invoke type batsweb.reportQueue::finish(jobId, "DONE", "")
               invoke type Console::WriteLine(WS-JOB-ID & " done.")
           else
               if failText::Length > 60
                   set failText to failText::Substring(0, 60)
               end-if
               invoke type batsweb.reportQueue::finish(jobId, "FAIL", failText)
               invoke type Console::WriteLine(WS-JOB-ID & " failed: " & failText)
           end-if
           add 1 to ranCount
           go to JOB-LOOP.
       JOB-DONE.
           if runStamp not = ""
               invoke type batsweb.jobRunLog::finish("REPORTWORKER", runStamp,
                   ranCount, "OK")
           end-if
           if ranCount > 0 or sweptCount > 0
               invoke type Console::WriteLine(ranCount::ToString &
                   " report(s) run, " & sweptCount::ToString &
                   " expired report(s) cleared.")
           end-if
           if loopSeconds > 0
               invoke type System.Threading.Thread::Sleep(loopSeconds * 1000)
               go to PASS-LOOP.
       end method.

       end class.
