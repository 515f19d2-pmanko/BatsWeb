      * background queue for the long-running report screens. A
      * full-season lineBreakdown / playerBreakdown run, an opponent
      * scouting packet, a road-trip pack or a season-wide ad-hoc
      * query can take minutes; the browser times out, the user
      * clicks again, and a second copy competes with the first
      * -- six staff asking for the same season before an evening
      * meeting dragged the whole site down. Those screens now hand
      * the request to submit(), which queues one BATSW058.DAT row
      * and returns its job id; reportWorker.cbl claims queued jobs,
      * at most TEAM-CAP running at once for any one team, runs them
      * off the web server's request threads, and files the result
      * under RPTJOBS\ (<id>.req the request the screen captured,
      * <id>.out what the run produced). A submission whose signature
      * -- kind, team, league and the selections the screen describes
      * it by -- matches a job already queued, running or finished and
      * still kept attaches to that job instead of starting another: the
      * submitter is added to its watchers and everyone sees the one
      * result. Finished jobs are kept KEEP-DAYS days; mainmenu.aspx
      * .cbl lists each watcher's finished reports until they open
      * them, and sweep() (run by the worker) clears the expired ones
      * and their files. Stamps are UTC (see pucksweb/venueZone.cbl)
      * and shown in the club's venue zone. A result opens only for
      * the submitting club's staff who are watching it (mayView()).

       $set ilusing"System.IO"
       $set ilusing"System.Security.Cryptography"

       class-id batsweb.reportQueue.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       $SET CALLFH"EXTFH"
       $SET DATACOMPRESS"1"
        SELECT JOBQ-FILE ASSIGN WS-JOBQ-FILE
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS JOBQ-ID
              LOCK MANUAL
              FILE STATUS IS STATUS-COMN.

       file section.
       FD  JOBQ-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS JOBQ-REC.

      *    JOBQ-ID: submission stamp + an in-process sequence, so
      *    the queue reads back in submission order. JOBQ-KIND: LINE
      *    line breakdown, PLYR player breakdown, PACK scouting
      *    packet, QURY ad-hoc query, ROAD road-trip viewing
      *    pack. JOBQ-STATUS: QUED, RUNG (claimed by a worker),
      *    DONE, FAIL. JOBQ-WATCHERS is
      *    everyone attached to the job and
      *    JOBQ-SEEN those who have opened the result since, both
      *    ";"-separated users. JOBQ-EXPIRES (yyyyMMdd) is set when
      *    the job finishes.
       01  JOBQ-REC.
           05  JOBQ-ID.
               10  JOBQ-TIMESTAMP      PIC X(14).
               10  JOBQ-SEQ            PIC 9(4).
           05  JOBQ-KIND               PIC X(4).
           05  JOBQ-PAGE               PIC X(30).
           05  JOBQ-TEAM               PIC X(15).
           05  JOBQ-USER               PIC X(30).
           05  JOBQ-DATABASE           PIC X(10).
           05  JOBQ-TITLE              PIC X(80).
           05  JOBQ-PARMS              PIC X(100).
           05  JOBQ-SIGNATURE          PIC X(44).
           05  JOBQ-STATUS             PIC X(4).
           05  JOBQ-STARTED            PIC X(14).
           05  JOBQ-FINISHED           PIC X(14).
           05  JOBQ-EXPIRES            PIC 9(8).
           05  JOBQ-WATCHERS           PIC X(150).
           05  JOBQ-SEEN               PIC X(150).
           05  JOBQ-MESSAGE            PIC X(60).
           05  FILLER                  PIC X(10).

       working-storage section.
       01  WS-JOBQ-FILE       PIC X(256) VALUE "BATSW058.DAT".
       01  STATUS-COMN.
           05  STATUS-BYTE-1           PIC X      VALUE SPACES.
           05  STATUS-BYTE-2           PIC X      VALUE SPACES.
       01  WS-JOBQ-SEQ        PIC 9(4) VALUE 0.
       01  WS-JOB-FOLDER      PIC X(20) VALUE "RPTJOBS".
       01  WS-TODAY           PIC 9(8) VALUE 0.
       01  WS-CLAIM-ID        PIC X(18).
      *    jobs one team may have running at once, days a
      *    finished report is kept, and the hours after which a
      *    RUNG job is taken to have died with its worker.
       01  TEAM-CAP           PIC 9(2) VALUE 2.
       01  KEEP-DAYS          PIC 9(3) VALUE 7.
       01  STALE-HOURS        PIC 9(2) VALUE 2.

      *    queues one report, or attaches to the matching one
      *    already on file. matchText is everything that makes the
      *    request what it is (the selections and the screen's posted
      *    filters) -- only its hash is kept. parmText is what the job
      *    class reads back. requestImage is the request file the
      *    screen wrote (blank when the parameters say it all); it is
      *    filed as the job's <id>.req, or discarded when the request
      *    attaches to an existing job. Returns the job id, blank if
      *    the queue could not be opened.
       method-id submit static public.
       local-storage section.
       01  sigText         type String.
       01  userKey         type String.
       procedure division using by value kindCode as String
                                 by value pageName as String
                                 by value teamName as String
                                 by value userName as String
                                 by value databaseCode as String
                                 by value titleText as String
                                 by value matchText as String
                                 by value parmText as String
                                 by value requestImage as String
                          returning jobId as String.
           set jobId to ""
           set userKey to userName::Trim::ToUpper
           set sigText to self::signatureOf(kindCode, teamName,
               databaseCode, matchText & "|" & parmText)
           invoke type Int32::TryParse(
               type DateTime::Today::ToString("yyyyMMdd"),
               by reference WS-TODAY)
           invoke type Directory::CreateDirectory(WS-JOB-FOLDER::Trim)
           OPEN I-O JOBQ-FILE.
           IF STATUS-COMN = "35"
               OPEN OUTPUT JOBQ-FILE
               CLOSE JOBQ-FILE
               OPEN I-O JOBQ-FILE.
           IF STATUS-BYTE-1 NOT EQUAL ZEROES
               exit method.
       DUP-LOOP.
           READ JOBQ-FILE NEXT WITH NO LOCK
               AT END GO TO DUP-DONE.
           IF JOBQ-SIGNATURE NOT = sigText
               GO TO DUP-LOOP.
           IF JOBQ-STATUS = "FAIL"
               GO TO DUP-LOOP.
           IF JOBQ-STATUS = "DONE" AND JOBQ-EXPIRES < WS-TODAY
               GO TO DUP-LOOP.
      *    the same request, still live -- ride along on it.
           READ JOBQ-FILE WITH LOCK
               INVALID KEY GO TO DUP-LOOP.
           if (";" & JOBQ-WATCHERS::Trim & ";")::Contains(";" & userKey & ";") = false
               if JOBQ-WATCHERS = spaces
                   MOVE userKey TO JOBQ-WATCHERS
               else
                   set JOBQ-WATCHERS to JOBQ-WATCHERS::Trim & ";" & userKey
               end-if
               REWRITE JOBQ-REC
                   INVALID KEY CONTINUE
               END-REWRITE
           end-if
           UNLOCK JOBQ-FILE
           set jobId to JOBQ-ID
           CLOSE JOBQ-FILE
           if requestImage not = "" and type File::Exists(requestImage)
               invoke type File::Delete(requestImage)
           end-if
           exit method.
       DUP-DONE.
           MOVE SPACES TO JOBQ-REC
           set JOBQ-TIMESTAMP to type DateTime::UtcNow::ToString("yyyyMMddHHmmss")
           ADD 1 TO WS-JOBQ-SEQ
           IF WS-JOBQ-SEQ > 9999
               MOVE 1 TO WS-JOBQ-SEQ
           END-IF
           MOVE WS-JOBQ-SEQ TO JOBQ-SEQ
           MOVE kindCode::Trim::ToUpper TO JOBQ-KIND
           MOVE pageName::Trim TO JOBQ-PAGE
           MOVE teamName::Trim TO JOBQ-TEAM
           MOVE userKey TO JOBQ-USER
           MOVE databaseCode::Trim TO JOBQ-DATABASE
           MOVE titleText::Trim TO JOBQ-TITLE
           MOVE parmText::Trim TO JOBQ-PARMS
           MOVE sigText TO JOBQ-SIGNATURE
           MOVE "QUED" TO JOBQ-STATUS
           MOVE 0 TO JOBQ-EXPIRES
           MOVE userKey TO JOBQ-WATCHERS
           WRITE JOBQ-REC
               INVALID KEY
                   ADD 1 TO JOBQ-SEQ
                   WRITE JOBQ-REC
                       INVALID KEY
                           CLOSE JOBQ-FILE
                           exit method
                   END-WRITE
           END-WRITE.
           set jobId to JOBQ-ID
           CLOSE JOBQ-FILE.
           if requestImage not = "" and type File::Exists(requestImage)
               invoke type File::Move(requestImage, self::requestPath(jobId))
           end-if
       end method.

      *    what makes two submissions "the same request": the
      *    kind, team, league and what the screen says was asked for.
       method-id signatureOf static protected.
       local-storage section.
       01  sha             type SHA256.
       procedure division using by value kindCode as String
                                 by value teamName as String
                                 by value databaseCode as String
                                 by value requestText as String
                          returning sigText as String.
           set sha to type SHA256::Create()
           set sigText to type Convert::ToBase64String(sha::ComputeHash(
               type System.Text.Encoding::UTF8::GetBytes(
               kindCode::Trim::ToUpper & "|" & teamName::Trim::ToUpper &
               "|" & databaseCode::Trim::ToUpper & "|" & requestText::Trim)))
           invoke sha::Dispose()
       end method.

      *    the job's request and result files.
       method-id requestPath static public.
       procedure division using by value jobId as String
                          returning filePath as String.
           set filePath to type Path::Combine(WS-JOB-FOLDER::Trim, jobId::Trim & ".req")
       end method.

       method-id resultPath static public.
       procedure division using by value jobId as String
                          returning filePath as String.
           set filePath to type Path::Combine(WS-JOB-FOLDER::Trim, jobId::Trim & ".out")
       end method.

      *    where a screen writes a request before submitting it
      *    -- one scratch file per session.
       method-id scratchPath static public.
       procedure division using by value sessionId as String
                          returning filePath as String.
           invoke type Directory::CreateDirectory(WS-JOB-FOLDER::Trim)
           set filePath to type Path::Combine(WS-JOB-FOLDER::Trim, sessionId::Trim & ".tmp")
       end method.

      *    a job's status code -- QUED, RUNG, DONE, FAIL, or
      *    blank for an id no longer on file.
       method-id statusOf static public.
       procedure division using by value jobId as String
                          returning statusCode as String.
           set statusCode to ""
           if self::readJob(jobId) = "Y"
               set statusCode to JOBQ-STATUS
           end-if
       end method.

      *    the job's status as the screen shows it.
       method-id statusLine static public.
       local-storage section.
       01  aheadCount      type Int32.
       01  wantedId        PIC X(18).
       01  wantedTeam      PIC X(15).
       01  startedShown    type String.
       procedure division using by value jobId as String
                          returning lineText as String.
           if self::readJob(jobId) not = "Y"
               set lineText to "That report is no longer on file -- run it again."
               exit method.
           evaluate JOBQ-STATUS
               when "QUED"
      *            how many of the team's jobs are ahead of it.
                   MOVE JOBQ-ID TO wantedId
                   MOVE JOBQ-TEAM TO wantedTeam
                   set aheadCount to 0
                   OPEN INPUT JOBQ-FILE
                   IF STATUS-BYTE-1 EQUAL ZEROES
                       perform until STATUS-BYTE-1 NOT EQUAL ZEROES
                           READ JOBQ-FILE NEXT WITH NO LOCK
                               AT END CONTINUE
                               NOT AT END
                                   IF JOBQ-ID < wantedId
                                    AND JOBQ-TEAM = wantedTeam
                                    AND (JOBQ-STATUS = "QUED" OR JOBQ-STATUS = "RUNG")
                                       ADD 1 TO aheadCount
                                   END-IF
                           END-READ
                       end-perform
                       CLOSE JOBQ-FILE
                   END-IF
                   set lineText to "Your report is queued (" &
                       aheadCount::ToString & " of your team's ahead of it)" &
                       " -- you can leave this page; the main menu will" &
                       " list it when it is ready."
               when "RUNG"
                   set startedShown to type pucksweb.venueZone::toZone("" & JOBQ-STARTED,
                       type pucksweb.venueZone::zoneOf(JOBQ-TEAM::Trim))
                   set lineText to "Your report is running (started " &
                       startedShown::Substring(8, 2) & ":" & startedShown::Substring(10, 2) &
                       ") -- you can leave this page; the main menu will" &
                       " list it when it is ready."
               when "DONE"
                   set lineText to "Your report is ready -- kept until " &
                       JOBQ-EXPIRES(1:4) & "-" & JOBQ-EXPIRES(5:2) & "-" &
                       JOBQ-EXPIRES(7:2) & "."
               when other
                   set lineText to "The report failed: " &
                       JOBQ-MESSAGE::Trim & " -- run it again."
           end-evaluate
       end method.

      *    "Y" when a screen may open the job for this user: the
      *    job is the signed-in club's and the user is one of its
      *    watchers. A job id carried in a link or typed into the
      *    address bar opens nothing otherwise.
       method-id mayView static public.
       local-storage section.
       01  userKey         type String.
       procedure division using by value jobId as String
                                 by value teamName as String
                                 by value userName as String
                          returning viewFlag as String.
           set viewFlag to "N"
           if teamName = null or userName = null
               exit method.
           set userKey to ";" & userName::Trim::ToUpper & ";"
           if userKey = ";;"
               exit method.
           if self::readJob(jobId) not = "Y"
               exit method.
           if JOBQ-TEAM::Trim::ToUpper not = teamName::Trim::ToUpper
               exit method.
           if (";" & JOBQ-WATCHERS::Trim & ";")::Contains(userKey) = false
               exit method.
           set viewFlag to "Y".
       end method.

      *    the job's stored parameters, for the worker and for
      *    the screen opening a result.
       method-id parmsOf static public.
       procedure division using by value jobId as String
                          returning parmText as String.
           set parmText to ""
           if self::readJob(jobId) = "Y"
               set parmText to JOBQ-PARMS::Trim
           end-if
       end method.

       method-id kindOf static public.
       procedure division using by value jobId as String
                          returning kindCode as String.
           set kindCode to ""
           if self::readJob(jobId) = "Y"
               set kindCode to JOBQ-KIND::Trim
           end-if
       end method.

      *    finished reports a user is watching and has not
      *    opened yet, newest first, as "id|page|database|status|
      *    title" for the main menu.
       method-id noticesFor static public.
       local-storage section.
       01  userKey         type String.
       procedure division using by value userName as String
                          returning noticeList as type List[String].
           set noticeList to new List[String]
           set userKey to ";" & userName::Trim::ToUpper & ";"
           if userKey = ";;"
               exit method.
           OPEN INPUT JOBQ-FILE.
           IF STATUS-BYTE-1 NOT EQUAL ZEROES
               exit method.
       NOTE-LOOP.
           READ JOBQ-FILE NEXT WITH NO LOCK
               AT END GO TO NOTE-DONE.
           IF JOBQ-STATUS NOT = "DONE" AND JOBQ-STATUS NOT = "FAIL"
               GO TO NOTE-LOOP.
           if (";" & JOBQ-WATCHERS::Trim & ";")::Contains(userKey) = false
               GO TO NOTE-LOOP.
           if (";" & JOBQ-SEEN::Trim & ";")::Contains(userKey)
               GO TO NOTE-LOOP.
           invoke noticeList::Insert(0, JOBQ-ID & "|" & JOBQ-PAGE::Trim &
               "|" & JOBQ-DATABASE::Trim & "|" & JOBQ-STATUS & "|" &
               JOBQ-TITLE::Trim)
           GO TO NOTE-LOOP.
       NOTE-DONE.
           CLOSE JOBQ-FILE.
       end method.

      *    the user has opened the result -- off their menu.
       method-id markSeen static public.
       local-storage section.
       01  userKey         type String.
       procedure division using by value jobId as String
                                 by value userName as String.
           set userKey to userName::Trim::ToUpper
           if userKey = ""
               exit method.
           OPEN I-O JOBQ-FILE.
           IF STATUS-BYTE-1 NOT EQUAL ZEROES
               exit method.
           MOVE jobId TO JOBQ-ID
           READ JOBQ-FILE WITH LOCK
               INVALID KEY
                   CLOSE JOBQ-FILE
                   exit method.
           if (";" & JOBQ-SEEN::Trim & ";")::Contains(";" & userKey & ";") = false
               if JOBQ-SEEN = spaces
                   MOVE userKey TO JOBQ-SEEN
               else
                   set JOBQ-SEEN to JOBQ-SEEN::Trim & ";" & userKey
               end-if
               REWRITE JOBQ-REC
                   INVALID KEY CONTINUE
               END-REWRITE
           end-if
           CLOSE JOBQ-FILE.
       end method.

      *    the worker's next job: the oldest queued one whose
      *    team is under TEAM-CAP running, marked RUNG under the
      *    record lock so two workers never take the same row.
      *    RUNG rows older than STALE-HOURS died with their worker
      *    and are failed first, so they stop holding the team's
      *    slots. Returns blank when nothing can start.
       method-id claim static public.
       local-storage section.
       01  runningCount    type Dictionary[String, type Int32].
       01  teamKey         type String.
       01  staleStamp      type String.
       procedure division returning jobId as String.
           set jobId to ""
           set runningCount to new Dictionary[String, type Int32]
           set staleStamp to type DateTime::UtcNow::AddHours(0 - STALE-HOURS)::ToString("yyyyMMddHHmmss")
           OPEN I-O JOBQ-FILE.
           IF STATUS-BYTE-1 NOT EQUAL ZEROES
               exit method.
       COUNT-LOOP.
           READ JOBQ-FILE NEXT WITH NO LOCK
               AT END GO TO COUNT-DONE.
           IF JOBQ-STATUS NOT = "RUNG"
               GO TO COUNT-LOOP.
           IF JOBQ-STARTED < staleStamp
               READ JOBQ-FILE WITH LOCK
                   INVALID KEY GO TO COUNT-LOOP
               END-READ
               IF JOBQ-STATUS = "RUNG"
                   MOVE "FAIL" TO JOBQ-STATUS
                   set JOBQ-FINISHED to type DateTime::UtcNow::ToString("yyyyMMddHHmmss")
                   MOVE "the run stopped before it finished" TO JOBQ-MESSAGE
                   invoke self::expiryFromToday
                   REWRITE JOBQ-REC
                       INVALID KEY CONTINUE
                   END-REWRITE
               END-IF
               UNLOCK JOBQ-FILE
               GO TO COUNT-LOOP.
           set teamKey to JOBQ-TEAM::Trim::ToUpper
           if runningCount::ContainsKey(teamKey)
               set runningCount[teamKey] to runningCount[teamKey] + 1
           else
               invoke runningCount::Add(teamKey, 1)
           end-if
           GO TO COUNT-LOOP.
       COUNT-DONE.
           MOVE LOW-VALUES TO JOBQ-ID
           START JOBQ-FILE KEY NOT < JOBQ-ID
               INVALID KEY
                   CLOSE JOBQ-FILE
                   exit method.
       CLAIM-LOOP.
           READ JOBQ-FILE NEXT WITH NO LOCK
               AT END GO TO CLAIM-DONE.
           IF JOBQ-STATUS NOT = "QUED"
               GO TO CLAIM-LOOP.
           set teamKey to JOBQ-TEAM::Trim::ToUpper
           if runningCount::ContainsKey(teamKey)
               if runningCount[teamKey] >= TEAM-CAP
                   GO TO CLAIM-LOOP
               end-if
           end-if
           MOVE JOBQ-ID TO WS-CLAIM-ID
           READ JOBQ-FILE WITH LOCK
               INVALID KEY GO TO CLAIM-LOOP.
      *    another worker got there between the two reads.
           IF JOBQ-STATUS NOT = "QUED"
               UNLOCK JOBQ-FILE
               GO TO CLAIM-LOOP.
           MOVE "RUNG" TO JOBQ-STATUS
           set JOBQ-STARTED to type DateTime::UtcNow::ToString("yyyyMMddHHmmss")
           REWRITE JOBQ-REC
               INVALID KEY
                   UNLOCK JOBQ-FILE
                   GO TO CLAIM-LOOP
           END-REWRITE
           UNLOCK JOBQ-FILE
           set jobId to WS-CLAIM-ID.
       CLAIM-DONE.
           CLOSE JOBQ-FILE.
       end method.

      *    closes a run out: DONE or FAIL, with a short message
      *    for a failure, kept KEEP-DAYS from today either way.
       method-id finish static public.
       procedure division using by value jobId as String
                                 by value runStatus as String
                                 by value messageText as String.
           OPEN I-O JOBQ-FILE.
           IF STATUS-BYTE-1 NOT EQUAL ZEROES
               exit method.
           MOVE jobId TO JOBQ-ID
           READ JOBQ-FILE WITH LOCK
               INVALID KEY
                   CLOSE JOBQ-FILE
                   exit method.
           MOVE runStatus TO JOBQ-STATUS
           set JOBQ-FINISHED to type DateTime::UtcNow::ToString("yyyyMMddHHmmss")
           MOVE messageText TO JOBQ-MESSAGE
           invoke self::expiryFromToday
           REWRITE JOBQ-REC
               INVALID KEY CONTINUE
           END-REWRITE.
           CLOSE JOBQ-FILE.
       end method.

       method-id expiryFromToday static protected.
       procedure division.
           invoke type Int32::TryParse(
               type DateTime::Today::AddDays(KEEP-DAYS)::ToString("yyyyMMdd"),
               by reference JOBQ-EXPIRES)
       end method.

      *    clears finished jobs past their keep date, with their
      *    request and result files. Returns the count removed.
       method-id sweep static public.
       local-storage section.
       01  removedCount    type Int32.
       procedure division returning removedOut as type Int32.
           set removedCount to 0
           set removedOut to 0
           invoke type Int32::TryParse(
               type DateTime::Today::ToString("yyyyMMdd"),
               by reference WS-TODAY)
           OPEN I-O JOBQ-FILE.
           IF STATUS-BYTE-1 NOT EQUAL ZEROES
               exit method.
       SWEEP-LOOP.
           READ JOBQ-FILE NEXT WITH NO LOCK
               AT END GO TO SWEEP-DONE.
           IF JOBQ-STATUS NOT = "DONE" AND JOBQ-STATUS NOT = "FAIL"
               GO TO SWEEP-LOOP.
           IF JOBQ-EXPIRES NOT < WS-TODAY
               GO TO SWEEP-LOOP.
           if type File::Exists(self::requestPath(JOBQ-ID))
               invoke type File::Delete(self::requestPath(JOBQ-ID))
           end-if
           if type File::Exists(self::resultPath(JOBQ-ID))
               invoke type File::Delete(self::resultPath(JOBQ-ID))
           end-if
           DELETE JOBQ-FILE RECORD
               INVALID KEY GO TO SWEEP-LOOP.
           add 1 to removedCount
           GO TO SWEEP-LOOP.
       SWEEP-DONE.
           CLOSE JOBQ-FILE.
           set removedOut to removedCount
       end method.

      *    one row into JOBQ-REC; "Y" when it is on file.
       method-id readJob static protected.
       procedure division using by value jobId as String
                          returning foundFlag as String.
           set foundFlag to "N"
           if jobId = null or jobId::Trim = ""
               exit method.
           OPEN INPUT JOBQ-FILE.
           IF STATUS-BYTE-1 NOT EQUAL ZEROES
               exit method.
           MOVE jobId TO JOBQ-ID
           READ JOBQ-FILE WITH NO LOCK
               INVALID KEY
                   CLOSE JOBQ-FILE
                   exit method.
           set foundFlag to "Y"
           CLOSE JOBQ-FILE.
       end method.

       end class.
