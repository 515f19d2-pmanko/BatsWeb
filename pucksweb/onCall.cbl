      * on-call roster and paging. The job-run log and the ops
      * monitor show a 2 AM failure in red, but only once somebody
      * looks in the morning -- by then the coaches' 7 AM reports are
      * built on yesterday's data. The roster is an ordered list of
      * contacts in PKW087.DAT (seq 01-99) that rotates weekly from
      * the anchor day on the "00" settings row: the week's primary
      * is the contact the rotation lands on, the backup the one
      * after it. pagerSweep.cbl raises a page against the job-run
      * row that went wrong (a failed chain step, the late-load row
      * it writes itself, a STORAGE capacity warning); raise() files
      * one PKW088.DAT row per job-run row -- so a row is only ever
      * paged once -- and sends it to the primary through the
      * messaging provider as an SMS or a phone-app push. A page
      * nobody acknowledges inside the settings row's minutes is sent
      * on to the backup (escalate). Acknowledgment and the resolution
      * note are taken on opsMonitor.aspx.cbl and kept on the same
      * page row, so they read back against the job-run row.
      * The provider and rotation settings are admin-maintained on
      * onCallAdmin.aspx.cbl, the way the mail relay's are.
       $set ilusing"System.Net"
       $set ilusing"System.Collections.Specialized"

       class-id pucksweb.onCall.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       $SET CALLFH"EXTFH"
       $SET DATACOMPRESS"1"
        SELECT ROTA-FILE ASSIGN WS-ROTA-FILE
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS ROTA-KEY
              LOCK MANUAL
              FILE STATUS IS STATUS-COMN.

        SELECT PAGE-FILE ASSIGN WS-PAGE-FILE
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS PAGE-KEY
              LOCK MANUAL
              FILE STATUS IS STATUS-COMN2.

       file section.
       FD  ROTA-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS ROTA-REC.

      *    one contact per seq, in rotation order. ROTA-CHANNEL:
      *    S = SMS to the number in ROTA-ADDRESS, A = push to the
      *    provider's phone app for the id in ROTA-ADDRESS.
      *    ROTA-CHANGED is UTC, as the page stamps are.
       01  ROTA-REC.
           05  ROTA-KEY.
               10  ROTA-SEQ                PIC 9(2).
           05  ROTA-NAME                   PIC X(30).
           05  ROTA-ADDRESS                PIC X(60).
           05  ROTA-CHANNEL                PIC X.
           05  ROTA-CHANGED                PIC X(14).
           05  ROTA-USER                   PIC X(45).
           05  FILLER                      PIC X(200).

      *    the seq 00 row, through the settings' eyes: the
      *    provider, the rotation's anchor day (yyyymmdd -- the week
      *    turns over on that weekday), the minutes a page waits for
      *    an acknowledgment, and the load window -- opens at
      *    ROTACFG-LOAD-OPENS, must be READY by ROTACFG-LOAD-CUTOFF
      *    (both HHmm, local time).
       01  ROTACFG-REC REDEFINES ROTA-REC.
           05  ROTACFG-KEY                 PIC 9(2).
           05  ROTACFG-URL                 PIC X(120).
           05  ROTACFG-ACCOUNT             PIC X(40).
           05  ROTACFG-TOKEN               PIC X(60).
           05  ROTACFG-FROM                PIC X(20).
           05  ROTACFG-ANCHOR              PIC 9(8).
           05  ROTACFG-ACK-MINUTES         PIC 9(3).
           05  ROTACFG-LOAD-CUTOFF         PIC 9(4).
           05  ROTACFG-LOAD-OPENS          PIC 9(4).
           05  FILLER                      PIC X(91).

       FD  PAGE-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS PAGE-REC.

      *    one page per job-run row (PKW033.DAT's key).
      *    PAGE-KIND: FAIL (a chain step), LATE (the load missed its
      *    cutoff), STOR (storage forecast). PAGE-STATE: OPEN (sent
      *    to the primary), ESCL (sent on to the backup), ACKD, RSLV.
      *    Stamps are UTC, as the run log's are.
       01  PAGE-REC.
           05  PAGE-KEY.
               10  PAGE-JOB-NAME           PIC X(20).
               10  PAGE-JOB-START          PIC X(14).
           05  PAGE-KIND                   PIC X(4).
           05  PAGE-TEXT                   PIC X(140).
           05  PAGE-STATE                  PIC X(4).
           05  PAGE-PRIMARY                PIC X(30).
           05  PAGE-BACKUP                 PIC X(30).
           05  PAGE-SENT                   PIC X(14).
           05  PAGE-ESCALATED              PIC X(14).
           05  PAGE-SEND-RESULT            PIC X(40).
           05  PAGE-ACK-BY                 PIC X(45).
           05  PAGE-ACKED                  PIC X(14).
           05  PAGE-RESOLVED-BY            PIC X(45).
           05  PAGE-RESOLVED               PIC X(14).
           05  PAGE-NOTE                   PIC X(200).
           05  FILLER                      PIC X(10).

       working-storage section.
       01  WS-ROTA-FILE       PIC X(256) VALUE "PKW087.DAT".
       01  WS-PAGE-FILE       PIC X(256) VALUE "PKW088.DAT".
       01  STATUS-COMN.
           05  STATUS-BYTE-1           PIC X      VALUE SPACES.
           05  STATUS-BYTE-2           PIC X      VALUE SPACES.
       01  STATUS-COMN2.
           05  STATUS2-BYTE-1          PIC X      VALUE SPACES.
           05  STATUS2-BYTE-2          PIC X      VALUE SPACES.
       01  WS-CFG-URL                  PIC X(120).
       01  WS-CFG-ACCOUNT              PIC X(40).
       01  WS-CFG-TOKEN                PIC X(60).
       01  WS-CFG-FROM                 PIC X(20).
       01  WS-CFG-ANCHOR               PIC 9(8)   VALUE 0.
       01  WS-CFG-ACK-MINUTES          PIC 9(3)   VALUE 0.
       01  WS-CFG-LOAD-CUTOFF          PIC 9(4)   VALUE 0.
       01  WS-CFG-LOAD-OPENS           PIC 9(4)   VALUE 0.
      *    defaults until the settings row says otherwise.
       01  DEFAULT-ACK-MINUTES         PIC 9(3)   VALUE 015.
       01  DEFAULT-LOAD-CUTOFF         PIC 9(4)   VALUE 0500.
       01  DEFAULT-LOAD-OPENS          PIC 9(4)   VALUE 2200.

      *    the settings row into working storage. "N" when the
      *    provider has not been set up -- pages are still filed, just
      *    not sent.
       method-id loadConfig static public.
       procedure division returning loadedOk as String.
           set loadedOk to "N"
           MOVE SPACES TO WS-CFG-URL WS-CFG-ACCOUNT WS-CFG-TOKEN WS-CFG-FROM
           MOVE 0 TO WS-CFG-ANCHOR
           MOVE DEFAULT-ACK-MINUTES TO WS-CFG-ACK-MINUTES
           MOVE DEFAULT-LOAD-CUTOFF TO WS-CFG-LOAD-CUTOFF
           MOVE DEFAULT-LOAD-OPENS TO WS-CFG-LOAD-OPENS
           OPEN INPUT ROTA-FILE.
           IF STATUS-BYTE-1 NOT EQUAL ZEROES
               exit method.
           MOVE 0 TO ROTA-SEQ
           READ ROTA-FILE
               INVALID KEY
                   CLOSE ROTA-FILE
                   exit method.
           MOVE ROTACFG-URL TO WS-CFG-URL
           MOVE ROTACFG-ACCOUNT TO WS-CFG-ACCOUNT
           MOVE ROTACFG-TOKEN TO WS-CFG-TOKEN
           MOVE ROTACFG-FROM TO WS-CFG-FROM
           MOVE ROTACFG-ANCHOR TO WS-CFG-ANCHOR
           IF ROTACFG-ACK-MINUTES > 0
               MOVE ROTACFG-ACK-MINUTES TO WS-CFG-ACK-MINUTES.
           IF ROTACFG-LOAD-CUTOFF NOT = ROTACFG-LOAD-OPENS
               MOVE ROTACFG-LOAD-CUTOFF TO WS-CFG-LOAD-CUTOFF
               MOVE ROTACFG-LOAD-OPENS TO WS-CFG-LOAD-OPENS.
           CLOSE ROTA-FILE.
           IF WS-CFG-URL NOT = SPACES
               set loadedOk to "Y".
       end method.

      *    the settings, as "url|account|from|anchor|ack|cutoff|
      *    opens" for the admin screen (the token stays on file).
       method-id settingsText static public.
       procedure division returning settingsOut as String.
           invoke self::loadConfig
           set settingsOut to WS-CFG-URL::Trim & "|" & WS-CFG-ACCOUNT::Trim & "|" &
               WS-CFG-FROM::Trim & "|" & WS-CFG-ANCHOR & "|" &
               WS-CFG-ACK-MINUTES & "|" & WS-CFG-LOAD-CUTOFF & "|" & WS-CFG-LOAD-OPENS
       end method.

      *    the load window, as "opens|cutoff" (HHmm each).
       method-id loadWindow static public.
       procedure division returning windowOut as String.
           invoke self::loadConfig
           set windowOut to WS-CFG-LOAD-OPENS & "|" & WS-CFG-LOAD-CUTOFF
       end method.

      *    stores the settings row. A blank token keeps the one
      *    on file. Returns "OK" or "ERR".
       method-id setSettings static public.
       procedure division using by value urlText as String
                                 by value accountText as String
                                 by value tokenText as String
                                 by value fromText as String
                                 by value anchorDate as type Int32
                                 by value ackMinutes as type Int32
                                 by value cutoffHhmm as type Int32
                                 by value opensHhmm as type Int32
                          returning setFlag as String.
           set setFlag to "ERR"
           invoke self::loadConfig
           OPEN I-O ROTA-FILE.
           IF STATUS-COMN = "35"
               OPEN OUTPUT ROTA-FILE
               CLOSE ROTA-FILE
               OPEN I-O ROTA-FILE.
           IF STATUS-BYTE-1 NOT EQUAL ZEROES
               exit method.
           MOVE SPACES TO ROTA-REC
           MOVE 0 TO ROTACFG-KEY
           MOVE urlText::Trim TO ROTACFG-URL
           MOVE accountText::Trim TO ROTACFG-ACCOUNT
           if tokenText::Trim = ""
               MOVE WS-CFG-TOKEN TO ROTACFG-TOKEN
           else
               MOVE tokenText::Trim TO ROTACFG-TOKEN
           end-if
           MOVE fromText::Trim TO ROTACFG-FROM
           MOVE anchorDate TO ROTACFG-ANCHOR
           MOVE ackMinutes TO ROTACFG-ACK-MINUTES
           MOVE cutoffHhmm TO ROTACFG-LOAD-CUTOFF
           MOVE opensHhmm TO ROTACFG-LOAD-OPENS
           WRITE ROTA-REC
               INVALID KEY REWRITE ROTA-REC
           END-WRITE.
           CLOSE ROTA-FILE.
           set setFlag to "OK".
       end method.

      *    every contact in rotation order, as
      *    "seq|name|address|channel|changed|user".
       method-id contacts static public.
       procedure division returning rowsOut as type List[String].
           set rowsOut to new List[String]
           OPEN INPUT ROTA-FILE.
           IF STATUS-BYTE-1 NOT EQUAL ZEROES
               exit method.
           MOVE 1 TO ROTA-SEQ
           START ROTA-FILE KEY IS NOT LESS THAN ROTA-KEY
               INVALID KEY GO TO ROTA-DONE.
       ROTA-LOOP.
           READ ROTA-FILE NEXT WITH NO LOCK
               AT END GO TO ROTA-DONE.
           invoke rowsOut::Add(ROTA-SEQ & "|" & ROTA-NAME::Trim & "|" &
               ROTA-ADDRESS::Trim & "|" & ROTA-CHANNEL & "|" & ROTA-CHANGED &
               "|" & ROTA-USER::Trim)
           GO TO ROTA-LOOP.
       ROTA-DONE.
           CLOSE ROTA-FILE.
       end method.

      *    adds or replaces one contact; hands back the row's
      *    image before the save ("" when new, "ERR" when the file
      *    will not open) for the change trail.
       method-id saveContact static public.
       procedure division using by value seqNum as type Int32
                                 by value nameText as String
                                 by value addressText as String
                                 by value channelCode as String
                                 by value saveUser as String
                          returning beforeImage as String.
           set beforeImage to "ERR"
           OPEN I-O ROTA-FILE.
           IF STATUS-COMN = "35"
               OPEN OUTPUT ROTA-FILE
               CLOSE ROTA-FILE
               OPEN I-O ROTA-FILE.
           IF STATUS-BYTE-1 NOT EQUAL ZEROES
               exit method.
           set beforeImage to ""
           MOVE seqNum TO ROTA-SEQ
           READ ROTA-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   set beforeImage to ROTA-SEQ & "|" & ROTA-NAME::Trim & "|" &
                       ROTA-ADDRESS::Trim & "|" & ROTA-CHANNEL
           END-READ
           MOVE SPACES TO ROTA-REC
           MOVE seqNum TO ROTA-SEQ
           MOVE nameText::Trim TO ROTA-NAME
           MOVE addressText::Trim TO ROTA-ADDRESS
           MOVE channelCode TO ROTA-CHANNEL
           set ROTA-CHANGED to type DateTime::UtcNow::ToString("yyyyMMddHHmmss")
           MOVE saveUser TO ROTA-USER
           WRITE ROTA-REC
               INVALID KEY REWRITE ROTA-REC
           END-WRITE.
           CLOSE ROTA-FILE.
       end method.

      *    drops one contact; hands back its image ("" when
      *    there was none).
       method-id removeContact static public.
       procedure division using by value seqNum as type Int32
                          returning beforeImage as String.
           set beforeImage to ""
           if seqNum < 1
               exit method.
           OPEN I-O ROTA-FILE.
           IF STATUS-BYTE-1 NOT EQUAL ZEROES
               exit method.
           MOVE seqNum TO ROTA-SEQ
           READ ROTA-FILE
               INVALID KEY
                   CLOSE ROTA-FILE
                   exit method.
           set beforeImage to ROTA-SEQ & "|" & ROTA-NAME::Trim & "|" &
               ROTA-ADDRESS::Trim & "|" & ROTA-CHANNEL
           DELETE ROTA-FILE RECORD.
           CLOSE ROTA-FILE.
       end method.

      *    the week's primary and backup for a day, as two
      *    "seq|name|address|channel|..." contact lines (the backup
      *    "" when the roster has only one contact; both "" when it
      *    has none). The rotation counts whole weeks from the anchor
      *    day, either side of it.
       method-id onDuty static public.
       local-storage section.
       01  roster          type List[String].
       01  anchorDay       type DateTime.
       01  weekNum         type Int32.
       01  dayCount        type Int32.
       01  slotIdx         type Int32.
       01  slotQuot        type Int32.
       procedure division using by value dutyDay as type DateTime
                          returning dutyOut as String occurs any.
           set dutyOut to new String[2]
           set dutyOut[0] to ""
           set dutyOut[1] to ""
           invoke self::loadConfig
           set roster to self::contacts
           if roster::Count = 0
               exit method.
           set weekNum to 0
           if WS-CFG-ANCHOR > 0
               if type DateTime::TryParseExact("" & WS-CFG-ANCHOR, "yyyyMMdd", null,
                      type System.Globalization.DateTimeStyles::None, by reference anchorDay)
                   set dayCount to dutyDay::Date::Subtract(anchorDay)::Days
                   if dayCount < 0
                       compute weekNum = ((dayCount + 1) / 7) - 1
                   else
                       compute weekNum = dayCount / 7
                   end-if
               end-if
           end-if
           DIVIDE weekNum BY roster::Count GIVING slotQuot REMAINDER slotIdx
           if slotIdx < 0
               add roster::Count to slotIdx.
           set dutyOut[0] to roster[slotIdx]
           if roster::Count > 1
               add 1 to slotIdx
               if slotIdx >= roster::Count
                   set slotIdx to 0
               end-if
               set dutyOut[1] to roster[slotIdx]
           end-if
       end method.

      *    files a page against a job-run row and sends it to
      *    the week's primary. "DUP" when that row was already
      *    paged, "ERR" when the page file will not open, otherwise
      *    what the send came back with.
       method-id raise static public.
       local-storage section.
       01  dutyLines       type String occurs any.
       01  sendResult      type String.
       procedure division using by value jobName as String
                                 by value jobStart as String
                                 by value pageKind as String
                                 by value pageText as String
                          returning raiseOut as String.
           set raiseOut to "ERR"
           OPEN I-O PAGE-FILE.
           IF STATUS-COMN2 = "35"
               OPEN OUTPUT PAGE-FILE
               CLOSE PAGE-FILE
               OPEN I-O PAGE-FILE.
           IF STATUS2-BYTE-1 NOT EQUAL ZEROES
               exit method.
           MOVE jobName::Trim::ToUpper TO PAGE-JOB-NAME
           MOVE jobStart TO PAGE-JOB-START
           READ PAGE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   CLOSE PAGE-FILE
                   set raiseOut to "DUP"
                   exit method
           END-READ
           set dutyLines to self::onDuty(type DateTime::Now)
           MOVE SPACES TO PAGE-REC
           MOVE jobName::Trim::ToUpper TO PAGE-JOB-NAME
           MOVE jobStart TO PAGE-JOB-START
           MOVE pageKind TO PAGE-KIND
           MOVE pageText TO PAGE-TEXT
           MOVE "OPEN" TO PAGE-STATE
           MOVE self::fieldOf(dutyLines[0], 1) TO PAGE-PRIMARY
           MOVE self::fieldOf(dutyLines[1], 1) TO PAGE-BACKUP
           set PAGE-SENT to type DateTime::UtcNow::ToString("yyyyMMddHHmmss")
           set sendResult to self::send(dutyLines[0], pageText)
           MOVE sendResult TO PAGE-SEND-RESULT
           WRITE PAGE-REC
               INVALID KEY REWRITE PAGE-REC
           END-WRITE.
           CLOSE PAGE-FILE.
           set raiseOut to sendResult
       end method.

      *    "Y" when jobName was paged at or after sinceStamp
      *    (UTC yyyyMMddHHmmss) -- for a row the sweep writes itself,
      *    such as the late-load row, whose start stamp it cannot know
      *    ahead.
       method-id pagedSince static public.
       procedure division using by value jobName as String
                                 by value sinceStamp as String
                          returning pagedFlag as String.
           set pagedFlag to "N"
           OPEN INPUT PAGE-FILE.
           IF STATUS2-BYTE-1 NOT EQUAL ZEROES
               exit method.
           MOVE jobName::Trim::ToUpper TO PAGE-JOB-NAME
           MOVE sinceStamp TO PAGE-JOB-START
           START PAGE-FILE KEY IS NOT LESS THAN PAGE-KEY
               INVALID KEY
                   CLOSE PAGE-FILE
                   exit method.
           READ PAGE-FILE NEXT WITH NO LOCK
               AT END
                   CLOSE PAGE-FILE
                   exit method.
           IF PAGE-JOB-NAME = jobName::Trim::ToUpper
               set pagedFlag to "Y".
           CLOSE PAGE-FILE.
       end method.

      *    sends every page still OPEN past the acknowledgment
      *    minutes on to its backup. Returns how many went.
       method-id escalate static public.
       local-storage section.
       01  dueStamp        type String.
       01  dutyLines       type String occurs any.
       01  backupLine      type String.
       01  escalated       type Int32.
       procedure division returning escalated as type Int32.
           set escalated to 0
           invoke self::loadConfig
           set dueStamp to type DateTime::UtcNow::AddMinutes(0 - WS-CFG-ACK-MINUTES)::ToString("yyyyMMddHHmmss")
           OPEN I-O PAGE-FILE.
           IF STATUS2-BYTE-1 NOT EQUAL ZEROES
               exit method.
       ESC-LOOP.
           READ PAGE-FILE NEXT
               AT END GO TO ESC-DONE.
           IF PAGE-STATE NOT = "OPEN" OR PAGE-SENT > dueStamp
               GO TO ESC-LOOP.
      *    the backup the page was raised with; the week's
      *    current one if the rotation had nobody behind the primary
      *    then.
           set backupLine to ""
           set dutyLines to self::onDuty(type DateTime::Now)
           if PAGE-BACKUP not = spaces and
              self::fieldOf(dutyLines[1], 1) not = PAGE-BACKUP::Trim
               set backupLine to self::contactNamed(PAGE-BACKUP::Trim)
           end-if
           if backupLine = ""
               set backupLine to dutyLines[1]
           end-if
           if backupLine = ""
               GO TO ESC-LOOP.
           MOVE self::fieldOf(backupLine, 1) TO PAGE-BACKUP
           MOVE "ESCL" TO PAGE-STATE
           set PAGE-ESCALATED to type DateTime::UtcNow::ToString("yyyyMMddHHmmss")
           MOVE self::send(backupLine, "NO ACK FROM " & PAGE-PRIMARY::Trim & " -- " &
               PAGE-TEXT::Trim) TO PAGE-SEND-RESULT
           REWRITE PAGE-REC
           add 1 to escalated
           GO TO ESC-LOOP.
       ESC-DONE.
           CLOSE PAGE-FILE.
       end method.

      *    takes the page on a job-run row as acknowledged.
      *    Returns "OK", "NONE" when the row was never paged, or
      *    "DONE" when it is already resolved.
       method-id acknowledge static public.
       procedure division using by value jobName as String
                                 by value jobStart as String
                                 by value ackUser as String
                                 by value noteText as String
                          returning ackOut as String.
           set ackOut to "NONE"
           OPEN I-O PAGE-FILE.
           IF STATUS2-BYTE-1 NOT EQUAL ZEROES
               exit method.
           MOVE jobName::Trim::ToUpper TO PAGE-JOB-NAME
           MOVE jobStart TO PAGE-JOB-START
           READ PAGE-FILE
               INVALID KEY
                   CLOSE PAGE-FILE
                   exit method.
           IF PAGE-STATE = "RSLV"
               CLOSE PAGE-FILE
               set ackOut to "DONE"
               exit method.
           IF PAGE-ACKED = SPACES
               MOVE ackUser TO PAGE-ACK-BY
               set PAGE-ACKED to type DateTime::UtcNow::ToString("yyyyMMddHHmmss").
           MOVE "ACKD" TO PAGE-STATE
           if noteText not = null and noteText::Trim not = ""
               MOVE noteText::Trim::Replace("|", "/") TO PAGE-NOTE.
           REWRITE PAGE-REC.
           CLOSE PAGE-FILE.
           set ackOut to "OK"
       end method.

      *    closes the page on a job-run row with the resolution
      *    note (an unacknowledged page is acknowledged by the same
      *    hand). Returns "OK" or "NONE".
       method-id resolve static public.
       procedure division using by value jobName as String
                                 by value jobStart as String
                                 by value resolveUser as String
                                 by value noteText as String
                          returning resolveOut as String.
           set resolveOut to "NONE"
           OPEN I-O PAGE-FILE.
           IF STATUS2-BYTE-1 NOT EQUAL ZEROES
               exit method.
           MOVE jobName::Trim::ToUpper TO PAGE-JOB-NAME
           MOVE jobStart TO PAGE-JOB-START
           READ PAGE-FILE
               INVALID KEY
                   CLOSE PAGE-FILE
                   exit method.
           IF PAGE-ACKED = SPACES
               MOVE resolveUser TO PAGE-ACK-BY
               set PAGE-ACKED to type DateTime::UtcNow::ToString("yyyyMMddHHmmss").
           MOVE "RSLV" TO PAGE-STATE
           MOVE resolveUser TO PAGE-RESOLVED-BY
           set PAGE-RESOLVED to type DateTime::UtcNow::ToString("yyyyMMddHHmmss")
           MOVE noteText::Trim::Replace("|", "/") TO PAGE-NOTE
           REWRITE PAGE-REC.
           CLOSE PAGE-FILE.
           set resolveOut to "OK"
       end method.

      *    every page, keyed "job|start" (the job-run row's key)
      *    to "state|primary|backup|ack-by|acked|resolved|note|send
      *    result" for the ops monitor to show against its rows.
       method-id loadPages static public.
       procedure division returning pagesOut as type Dictionary[String, String].
           set pagesOut to new Dictionary[String, String]
           OPEN INPUT PAGE-FILE.
           IF STATUS2-BYTE-1 NOT EQUAL ZEROES
               exit method.
       PAGE-LOOP.
           READ PAGE-FILE NEXT WITH NO LOCK
               AT END GO TO PAGE-DONE.
           set pagesOut[PAGE-JOB-NAME::Trim & "|" & PAGE-JOB-START] to
               PAGE-STATE & "|" & PAGE-PRIMARY::Trim & "|" & PAGE-BACKUP::Trim & "|" &
               PAGE-ACK-BY::Trim & "|" & PAGE-ACKED & "|" & PAGE-RESOLVED & "|" &
               PAGE-NOTE::Trim & "|" & PAGE-SEND-RESULT::Trim
           GO TO PAGE-LOOP.
       PAGE-DONE.
           CLOSE PAGE-FILE.
       end method.

      *    one message to one contact line through the provider:
      *    a form post of To/From/Body/Channel under the account's
      *    basic credentials. "OK", "HELD" when no provider is set up
      *    or nobody is on the roster, or the provider's error.
       method-id send static public.
       local-storage section.
       01  http            type WebClient.
       01  formData        type NameValueCollection.
       01  channelText     type String.
       procedure division using by value contactLine as String
                                 by value messageText as String
                          returning sendOut as String.
           set sendOut to "HELD"
           if contactLine = null or contactLine = ""
               exit method.
           if self::loadConfig not = "Y"
               exit method.
           if self::fieldOf(contactLine, 3) = "A"
               set channelText to "push"
           else
               set channelText to "sms"
           end-if
           try
               set http to new WebClient()
               invoke http::Headers::Add("Authorization", "Basic " &
                   type Convert::ToBase64String(type System.Text.Encoding::UTF8::GetBytes(
                       WS-CFG-ACCOUNT::Trim & ":" & WS-CFG-TOKEN::Trim)))
               set formData to new NameValueCollection
               invoke formData::Add("To", self::fieldOf(contactLine, 2))
               invoke formData::Add("From", WS-CFG-FROM::Trim)
               invoke formData::Add("Body", messageText)
               invoke formData::Add("Channel", channelText)
               invoke http::UploadValues(WS-CFG-URL::Trim, "POST", formData)
               set sendOut to "OK"
           catch exc as type Exception
               set sendOut to "SEND FAILED: " & exc::Message
           end-try
       end method.

      *    the roster line for a contact name ("" when gone).
       method-id contactNamed static protected.
       local-storage section.
       01  roster          type List[String].
       01  rowText         type String.
       procedure division using by value contactName as String
                          returning lineOut as String.
           set lineOut to ""
           set roster to self::contacts
           perform varying rowText through roster
               if self::fieldOf(rowText, 1) = contactName
                   set lineOut to rowText
               end-if
           end-perform
       end method.

      *    one "|"-separated field of a contact line ("" past
      *    the end).
       method-id fieldOf static public.
       local-storage section.
       01  lineParts       type String occurs any.
       procedure division using by value lineText as String
                                 by value fieldIdx as type Int32
                          returning fieldOut as String.
           set fieldOut to ""
           if lineText = null or lineText = ""
               exit method.
           set lineParts to lineText::Split("|")
           if fieldIdx < lineParts::Length
               set fieldOut to lineParts[fieldIdx].
       end method.

       end class.
