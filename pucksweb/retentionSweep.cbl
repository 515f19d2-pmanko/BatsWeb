      * retention sweep for the operational side files.
      * archiveSeason.cbl looks after GAME-FILE, but the login audit
      * (BATSW021/PKW021), the play change journal PKW036.DAT, the
      * page-usage log BATSW036.DAT, the screen response times
      * BATSW057.DAT and the run log PKW033.DAT just grow forever --
      * the audit alone adds a row per attempt and nothing has ever
      * deleted one. One run sweeps one file: rows
      * older than the keep window are copied to a dated archive, the
      * archive is re-read to verify the count, and only a clean
      * verify (plus --purge) deletes from the live file -- the same
      * Usage: retentionSweep <kind> <live-path> <archive-path>
      *                       <keep-months> [--purge]
      * kind: AUDIT (BATSW021/PKW021), JOURNAL (PKW036),
      *       USAGE (BATSW036), TIMING (BATSW057), JOBRUN (PKW033).
      * The archive path should carry the cutoff date in its name
      * (e.g. PKW021-ARCH-202609.DAT) -- this program writes whatever
      * name it is given and never reuses one.
              RECORD KEY IS USAGE-KEY
              FILE STATUS IS STATUS-COMN.

          SELECT TIMING-FILE ASSIGN WS-LIVE-FILE
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS TIM-KEY
              FILE STATUS IS STATUS-COMN.

          SELECT JOBRUN-FILE ASSIGN WS-LIVE-FILE
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS USGARCH-KEY
              FILE STATUS IS STATUS-COMN2.

          SELECT TIMING-ARCH-FILE ASSIGN WS-ARCH-FILE
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS TIMARCH-KEY
              FILE STATUS IS STATUS-COMN2.

          SELECT JOBRUN-ARCH-FILE ASSIGN WS-ARCH-FILE
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
           05  AUDIT-FIRST                 PIC X(15).
           05  AUDIT-SOURCE-IP             PIC X(45).
           05  AUDIT-RESULT                PIC X.
           05  AUDIT-VIA                   PIC X.
           05  FILLER                      PIC X(19).

       FD  JOURNAL-FILE
           LABEL RECORDS ARE STANDARD
           05  USAGE-PAGE              PIC X(30).
           05  FILLER                  PIC X(10).

       FD  TIMING-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS TIM-REC.

      *    layout owned by batsweb/screenTiming.cbl -- keep in sync
      *    with the FD there.
       01  TIM-REC.
           05  TIM-KEY.
               10  TIM-TIMESTAMP       PIC X(14).
               10  TIM-SEQ             PIC 9(4).
           05  TIM-KIND                PIC X.
           05  TIM-PAGE                PIC X(30).
           05  TIM-ENGINE              PIC X(12).
           05  TIM-ACTION              PIC X(4).
           05  TIM-MS                  PIC 9(7).
           05  TIM-ENGINE-MS           PIC 9(7).
           05  TIM-POSTBACK            PIC X.
           05  TIM-TEAM                PIC X(15).
           05  TIM-USER                PIC X(30).
           05  TIM-FILTERS             PIC X(150).
           05  FILLER                  PIC X(10).

       FD  JOBRUN-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS JOBRUN-REC.
           05  USGARCH-KEY             PIC X(17).
           05  USGARCH-BODY            PIC X(85).

       FD  TIMING-ARCH-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS TIMARCH-REC.

       01  TIMARCH-REC.
           05  TIMARCH-KEY             PIC X(18).
           05  TIMARCH-BODY            PIC X(267).

       FD  JOBRUN-ARCH-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS JOBARCH-REC.
       01  runStamp        type String.
       procedure division using by value args as type String occurs any.
           if args::Length < 4
               invoke type Console::WriteLine("usage: retentionSweep <AUDIT|JOURNAL|USAGE|TIMING|JOBRUN> <live-path> <archive-path> <keep-months> [--purge]")
               exit method.

           move args[0]::Trim()::ToUpper() to WS-KIND
           if WS-KIND not = "AUDIT" and WS-KIND not = "JOURNAL"
            and WS-KIND not = "USAGE" and WS-KIND not = "JOBRUN"
            and WS-KIND not = "TIMING"
               invoke type Console::WriteLine("Unknown kind -- use AUDIT, JOURNAL, USAGE, TIMING or JOBRUN.")
               exit method.
           move args[1] to WS-LIVE-FILE
           move args[2] to WS-ARCH-FILE
           go to ARG-LOOP.
       ARG-DONE.

      *    everything stamped before the cutoff is expiring. The
      *    login audit, the run log and the timing log are stamped in
      *    UTC, the journal and the usage log in server time -- the
      *    cutoff follows.
           if WS-KIND = "AUDIT" or WS-KIND = "JOBRUN" or WS-KIND = "TIMING"
               set WS-CUTOFF to type DateTime::UtcNow::AddMonths(0 - keepMonths)::ToString("yyyyMMddHHmmss")
           else
               set WS-CUTOFF to type DateTime::Now::AddMonths(0 - keepMonths)::ToString("yyyyMMddHHmmss")
           end-if
           set runStamp to type pucksweb.jobRunLog::begin("RETENTION")
           invoke type Console::WriteLine(WS-KIND::Trim & " sweep -- rows" &
               " stamped before " & WS-CUTOFF & " expire.")
               OPEN INPUT JOURNAL-FILE
           when "USAGE"
               OPEN INPUT USAGE-FILE
           when "TIMING"
               OPEN INPUT TIMING-FILE
           when "JOBRUN"
               OPEN INPUT JOBRUN-FILE
           end-evaluate.
               OPEN OUTPUT JRNL-ARCH-FILE
           when "USAGE"
               OPEN OUTPUT USAGE-ARCH-FILE
           when "TIMING"
               OPEN OUTPUT TIMING-ARCH-FILE
           when "JOBRUN"
               OPEN OUTPUT JOBRUN-ARCH-FILE
           end-evaluate.
               END-IF
               MOVE USAGE-REC TO USGARCH-REC
               WRITE USGARCH-REC
           when "TIMING"
               READ TIMING-FILE NEXT
                   AT END GO TO COPY-DONE
               END-READ
               IF TIM-TIMESTAMP >= WS-CUTOFF
                   GO TO COPY-DONE
               END-IF
               MOVE TIM-REC TO TIMARCH-REC
               WRITE TIMARCH-REC
           when "JOBRUN"
               READ JOBRUN-FILE NEXT
                   AT END GO TO COPY-DONE
               OPEN INPUT JRNL-ARCH-FILE
           when "USAGE"
               OPEN INPUT USAGE-ARCH-FILE
           when "TIMING"
               OPEN INPUT TIMING-ARCH-FILE
           when "JOBRUN"
               OPEN INPUT JOBRUN-ARCH-FILE
           end-evaluate.
               READ USAGE-ARCH-FILE NEXT
                   AT END GO TO VERIFY-DONE
               END-READ
           when "TIMING"
               READ TIMING-ARCH-FILE NEXT
                   AT END GO TO VERIFY-DONE
               END-READ
           when "JOBRUN"
               READ JOBRUN-ARCH-FILE NEXT
                   AT END GO TO VERIFY-DONE
               OPEN I-O JOURNAL-FILE
           when "USAGE"
               OPEN I-O USAGE-FILE
           when "TIMING"
               OPEN I-O TIMING-FILE
           when "JOBRUN"
               OPEN I-O JOBRUN-FILE
           end-evaluate.
                   GO TO PURGE-DONE
               END-IF
               DELETE USAGE-FILE RECORD
           when "TIMING"
               READ TIMING-FILE NEXT
                   AT END GO TO PURGE-DONE
               END-READ
               IF TIM-TIMESTAMP >= WS-CUTOFF
                   GO TO PURGE-DONE
               END-IF
               DELETE TIMING-FILE RECORD
           when "JOBRUN"
               READ JOBRUN-FILE NEXT
                   AT END GO TO PURGE-DONE
               CLOSE JOURNAL-FILE
           when "USAGE"
               CLOSE USAGE-FILE
           when "TIMING"
               CLOSE TIMING-FILE
           when "JOBRUN"
               CLOSE JOBRUN-FILE
           end-evaluate.
               CLOSE JRNL-ARCH-FILE
           when "USAGE"
               CLOSE USAGE-ARCH-FILE
           when "TIMING"
               CLOSE TIMING-ARCH-FILE
           when "JOBRUN"
               CLOSE JOBRUN-ARCH-FILE
           end-evaluate.
