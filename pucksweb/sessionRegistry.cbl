      * "CAP:team" row, 999 when none is set); touch() is called at
      * the screens' login gate and reports a raised kill flag so a
      * forced logout takes effect on the victim's next click.
      * Every login refused at the cap is also logged to PKW079.DAT
      * -- team, who, from where, the live count and the cap -- and
      * subscriptionBilling.cbl bills those as seat overage.
       class-id pucksweb.sessionRegistry.

       INPUT-OUTPUT SECTION.
              LOCK MANUAL
              FILE STATUS IS STATUS-COMN.

        SELECT OVERAGE-FILE ASSIGN WS-OVERAGE-FILE
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS OVR-KEY
              LOCK MANUAL
              FILE STATUS IS STATUS-COMN2.

       file section.
       FD  SESSION-FILE
           LABEL RECORDS ARE STANDARD
      *    The "MSG:BCAST" row is the operations broadcast: severity
      *    in SESS-TEAM, the message split across SESS-USER+SESS-IP,
      *    expiry stamp in SESS-LAST; "ACK:..." rows count who has
      *    seen it (one per acknowledging session). Every stamp
      *    here, the overage file's too, is UTC.
       01  SESS-REC.
           05  SESS-KEY.
               10  SESS-ID             PIC X(32).
           05  SESS-KILLED             PIC X.
           05  FILLER                  PIC X(10).

       FD  OVERAGE-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS OVR-REC.

      *    one row per login refused at the seat cap, keyed team
      *    + stamp + an in-process sequence so a team's refusals
      *    read back together in time order.
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

       working-storage section.
       01  WS-SESSION-FILE    PIC X(256) VALUE "PKW040.DAT".
       01  STATUS-COMN.
       01  WS-ACTIVE-COUNT    PIC 9(4) VALUE 0.
       01  WS-TEAM-CAP        PIC 9(4) VALUE 0.
       01  WS-WANT-TEAM       PIC X(15).
       01  WS-OVERAGE-FILE    PIC X(256) VALUE "PKW079.DAT".
       01  STATUS-COMN2.
           05  STATUS2-BYTE-1          PIC X      VALUE SPACES.
           05  STATUS2-BYTE-2          PIC X      VALUE SPACES.
       01  WS-OVR-SEQ         PIC 9(3) VALUE 0.

      *    registers a fresh login. Returns "OK" or "FULL"
      *    (team at its seat cap -- the caller refuses the login).
           END-READ

           MOVE teamName::Trim::ToUpper TO WS-WANT-TEAM
           set WS-ACTIVE-CUTOFF to type DateTime::UtcNow::AddMinutes(-30)::ToString("yyyyMMddHHmmss")
           MOVE 0 TO WS-ACTIVE-COUNT
           MOVE LOW-VALUES TO SESS-ID
           START SESSION-FILE KEY NOT < SESS-KEY
       COUNT-DONE.
           IF WS-ACTIVE-COUNT >= WS-TEAM-CAP
               CLOSE SESSION-FILE
               invoke self::recordOverage(userName, sourceIp)
               set regFlag to "FULL"
               exit method.

           MOVE WS-WANT-TEAM TO SESS-TEAM
           MOVE userName::Trim TO SESS-USER
           MOVE sourceIp::Trim TO SESS-IP
           set SESS-SINCE to type DateTime::UtcNow::ToString("yyyyMMddHHmmss")
           MOVE SESS-SINCE TO SESS-LAST
           MOVE "N" TO SESS-KILLED
           WRITE SESS-REC
               CLOSE SESSION-FILE
               set touchFlag to "KILL"
               exit method.
           set SESS-LAST to type DateTime::UtcNow::ToString("yyyyMMddHHmmss")
           REWRITE SESS-REC.

      *    hand back the live broadcast, if one is posted.
           set nowStamp to type DateTime::UtcNow::ToString("yyyyMMddHHmmss")
           MOVE SPACES TO SESS-ID
           MOVE "MSG:BCAST" TO SESS-ID
           READ SESSION-FILE
           else
               MOVE msgText::Trim() TO SESS-USER
               MOVE SPACES TO SESS-IP.
           set SESS-SINCE to type DateTime::UtcNow::ToString("yyyyMMddHHmmss")
           set SESS-LAST to type DateTime::UtcNow::AddMinutes(expiryMinutes)::ToString("yyyyMMddHHmmss")
           MOVE "N" TO SESS-KILLED
           WRITE SESS-REC
               INVALID KEY REWRITE SESS-REC
           MOVE SPACES TO SESS-REC
           set SESS-ID to "ACK:" & sessionId::Trim()
           MOVE SPACES TO SESS-TEAM SESS-USER SESS-IP
           set SESS-SINCE to type DateTime::UtcNow::ToString("yyyyMMddHHmmss")
           MOVE SESS-SINCE TO SESS-LAST
           MOVE "N" TO SESS-KILLED
           WRITE SESS-REC
           CLOSE SESSION-FILE.
       end method.

      *    logs one refused login against the team in
      *    WS-WANT-TEAM, with the live count and cap it hit.
       method-id recordOverage static protected.
       procedure division using by value userName as String
                                 by value sourceIp as String.
           OPEN I-O OVERAGE-FILE.
           IF STATUS-COMN2 = "35"
               OPEN OUTPUT OVERAGE-FILE
               CLOSE OVERAGE-FILE
               OPEN I-O OVERAGE-FILE.
           IF STATUS2-BYTE-1 NOT EQUAL ZEROES
               exit method.
           MOVE SPACES TO OVR-REC
           MOVE WS-WANT-TEAM TO OVR-TEAM
           set OVR-TIMESTAMP to type DateTime::UtcNow::ToString("yyyyMMddHHmmss")
           ADD 1 TO WS-OVR-SEQ
           IF WS-OVR-SEQ > 999
               MOVE 1 TO WS-OVR-SEQ
           END-IF
           MOVE WS-OVR-SEQ TO OVR-SEQ
           MOVE userName::Trim TO OVR-USER
           MOVE sourceIp::Trim TO OVR-IP
           MOVE WS-ACTIVE-COUNT TO OVR-ACTIVE
           MOVE WS-TEAM-CAP TO OVR-CAP
           WRITE OVR-REC
               INVALID KEY
                   ADD 1 TO OVR-SEQ
                   WRITE OVR-REC
                       INVALID KEY CONTINUE
                   END-WRITE
           END-WRITE.
           CLOSE OVERAGE-FILE.
       end method.

      *    sets (or clears, with 0) a team's seat cap.
       method-id setCap static public.
       procedure division using by value teamName as String
           set SESS-ID to "CAP:" & teamName::Trim::ToUpper
           MOVE teamName::Trim::ToUpper TO SESS-TEAM
           set SESS-USER to seatCap::ToString
           set SESS-SINCE to type DateTime::UtcNow::ToString("yyyyMMddHHmmss")
           MOVE SESS-SINCE TO SESS-LAST
           MOVE "N" TO SESS-KILLED
           WRITE SESS-REC
