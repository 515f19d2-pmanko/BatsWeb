      * read-access audit for the sensitive screens. Logins and
      * admin changes are on trails of their own, but nothing said
      * who looked at a player's injury status, a scouting notebook,
      * the payroll or a trade-target workspace -- and an injury
      * detail got out before the club announced it. Each of those
      * screens calls record() here on every view and every export:
      * when, the viewer's team and user, which screen, which player
      * (or team) was on it, and whether it was a view or an export.
      * One PKW078.DAT row per access, keyed on the clock like the
      * login and change trails, with the player/team as an
      * alternate key so "who looked at this player" reads one
      * player's rows instead of the whole file. accessAuditLog.aspx
      * .cbl is the team-admin report over it. batsweb's screens
      * write through the same class, as they do for configAudit.cbl.
       class-id pucksweb.accessAudit.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       $SET CALLFH"EXTFH"
       $SET DATACOMPRESS"1"
        SELECT ACCESS-FILE ASSIGN WS-ACCESS-FILE
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS ACC-KEY
              ALTERNATE KEY IS ACC-SUBJECT WITH DUPLICATES
              LOCK MANUAL
              FILE STATUS IS STATUS-COMN.

       file section.
       FD  ACCESS-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS ACC-REC.

      *    ACC-ACTION: "V" viewed on screen, "E" exported
      *    (printed, downloaded). ACC-SUBJECT is the player as the
      *    screen keys it, or "TEAM " + the club for a team-level
      *    view, upper-cased so one spelling finds every screen's
      *    rows.
       01  ACC-REC.
           05  ACC-KEY.
               10  ACC-TIMESTAMP       PIC X(14).
               10  ACC-SEQ             PIC 9(3).
           05  ACC-SUBJECT             PIC X(40).
           05  ACC-SCREEN              PIC X(20).
           05  ACC-ACTION              PIC X.
           05  ACC-TEAM                PIC X(15).
           05  ACC-USER                PIC X(30).
           05  FILLER                  PIC X(20).

       working-storage section.
       01  WS-ACCESS-FILE     PIC X(256) VALUE "PKW078.DAT".
       01  STATUS-COMN.
           05  STATUS-BYTE-1           PIC X      VALUE SPACES.
           05  STATUS-BYTE-2           PIC X      VALUE SPACES.
       01  WS-ACCESS-SEQ      PIC 9(3) VALUE 0.

      *    appends one access row. Call it once the screen has
      *    put the data in front of the user (or into the download),
      *    not before -- a refused or empty lookup is not an access.
       method-id record static public.
       procedure division using by value screenName as String
                                 by value subjectName as String
                                 by value actionCode as String
                                 by value teamName as String
                                 by value userName as String.
           if subjectName = null or subjectName::Trim = ""
               exit method.
           OPEN I-O ACCESS-FILE.
           IF STATUS-COMN = "35"
               OPEN OUTPUT ACCESS-FILE
               CLOSE ACCESS-FILE
               OPEN I-O ACCESS-FILE.
           IF STATUS-BYTE-1 NOT EQUAL ZEROES
               exit method.
           set ACC-TIMESTAMP to type DateTime::Now::ToString("yyyyMMddHHmmss")
           ADD 1 TO WS-ACCESS-SEQ
           IF WS-ACCESS-SEQ > 999
               MOVE 1 TO WS-ACCESS-SEQ
           END-IF
           MOVE WS-ACCESS-SEQ TO ACC-SEQ
           MOVE subjectName::Trim::ToUpper TO ACC-SUBJECT
           MOVE screenName::Trim::ToUpper TO ACC-SCREEN
           MOVE actionCode TO ACC-ACTION
           MOVE teamName::Trim::ToUpper TO ACC-TEAM
           MOVE userName::Trim TO ACC-USER
           WRITE ACC-REC
               INVALID KEY
      *            same-second collision -- bump and retry once
      *            rather than silently drop the access.
                   ADD 1 TO ACC-SEQ
                   WRITE ACC-REC
                       INVALID KEY CONTINUE
                   END-WRITE
           END-WRITE.
           CLOSE ACCESS-FILE.
       end method.

       end class.
