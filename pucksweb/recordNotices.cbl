      * record notices, shared by the records book screen, the
      * game notes and the morning digest. recordsBuild.cbl writes a
      * PKW071.DAT notice, dated the game that did it, whenever a
      * record in the book is tied or broken; forTeam returns the
      * notices over a date range, newest first, as plain text
      * lines ("yyyymmdd  RECORD BROKEN: ..."), for one club or --
      * given "" -- for everyone. The batch callers hand in the
      * file's path; "" means the web copy.
       class-id pucksweb.recordNotices.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       $SET CALLFH"EXTFH"
       $SET DATACOMPRESS"1"
        SELECT NOTICE-FILE ASSIGN WS-NOTICE-FILE
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS NOTICE-KEY
              LOCK MANUAL
              FILE STATUS IS STATUS-COMN.

       file section.
       FD  NOTICE-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS NOTICE-REC.

       01  NOTICE-REC.
           05  NOTICE-KEY.
               10  NOTICE-DATE             PIC 9(8).
               10  NOTICE-SEQ              PIC 9(3).
           05  NOTICE-CATEGORY             PIC X(12).
           05  NOTICE-KIND                 PIC X.
           05  NOTICE-TEAM                 PIC X(15).
           05  NOTICE-TEXT                 PIC X(160).
           05  NOTICE-WRITTEN              PIC X(14).
           05  FILLER                      PIC X(10).

       working-storage section.
       01  WS-NOTICE-FILE     PIC X(256) VALUE "PKW071.DAT".
       01  STATUS-COMN.
           05  STATUS-BYTE-1           PIC X      VALUE SPACES.
           05  STATUS-BYTE-2           PIC X      VALUE SPACES.
       01  WS-FROM-DATE       PIC 9(8) VALUE 0.
       01  WS-TO-DATE         PIC 9(8) VALUE 0.
       01  WS-TEAM            PIC X(15).

      *    the notices between two dates, newest first; teamName
      *    "" for every club.
       method-id forTeam static public.
       procedure division using by value filePath as String
                                 by value teamName as String
                                 by value fromDate as type Int32
                                 by value toDate as type Int32
                          returning linesOut as type List[String].
           set linesOut to new List[String]
           if filePath = null or filePath::Trim = ""
               MOVE "PKW071.DAT" TO WS-NOTICE-FILE
           else
               MOVE filePath::Trim TO WS-NOTICE-FILE.
           move fromDate to WS-FROM-DATE
           move toDate to WS-TO-DATE
           if teamName = null
               MOVE SPACES TO WS-TEAM
           else
               MOVE teamName::Trim::ToUpper TO WS-TEAM.
           OPEN INPUT NOTICE-FILE.
           IF STATUS-BYTE-1 NOT EQUAL ZEROES
               exit method.
           MOVE WS-FROM-DATE TO NOTICE-DATE
           MOVE 0 TO NOTICE-SEQ
           START NOTICE-FILE KEY NOT < NOTICE-KEY
               INVALID KEY
                   GO TO NOTICE-DONE.
       NOTICE-LOOP.
           READ NOTICE-FILE NEXT WITH NO LOCK
               AT END GO TO NOTICE-DONE.
           IF NOTICE-DATE > WS-TO-DATE
               GO TO NOTICE-DONE.
           IF WS-TEAM NOT = SPACES AND NOTICE-TEAM NOT = WS-TEAM
               GO TO NOTICE-LOOP.
           invoke linesOut::Insert(0, "" & NOTICE-DATE & "  " & NOTICE-TEXT::Trim)
           GO TO NOTICE-LOOP.
       NOTICE-DONE.
           CLOSE NOTICE-FILE.
       end method.

       end class.
