      * franchise name history, shared by every screen that lists
      * games. When a club is renamed or relocates, franchiseRename.cbl
      * re-keys everything on file to the new name -- one identity,
      * so the standings, series and splits carry straight through --
      * and registers the change here: PKW082.DAT holds one row per
      * rename, the new name and the date it took effect, with the
      * name it replaced. shownAs() hands a game list the name a club
      * carried on a given game date, so last season's games still
      * read under the old name while everything from the effective
      * date on reads under the new one. A club renamed twice walks
      * back through both rows. Any game-number marker (" #2", see
      * gameNumber.cbl) rides through onto the name shown.
       class-id pucksweb.teamAlias.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       $SET CALLFH"EXTFH"
       $SET DATACOMPRESS"1"
        SELECT ALIAS-FILE ASSIGN WS-ALIAS-FILE
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS ALIAS-KEY
              LOCK MANUAL
              FILE STATUS IS STATUS-COMN.

       file section.
       FD  ALIAS-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS ALIAS-REC.

      *    keyed new name + effective date so one START finds the
      *    first rename of a name that took effect after a game.
      *    Games dated before ALIAS-EFF-DATE show ALIAS-OLD-TEAM.
       01  ALIAS-REC.
           05  ALIAS-KEY.
               10  ALIAS-NEW-TEAM      PIC X(15).
               10  ALIAS-EFF-DATE      PIC 9(8).
           05  ALIAS-OLD-TEAM          PIC X(15).
           05  ALIAS-BY                PIC X(30).
           05  ALIAS-STAMP             PIC X(14).
           05  FILLER                  PIC X(20).

       working-storage section.
       01  WS-ALIAS-FILE      PIC X(256) VALUE "PKW082.DAT".
       01  STATUS-COMN.
           05  STATUS-BYTE-1           PIC X      VALUE SPACES.
           05  STATUS-BYTE-2           PIC X      VALUE SPACES.
       01  WS-WANT-TEAM       PIC X(15).
       01  WS-WANT-DATE       PIC 9(8).

      *    the name a club carried on a game date. Returns the
      *    stored name untouched when nothing was renamed after the
      *    date (or there is no history file yet).
       method-id shownAs static public.
       local-storage section.
       01  plainName       type String.
       01  dateNum         type Int32.
       01  hops            type Int32.
       procedure division using by value teamName as String
                                 by value gameDate as String
                          returning shownName as String.
           set shownName to teamName::Trim
           set dateNum to 0
           invoke type Int32::TryParse(gameDate::Trim, by reference dateNum)
           if dateNum < 1
               exit method.
           OPEN INPUT ALIAS-FILE.
           IF STATUS-BYTE-1 NOT EQUAL ZEROES
               exit method.
           set plainName to type pucksweb.gameNumber::baseName(teamName)::ToUpper
           MOVE dateNum TO WS-WANT-DATE
           set hops to 0.
       ALIAS-HOP.
      *    a bad pair of rows must never loop a page forever.
           if hops > 9
               go to ALIAS-DONE.
           add 1 to hops
           MOVE plainName TO WS-WANT-TEAM
           MOVE WS-WANT-TEAM TO ALIAS-NEW-TEAM
           MOVE WS-WANT-DATE TO ALIAS-EFF-DATE
           START ALIAS-FILE KEY > ALIAS-KEY
               INVALID KEY GO TO ALIAS-DONE
           END-START.
           READ ALIAS-FILE NEXT WITH NO LOCK
               AT END GO TO ALIAS-DONE.
           IF ALIAS-NEW-TEAM NOT = WS-WANT-TEAM
               GO TO ALIAS-DONE.
           set plainName to ALIAS-OLD-TEAM::Trim
           GO TO ALIAS-HOP.
       ALIAS-DONE.
           CLOSE ALIAS-FILE.
           if plainName not = type pucksweb.gameNumber::baseName(teamName)::ToUpper
               set shownName to type pucksweb.gameNumber::withNum(plainName,
                   type pucksweb.gameNumber::gameNum(teamName)).
       end method.

      *    records one rename. "OK", or "ERR" when the history file
      *    would not open or the same rename is already on file.
       method-id register static public.
       procedure division using by value oldName as String
                                 by value newName as String
                                 by value effDate as type Int32
                                 by value byUser as String
                          returning result as String.
           set result to "ERR"
           OPEN I-O ALIAS-FILE.
           IF STATUS-COMN = "35"
               OPEN OUTPUT ALIAS-FILE
               CLOSE ALIAS-FILE
               OPEN I-O ALIAS-FILE.
           IF STATUS-BYTE-1 NOT EQUAL ZEROES
               exit method.
           MOVE SPACES TO ALIAS-REC
           MOVE newName::Trim::ToUpper TO ALIAS-NEW-TEAM
           MOVE effDate TO ALIAS-EFF-DATE
           MOVE oldName::Trim::ToUpper TO ALIAS-OLD-TEAM
           MOVE byUser TO ALIAS-BY
           set ALIAS-STAMP to type DateTime::Now::ToString("yyyyMMddHHmmss")
           WRITE ALIAS-REC
               INVALID KEY
                   CLOSE ALIAS-FILE
                   exit method
           END-WRITE.
           CLOSE ALIAS-FILE.
           set result to "OK".
       end method.

       end class.
