      * shooter-versus-goalie shot history, run by the chain after
      * the overnight load. The goalie engines (PK330/PK340) describe
      * one goalie against everybody and carry no shooter on their
      * shot table, so the head-to-head screen can't be fed from
      * them. This walks GAME-FILE over the date range and, per
      * finished game, makes the same PK360APP call the JSON data
      * service and bulkExport.cbl make, keeping every shot on a
      * goalie -- an event with a shot type, a goalie on the B side
      * and the net not empty -- as one PKW067.DAT row: goalie,
      * shooter, game, period and second, with the goal flag (clip
      * type GOAL), shot type, rink x/y, the shooter's team and the
      * clip's media file and start for the clip queue.
      * shooterVsGoalie.aspx.cbl reads it by goalie + shooter.
      * The range's rows are purged first, so a re-charted game
      * loads clean. Pointed at GAMEARCH.DAT with a wide range it
      * back-fills the archived seasons.
      *
      * Usage: shooterGoalieBuild <path-to-GAME-FILE> <path-to-PKW067.DAT>
      *            <from-yyyymmdd> <to-yyyymmdd>

       $set ilusing"System.IO"

       class-id pucksweb.shooterGoalieBuild.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       $SET CALLFH"EXTFH"
       $SET DATACOMPRESS"1"
          SELECT GAME-FILE ASSIGN WS-GAME-FILE
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS GAME-KEY
              FILE STATUS IS STATUS-COMN.

          SELECT SVG-FILE ASSIGN WS-SVG-FILE
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS SVG-KEY
              ALTERNATE KEY IS SVG-ALT-KEY WITH DUPLICATES
              LOCK MANUAL
              FILE STATUS IS STATUS-COMN2.

       file section.
       COPY "y:\SYDEXsource\FDS\FDPKGAME.CBL".

       FD  SVG-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS SVG-REC.

      *    one shot on one goalie. SVG-ALT-KEY (shooter's team +
      *    shooter) lets the matrix report find a club's shooters
      *    without reading every goalie's rows.
       01  SVG-REC.
           05  SVG-KEY.
               10  SVG-GOALIE-ID       PIC X(7).
               10  SVG-SHOOTER-ID      PIC X(7).
               10  SVG-GAME-DATE       PIC 9(8).
               10  SVG-HOME-TEAM       PIC X(15).
               10  SVG-VISITORS        PIC X(15).
               10  SVG-PERIOD          PIC 9(2).
               10  SVG-SECS            PIC 9(5).
           05  SVG-ALT-KEY.
               10  SVG-SHOOTER-TEAM    PIC X(15).
               10  SVG-ALT-SHOOTER-ID  PIC X(7).
           05  SVG-GOALIE-TEAM         PIC X(15).
           05  SVG-GOAL-FLAG           PIC X.
           05  SVG-SHOT-TYPE           PIC XX.
           05  SVG-X                   PIC 9(4).
           05  SVG-Y                   PIC 9(4).
           05  SVG-MEDIA-FILE          PIC X(100).
           05  SVG-MEDIA-START         PIC 9(5)V9.
           05  SVG-MEDIA-DURATION      PIC 9(5)V9.
           05  SVG-BUILT               PIC X(14).
           05  FILLER                  PIC X(10).

       working-storage section.
       01  WS-GAME-FILE                PIC X(256).
       01  WS-SVG-FILE                 PIC X(256).
       01  STATUS-COMN.
           05  STATUS-BYTE-1           PIC X      VALUE SPACES.
           05  STATUS-BYTE-2           PIC X      VALUE SPACES.
       01  STATUS-COMN2.
           05  STATUS2-BYTE-1          PIC X      VALUE SPACES.
           05  STATUS2-BYTE-2          PIC X      VALUE SPACES.
       01  WS-FROM-DATE                PIC 9(8) VALUE 0.
       01  WS-TO-DATE                  PIC 9(8) VALUE 0.
       01  WS-RUN-STAMP                PIC X(14).
       01  gamesWalked                 PIC 9(6) VALUE 0.
       01  shotsWritten                PIC 9(7) VALUE 0.
       01  rowsPurged                  PIC 9(7) VALUE 0.
      *    the PK360 dialog interface -- same table shape the
      *    JSON data service hands the engine (see Default.aspx.cbl's
      *    GET-DATA), kept in sync with it.
       01  LK-FIELDS.
          05  LK-GAME-KEY.
               10  LK-GAME-DATE-1.
                   15  LK-GAME-DATE-YYYY           PIC 9999.
                   15  LK-GAME-DATE-MM             PIC 99.
                   15  LK-GAME-DATE-DD             PIC 99.
               10  LK-GAME-HOME                PIC X(15).
               10  LK-GAME-VISITORS            PIC X(15).
          05  LK-EVENT-TABLE OCCURS 3000 TIMES.
               10  LK-E-PRD                    PIC 99.
               10  LK-E-PRD-TIME-SECS        PIC 9(5).
               10  LK-E-PRD-CLOCK            PIC X(5).
               10  LK-E-VIS-SCORE               PIC 9(2).
               10  LK-E-HOME-SCORE              PIC 9(2).
               10  LK-E-VIS-SKATERS            PIC 9.
               10  LK-E-HOME-SKATERS            PIC 9.
               10  LK-E-CLIP-TYPE.
                   15  LK-E-CLIP-TYPE-CODE         PIC X(4).
                   15  LK-E-CLIP-SUB-CODE         PIC X(4).
               10  LK-E-MEDIA-FILE                 PIC X(100).
               10  LK-E-MEDIA-DURATION         PIC 9(5)V9.
               10  LK-E-MEDIA-START-SECS         PIC 9(5)V9.
               10  LK-E-ZONE                 PIC X.
               10  LK-E-ATEAM                PIC X(15).
               10  LK-E-BTEAM                PIC X(15).
               10  LK-E-A-STRENGTH            PIC 9.
               10  LK-E-B-STRENGTH           PIC 9.
               10  LK-E-APLAYERID            PIC X(7).
               10  LK-E-BPLAYERID            PIC X(7).
               10  LK-E-SHOT-TYPE            PIC XX.
               10  LK-E-EMPTY-NET            PIC X.
               10  LK-E-GOALZONE            PIC X.
               10  LK-E-X                     PIC 9(4).
               10  LK-E-Y                     PIC 9(4).
               10  LK-E-AREASON              PIC X(50).
           05  LK-TOI-TABLE OCCURS 3000 TIMES.
               10  LK-T-PLAYERID            PIC X(7).
               10  LK-T-PRD                    PIC 99.
               10  LK-T-PRD-TIME-SECS        PIC 9(5).
               10  LK-T-PRD-CLOCK            PIC X(5).
               10  LK-T-DURATION             PIC 9(5).
               10  LK-T-MEDIA-FILE                 PIC X(100).
               10  LK-T-MEDIA-DURATION         PIC 9(5)V9.
               10  LK-T-MEDIA-START-SECS         PIC 9(5)V9.
               10  LK-T-VIS-SKATERS            PIC 9.
               10  LK-T-HOME-SKATERS            PIC 9.
               10  LK-T-STRENGTH           PIC XX.
               10  LK-T-LAST            PIC X(15).
               10  LK-T-FIRST            PIC X(15).

       method-id Main static public.
       local-storage section.
       01  runStamp        type String.
       procedure division using by value args as type String occurs any.
           if args::Length < 4
               invoke type Console::WriteLine("usage: shooterGoalieBuild <path-to-GAME-FILE> <path-to-PKW067.DAT> <from-yyyymmdd> <to-yyyymmdd>")
               exit method.
           move args[0] to WS-GAME-FILE
           move args[1] to WS-SVG-FILE
           invoke type Int32::TryParse(args[2]::Trim(), by reference WS-FROM-DATE)
           invoke type Int32::TryParse(args[3]::Trim(), by reference WS-TO-DATE)
           if WS-FROM-DATE = 0 or WS-TO-DATE = 0 or WS-FROM-DATE > WS-TO-DATE
               invoke type Console::WriteLine("Bad range -- use yyyymmdd yyyymmdd, from before to.")
               exit method.
           set runStamp to type pucksweb.jobRunLog::begin("SHOOTVG")
           move runStamp to WS-RUN-STAMP

           OPEN I-O SVG-FILE.
           IF STATUS-COMN2 = "35"
               OPEN OUTPUT SVG-FILE
               CLOSE SVG-FILE
               OPEN I-O SVG-FILE.
           IF STATUS2-BYTE-1 NOT EQUAL ZEROES
               invoke type Console::WriteLine("Unable to open " & WS-SVG-FILE::Trim)
               invoke type pucksweb.jobRunLog::finish("SHOOTVG", runStamp, 0, "FAIL")
               exit method.

      *    clear the range first -- the key leads with the goalie,
      *    so this is a full pass.
       PURGE-LOOP.
           READ SVG-FILE NEXT
               AT END GO TO PURGE-DONE.
           IF SVG-GAME-DATE < WS-FROM-DATE OR SVG-GAME-DATE > WS-TO-DATE
               GO TO PURGE-LOOP.
           DELETE SVG-FILE RECORD
           add 1 to rowsPurged
           GO TO PURGE-LOOP.
       PURGE-DONE.

           OPEN INPUT GAME-FILE.
           IF STATUS-BYTE-1 NOT EQUAL ZEROES
               CLOSE SVG-FILE
               invoke type Console::WriteLine("Unable to open " & WS-GAME-FILE::Trim)
               invoke type pucksweb.jobRunLog::finish("SHOOTVG", runStamp, 0, "FAIL")
               exit method.
           INITIALIZE GAME-KEY
           MOVE WS-FROM-DATE TO GAME-DATE-1
           START GAME-FILE KEY NOT < GAME-KEY
               INVALID KEY
                   GO TO GAME-DONE.
       GAME-LOOP.
           READ GAME-FILE NEXT
               AT END GO TO GAME-DONE.
           IF GAME-DATE-1 > WS-TO-DATE
               GO TO GAME-DONE.
           IF GAME-NHL-DONE NOT = "Y"
               GO TO GAME-LOOP.
           add 1 to gamesWalked
           invoke self::keepShots
           GO TO GAME-LOOP.
       GAME-DONE.
           CLOSE GAME-FILE.
           CLOSE SVG-FILE.

           invoke type Console::WriteLine("Walked " & gamesWalked &
               " game(s); purged " & rowsPurged & " row(s), wrote " &
               shotsWritten & " shot(s) to " & WS-SVG-FILE::Trim & ".")
           invoke type pucksweb.jobRunLog::finish("SHOOTVG", runStamp,
               shotsWritten, "OK")
       end method.

      *    one finished game's shots on goal, from the engine's
      *    event table. GAME-REC still holds the game just read.
       method-id keepShots static protected.
       local-storage section.
       01  aa              type Int32.
       procedure division.
           initialize LK-FIELDS
           move GAME-DATE-1 to LK-GAME-DATE-1
           move GAME-HOME-TEAM to LK-GAME-HOME
           move GAME-VISITORS to LK-GAME-VISITORS
           call "PK360APP" using LK-FIELDS
           move 1 to aa.
       EVT-LOOP.
           if aa > 3000 or LK-E-PRD(aa) = 0
               go to EVT-DONE.
           if LK-E-SHOT-TYPE(aa) = spaces or LK-E-BPLAYERID(aa) = spaces
            or LK-E-APLAYERID(aa) = spaces or LK-E-EMPTY-NET(aa) = "Y"
               add 1 to aa
               go to EVT-LOOP.
           move LK-E-BPLAYERID(aa) to SVG-GOALIE-ID
           move LK-E-APLAYERID(aa) to SVG-SHOOTER-ID
           move GAME-DATE-1 to SVG-GAME-DATE
           move GAME-HOME-TEAM to SVG-HOME-TEAM
           move GAME-VISITORS to SVG-VISITORS
           move LK-E-PRD(aa) to SVG-PERIOD
           move LK-E-PRD-TIME-SECS(aa) to SVG-SECS
           move LK-E-ATEAM(aa) to SVG-SHOOTER-TEAM
           move LK-E-APLAYERID(aa) to SVG-ALT-SHOOTER-ID
           move LK-E-BTEAM(aa) to SVG-GOALIE-TEAM
           if LK-E-CLIP-TYPE-CODE(aa) = "GOAL"
               move "Y" to SVG-GOAL-FLAG
           else
               move "N" to SVG-GOAL-FLAG
           end-if
           move LK-E-SHOT-TYPE(aa) to SVG-SHOT-TYPE
           move LK-E-X(aa) to SVG-X
           move LK-E-Y(aa) to SVG-Y
           move LK-E-MEDIA-FILE(aa) to SVG-MEDIA-FILE
           move LK-E-MEDIA-START-SECS(aa) to SVG-MEDIA-START
           move LK-E-MEDIA-DURATION(aa) to SVG-MEDIA-DURATION
           move WS-RUN-STAMP to SVG-BUILT
           WRITE SVG-REC
               INVALID KEY
                   REWRITE SVG-REC
           END-WRITE
           add 1 to shotsWritten
           add 1 to aa
           go to EVT-LOOP.
       EVT-DONE.
       end method.

       end class.
