      * franchise rename and relocation re-key. When a club changes
      * its name or moves, the old name is spread through every file
      * keyed or tagged by team -- the game file and the charted
      * plays, both credential files and the account directory, the
      * schedule, the subscription and per-club settings, the report
      * queue, scheduled deliveries and road packs, and every
      * per-game side file keyed date + home + visitors -- and moving
      * it by hand was days of dupGames-style edits with the splits
      * broken in between. Given the old name, the new name and the
      * date the change took effect, this walks each registered file
      * (the layouts below, each copied from the program that owns
      * it) and moves every occurrence onto the new name: a row whose
      * key carries the name is written under the new key and the old
      * one deleted, a row that only tags it is rewritten in place. A
      * game-number marker (" #2", gameNumber.cbl) rides through onto
      * the new name. Every change goes to the PKW036.DAT change
      * journal with its before and after images, under the file ids
      * listed at keyMoved below.
      *
      * Everything is renamed, whatever its date, so the standings,
      * series and splits carry straight through under the one name.
      * The rename is registered in the franchise name history
      * (teamAlias.cbl, PKW082.DAT), and the screens that list games
      * show a game dated before the effective date under the name
      * the club played it under. The run is logged to the
      * configuration audit (screen FRANCHISE) with its total.
      *
      * Without --confirm it is a dry run: the per-file counts,
      * nothing changed. A confirmed run is refused before the
      * effective date -- the logins move with it -- and any run is
      * refused when the new name is already on a game or credential
      * file, which would merge two clubs' history. A row whose new
      * key is somehow already taken is left under the old name and
      * counted. Files that record what happened under the name at
      * the time are left as written: the login, access and usage
      * audits, the refused-login and invoice files, the
      * configuration audit, the job-run log, the webhook and bureau
      * delivery records, the feedback tickets and the journal
      * itself. The nightly aggregates, the streak rows, the career
      * register and the records book take the new name on their
      * next rebuild. Signed-in users keep the old team name until
      * they sign in again.
      *
      * Usage: franchiseRename <data-dir> <old-name> <new-name>
      *            <effective-yyyymmdd> <changed-by>
      *            --games <path> [--games <path>]...
      *            [--plays <path>]... [--confirm]
      * <data-dir> holds the BATSW, PKW and SYDW side files; pass
      * --games and --plays once per season file.

       $set ilusing"System.IO"

       class-id pucksweb.franchiseRename.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       $SET CALLFH"EXTFH"
       $SET DATACOMPRESS"1"
          SELECT GAME-FILE ASSIGN WS-GAME-FILE
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS GAME-KEY
              FILE STATUS IS STATUS-COMN.

          SELECT PLAY-FILE ASSIGN WS-PLAY-FILE
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS PLAY-KEY
              ALTERNATE KEY IS PLAY-ALT-KEY1
              ALTERNATE KEY IS PLAY-ALT-KEY2
              FILE STATUS IS STATUS-COMN.

          SELECT PUCKS-PASS-FILE ASSIGN WS-SIDE-FILE
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS PW-KEY
              FILE STATUS IS STATUS-COMN.

          SELECT BATS-PASS-FILE ASSIGN WS-SIDE-FILE
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS BW-KEY
              FILE STATUS IS STATUS-COMN.

          SELECT SCHEDULE-FILE ASSIGN WS-SIDE-FILE
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS SCHED-KEY
              FILE STATUS IS STATUS-COMN.

          SELECT DIGEST-FILE ASSIGN WS-SIDE-FILE
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS DIGEST-KEY
              FILE STATUS IS STATUS-COMN.

          SELECT SUB-FILE ASSIGN WS-SIDE-FILE
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS SUB-KEY
              FILE STATUS IS STATUS-COMN.

          SELECT SSO-FILE ASSIGN WS-SIDE-FILE
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS SSO-KEY
              FILE STATUS IS STATUS-COMN.

          SELECT NET-FILE ASSIGN WS-SIDE-FILE
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS NET-KEY
              FILE STATUS IS STATUS-COMN.

          SELECT DIRECTORY-FILE ASSIGN WS-SIDE-FILE
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS DIR-KEY
              FILE STATUS IS STATUS-COMN.

          SELECT PRESET-FILE ASSIGN WS-SIDE-FILE
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS PRESET-KEY
              FILE STATUS IS STATUS-COMN.

          SELECT DEPTH-FILE ASSIGN WS-SIDE-FILE
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS DEPTH-KEY
              FILE STATUS IS STATUS-COMN.

          SELECT VIS-FILE ASSIGN WS-SIDE-FILE
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS VIS-KEY
              FILE STATUS IS STATUS-COMN.

          SELECT EVENT-TEAM-FILE ASSIGN WS-SIDE-FILE
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS ETEAM-KEY
              FILE STATUS IS STATUS-COMN.

          SELECT EVENT-GAME-FILE ASSIGN WS-SIDE-FILE
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS EVG-KEY
              FILE STATUS IS STATUS-COMN.

          SELECT SAVED-LINE-FILE ASSIGN WS-SIDE-FILE
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS PLINE-KEY
              FILE STATUS IS STATUS-COMN.

          SELECT STINT-FILE ASSIGN WS-SIDE-FILE
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS STINT-KEY
              FILE STATUS IS STATUS-COMN.

          SELECT ENT-FILE ASSIGN WS-SIDE-FILE
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS ENT-KEY
              FILE STATUS IS STATUS-COMN.

          SELECT BUILD-FILE ASSIGN WS-SIDE-FILE
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS SB-KEY
              FILE STATUS IS STATUS-COMN.

          SELECT OFFICIALS-FILE ASSIGN WS-SIDE-FILE
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS OFC-KEY
              FILE STATUS IS STATUS-COMN.

          SELECT UMP-GAME-FILE ASSIGN WS-SIDE-FILE
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS UMP-KEY
              FILE STATUS IS STATUS-COMN.

          SELECT LINEUP-FILE ASSIGN WS-SIDE-FILE
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS LINEUP-KEY
              FILE STATUS IS STATUS-COMN.

          SELECT BASERUN-FILE ASSIGN WS-SIDE-FILE
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS BRUN-KEY
              FILE STATUS IS STATUS-COMN.

          SELECT COND-FILE ASSIGN WS-SIDE-FILE
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS COND-KEY
              FILE STATUS IS STATUS-COMN.

          SELECT FIELD-FILE ASSIGN WS-SIDE-FILE
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS FLD-KEY
              FILE STATUS IS STATUS-COMN.

          SELECT ALIGN-FILE ASSIGN WS-SIDE-FILE
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS ALN-KEY
              FILE STATUS IS STATUS-COMN.

          SELECT TRACK-FILE ASSIGN WS-SIDE-FILE
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS TRK-KEY
              FILE STATUS IS STATUS-COMN.

          SELECT OFFICIAL-BOX-FILE ASSIGN WS-SIDE-FILE
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS OFFBOX-KEY
              FILE STATUS IS STATUS-COMN.

          SELECT ZONE-EVENT-FILE ASSIGN WS-SIDE-FILE
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS ZEV-KEY
              FILE STATUS IS STATUS-COMN.

          SELECT EXCHANGE-FILE ASSIGN WS-SIDE-FILE
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS EXCH-KEY
              FILE STATUS IS STATUS-COMN.

          SELECT CONT-FILE ASSIGN WS-SIDE-FILE
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS CONT-KEY
              FILE STATUS IS STATUS-COMN.

          SELECT SESSTYPE-FILE ASSIGN WS-SIDE-FILE
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS SESSTYPE-KEY
              FILE STATUS IS STATUS-COMN.

          SELECT PEN-FILE ASSIGN WS-SIDE-FILE
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS PEN-KEY
              FILE STATUS IS STATUS-COMN.

          SELECT PASS-FILE ASSIGN WS-SIDE-FILE
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS PASS-KEY
              FILE STATUS IS STATUS-COMN.

          SELECT VSYNC-FILE ASSIGN WS-SIDE-FILE
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS VSYNC-KEY
              FILE STATUS IS STATUS-COMN.

          SELECT SO-FILE ASSIGN WS-SIDE-FILE
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS SO-KEY
              FILE STATUS IS STATUS-COMN.

          SELECT COMPARE-FILE ASSIGN WS-SIDE-FILE
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS DCMP-KEY
              FILE STATUS IS STATUS-COMN.

          SELECT PHY-FILE ASSIGN WS-SIDE-FILE
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS PHY-KEY
              FILE STATUS IS STATUS-COMN.

          SELECT SVG-FILE ASSIGN WS-SIDE-FILE
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS SVG-KEY
              ALTERNATE KEY IS SVG-ALT-KEY WITH DUPLICATES
              FILE STATUS IS STATUS-COMN.

          SELECT RV-FILE ASSIGN WS-SIDE-FILE
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS RV-KEY
              FILE STATUS IS STATUS-COMN.

          SELECT STAR-FILE ASSIGN WS-SIDE-FILE
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS STAR-KEY
              FILE STATUS IS STATUS-COMN.

          SELECT LIVE-FILE ASSIGN WS-SIDE-FILE
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS LIVE-KEY
              FILE STATUS IS STATUS-COMN.

          SELECT VENUE-FILE ASSIGN WS-SIDE-FILE
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS VEN-KEY
              FILE STATUS IS STATUS-COMN.

          SELECT QUERY-FILE ASSIGN WS-SIDE-FILE
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS QRY-KEY
              FILE STATUS IS STATUS-COMN.

          SELECT REVIEW-FILE ASSIGN WS-SIDE-FILE
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS REV-KEY
              FILE STATUS IS STATUS-COMN.

          SELECT CWIN-FILE ASSIGN WS-SIDE-FILE
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS CWIN-KEY
              FILE STATUS IS STATUS-COMN.

          SELECT ATTRIB-FILE ASSIGN WS-SIDE-FILE
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS CHS-KEY
              FILE STATUS IS STATUS-COMN.

          SELECT JOBQ-FILE ASSIGN WS-SIDE-FILE
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS JOBQ-ID
              FILE STATUS IS STATUS-COMN.

          SELECT DLV-FILE ASSIGN WS-SIDE-FILE
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS DLV-KEY
              FILE STATUS IS STATUS-COMN.

          SELECT PACKLOG-FILE ASSIGN WS-SIDE-FILE
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS RPK-JOB
              FILE STATUS IS STATUS-COMN.

          SELECT TXQ-FILE ASSIGN WS-SIDE-FILE
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS TXQ-KEY
              FILE STATUS IS STATUS-COMN.

       file section.
       COPY "y:\SYDEXsource\FDS\FDPKGAME.CBL".
       COPY "Y:\SYDEXSOURCE\FDS\FDPKPLAY.CBL".

       FD  PUCKS-PASS-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS PW-REC.

      *    layout owned by pucksweb/Default.aspx.cbl -- keep in
      *    sync with the FD there.
       01  PW-REC.
           05  PW-KEY.
               10  PW-TEAM-NAME            PIC X(15).
               10  PW-FIRST                PIC X(30).
           05  PW-SALT                     PIC X(12).
           05  PW-HASH                     PIC X(44).
           05  PW-LEVEL                    PIC X.
           05  PW-FAIL-COUNT               PIC 9(2).
           05  PW-LOCK-UNTIL               PIC X(12).
           05  PW-LAST-LOGIN               PIC X(12).
           05  PW-LOGIN-COUNT              PIC 9(5).
           05  FILLER                      PIC X(9).

       FD  BATS-PASS-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS BW-REC.

      *    layout owned by batsweb/Default.aspx.cbl -- keep in
      *    sync with the FD there.
       01  BW-REC.
           05  BW-KEY.
               10  BW-TEAM-NAME            PIC X(15).
               10  BW-LAST                 PIC X(15).
               10  BW-FIRST                PIC X(15).
           05  BW-SALT                     PIC X(12).
           05  BW-HASH                     PIC X(44).
           05  BW-LEVEL                    PIC X.
           05  BW-FAIL-COUNT               PIC 9(2).
           05  BW-LOCK-UNTIL               PIC X(12).
           05  BW-LAST-LOGIN               PIC X(12).
           05  BW-LOGIN-COUNT              PIC 9(5).
           05  BW-PLAYER-ID                PIC 9(6).
           05  FILLER                      PIC X(3).

       FD  SCHEDULE-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS SCHED-REC.

      *    layout owned by scheduleImport.aspx.cbl -- keep in sync with
      *    the FD there.
       01  SCHED-REC.
           05  SCHED-KEY.
               10  SCHED-GAME-DATE             PIC 9(8).
               10  SCHED-HOME-TEAM             PIC X(15).
               10  SCHED-VISITORS              PIC X(15).
           05  SCHED-START-TIME                PIC X(5).
           05  SCHED-UPL-TIME                  PIC X(14).
           05  FILLER                          PIC X(10).

       FD  DIGEST-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS DIGEST-REC.

      *    layout owned by digestPrefs.aspx.cbl -- keep in sync with
      *    the FD there.
       01  DIGEST-REC.
           05  DIGEST-KEY.
               10  DIGEST-TEAM-NAME    PIC X(15).
               10  DIGEST-FIRST        PIC X(30).
           05  DIGEST-SCOPE            PIC X.
           05  DIGEST-OPPONENTS        PIC X(60).
           05  DIGEST-EMAIL            PIC X(60).
           05  DIGEST-ACTIVE           PIC X.
           05  DIGEST-UPDATED          PIC X(14).
           05  FILLER                  PIC X(10).

       FD  SUB-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS SUB-REC.

      *    layout owned by subscriptionAdmin.aspx.cbl -- keep in
      *    sync with the FD there.
       01  SUB-REC.
           05  SUB-KEY.
               10  SUB-TEAM            PIC X(15).
           05  SUB-PLAN                PIC X(12).
           05  SUB-SEATS               PIC 9(4).
           05  SUB-PRICE               PIC 9(7)V99.
           05  SUB-OVER-RATE           PIC 9(5)V99.
           05  SUB-TERM-START          PIC 9(8).
           05  SUB-TERM-END            PIC 9(8).
           05  SUB-ADDONS              PIC X(60).
           05  SUB-ADDON-PRICE         PIC 9(7)V99.
           05  SUB-CONTACT-NAME        PIC X(30).
           05  SUB-CONTACT-EMAIL       PIC X(60).
           05  SUB-ACTIVE              PIC X.
           05  SUB-LAST-BILLED         PIC X(6).
           05  SUB-UPDATED             PIC X(14).
           05  FILLER                  PIC X(20).

       FD  SSO-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS SSO-REC.

      *    layout owned by ssoDirectory.cbl -- keep in sync with
      *    the FD there.
       01  SSO-REC.
           05  SSO-KEY.
               10  SSO-KIND            PIC X.
               10  SSO-TEAM            PIC X(15).
               10  SSO-SUBJECT         PIC X(80).
           05  SSO-BODY                PIC X(900).
           05  SSO-PROVIDER REDEFINES SSO-BODY.
               10  SSO-ENABLED         PIC X.
               10  SSO-PROTOCOL        PIC X.
               10  SSO-ISSUER          PIC X(120).
               10  SSO-SIGNIN-URL      PIC X(200).
               10  SSO-TOKEN-URL       PIC X(200).
               10  SSO-CLIENT-ID       PIC X(80).
               10  SSO-CLIENT-SECRET   PIC X(80).
               10  SSO-CERT-THUMB      PIC X(40).
               10  SSO-CLAIM           PIC X(40).
               10  SSO-AUTOMAP         PIC X.
               10  SSO-HOOK-HASH       PIC X(44).
               10  SSO-STAMP           PIC X(14).
               10  SSO-USER            PIC X(45).
               10  FILLER              PIC X(34).
           05  SSO-MAPPING REDEFINES SSO-BODY.
               10  MAP-FIRST           PIC X(15).
               10  MAP-ACTIVE          PIC X.
               10  MAP-LAST-LOGIN      PIC X(14).
               10  MAP-DISABLED        PIC X(14).
               10  MAP-STAMP           PIC X(14).
               10  MAP-USER            PIC X(45).
               10  FILLER              PIC X(797).

       FD  NET-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS NET-REC.

      *    layout owned by networkPolicy.cbl -- keep in sync with
      *    the FD there.
       01  NET-REC.
           05  NET-KEY.
               10  NET-TEAM            PIC X(15).
           05  NET-MODE                PIC X.
           05  NET-RANGES              PIC X(800).
           05  NET-ALERT-EMAIL         PIC X(60).
           05  NET-STAMP               PIC X(14).
           05  NET-USER                PIC X(45).
           05  FILLER                  PIC X(20).

       FD  DIRECTORY-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS DIR-REC.

      *    layout owned by accountDirectory.cbl -- keep in sync with
      *    the FD there.
       01  DIR-REC.
           05  DIR-KEY.
               10  DIR-TEAM-NAME           PIC X(15).
               10  DIR-LAST                PIC X(15).
               10  DIR-FIRST               PIC X(15).
           05  DIR-SALT                    PIC X(12).
           05  DIR-HASH                    PIC X(44).
           05  DIR-LEVEL                   PIC X.
           05  DIR-BATS-ACCESS             PIC X.
           05  DIR-PUCKS-ACCESS            PIC X.
           05  DIR-FAIL-COUNT              PIC 9(2).
           05  DIR-LOCK-UNTIL              PIC X(12).
           05  DIR-LAST-LOGIN              PIC X(12).
           05  DIR-LOGIN-COUNT             PIC 9(5).
           05  DIR-CONFLICT                PIC X.
           05  FILLER                      PIC X(10).

       FD  PRESET-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS PRESET-REC.

      *    layout owned by batsweb/filterPresets.aspx.cbl -- keep in
      *    sync with the FD there.
       01  PRESET-REC.
           05  PRESET-KEY.
               10  PRESET-USER         PIC X(45).
               10  PRESET-NAME         PIC X(20).
           05  PRESET-PAGE             PIC X(10).
           05  PRESET-FILTERS          PIC X(200).
           05  PRESET-SAVED            PIC X(14).
           05  FILLER                  PIC X(10).

       FD  DEPTH-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS DEPTH-REC.

      *    layout owned by batsweb/depthChart.aspx.cbl -- keep in
      *    sync with the FD there.
       01  DEPTH-REC.
           05  DEPTH-KEY.
               10  DEPTH-TEAM          PIC X(15).
               10  DEPTH-POS           PIC X(2).
               10  DEPTH-EFF-DATE      PIC 9(8).
               10  DEPTH-SLOT          PIC 9(2).
           05  DEPTH-PLAYER            PIC X(30).
           05  DEPTH-RECORDED          PIC X(14).
           05  FILLER                  PIC X(10).

       FD  VIS-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS VIS-REC.

      *    layout owned by clubVisibility.cbl -- keep in sync with
      *    the FD there.
       01  VIS-REC.
           05  VIS-KEY.
               10  VIS-OWNER-CLUB          PIC X(4).
               10  VIS-VIEWER-TEAM         PIC X(15).
           05  VIS-TIER                    PIC X.
           05  VIS-UPDATED                 PIC X(14).
           05  VIS-USER                    PIC X(45).
           05  FILLER                      PIC X(10).

       FD  EVENT-TEAM-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS ETEAM-REC.

      *    layout owned by tournamentEvent.cbl -- keep in sync with
      *    the FD there.
       01  ETEAM-REC.
           05  ETEAM-KEY.
               10  ETEAM-EVENT         PIC X(8).
               10  ETEAM-TEAM          PIC X(15).
           05  ETEAM-POOL              PIC X(2).
           05  ETEAM-ADDED             PIC X(14).
           05  FILLER                  PIC X(10).

       FD  EVENT-GAME-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS EVG-REC.

      *    layout owned by tournamentEvent.cbl -- keep in sync with
      *    the FD there.
       01  EVG-REC.
           05  EVG-KEY.
               10  EVG-GAME-DATE       PIC 9(8).
               10  EVG-HOME-TEAM       PIC X(15).
               10  EVG-VISITORS        PIC X(15).
           05  EVG-EVENT               PIC X(8).
           05  EVG-ROUND               PIC X(2).
           05  EVG-SOURCE              PIC X.
           05  EVG-TAGGED              PIC X(14).
           05  EVG-USER                PIC X(45).
           05  FILLER                  PIC X(10).

       FD  SAVED-LINE-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS PLINE-REC.

      *    layout owned by linePlanner.aspx.cbl -- keep in sync with
      *    the FD there.
       01  PLINE-REC.
           05  PLINE-KEY.
               10  PLINE-NAME          PIC X(20).
           05  PLINE-TEAM              PIC X(15).
           05  PLINE-F1                PIC X(30).
           05  PLINE-F2                PIC X(30).
           05  PLINE-F3                PIC X(30).
           05  PLINE-SAVED             PIC X(14).
           05  FILLER                  PIC X(10).

       FD  STINT-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS STINT-REC.

      *    layout owned by batsweb/tradeHistory.aspx.cbl -- keep in
      *    sync with the FD there.
       01  STINT-REC.
           05  STINT-KEY.
               10  STINT-LAST          PIC X(15).
               10  STINT-FIRST         PIC X(15).
               10  STINT-EFF-DATE      PIC 9(8).
           05  STINT-TEAM              PIC X(15).
           05  STINT-END-DATE          PIC 9(8).
           05  STINT-RECORDED          PIC X(14).
           05  STINT-TERMS.
               10  STINT-SALARY        PIC 9(9).
               10  STINT-CON-START     PIC 9(8).
               10  STINT-CON-END       PIC 9(8).
               10  STINT-OPTION        PIC X.
           05  STINT-SEAL              PIC X(9).
           05  FILLER                  PIC X(1).

       FD  ENT-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS ENT-REC.

      *    layout owned by partnerEntitlements.aspx.cbl -- keep in
      *    sync with the FD there.
       01  ENT-REC.
           05  ENT-KEY.
               10  ENT-PARTNER         PIC X(12).
           05  ENT-TEAMS               PIC X(60).
           05  ENT-WANT-GAMES          PIC X.
           05  ENT-WANT-LINES          PIC X.
           05  ENT-WANT-SCORES         PIC X.
           05  ENT-ACTIVE              PIC X.
           05  ENT-UPDATED             PIC X(14).
           05  ENT-WANT-LIVE           PIC X.
           05  ENT-LIVE-FORMAT         PIC X.
           05  FILLER                  PIC X(8).

       FD  BUILD-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS SB-REC SB-SETTINGS-REC SB-DRAFT-REC.

      *    layout owned by scheduleBuilder.aspx.cbl -- keep in sync with
      *    the FD there.
       01  SB-REC.
           05  SB-KEY.
               10  SB-KIND                 PIC X.
               10  SB-DRAFT                PIC 9(2).
               10  SB-DATE                 PIC 9(8).
               10  SB-NAME1                PIC X(15).
               10  SB-NAME2                PIC X(15).
           05  SB-START-TIME               PIC X(5).
           05  SB-ROUND                    PIC 9(3).
           05  SB-STAMP                    PIC X(14).
           05  SB-USER                     PIC X(40).
           05  FILLER                      PIC X(20).
      *    the setup. SB-TEAM-LIST is "CLUB=RINK;CLUB=RINK;...".
       01  SB-SETTINGS-REC.
           05  SB-SET-KEY                  PIC X(41).
           05  SB-GAMES-PER-TEAM           PIC 9(3).
           05  SB-SEASON-FROM              PIC 9(8).
           05  SB-SEASON-TO                PIC 9(8).
           05  SB-MAX-HOME-DIFF            PIC 9(2).
           05  SB-MAX-TRIP                 PIC 9(2).
           05  SB-ALLOW-B2B                PIC X.
           05  SB-ALLOW-3IN4               PIC X.
           05  SB-TEAM-LIST                PIC X(800).
           05  SB-SET-STAMP                PIC X(14).
           05  SB-SET-USER                 PIC X(40).
           05  FILLER                      PIC X(20).
      *    a draft's header.
       01  SB-DRAFT-REC.
           05  SB-DRAFT-KEY                PIC X(41).
           05  SB-SEED                     PIC 9(6).
           05  SB-SCORE                    PIC 9(3).
           05  SB-PLACED                   PIC 9(4).
           05  SB-UNPLACED                 PIC 9(4).
           05  SB-APPROVED                 PIC X.
           05  SB-DRAFT-STAMP              PIC X(14).
           05  SB-DRAFT-USER               PIC X(40).
           05  FILLER                      PIC X(20).

       FD  OFFICIALS-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS OFC-REC OFC-OFFICIAL-REC OFC-AVAIL-REC
                          OFC-VENUE-REC OFC-DIST-REC OFC-RULES-REC
                          OFC-ASSIGN-REC.

      *    layout owned by officialsAdmin.aspx.cbl -- keep in sync with
      *    the FD there.
       01  OFC-REC.
           05  OFC-KEY.
               10  OFC-KIND                PIC X.
               10  OFC-KEY1                PIC X(20).
               10  OFC-KEY2                PIC X(40).
           05  OFC-BODY                    PIC X(200).
       01  OFC-OFFICIAL-REC.
           05  FILLER                      PIC X(61).
           05  OFF-NAME                    PIC X(30).
           05  OFF-CERT                    PIC X(2).
           05  OFF-ROLE                    PIC X.
           05  OFF-CITY                    PIC X(20).
           05  OFF-EMAIL                   PIC X(60).
           05  OFF-FEE                     PIC 9(3)V99.
           05  OFF-ACTIVE                  PIC X.
           05  OFF-STAMP                   PIC X(14).
           05  FILLER                      PIC X(67).
       01  OFC-AVAIL-REC.
           05  FILLER                      PIC X(21).
           05  AV-DATE                     PIC 9(8).
           05  FILLER                      PIC X(232).
       01  OFC-VENUE-REC.
           05  FILLER                      PIC X(61).
           05  VEN-RINK                    PIC X(30).
           05  VEN-CITY                    PIC X(20).
           05  FILLER                      PIC X(150).
       01  OFC-DIST-REC.
           05  FILLER                      PIC X(61).
           05  DIST-KM                     PIC 9(4).
           05  FILLER                      PIC X(196).
       01  OFC-RULES-REC.
           05  FILLER                      PIC X(61).
           05  RULE-MAX-TEAM               PIC 9(2).
           05  RULE-TEAM-WINDOW            PIC 9(3).
           05  RULE-SAMEDAY-KM             PIC 9(4).
           05  RULE-MIN-GAP                PIC 9(2).
           05  RULE-KM-RATE                PIC 9V99.
           05  RULE-STAMP                  PIC X(14).
           05  FILLER                      PIC X(172).
       01  OFC-ASSIGN-REC.
           05  FILLER                      PIC X.
           05  ASG-DATE                    PIC 9(8).
           05  FILLER                      PIC X(12).
           05  ASG-HOME                    PIC X(15).
           05  ASG-VISITORS                PIC X(15).
           05  ASG-SLOT                    PIC X(2).
           05  FILLER                      PIC X(8).
           05  ASG-OFFICIAL                PIC X(20).
           05  ASG-NOTIFIED                PIC X.
           05  ASG-NOTIFY-STAMP            PIC X(14).
           05  ASG-USER                    PIC X(40).
           05  ASG-STAMP                   PIC X(14).
           05  FILLER                      PIC X(111).

       FD  UMP-GAME-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS UMP-REC.

      *    layout owned by batsweb/umpireReport.aspx.cbl -- keep in
      *    sync with the FD there.
       01  UMP-REC.
           05  UMP-KEY.
               10  UMP-GAME-DATE           PIC 9(8).
               10  UMP-HOME-TEAM           PIC X(15).
               10  UMP-VISITORS            PIC X(15).
           05  UMP-NAME                    PIC X(30).
           05  UMP-ZONE-TBL.
               10  UMP-ZONE OCCURS 12 TIMES.
                   15  UMP-ZONE-CS         PIC 9(5).
                   15  UMP-ZONE-B          PIC 9(5).
           05  UMP-RECORDED                PIC X(14).
           05  FILLER                      PIC X(10).

       FD  LINEUP-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS LINEUP-REC.

      *    layout owned by batsweb/gameLineup.aspx.cbl -- keep in
      *    sync with the FD there.
       01  LINEUP-REC.
           05  LINEUP-KEY.
               10  LINEUP-GAME-DATE        PIC 9(8).
               10  LINEUP-HOME-TEAM        PIC X(15).
               10  LINEUP-VISITORS         PIC X(15).
               10  LINEUP-SIDE             PIC X.
           05  LINEUP-SLOT OCCURS 9 TIMES PIC X(30).
           05  LINEUP-SP                   PIC X(30).
           05  LINEUP-RUNS                 PIC 9(2).
           05  LINEUP-RECORDED             PIC X(14).
           05  FILLER                      PIC X(10).

       FD  BASERUN-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS BRUN-REC.

      *    layout owned by batsweb/baserunning.aspx.cbl -- keep in
      *    sync with the FD there.
       01  BRUN-REC.
           05  BRUN-KEY.
               10  BRUN-GAME-DATE          PIC 9(8).
               10  BRUN-HOME-TEAM          PIC X(15).
               10  BRUN-VISITORS           PIC X(15).
               10  BRUN-SEQ                PIC 9(4).
           05  BRUN-INNING                 PIC 9(2).
           05  BRUN-RUNNER                 PIC X(30).
           05  BRUN-CATCHER                PIC X(30).
      *        SB / CS / PK / XB / OA.
           05  BRUN-EVENT                  PIC X(2).
      *        base involved: 2, 3 or H.
           05  BRUN-BASE                   PIC X.
           05  BRUN-RECORDED               PIC X(14).
      *        balls-strikes when the runner went ("1-2"), spaces
      *        on events charted before the count was kept.
           05  BRUN-COUNT                  PIC X(3).
           05  FILLER                      PIC X(7).

       FD  COND-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS COND-REC.

      *    layout owned by batsweb/gameConditions.aspx.cbl -- keep in
      *    sync with the FD there.
       01  COND-REC.
           05  COND-KEY.
               10  COND-GAME-DATE          PIC 9(8).
               10  COND-HOME-TEAM          PIC X(15).
               10  COND-VISITORS           PIC X(15).
           05  COND-TEMP                   PIC S9(3).
           05  COND-WIND-SPEED             PIC 9(3).
           05  COND-WIND-DIR               PIC X(4).
           05  COND-PRECIP                 PIC X.
           05  COND-ROOF                   PIC X.
           05  COND-RECORDED               PIC X(14).
           05  FILLER                      PIC X(10).

       FD  FIELD-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS FLD-REC.

      *    layout owned by batsweb/fielding.aspx.cbl -- keep in
      *    sync with the FD there.
       01  FLD-REC.
           05  FLD-KEY.
               10  FLD-GAME-DATE           PIC 9(8).
               10  FLD-HOME-TEAM           PIC X(15).
               10  FLD-VISITORS            PIC X(15).
               10  FLD-SEQ                 PIC 9(4).
           05  FLD-INNING                  PIC 9(2).
           05  FLD-FIELDER                 PIC X(30).
           05  FLD-POS                     PIC X(2).
      *        GB ground ball / FB fly ball / LD line drive /
      *        BU bunt / DP double-play pivot.
           05  FLD-PLAY-TYPE               PIC X(2).
      *        O out made, E error, H hit allowed.
           05  FLD-OUTCOME                 PIC X.
      *        R routine, A above routine -- the diving stop
      *        the box score never saw.
           05  FLD-GRADE                   PIC X.
      *        landing spot in the engines' plot coordinates,
      *        zero when the charter didn't mark it.
           05  FLD-X                       PIC 9(4).
           05  FLD-Y                       PIC 9(4).
           05  FLD-RECORDED                PIC X(14).
           05  FILLER                      PIC X(10).

       FD  ALIGN-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS ALN-REC.

      *    layout owned by batsweb/alignmentTag.cbl -- keep in
      *    sync with the FD there. The key is the baseball engine's
      *    at-bat key and is left as the engine wrote it; the teams
      *    only tag the row.
       01  ALN-REC.
           05  ALN-KEY.
               10  ALN-AB-KEY              PIC X(40).
               10  ALN-PITCH               PIC 9(2).
      *        ST standard, IS infield shift, ND no-doubles,
      *        II infield in, 4O four-man outfield.
           05  ALN-CODE                    PIC X(2).
           05  ALN-BATTER                  PIC X(30).
           05  ALN-RECORDED                PIC X(14).
           05  ALN-GAME-DATE               PIC 9(8).
           05  ALN-HOME-TEAM               PIC X(15).
           05  ALN-VISITORS                PIC X(15).
           05  ALN-AB-SEQ                  PIC 9(3).
           05  FILLER                      PIC X(10).

       FD  TRACK-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS TRK-REC.

      *    layout owned by batsweb/pitchTracking.cbl -- keep in
      *    sync with the FD there.
       01  TRK-REC.
           05  TRK-KEY.
               10  TRK-GAME-DATE       PIC 9(8).
               10  TRK-HOME            PIC X(15).
               10  TRK-VISITORS        PIC X(15).
               10  TRK-AB-SEQ          PIC 9(3).
               10  TRK-PITCH           PIC 9(2).
           05  TRK-INNING              PIC 9(2).
           05  TRK-BATTER              PIC X(30).
           05  TRK-PITCHER             PIC X(30).
           05  TRK-VELO                PIC 9(3)V9.
           05  TRK-SPIN                PIC 9(5).
           05  TRK-HBREAK              PIC S9(3)V9.
           05  TRK-VBREAK              PIC S9(3)V9.
           05  TRK-RELEASE             PIC 9(2)V99.
           05  TRK-DEVICE              PIC X(12).
           05  TRK-LOADED              PIC X(14).
           05  FILLER                  PIC X(10).

       FD  OFFICIAL-BOX-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS OFFBOX-REC.

      *    layout owned by officialBox.aspx.cbl -- keep in sync with
      *    the FD there.
       01  OFFBOX-REC.
           05  OFFBOX-KEY.
               10  OFFBOX-GAME-DATE        PIC 9(8).
               10  OFFBOX-HOME-TEAM        PIC X(15).
               10  OFFBOX-VISITORS         PIC X(15).
           05  OFFBOX-HOME-SCORE           PIC 9(2).
           05  OFFBOX-VIS-SCORE            PIC 9(2).
           05  OFFBOX-HOME-SHOTS           PIC 9(4).
           05  OFFBOX-VIS-SHOTS            PIC 9(4).
           05  OFFBOX-HOME-PIM             PIC 9(4).
           05  OFFBOX-VIS-PIM              PIC 9(4).
           05  OFFBOX-UPL-TIME             PIC X(14).
           05  FILLER                      PIC X(10).

       FD  ZONE-EVENT-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS ZEV-REC.

      *    layout owned by zoneEntries.aspx.cbl -- keep in sync with
      *    the FD there.
       01  ZEV-REC.
           05  ZEV-KEY.
               10  ZEV-GAME-DATE           PIC 9(8).
               10  ZEV-HOME-TEAM           PIC X(15).
               10  ZEV-VISITORS            PIC X(15).
               10  ZEV-SEQ                 PIC 9(4).
           05  ZEV-PLAYER                  PIC X(30).
           05  ZEV-TEAM                    PIC X(15).
           05  ZEV-TYPE                    PIC X(2).
           05  ZEV-SUCCESS                 PIC X.
           05  ZEV-X                       PIC 9(4).
           05  ZEV-Y                       PIC 9(4).
           05  ZEV-RECORDED                PIC X(14).
           05  FILLER                      PIC X(10).

       FD  EXCHANGE-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS EXCH-REC.

      *    layout owned by gameExchange.cbl -- keep in sync with
      *    the FD there.
       01  EXCH-REC.
           05  EXCH-KEY.
               10  EXCH-GAME-DATE      PIC 9(8).
               10  EXCH-HOME-TEAM      PIC X(15).
               10  EXCH-VISITORS       PIC X(15).
           05  EXCH-SOURCE-CLUB        PIC X(4).
           05  EXCH-PLAY-COUNT         PIC 9(5).
           05  EXCH-CHECKSUM           PIC 9(10).
           05  EXCH-IMPORTED           PIC X(14).
           05  FILLER                  PIC X(10).

       FD  CONT-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS CONT-REC.

      *    layout owned by gameLinks.cbl -- keep in sync with
      *    the FD there.
       01  CONT-REC.
           05  CONT-KEY.
               10  CONT-GAME-DATE          PIC 9(8).
               10  CONT-HOME-TEAM          PIC X(15).
               10  CONT-VISITORS           PIC X(15).
           05  CONT-RES-DATE               PIC 9(8).
           05  CONT-RES-HOME               PIC X(15).
           05  CONT-RES-VIS                PIC X(15).
           05  CONT-RECORDED               PIC X(14).
           05  CONT-USER                   PIC X(45).
           05  FILLER                      PIC X(10).

       FD  SESSTYPE-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS SESSTYPE-REC.

      *    layout owned by sessionType.cbl -- keep in sync with
      *    the FD there.
       01  SESSTYPE-REC.
           05  SESSTYPE-KEY.
               10  SESSTYPE-GAME-DATE      PIC 9(8).
               10  SESSTYPE-HOME-TEAM      PIC X(15).
               10  SESSTYPE-VISITORS       PIC X(15).
           05  SESS-CHART-TYPE             PIC X.
           05  SESSTYPE-MARKED             PIC X(14).
           05  SESSTYPE-USER               PIC X(45).
           05  FILLER                      PIC X(10).

       FD  PEN-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS PEN-REC.

      *    layout owned by penaltyLog.aspx.cbl -- keep in sync with
      *    the FD there.
       01  PEN-REC.
           05  PEN-KEY.
               10  PEN-GAME-DATE           PIC 9(8).
               10  PEN-HOME-TEAM           PIC X(15).
               10  PEN-VISITORS            PIC X(15).
               10  PEN-SEQ                 PIC 9(4).
           05  PEN-OFFENDER                PIC X(30).
           05  PEN-OFF-TEAM                PIC X(15).
           05  PEN-INFRACTION              PIC X(12).
           05  PEN-MINUTES                 PIC 9(2).
           05  PEN-DRAWN-BY                PIC X(30).
           05  PEN-PERIOD                  PIC 9.
           05  PEN-CLOCK                   PIC X(5).
           05  PEN-RECORDED                PIC X(14).
           05  FILLER                      PIC X(10).

       FD  PASS-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS PASS-REC.

      *    layout owned by passingChains.aspx.cbl -- keep in sync with
      *    the FD there.
       01  PASS-REC.
           05  PASS-KEY.
               10  PASS-GAME-DATE          PIC 9(8).
               10  PASS-HOME-TEAM          PIC X(15).
               10  PASS-VISITORS           PIC X(15).
               10  PASS-SEQ                PIC 9(4).
           05  PASS-TEAM                   PIC X(15).
           05  PASS-SHOOTER                PIC X(30).
           05  PASS-TOUCH-1                PIC X(30).
           05  PASS-TOUCH-2                PIC X(30).
           05  PASS-TOUCH-3                PIC X(30).
           05  PASS-LINE                   PIC X(15).
           05  PASS-RESULT                 PIC X.
           05  PASS-RECORDED               PIC X(14).
           05  FILLER                      PIC X(10).

       FD  VSYNC-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS VSYNC-REC.

      *    layout owned by videoSync.cbl -- keep in sync with
      *    the FD there.
       01  VSYNC-REC.
           05  VSYNC-KEY.
               10  VSYNC-GAME-DATE         PIC 9(8).
               10  VSYNC-HOME-TEAM         PIC X(15).
               10  VSYNC-VISITORS          PIC X(15).
           05  VSYNC-OFFSET                PIC S9(4)V99.
           05  VSYNC-SLOPE                 PIC S9V9(6).
           05  VSYNC-POINTS                PIC 9.
           05  VSYNC-RECORDED              PIC X(14).
           05  VSYNC-USER                  PIC X(45).
           05  FILLER                      PIC X(10).

       FD  SO-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS SO-REC.

      *    layout owned by shootoutLog.aspx.cbl -- keep in sync with
      *    the FD there.
       01  SO-REC.
           05  SO-KEY.
               10  SO-GAME-DATE            PIC 9(8).
               10  SO-HOME-TEAM            PIC X(15).
               10  SO-VISITORS             PIC X(15).
               10  SO-ATTEMPT              PIC 9(2).
           05  SO-SHOOTER                  PIC X(30).
           05  SO-SHOOTER-TEAM             PIC X(15).
           05  SO-GOALIE                   PIC X(30).
           05  SO-MOVE                     PIC X(8).
           05  SO-DIR                      PIC X(4).
           05  SO-RESULT                   PIC X.
           05  SO-RECORDED                 PIC X(14).
           05  FILLER                      PIC X(10).

       FD  COMPARE-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS DCMP-REC.

      *    layout owned by dualChart.cbl -- keep in sync with
      *    the FD there.
       01  DCMP-REC.
           05  DCMP-KEY.
               10  DCMP-GAME-DATE      PIC 9(8).
               10  DCMP-HOME-TEAM      PIC X(15).
               10  DCMP-VISITORS       PIC X(15).
               10  DCMP-SEQ            PIC 9(5).
           05  DCMP-CHARTER            PIC X(12).
           05  DCMP-LOADED             PIC X(14).
           05  DCMP-IMAGE              PIC X(300).
           05  FILLER                  PIC X(10).

       FD  PHY-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS PHY-REC.

      *    layout owned by physicalPlay.aspx.cbl -- keep in sync with
      *    the FD there.
       01  PHY-REC.
           05  PHY-KEY.
               10  PHY-GAME-DATE           PIC 9(8).
               10  PHY-HOME-TEAM           PIC X(15).
               10  PHY-VISITORS            PIC X(15).
               10  PHY-SEQ                 PIC 9(4).
           05  PHY-PLAYER                  PIC X(30).
           05  PHY-TEAM                    PIC X(15).
           05  PHY-EVENT                   PIC X(2).
           05  PHY-ZONE                    PIC X.
           05  PHY-STRENGTH                PIC X(2).
           05  PHY-PERIOD                  PIC 9.
           05  PHY-CLOCK                   PIC X(5).
           05  PHY-RECORDED                PIC X(14).
           05  FILLER                      PIC X(10).

       FD  SVG-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS SVG-REC.

      *    layout owned by shooterGoalieBuild.cbl -- keep in sync with
      *    the FD there.
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

       FD  RV-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS RV-REC.

      *    layout owned by reviewLog.aspx.cbl -- keep in sync with
      *    the FD there.
       01  RV-REC.
           05  RV-KEY.
               10  RV-GAME-DATE            PIC 9(8).
               10  RV-HOME-TEAM            PIC X(15).
               10  RV-VISITORS             PIC X(15).
               10  RV-SEQ                  PIC 9(2).
           05  RV-PERIOD                   PIC 9(2).
           05  RV-ELAPSED                  PIC X(5).
           05  RV-KIND                     PIC X.
           05  RV-CHALLENGE-TEAM           PIC X(15).
           05  RV-COACH                    PIC X(30).
           05  RV-REASON                   PIC X(4).
           05  RV-GOAL-TEAM                PIC X(15).
           05  RV-OUTCOME                  PIC X.
           05  RV-PENALTY                  PIC X.
           05  RV-CLIP-URL                 PIC X(200).
           05  RV-RECORDED                 PIC X(14).
           05  FILLER                      PIC X(10).

       FD  STAR-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS STAR-REC STAR-SETTINGS-REC.

      *    layout owned by threeStars.aspx.cbl -- keep in sync with
      *    the FD there.
       01  STAR-REC.
           05  STAR-KEY.
               10  STAR-GAME-DATE          PIC 9(8).
               10  STAR-HOME-TEAM          PIC X(15).
               10  STAR-VISITORS           PIC X(15).
           05  STAR-PICK OCCURS 3 TIMES.
               10  STAR-ID                 PIC X(7).
               10  STAR-NAME               PIC X(30).
               10  STAR-TEAM               PIC X(15).
               10  STAR-VALUE              PIC S9(4)V99.
           05  STAR-AUTO OCCURS 3 TIMES.
               10  STAR-AUTO-ID            PIC X(7).
               10  STAR-AUTO-NAME          PIC X(30).
               10  STAR-AUTO-TEAM          PIC X(15).
               10  STAR-AUTO-VALUE         PIC S9(4)V99.
           05  STAR-OVERRIDE               PIC X.
           05  STAR-OVR-NOTE               PIC X(120).
           05  STAR-OVR-USER               PIC X(40).
           05  STAR-OVR-STAMP              PIC X(14).
           05  STAR-BUILT                  PIC X(14).
           05  FILLER                      PIC X(20).
      *    the one settings row -- date zero, home "*SETTINGS".
       01  STAR-SETTINGS-REC.
           05  STAR-SET-KEY                PIC X(38).
           05  STAR-W-GOAL                 PIC 9(2)V99.
           05  STAR-W-SHOT                 PIC 9(2)V99.
           05  STAR-W-DIFF                 PIC 9(2)V99.
           05  STAR-W-SAVE                 PIC 9(2)V99.
           05  STAR-W-GA                   PIC 9(2)V99.
           05  STAR-W-GOALIE               PIC 9(3).
           05  STAR-W-TIEBREAK             PIC X(4).
           05  STAR-W-POINTS OCCURS 3 TIMES PIC 9(2).
           05  STAR-W-UPDATED              PIC X(14).
           05  FILLER                      PIC X(20).

       FD  LIVE-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS LIVE-REC.

      *    layout owned by liveFeed.cbl -- keep in sync with
      *    the FD there.
       01  LIVE-REC.
           05  LIVE-KEY.
               10  LIVE-KIND           PIC X.
               10  LIVE-PARTNER        PIC X(12).
               10  LIVE-GAME-DATE      PIC 9(8).
               10  LIVE-HOME-TEAM      PIC X(15).
               10  LIVE-VISITORS       PIC X(15).
           05  LIVE-PUSH-URL           PIC X(200).
           05  LIVE-SIGNATURE          PIC X(40).
           05  LIVE-PUBLISHED          PIC 9(5).
           05  LIVE-LAST-STAMP         PIC X(14).
           05  LIVE-LAST-STATUS        PIC X(60).
           05  FILLER                  PIC X(10).

       FD  VENUE-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS VEN-REC.

      *    layout owned by venueZone.cbl -- keep in sync with
      *    the FD there.
       01  VEN-REC.
           05  VEN-KEY.
               10  VEN-TEAM            PIC X(15).
           05  VEN-NAME                PIC X(40).
           05  VEN-ZONE                PIC X(40).
           05  VEN-BY                  PIC X(45).
           05  VEN-STAMP               PIC X(14).
           05  FILLER                  PIC X(20).

       FD  QUERY-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS QRY-REC.

      *    layout owned by adhocQuery.cbl -- keep in sync with
      *    the FD there.
       01  QRY-REC.
           05  QRY-KEY.
               10  QRY-TEAM            PIC X(15).
               10  QRY-NAME            PIC X(30).
           05  QRY-OWNER               PIC X(30).
           05  QRY-SHARED              PIC X.
           05  QRY-DEF                 PIC X(700).
           05  QRY-SAVED               PIC X(14).
           05  FILLER                  PIC X(10).

       FD  REVIEW-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS REV-REC.

      *    layout owned by offlineSync.cbl -- keep in sync with
      *    the FD there. The two images are play records.
       01  REV-REC.
           05  REV-KEY.
               10  REV-SYNC            PIC X(14).
               10  REV-SEQ             PIC 9(5).
           05  REV-PLAY-KEY            PIC X(30).
           05  REV-CHARTER             PIC X(12).
           05  REV-REASON              PIC X(8).
           05  REV-DETAIL              PIC X(80).
           05  REV-STATUS              PIC X.
           05  REV-SERVER-IMAGE        PIC X(300).
           05  REV-OFFLINE-IMAGE       PIC X(300).
           05  REV-RESOLVED-BY         PIC X(30).
           05  REV-RESOLVED            PIC X(14).
           05  FILLER                  PIC X(10).

       FD  CWIN-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS CWIN-REC.

      *    layout owned by clipWindow.cbl -- keep in sync with
      *    the FD there.
       01  CWIN-REC.
           05  CWIN-KEY.
               10  CWIN-TEAM               PIC X(15).
               10  CWIN-SPORT              PIC X.
               10  CWIN-CODE               PIC X(10).
           05  CWIN-PRE-ROLL               PIC S9(3).
           05  CWIN-POST-ROLL              PIC S9(3).
           05  CWIN-CHANGED                PIC X(14).
           05  CWIN-USER                   PIC X(45).
           05  FILLER                      PIC X(10).

       FD  ATTRIB-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS CHS-REC.

      *    layout owned by charterStamp.cbl -- keep in sync with
      *    the FD there. Only the game rows ("G") name a team.
       01  CHS-REC.
           05  CHS-KEY.
               10  CHS-KIND                PIC X.
               10  CHS-ID                  PIC X(38).
               10  CHS-GAME-ID REDEFINES CHS-ID.
                   15  CHS-G-DATE          PIC 9(8).
                   15  CHS-G-HOME          PIC X(15).
                   15  CHS-G-VISITORS      PIC X(15).
           05  CHS-GAME-DATE               PIC 9(8).
           05  CHS-CREATED-BY              PIC X(12).
           05  CHS-CREATED                 PIC X(14).
           05  CHS-EDITED-BY               PIC X(12).
           05  CHS-EDITED                  PIC X(14).
           05  CHS-EDITS                   PIC 9(4).
           05  CHS-EXC-COUNT               PIC 9(2).
           05  CHS-EXC-RULE                PIC X(12) OCCURS 5.
           05  CHS-EXC-FIRST               PIC X(14).
           05  FILLER                      PIC X(30).

       FD  JOBQ-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS JOBQ-REC.

      *    layout owned by batsweb/reportQueue.cbl -- keep in
      *    sync with the FD there.
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

       FD  DLV-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS DLV-REC.

      *    layout owned by batsweb/deliverySchedules.aspx.cbl --
      *    keep in sync with the FD there.
       01  DLV-REC.
           05  DLV-KEY.
               10  DLV-OWNER           PIC X(45).
               10  DLV-NAME            PIC X(20).
           05  DLV-KIND                PIC X(6).
           05  DLV-PRESET              PIC X(20).
           05  DLV-PARMS               PIC X(60).
           05  DLV-FREQ                PIC X.
           05  DLV-DAY                 PIC 9.
           05  DLV-GAME-TEAM           PIC X(15).
           05  DLV-FORMAT              PIC X(3).
           05  DLV-RECIPIENTS          PIC X(300).
           05  DLV-ACTIVE              PIC X.
           05  DLV-SAVED               PIC X(14).
           05  DLV-LAST-RUN            PIC X(14).
           05  DLV-LAST-GAME           PIC 9(8).
           05  DLV-LAST-STATUS         PIC X(4).
           05  DLV-LAST-MESSAGE        PIC X(60).
           05  FILLER                  PIC X(10).

       FD  PACKLOG-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS RPK-REC.

      *    layout owned by batsweb/roadPackJob.cbl -- keep in
      *    sync with the FD there.
       01  RPK-REC.
           05  RPK-JOB                 PIC X(18).
           05  RPK-TEAM                PIC X(15).
           05  RPK-BUILT-BY            PIC X(30).
           05  RPK-OPPONENT            PIC X(15).
           05  RPK-FROM                PIC 9(8).
           05  RPK-TO                  PIC 9(8).
           05  RPK-OUR-GAMES           PIC 9(2).
           05  RPK-CLIPS               PIC 9(4).
           05  RPK-BUILT               PIC X(14).
           05  RPK-EXPIRES             PIC 9(8).
           05  FILLER                  PIC X(10).

       FD  TXQ-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS TXQ-REC.

      *    layout owned by batsweb/transactionWire.cbl -- keep in
      *    sync with the FD there.
       01  TXQ-REC.
           05  TXQ-KEY.
               10  TXQ-WIRE-DATE       PIC 9(8).
               10  TXQ-LINE            PIC 9(5).
           05  TXQ-STATUS              PIC X(4).
           05  TXQ-PLAYER              PIC X(40).
           05  TXQ-OFFICIAL-ID         PIC X(10).
           05  TXQ-FROM-TEAM           PIC X(15).
           05  TXQ-TO-TEAM             PIC X(15).
           05  TXQ-TYPE                PIC X(10).
           05  TXQ-EFF-DATE            PIC 9(8).
           05  TXQ-REASON              PIC X(60).
           05  TXQ-QUEUED              PIC X(14).
           05  TXQ-CLOSED-BY           PIC X(45).
           05  TXQ-CLOSED              PIC X(14).
           05  FILLER                  PIC X(10).

       working-storage section.
       01  WS-GAME-FILE                PIC X(256).
       01  WS-PLAY-FILE                PIC X(256).
       01  WS-SIDE-FILE                PIC X(256).
       01  STATUS-COMN.
           05  STATUS-BYTE-1           PIC X      VALUE SPACES.
           05  STATUS-BYTE-2           PIC X      VALUE SPACES.
       01  WS-OLD-TEAM                 PIC X(15).
       01  WS-NEW-TEAM                 PIC X(15).
       01  WS-EFF-DATE                 PIC 9(8) VALUE 0.
       01  WS-CHANGED-BY               PIC X(30).
       01  WS-CONFIRM-FLAG             PIC X VALUE "N".
       01  WS-FILE-LABEL               PIC X(26).
       01  WS-FILE-COUNT               PIC 9(7) VALUE 0.
       01  WS-FILE-CLASH               PIC 9(7) VALUE 0.
       01  WS-FILE-DONE                PIC 9(7) VALUE 0.
       01  WS-TOTAL-COUNT              PIC 9(7) VALUE 0.
       01  WS-TOTAL-CLASH              PIC 9(7) VALUE 0.
       01  WS-IN-USE-COUNT             PIC 9(7) VALUE 0.
       01  WS-COUNT-ED                 PIC Z,ZZZ,ZZ9.
       01  WS-HOLD-KEY                 PIC X(100).
       01  WS-BEFORE-IMAGE             PIC X(1000).
       01  WS-AFTER-IMAGE              PIC X(1000).
       01  capSeats                    type Int32.
       01  gamePaths                   type List[String].
       01  playPaths                   type List[String].

       method-id Main static public.
       local-storage section.
       01  argIdx          type Int32.
       01  dateArg         type Int32.
       01  effDate         type DateTime.
       01  pathIdx         type Int32.
       01  dataDir         type String.
       01  runStamp        type String.
       procedure division using by value args as type String occurs any.
           if args::Length < 5
               invoke type Console::WriteLine("usage: franchiseRename <data-dir> <old-name> <new-name> <effective-yyyymmdd> <changed-by> --games <path> [--games <path>]... [--plays <path>]... [--confirm]")
               exit method.
           set dataDir to args[0]::Trim()
           if args[1]::Trim() = "" or args[2]::Trim() = ""
            or args[1]::Trim()::Length > 15 or args[2]::Trim()::Length > 15
               invoke type Console::WriteLine("Team names are 1 to 15 characters.")
               exit method.
           move args[1]::Trim()::ToUpper() to WS-OLD-TEAM
           move args[2]::Trim()::ToUpper() to WS-NEW-TEAM
           if WS-OLD-TEAM = WS-NEW-TEAM
               invoke type Console::WriteLine("The old and new names are the same -- nothing to do.")
               exit method.
           if type DateTime::TryParseExact(args[3]::Trim, "yyyyMMdd",
               type System.Globalization.CultureInfo::InvariantCulture,
               type System.Globalization.DateTimeStyles::None,
               by reference effDate) = false
               invoke type Console::WriteLine("Bad effective date -- use yyyymmdd.")
               exit method.
           set dateArg to type Int32::Parse(effDate::ToString("yyyyMMdd"))
           move dateArg to WS-EFF-DATE
           move args[4]::Trim() to WS-CHANGED-BY
           set gamePaths to new List[String]
           set playPaths to new List[String]
           move 5 to argIdx.
       ARG-LOOP.
           if argIdx >= args::Length
               go to ARG-DONE.
           if args[argIdx] = "--confirm"
               MOVE "Y" TO WS-CONFIRM-FLAG.
           if args[argIdx] = "--games" and argIdx + 1 < args::Length
               add 1 to argIdx
               invoke gamePaths::Add(args[argIdx]::Trim()).
           if args[argIdx] = "--plays" and argIdx + 1 < args::Length
               add 1 to argIdx
               invoke playPaths::Add(args[argIdx]::Trim()).
           add 1 to argIdx
           go to ARG-LOOP.
       ARG-DONE.
           if gamePaths::Count = 0
               invoke type Console::WriteLine("Name the game file(s) with --games -- the game file is where the name is checked.")
               exit method.
      *    the logins move with a confirmed run, so it waits for
      *    the day the new name takes effect.
           if WS-CONFIRM-FLAG = "Y"
            and type Int32::Parse(type DateTime::Today::ToString("yyyyMMdd")) < dateArg
               invoke type Console::WriteLine("The rename takes effect " & WS-EFF-DATE &
                   " -- run it with --confirm on or after that date. A dry run can go now.")
               exit method.

           set runStamp to type pucksweb.jobRunLog::begin("FRANCHISERENAME")
           invoke self::checkNewName(dataDir)
           if WS-IN-USE-COUNT > 0
               invoke type Console::WriteLine(WS-NEW-TEAM::Trim & " is already on file (" &
                   WS-IN-USE-COUNT & " game or login row(s)) -- renaming onto it would merge two clubs. Nothing changed.")
               invoke type pucksweb.jobRunLog::finish("FRANCHISERENAME", runStamp, 0, "FAIL")
               exit method.
           if WS-CONFIRM-FLAG = "Y"
               invoke type Console::WriteLine("Renaming " & WS-OLD-TEAM::Trim & " to " &
                   WS-NEW-TEAM::Trim & ", effective " & WS-EFF-DATE & ".")
           else
               invoke type Console::WriteLine("Dry run -- " & WS-OLD-TEAM::Trim & " to " &
                   WS-NEW-TEAM::Trim & ", effective " & WS-EFF-DATE & ". Nothing is changed.")
           end-if

           perform varying pathIdx from 0 by 1 until pathIdx >= gamePaths::Count
               MOVE gamePaths[pathIdx] TO WS-GAME-FILE
               invoke self::doGames
           end-perform
           perform varying pathIdx from 0 by 1 until pathIdx >= playPaths::Count
               MOVE playPaths[pathIdx] TO WS-PLAY-FILE
               invoke self::doPlays
           end-perform
           move type Path::Combine(dataDir, "PKW020.DAT") to WS-SIDE-FILE
           invoke self::doPucksLogins
           move type Path::Combine(dataDir, "BATSW020.DAT") to WS-SIDE-FILE
           invoke self::doBatsLogins
           move type Path::Combine(dataDir, "SYDW020.DAT") to WS-SIDE-FILE
           invoke self::doDirectory
           move type Path::Combine(dataDir, "BATSW033.DAT") to WS-SIDE-FILE
           invoke self::doPresets
           move type Path::Combine(dataDir, "PKW025.DAT") to WS-SIDE-FILE
           invoke self::doSchedule
           move type Path::Combine(dataDir, "PKW032.DAT") to WS-SIDE-FILE
           invoke self::doDigest
           move type Path::Combine(dataDir, "PKW080.DAT") to WS-SIDE-FILE
           invoke self::doSubscription
           move type Path::Combine(dataDir, "PKW075.DAT") to WS-SIDE-FILE
           invoke self::doSso
           move type Path::Combine(dataDir, "PKW076.DAT") to WS-SIDE-FILE
           invoke self::doNetwork
           move type Path::Combine(dataDir, "BATSW041.DAT") to WS-SIDE-FILE
           invoke self::doDepth
           move type Path::Combine(dataDir, "PKW057.DAT") to WS-SIDE-FILE
           invoke self::doVisibility
           move type Path::Combine(dataDir, "PKW064.DAT") to WS-SIDE-FILE
           invoke self::doEventTeams
           move type Path::Combine(dataDir, "PKW029.DAT") to WS-SIDE-FILE
           invoke self::doSavedLines
           move type Path::Combine(dataDir, "BATSW026.DAT") to WS-SIDE-FILE
           invoke self::doStints
           move type Path::Combine(dataDir, "PKW045.DAT") to WS-SIDE-FILE
           invoke self::doEntitlements
           move type Path::Combine(dataDir, "PKW072.DAT") to WS-SIDE-FILE
           invoke self::doBuilder
           move type Path::Combine(dataDir, "PKW073.DAT") to WS-SIDE-FILE
           invoke self::doOfficials
           move type Path::Combine(dataDir, "BATSW027.DAT") to WS-SIDE-FILE
           invoke self::doUmpire
           move type Path::Combine(dataDir, "BATSW028.DAT") to WS-SIDE-FILE
           invoke self::doLineups
           move type Path::Combine(dataDir, "BATSW029.DAT") to WS-SIDE-FILE
           invoke self::doBaserunning
           move type Path::Combine(dataDir, "BATSW038.DAT") to WS-SIDE-FILE
           invoke self::doConditions
           move type Path::Combine(dataDir, "BATSW042.DAT") to WS-SIDE-FILE
           invoke self::doFielding
           move type Path::Combine(dataDir, "BATSW045.DAT") to WS-SIDE-FILE
           invoke self::doAlignment
           move type Path::Combine(dataDir, "BATSW047.DAT") to WS-SIDE-FILE
           invoke self::doTracking
           move type Path::Combine(dataDir, "PKW026.DAT") to WS-SIDE-FILE
           invoke self::doOfficialBox
           move type Path::Combine(dataDir, "PKW028.DAT") to WS-SIDE-FILE
           invoke self::doZoneEvents
           move type Path::Combine(dataDir, "PKW041.DAT") to WS-SIDE-FILE
           invoke self::doExchange
           move type Path::Combine(dataDir, "PKW042.DAT") to WS-SIDE-FILE
           invoke self::doContinuation
           move type Path::Combine(dataDir, "PKW044.DAT") to WS-SIDE-FILE
           invoke self::doSessionType
           move type Path::Combine(dataDir, "PKW048.DAT") to WS-SIDE-FILE
           invoke self::doPenalties
           move type Path::Combine(dataDir, "PKW051.DAT") to WS-SIDE-FILE
           invoke self::doPassing
           move type Path::Combine(dataDir, "PKW054.DAT") to WS-SIDE-FILE
           invoke self::doVideoSync
           move type Path::Combine(dataDir, "PKW055.DAT") to WS-SIDE-FILE
           invoke self::doShootout
           move type Path::Combine(dataDir, "PKW056.DAT") to WS-SIDE-FILE
           invoke self::doDualChart
           move type Path::Combine(dataDir, "PKW062.DAT") to WS-SIDE-FILE
           invoke self::doPhysical
           move type Path::Combine(dataDir, "PKW065.DAT") to WS-SIDE-FILE
           invoke self::doEventGames
           move type Path::Combine(dataDir, "PKW067.DAT") to WS-SIDE-FILE
           invoke self::doShooterGoalie
           move type Path::Combine(dataDir, "PKW068.DAT") to WS-SIDE-FILE
           invoke self::doReviews
           move type Path::Combine(dataDir, "PKW069.DAT") to WS-SIDE-FILE
           invoke self::doStars
           move type Path::Combine(dataDir, "PKW074.DAT") to WS-SIDE-FILE
           invoke self::doLiveFeed
           move type Path::Combine(dataDir, "PKW083.DAT") to WS-SIDE-FILE
           invoke self::doVenues
           move type Path::Combine(dataDir, "PKW084.DAT") to WS-SIDE-FILE
           invoke self::doQueries
           move type Path::Combine(dataDir, "PKW085.DAT") to WS-SIDE-FILE
           invoke self::doOfflineHolds
           move type Path::Combine(dataDir, "PKW086.DAT") to WS-SIDE-FILE
           invoke self::doClipWindows
           move type Path::Combine(dataDir, "PKW089.DAT") to WS-SIDE-FILE
           invoke self::doCharters
           move type Path::Combine(dataDir, "BATSW058.DAT") to WS-SIDE-FILE
           invoke self::doReportJobs
           move type Path::Combine(dataDir, "BATSW059.DAT") to WS-SIDE-FILE
           invoke self::doDeliveries
           move type Path::Combine(dataDir, "BATSW061.DAT") to WS-SIDE-FILE
           invoke self::doRoadPacks
           move type Path::Combine(dataDir, "BATSW063.DAT") to WS-SIDE-FILE
           invoke self::doWireQueue

           MOVE WS-TOTAL-COUNT TO WS-COUNT-ED
           if WS-CONFIRM-FLAG not = "Y"
               invoke type Console::WriteLine("Dry run total:" & WS-COUNT-ED &
                   " row(s) to rename. Re-run with --confirm on or after " &
                   WS-EFF-DATE & " to apply.")
               invoke type pucksweb.jobRunLog::finish("FRANCHISERENAME", runStamp,
                   WS-TOTAL-COUNT, "OK")
               exit method.
           SUBTRACT WS-TOTAL-CLASH FROM WS-TOTAL-COUNT
           MOVE WS-TOTAL-COUNT TO WS-COUNT-ED
           invoke type Console::WriteLine("Renamed" & WS-COUNT-ED & " row(s).")
           if type pucksweb.teamAlias::register(WS-OLD-TEAM, WS-NEW-TEAM,
               dateArg, WS-CHANGED-BY) not = "OK"
               invoke type Console::WriteLine("The name history row would not write -- " &
                   "games before " & WS-EFF-DATE & " will show the new name until it is added.")
           end-if
           invoke type pucksweb.configAudit::record("FRANCHISE",
               WS-OLD-TEAM::Trim & ">" & WS-NEW-TEAM::Trim, WS-CHANGED-BY,
               WS-OLD-TEAM::Trim, WS-NEW-TEAM::Trim & " effective " & WS-EFF-DATE &
               ";" & WS-COUNT-ED::Trim & " row(s) renamed;" & WS-TOTAL-CLASH &
               " left on key clashes")
           if WS-TOTAL-CLASH > 0
               invoke type pucksweb.jobRunLog::finish("FRANCHISERENAME", runStamp,
                   WS-TOTAL-COUNT, "FAIL")
           else
               invoke type pucksweb.jobRunLog::finish("FRANCHISERENAME", runStamp,
                   WS-TOTAL-COUNT, "OK").
       end method.

      *    the new name must not already be a club: any game or
      *    login row carrying it refuses the run.
       method-id checkNewName static protected.
       local-storage section.
       01  pathIdx         type Int32.
       procedure division using by value dataDir as String.
           move 0 to WS-IN-USE-COUNT
           perform varying pathIdx from 0 by 1 until pathIdx >= gamePaths::Count
               MOVE gamePaths[pathIdx] TO WS-GAME-FILE
               invoke self::gamesUsingNew
           end-perform
           move type Path::Combine(dataDir, "PKW020.DAT") to WS-SIDE-FILE
           OPEN INPUT PUCKS-PASS-FILE.
           IF STATUS-BYTE-1 EQUAL ZEROES
               MOVE SPACES TO PW-KEY
               MOVE WS-NEW-TEAM TO PW-TEAM-NAME
               START PUCKS-PASS-FILE KEY NOT < PW-KEY
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       READ PUCKS-PASS-FILE NEXT
                           AT END CONTINUE
                           NOT AT END
                               IF PW-TEAM-NAME = WS-NEW-TEAM
                                   ADD 1 TO WS-IN-USE-COUNT
                               END-IF
                       END-READ
               END-START
               CLOSE PUCKS-PASS-FILE.
           move type Path::Combine(dataDir, "BATSW020.DAT") to WS-SIDE-FILE
           OPEN INPUT BATS-PASS-FILE.
           IF STATUS-BYTE-1 EQUAL ZEROES
               MOVE SPACES TO BW-KEY
               MOVE WS-NEW-TEAM TO BW-TEAM-NAME
               START BATS-PASS-FILE KEY NOT < BW-KEY
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       READ BATS-PASS-FILE NEXT
                           AT END CONTINUE
                           NOT AT END
                               IF BW-TEAM-NAME = WS-NEW-TEAM
                                   ADD 1 TO WS-IN-USE-COUNT
                               END-IF
                       END-READ
               END-START
               CLOSE BATS-PASS-FILE.
       end method.

       method-id gamesUsingNew static protected.
       procedure division.
           OPEN INPUT GAME-FILE.
           IF STATUS-BYTE-1 NOT EQUAL ZEROES
               invoke type Console::WriteLine("Unable to open " & WS-GAME-FILE::Trim)
               exit method.
       USE-LOOP.
           READ GAME-FILE NEXT
               AT END GO TO USE-DONE.
           IF type pucksweb.gameNumber::baseName(GAME-HOME-TEAM)::ToUpper = WS-NEW-TEAM::Trim
            OR type pucksweb.gameNumber::baseName(GAME-VISITORS)::ToUpper = WS-NEW-TEAM::Trim
               ADD 1 TO WS-IN-USE-COUNT.
           GO TO USE-LOOP.
       USE-DONE.
           CLOSE GAME-FILE.
       end method.

      *    "Y" when a stored team value is the old name, with or
      *    without a game-number marker.
       method-id isOld static protected.
       procedure division using by value teamValue as String
                          returning flag as String.
           set flag to "N"
           if teamValue = null
               exit method.
           if type pucksweb.gameNumber::baseName(teamValue)::ToUpper = WS-OLD-TEAM::Trim
               set flag to "Y".
       end method.

      *    the stored value moved onto the new name, its marker
      *    kept; anything else handed back as it was.
       method-id swapped static protected.
       procedure division using by value teamValue as String
                          returning newValue as String.
           set newValue to teamValue
           if self::isOld(teamValue) = "Y"
               set newValue to type pucksweb.gameNumber::withNum(WS-NEW-TEAM::Trim,
                   type pucksweb.gameNumber::gameNum(teamValue)).
       end method.

      *    a club list ("A,B,C", or "CLUB=RINK;CLUB=RINK") with the
      *    old name replaced. Handed back unchanged (trimmed) when the
      *    old name is not in it.
       method-id listSwapped static protected.
       local-storage section.
       01  listItems       type String occurs any.
       01  itemIdx         type Int32.
       01  eqAt            type Int32.
       01  clubPart        type String.
       procedure division using by value listText as String
                                 by value sepText as String
                          returning newList as String.
           set newList to listText::Trim
           if newList = ""
               exit method.
           set listItems to newList::Split(sepText)
           set newList to ""
           perform varying itemIdx from 0 by 1 until itemIdx >= listItems::Length
               set eqAt to listItems[itemIdx]::IndexOf("=")
               if eqAt < 0
                   set clubPart to listItems[itemIdx]
               else
                   set clubPart to listItems[itemIdx]::Substring(0, eqAt)
               end-if
               if self::isOld(clubPart::Trim) = "Y"
                   if eqAt < 0
                       set listItems[itemIdx] to WS-NEW-TEAM::Trim
                   else
                       set listItems[itemIdx] to WS-NEW-TEAM::Trim &
                           listItems[itemIdx]::Substring(eqAt)
                   end-if
               end-if
               if itemIdx > 0
                   set newList to newList & sepText
               end-if
               set newList to newList & listItems[itemIdx]
           end-perform.
       end method.

       method-id beginFile static protected.
       procedure division using by value fileLabel as String.
           MOVE fileLabel TO WS-FILE-LABEL
           MOVE 0 TO WS-FILE-COUNT
           MOVE 0 TO WS-FILE-CLASH.
       end method.

      *    one console line per file: what was (or would be)
      *    renamed, and any rows left because the new key was taken.
       method-id endFile static protected.
       procedure division using by value openedFlag as String.
           if openedFlag not = "Y"
               invoke type Console::WriteLine("  " & WS-FILE-LABEL & "    not on file")
               exit method.
           ADD WS-FILE-COUNT TO WS-TOTAL-COUNT
           ADD WS-FILE-CLASH TO WS-TOTAL-CLASH
           if WS-CONFIRM-FLAG not = "Y"
               MOVE WS-FILE-COUNT TO WS-COUNT-ED
               invoke type Console::WriteLine("  " & WS-FILE-LABEL & WS-COUNT-ED & " to rename")
               exit method.
           COMPUTE WS-FILE-DONE = WS-FILE-COUNT - WS-FILE-CLASH
           MOVE WS-FILE-DONE TO WS-COUNT-ED
           invoke type Console::WriteLine("  " & WS-FILE-LABEL & WS-COUNT-ED & " renamed")
           if WS-FILE-CLASH > 0
               MOVE WS-FILE-CLASH TO WS-COUNT-ED
               invoke type Console::WriteLine("  " & WS-FILE-LABEL & WS-COUNT-ED &
                   " left under the old name -- the new key is already on file").
       end method.

      *    journal rows for one re-keyed record, in the order the
      *    two halves landed: the write under the new key, then the
      *    delete of the old. Written once both are through, so a key
      *    clash leaves nothing to record. File ids: GA game, PL play,
      *    WP pucksweb logins, BW batsweb logins, DR directory, FP
      *    presets, SC schedule, DG digest, SB subscription, SS
      *    sign-on, NT network, DP depth chart, VS visibility, ET/EG
      *    tournament teams/games, LP saved lines, ST stints, EN
      *    entitlements, BD schedule builder, OF crew assignments, SR
      *    three stars, and for the per-game side files UM LU BR CD
      *    FL AL TK OB ZE EX CT SE PN PS VY SO DC PH SV RV LV, VN
      *    venues, AQ saved queries, OQ offline holds, CW clip
      *    windows, CA charter attribution, JQ report jobs, DV
      *    scheduled deliveries, RK road packs, TQ wire review
      *    queue. Only GA, PL and WP are replayed onto the standby
      *    set.
       method-id keyMoved static protected.
       procedure division using by value fileId as String.
           invoke type pucksweb.playJournal::recordFile(fileId, "W", " ",
               " ", WS-AFTER-IMAGE)
           invoke type pucksweb.playJournal::recordFile(fileId, "D", " ",
               WS-BEFORE-IMAGE, " ")
       end method.

      *    journal row for a record rewritten in place -- called
      *    right before the REWRITE, as every other write site does.
       method-id rowChanged static protected.
       procedure division using by value fileId as String.
           invoke type pucksweb.playJournal::recordFile(fileId, "R", " ",
               WS-BEFORE-IMAGE, WS-AFTER-IMAGE)
       end method.

      *    the charted plays carry the team as data only, so each
      *    play is rewritten in place under its own key.
       method-id doPlays static protected.
       procedure division.
           invoke self::beginFile("PLAY " & type Path::GetFileName(WS-PLAY-FILE::Trim))
           OPEN I-O PLAY-FILE.
           IF STATUS-BYTE-1 NOT EQUAL ZEROES
               invoke self::endFile("N")
               exit method.
       PLAY-LOOP.
           READ PLAY-FILE NEXT
               AT END GO TO PLAY-DONE.
           IF self::isOld(PLAY-TEAM-NAME) = "N"
               GO TO PLAY-LOOP.
           ADD 1 TO WS-FILE-COUNT
           IF WS-CONFIRM-FLAG NOT = "Y"
               GO TO PLAY-LOOP.
           MOVE PLAY-REC TO WS-BEFORE-IMAGE
           MOVE self::swapped(PLAY-TEAM-NAME) TO PLAY-TEAM-NAME
           invoke type pucksweb.playJournal::record("R", "" & PLAY-KEY,
               WS-BEFORE-IMAGE, "" & PLAY-REC)
           REWRITE PLAY-REC
           GO TO PLAY-LOOP.
       PLAY-DONE.
           CLOSE PLAY-FILE.
           invoke self::endFile("Y")
       end method.

      *    a three-stars row names a team beside each of the six
      *    picks, as well as in its key.
       method-id starHasOld static protected.
       local-storage section.
       01  pickIdx         type Int32.
       procedure division returning flag as String.
           set flag to "N"
      *    date zero is the weights row, not a game.
           if STAR-GAME-DATE = 0
               exit method.
           if self::isOld(STAR-HOME-TEAM) = "Y"
            or self::isOld(STAR-VISITORS) = "Y"
               set flag to "Y".
           perform varying pickIdx from 1 by 1 until pickIdx > 3
               if self::isOld(STAR-TEAM(pickIdx)) = "Y"
                or self::isOld(STAR-AUTO-TEAM(pickIdx)) = "Y"
                   set flag to "Y"
               end-if
           end-perform.
       end method.

       method-id starSwap static protected.
       local-storage section.
       01  pickIdx         type Int32.
       procedure division.
           MOVE self::swapped(STAR-HOME-TEAM) TO STAR-HOME-TEAM
           MOVE self::swapped(STAR-VISITORS) TO STAR-VISITORS
           perform varying pickIdx from 1 by 1 until pickIdx > 3
               MOVE self::swapped(STAR-TEAM(pickIdx)) TO STAR-TEAM(pickIdx)
               MOVE self::swapped(STAR-AUTO-TEAM(pickIdx)) TO STAR-AUTO-TEAM(pickIdx)
           end-perform.
       end method.

       method-id builderHasOld static protected.
       procedure division returning flag as String.
           set flag to "N"
           evaluate SB-KIND
           when "S"
               if self::listSwapped(SB-TEAM-LIST, ";") not = SB-TEAM-LIST::Trim
                   set flag to "Y"
               end-if
           when "B"
               set flag to self::isOld(SB-NAME1)
           when "D"
               if self::isOld(SB-NAME1) = "Y" or self::isOld(SB-NAME2) = "Y"
                   set flag to "Y"
               end-if
           end-evaluate.
       end method.

       method-id builderSwap static protected.
       procedure division.
           evaluate SB-KIND
           when "S"
               set SB-TEAM-LIST to self::listSwapped(SB-TEAM-LIST, ";")
           when "B"
               MOVE self::swapped(SB-NAME1) TO SB-NAME1
           when "D"
               MOVE self::swapped(SB-NAME1) TO SB-NAME1
               MOVE self::swapped(SB-NAME2) TO SB-NAME2
           end-evaluate.
       end method.

      *    the game file(s): home and visitors are both key fields.
       method-id doGames static protected.
       procedure division.
           invoke self::beginFile("GAME " & type Path::GetFileName(WS-GAME-FILE::Trim))
           OPEN I-O GAME-FILE.
           IF STATUS-BYTE-1 NOT EQUAL ZEROES
               invoke self::endFile("N")
               exit method.
       GAME-LOOP.
           READ GAME-FILE NEXT
               AT END GO TO GAME-DONE.
           IF self::isOld(GAME-HOME-TEAM) = "N"
            AND self::isOld(GAME-VISITORS) = "N"
               GO TO GAME-LOOP.
           ADD 1 TO WS-FILE-COUNT
           IF WS-CONFIRM-FLAG NOT = "Y"
               GO TO GAME-LOOP.
           MOVE GAME-REC TO WS-BEFORE-IMAGE
           MOVE GAME-KEY TO WS-HOLD-KEY
           MOVE self::swapped(GAME-HOME-TEAM) TO GAME-HOME-TEAM
           MOVE self::swapped(GAME-VISITORS) TO GAME-VISITORS
           MOVE GAME-REC TO WS-AFTER-IMAGE
           IF GAME-KEY = WS-HOLD-KEY
               invoke self::rowChanged("GA")
               REWRITE GAME-REC
               GO TO GAME-LOOP.
           WRITE GAME-REC
               INVALID KEY
                   ADD 1 TO WS-FILE-CLASH
                   GO TO GAME-NEXT
           END-WRITE
           MOVE WS-HOLD-KEY TO GAME-KEY
           DELETE GAME-FILE RECORD
               INVALID KEY CONTINUE
           END-DELETE
           invoke self::keyMoved("GA").
       GAME-NEXT.
           MOVE WS-HOLD-KEY TO GAME-KEY
           START GAME-FILE KEY > GAME-KEY
               INVALID KEY GO TO GAME-DONE
           END-START
           GO TO GAME-LOOP.
       GAME-DONE.
           CLOSE GAME-FILE.
           invoke self::endFile("Y")
       end method.

      *    pucksweb logins -- the team is the key's first field.
       method-id doPucksLogins static protected.
       procedure division.
           invoke self::beginFile("PKW020 logins")
           OPEN I-O PUCKS-PASS-FILE.
           IF STATUS-BYTE-1 NOT EQUAL ZEROES
               invoke self::endFile("N")
               exit method.
       PW-LOOP.
           READ PUCKS-PASS-FILE NEXT
               AT END GO TO PW-DONE.
           IF self::isOld(PW-TEAM-NAME) = "N"
               GO TO PW-LOOP.
           ADD 1 TO WS-FILE-COUNT
           IF WS-CONFIRM-FLAG NOT = "Y"
               GO TO PW-LOOP.
           MOVE PW-REC TO WS-BEFORE-IMAGE
           MOVE PW-KEY TO WS-HOLD-KEY
           MOVE self::swapped(PW-TEAM-NAME) TO PW-TEAM-NAME
           MOVE PW-REC TO WS-AFTER-IMAGE
           IF PW-KEY = WS-HOLD-KEY
               invoke self::rowChanged("WP")
               REWRITE PW-REC
               GO TO PW-LOOP.
           WRITE PW-REC
               INVALID KEY
                   ADD 1 TO WS-FILE-CLASH
                   GO TO PW-NEXT
           END-WRITE
           MOVE WS-HOLD-KEY TO PW-KEY
           DELETE PUCKS-PASS-FILE RECORD
               INVALID KEY CONTINUE
           END-DELETE
           invoke self::keyMoved("WP").
       PW-NEXT.
           MOVE WS-HOLD-KEY TO PW-KEY
           START PUCKS-PASS-FILE KEY > PW-KEY
               INVALID KEY GO TO PW-DONE
           END-START
           GO TO PW-LOOP.
       PW-DONE.
           CLOSE PUCKS-PASS-FILE.
           invoke self::endFile("Y")
       end method.

      *    batsweb logins, player-portal accounts included.
       method-id doBatsLogins static protected.
       procedure division.
           invoke self::beginFile("BATSW020 logins")
           OPEN I-O BATS-PASS-FILE.
           IF STATUS-BYTE-1 NOT EQUAL ZEROES
               invoke self::endFile("N")
               exit method.
       BW-LOOP.
           READ BATS-PASS-FILE NEXT
               AT END GO TO BW-DONE.
           IF self::isOld(BW-TEAM-NAME) = "N"
               GO TO BW-LOOP.
           ADD 1 TO WS-FILE-COUNT
           IF WS-CONFIRM-FLAG NOT = "Y"
               GO TO BW-LOOP.
           MOVE BW-REC TO WS-BEFORE-IMAGE
           MOVE BW-KEY TO WS-HOLD-KEY
           MOVE self::swapped(BW-TEAM-NAME) TO BW-TEAM-NAME
           MOVE BW-REC TO WS-AFTER-IMAGE
           IF BW-KEY = WS-HOLD-KEY
               invoke self::rowChanged("BW")
               REWRITE BW-REC
               GO TO BW-LOOP.
           WRITE BW-REC
               INVALID KEY
                   ADD 1 TO WS-FILE-CLASH
                   GO TO BW-NEXT
           END-WRITE
           MOVE WS-HOLD-KEY TO BW-KEY
           DELETE BATS-PASS-FILE RECORD
               INVALID KEY CONTINUE
           END-DELETE
           invoke self::keyMoved("BW").
       BW-NEXT.
           MOVE WS-HOLD-KEY TO BW-KEY
           START BATS-PASS-FILE KEY > BW-KEY
               INVALID KEY GO TO BW-DONE
           END-START
           GO TO BW-LOOP.
       BW-DONE.
           CLOSE BATS-PASS-FILE.
           invoke self::endFile("Y")
       end method.

      *    the unified account directory.
       method-id doDirectory static protected.
       procedure division.
           invoke self::beginFile("SYDW020 directory")
           OPEN I-O DIRECTORY-FILE.
           IF STATUS-BYTE-1 NOT EQUAL ZEROES
               invoke self::endFile("N")
               exit method.
       DIR-LOOP.
           READ DIRECTORY-FILE NEXT
               AT END GO TO DIR-DONE.
           IF self::isOld(DIR-TEAM-NAME) = "N"
               GO TO DIR-LOOP.
           ADD 1 TO WS-FILE-COUNT
           IF WS-CONFIRM-FLAG NOT = "Y"
               GO TO DIR-LOOP.
           MOVE DIR-REC TO WS-BEFORE-IMAGE
           MOVE DIR-KEY TO WS-HOLD-KEY
           MOVE self::swapped(DIR-TEAM-NAME) TO DIR-TEAM-NAME
           MOVE DIR-REC TO WS-AFTER-IMAGE
           IF DIR-KEY = WS-HOLD-KEY
               invoke self::rowChanged("DR")
               REWRITE DIR-REC
               GO TO DIR-LOOP.
           WRITE DIR-REC
               INVALID KEY
                   ADD 1 TO WS-FILE-CLASH
                   GO TO DIR-NEXT
           END-WRITE
           MOVE WS-HOLD-KEY TO DIR-KEY
           DELETE DIRECTORY-FILE RECORD
               INVALID KEY CONTINUE
           END-DELETE
           invoke self::keyMoved("DR").
       DIR-NEXT.
           MOVE WS-HOLD-KEY TO DIR-KEY
           START DIRECTORY-FILE KEY > DIR-KEY
               INVALID KEY GO TO DIR-DONE
           END-START
           GO TO DIR-LOOP.
       DIR-DONE.
           CLOSE DIRECTORY-FILE.
           invoke self::endFile("Y")
       end method.

      *    saved filter presets are keyed "TEAM/user" -- the
      *    team prefix moves with the logins.
       method-id doPresets static protected.
       procedure division.
           invoke self::beginFile("BATSW033 presets")
           OPEN I-O PRESET-FILE.
           IF STATUS-BYTE-1 NOT EQUAL ZEROES
               invoke self::endFile("N")
               exit method.
       PRE-LOOP.
           READ PRESET-FILE NEXT
               AT END GO TO PRE-DONE.
           IF PRESET-USER::Trim::StartsWith(WS-OLD-TEAM::Trim & "/") = false
               GO TO PRE-LOOP.
           ADD 1 TO WS-FILE-COUNT
           IF WS-CONFIRM-FLAG NOT = "Y"
               GO TO PRE-LOOP.
           MOVE PRESET-REC TO WS-BEFORE-IMAGE
           MOVE PRESET-KEY TO WS-HOLD-KEY
           set PRESET-USER to WS-NEW-TEAM::Trim &
               PRESET-USER::Trim::Substring(WS-OLD-TEAM::Trim::Length)
           MOVE PRESET-REC TO WS-AFTER-IMAGE
           IF PRESET-KEY = WS-HOLD-KEY
               invoke self::rowChanged("FP")
               REWRITE PRESET-REC
               GO TO PRE-LOOP.
           WRITE PRESET-REC
               INVALID KEY
                   ADD 1 TO WS-FILE-CLASH
                   GO TO PRE-NEXT
           END-WRITE
           MOVE WS-HOLD-KEY TO PRESET-KEY
           DELETE PRESET-FILE RECORD
               INVALID KEY CONTINUE
           END-DELETE
           invoke self::keyMoved("FP").
       PRE-NEXT.
           MOVE WS-HOLD-KEY TO PRESET-KEY
           START PRESET-FILE KEY > PRESET-KEY
               INVALID KEY GO TO PRE-DONE
           END-START
           GO TO PRE-LOOP.
       PRE-DONE.
           CLOSE PRESET-FILE.
           invoke self::endFile("Y")
       end method.

       method-id doSchedule static protected.
       procedure division.
           invoke self::beginFile("PKW025 schedule")
           OPEN I-O SCHEDULE-FILE.
           IF STATUS-BYTE-1 NOT EQUAL ZEROES
               invoke self::endFile("N")
               exit method.
       SCHED-LOOP.
           READ SCHEDULE-FILE NEXT
               AT END GO TO SCHED-DONE.
           IF self::isOld(SCHED-HOME-TEAM) = "N"
            AND self::isOld(SCHED-VISITORS) = "N"
               GO TO SCHED-LOOP.
           ADD 1 TO WS-FILE-COUNT
           IF WS-CONFIRM-FLAG NOT = "Y"
               GO TO SCHED-LOOP.
           MOVE SCHED-REC TO WS-BEFORE-IMAGE
           MOVE SCHED-KEY TO WS-HOLD-KEY
           MOVE self::swapped(SCHED-HOME-TEAM) TO SCHED-HOME-TEAM
           MOVE self::swapped(SCHED-VISITORS) TO SCHED-VISITORS
           MOVE SCHED-REC TO WS-AFTER-IMAGE
           IF SCHED-KEY = WS-HOLD-KEY
               invoke self::rowChanged("SC")
               REWRITE SCHED-REC
               GO TO SCHED-LOOP.
           WRITE SCHED-REC
               INVALID KEY
                   ADD 1 TO WS-FILE-CLASH
                   GO TO SCHED-NEXT
           END-WRITE
           MOVE WS-HOLD-KEY TO SCHED-KEY
           DELETE SCHEDULE-FILE RECORD
               INVALID KEY CONTINUE
           END-DELETE
           invoke self::keyMoved("SC").
       SCHED-NEXT.
           MOVE WS-HOLD-KEY TO SCHED-KEY
           START SCHEDULE-FILE KEY > SCHED-KEY
               INVALID KEY GO TO SCHED-DONE
           END-START
           GO TO SCHED-LOOP.
       SCHED-DONE.
           CLOSE SCHEDULE-FILE.
           invoke self::endFile("Y")
       end method.

      *    digest subscriptions: the team key, and the opponents
      *    each subscriber follows.
       method-id doDigest static protected.
       procedure division.
           invoke self::beginFile("PKW032 digest prefs")
           OPEN I-O DIGEST-FILE.
           IF STATUS-BYTE-1 NOT EQUAL ZEROES
               invoke self::endFile("N")
               exit method.
       DIG-LOOP.
           READ DIGEST-FILE NEXT
               AT END GO TO DIG-DONE.
           IF self::isOld(DIGEST-TEAM-NAME) = "N"
            AND self::listSwapped(DIGEST-OPPONENTS, ",") = DIGEST-OPPONENTS::Trim
               GO TO DIG-LOOP.
           ADD 1 TO WS-FILE-COUNT
           IF WS-CONFIRM-FLAG NOT = "Y"
               GO TO DIG-LOOP.
           MOVE DIGEST-REC TO WS-BEFORE-IMAGE
           MOVE DIGEST-KEY TO WS-HOLD-KEY
           MOVE self::swapped(DIGEST-TEAM-NAME) TO DIGEST-TEAM-NAME
           set DIGEST-OPPONENTS to self::listSwapped(DIGEST-OPPONENTS, ",")
           MOVE DIGEST-REC TO WS-AFTER-IMAGE
           IF DIGEST-KEY = WS-HOLD-KEY
               invoke self::rowChanged("DG")
               REWRITE DIGEST-REC
               GO TO DIG-LOOP.
           WRITE DIGEST-REC
               INVALID KEY
                   ADD 1 TO WS-FILE-CLASH
                   GO TO DIG-NEXT
           END-WRITE
           MOVE WS-HOLD-KEY TO DIGEST-KEY
           DELETE DIGEST-FILE RECORD
               INVALID KEY CONTINUE
           END-DELETE
           invoke self::keyMoved("DG").
       DIG-NEXT.
           MOVE WS-HOLD-KEY TO DIGEST-KEY
           START DIGEST-FILE KEY > DIGEST-KEY
               INVALID KEY GO TO DIG-DONE
           END-START
           GO TO DIG-LOOP.
       DIG-DONE.
           CLOSE DIGEST-FILE.
           invoke self::endFile("Y")
       end method.

      *    the subscription row; the session seat cap follows it
      *    onto the new name and the old name's cap is cleared.
       method-id doSubscription static protected.
       procedure division.
           invoke self::beginFile("PKW080 subscription")
           OPEN I-O SUB-FILE.
           IF STATUS-BYTE-1 NOT EQUAL ZEROES
               invoke self::endFile("N")
               exit method.
       SUB-LOOP.
           READ SUB-FILE NEXT
               AT END GO TO SUB-DONE.
           IF self::isOld(SUB-TEAM) = "N"
               GO TO SUB-LOOP.
           ADD 1 TO WS-FILE-COUNT
           IF WS-CONFIRM-FLAG NOT = "Y"
               GO TO SUB-LOOP.
           MOVE SUB-REC TO WS-BEFORE-IMAGE
           MOVE SUB-KEY TO WS-HOLD-KEY
           MOVE self::swapped(SUB-TEAM) TO SUB-TEAM
           MOVE SUB-SEATS TO capSeats
           MOVE SUB-REC TO WS-AFTER-IMAGE
           IF SUB-KEY = WS-HOLD-KEY
               invoke self::rowChanged("SB")
               REWRITE SUB-REC
               GO TO SUB-LOOP.
           WRITE SUB-REC
               INVALID KEY
                   ADD 1 TO WS-FILE-CLASH
                   GO TO SUB-NEXT
           END-WRITE
           MOVE WS-HOLD-KEY TO SUB-KEY
           DELETE SUB-FILE RECORD
               INVALID KEY CONTINUE
           END-DELETE
           invoke self::keyMoved("SB")
      *    the seat cap in the session registry follows the club.
           invoke type pucksweb.sessionRegistry::setCap(WS-OLD-TEAM::Trim, 0)
           IF SUB-ACTIVE = "Y"
               invoke type pucksweb.sessionRegistry::setCap(WS-NEW-TEAM::Trim, capSeats).
       SUB-NEXT.
           MOVE WS-HOLD-KEY TO SUB-KEY
           START SUB-FILE KEY > SUB-KEY
               INVALID KEY GO TO SUB-DONE
           END-START
           GO TO SUB-LOOP.
       SUB-DONE.
           CLOSE SUB-FILE.
           invoke self::endFile("Y")
       end method.

      *    single sign-on providers and mappings, both keyed by team.
       method-id doSso static protected.
       procedure division.
           invoke self::beginFile("PKW075 sign-on")
           OPEN I-O SSO-FILE.
           IF STATUS-BYTE-1 NOT EQUAL ZEROES
               invoke self::endFile("N")
               exit method.
       SSO-LOOP.
           READ SSO-FILE NEXT
               AT END GO TO SSO-DONE.
           IF self::isOld(SSO-TEAM) = "N"
               GO TO SSO-LOOP.
           ADD 1 TO WS-FILE-COUNT
           IF WS-CONFIRM-FLAG NOT = "Y"
               GO TO SSO-LOOP.
           MOVE SSO-REC TO WS-BEFORE-IMAGE
           MOVE SSO-KEY TO WS-HOLD-KEY
           MOVE self::swapped(SSO-TEAM) TO SSO-TEAM
           MOVE SSO-REC TO WS-AFTER-IMAGE
           IF SSO-KEY = WS-HOLD-KEY
               invoke self::rowChanged("SS")
               REWRITE SSO-REC
               GO TO SSO-LOOP.
           WRITE SSO-REC
               INVALID KEY
                   ADD 1 TO WS-FILE-CLASH
                   GO TO SSO-NEXT
           END-WRITE
           MOVE WS-HOLD-KEY TO SSO-KEY
           DELETE SSO-FILE RECORD
               INVALID KEY CONTINUE
           END-DELETE
           invoke self::keyMoved("SS").
       SSO-NEXT.
           MOVE WS-HOLD-KEY TO SSO-KEY
           START SSO-FILE KEY > SSO-KEY
               INVALID KEY GO TO SSO-DONE
           END-START
           GO TO SSO-LOOP.
       SSO-DONE.
           CLOSE SSO-FILE.
           invoke self::endFile("Y")
       end method.

       method-id doNetwork static protected.
       procedure division.
           invoke self::beginFile("PKW076 network policy")
           OPEN I-O NET-FILE.
           IF STATUS-BYTE-1 NOT EQUAL ZEROES
               invoke self::endFile("N")
               exit method.
       NET-LOOP.
           READ NET-FILE NEXT
               AT END GO TO NET-DONE.
           IF self::isOld(NET-TEAM) = "N"
               GO TO NET-LOOP.
           ADD 1 TO WS-FILE-COUNT
           IF WS-CONFIRM-FLAG NOT = "Y"
               GO TO NET-LOOP.
           MOVE NET-REC TO WS-BEFORE-IMAGE
           MOVE NET-KEY TO WS-HOLD-KEY
           MOVE self::swapped(NET-TEAM) TO NET-TEAM
           MOVE NET-REC TO WS-AFTER-IMAGE
           IF NET-KEY = WS-HOLD-KEY
               invoke self::rowChanged("NT")
               REWRITE NET-REC
               GO TO NET-LOOP.
           WRITE NET-REC
               INVALID KEY
                   ADD 1 TO WS-FILE-CLASH
                   GO TO NET-NEXT
           END-WRITE
           MOVE WS-HOLD-KEY TO NET-KEY
           DELETE NET-FILE RECORD
               INVALID KEY CONTINUE
           END-DELETE
           invoke self::keyMoved("NT").
       NET-NEXT.
           MOVE WS-HOLD-KEY TO NET-KEY
           START NET-FILE KEY > NET-KEY
               INVALID KEY GO TO NET-DONE
           END-START
           GO TO NET-LOOP.
       NET-DONE.
           CLOSE NET-FILE.
           invoke self::endFile("Y")
       end method.

       method-id doDepth static protected.
       procedure division.
           invoke self::beginFile("BATSW041 depth chart")
           OPEN I-O DEPTH-FILE.
           IF STATUS-BYTE-1 NOT EQUAL ZEROES
               invoke self::endFile("N")
               exit method.
       DEPTH-LOOP.
           READ DEPTH-FILE NEXT
               AT END GO TO DEPTH-DONE.
           IF self::isOld(DEPTH-TEAM) = "N"
               GO TO DEPTH-LOOP.
           ADD 1 TO WS-FILE-COUNT
           IF WS-CONFIRM-FLAG NOT = "Y"
               GO TO DEPTH-LOOP.
           MOVE DEPTH-REC TO WS-BEFORE-IMAGE
           MOVE DEPTH-KEY TO WS-HOLD-KEY
           MOVE self::swapped(DEPTH-TEAM) TO DEPTH-TEAM
           MOVE DEPTH-REC TO WS-AFTER-IMAGE
           IF DEPTH-KEY = WS-HOLD-KEY
               invoke self::rowChanged("DP")
               REWRITE DEPTH-REC
               GO TO DEPTH-LOOP.
           WRITE DEPTH-REC
               INVALID KEY
                   ADD 1 TO WS-FILE-CLASH
                   GO TO DEPTH-NEXT
           END-WRITE
           MOVE WS-HOLD-KEY TO DEPTH-KEY
           DELETE DEPTH-FILE RECORD
               INVALID KEY CONTINUE
           END-DELETE
           invoke self::keyMoved("DP").
       DEPTH-NEXT.
           MOVE WS-HOLD-KEY TO DEPTH-KEY
           START DEPTH-FILE KEY > DEPTH-KEY
               INVALID KEY GO TO DEPTH-DONE
           END-START
           GO TO DEPTH-LOOP.
       DEPTH-DONE.
           CLOSE DEPTH-FILE.
           invoke self::endFile("Y")
       end method.

      *    cross-club visibility grants -- the viewing team.
       method-id doVisibility static protected.
       procedure division.
           invoke self::beginFile("PKW057 visibility")
           OPEN I-O VIS-FILE.
           IF STATUS-BYTE-1 NOT EQUAL ZEROES
               invoke self::endFile("N")
               exit method.
       VIS-LOOP.
           READ VIS-FILE NEXT
               AT END GO TO VIS-DONE.
           IF self::isOld(VIS-VIEWER-TEAM) = "N"
               GO TO VIS-LOOP.
           ADD 1 TO WS-FILE-COUNT
           IF WS-CONFIRM-FLAG NOT = "Y"
               GO TO VIS-LOOP.
           MOVE VIS-REC TO WS-BEFORE-IMAGE
           MOVE VIS-KEY TO WS-HOLD-KEY
           MOVE self::swapped(VIS-VIEWER-TEAM) TO VIS-VIEWER-TEAM
           MOVE VIS-REC TO WS-AFTER-IMAGE
           IF VIS-KEY = WS-HOLD-KEY
               invoke self::rowChanged("VS")
               REWRITE VIS-REC
               GO TO VIS-LOOP.
           WRITE VIS-REC
               INVALID KEY
                   ADD 1 TO WS-FILE-CLASH
                   GO TO VIS-NEXT
           END-WRITE
           MOVE WS-HOLD-KEY TO VIS-KEY
           DELETE VIS-FILE RECORD
               INVALID KEY CONTINUE
           END-DELETE
           invoke self::keyMoved("VS").
       VIS-NEXT.
           MOVE WS-HOLD-KEY TO VIS-KEY
           START VIS-FILE KEY > VIS-KEY
               INVALID KEY GO TO VIS-DONE
           END-START
           GO TO VIS-LOOP.
       VIS-DONE.
           CLOSE VIS-FILE.
           invoke self::endFile("Y")
       end method.

       method-id doEventTeams static protected.
       procedure division.
           invoke self::beginFile("PKW064 event teams")
           OPEN I-O EVENT-TEAM-FILE.
           IF STATUS-BYTE-1 NOT EQUAL ZEROES
               invoke self::endFile("N")
               exit method.
       ETEAM-LOOP.
           READ EVENT-TEAM-FILE NEXT
               AT END GO TO ETEAM-DONE.
           IF self::isOld(ETEAM-TEAM) = "N"
               GO TO ETEAM-LOOP.
           ADD 1 TO WS-FILE-COUNT
           IF WS-CONFIRM-FLAG NOT = "Y"
               GO TO ETEAM-LOOP.
           MOVE ETEAM-REC TO WS-BEFORE-IMAGE
           MOVE ETEAM-KEY TO WS-HOLD-KEY
           MOVE self::swapped(ETEAM-TEAM) TO ETEAM-TEAM
           MOVE ETEAM-REC TO WS-AFTER-IMAGE
           IF ETEAM-KEY = WS-HOLD-KEY
               invoke self::rowChanged("ET")
               REWRITE ETEAM-REC
               GO TO ETEAM-LOOP.
           WRITE ETEAM-REC
               INVALID KEY
                   ADD 1 TO WS-FILE-CLASH
                   GO TO ETEAM-NEXT
           END-WRITE
           MOVE WS-HOLD-KEY TO ETEAM-KEY
           DELETE EVENT-TEAM-FILE RECORD
               INVALID KEY CONTINUE
           END-DELETE
           invoke self::keyMoved("ET").
       ETEAM-NEXT.
           MOVE WS-HOLD-KEY TO ETEAM-KEY
           START EVENT-TEAM-FILE KEY > ETEAM-KEY
               INVALID KEY GO TO ETEAM-DONE
           END-START
           GO TO ETEAM-LOOP.
       ETEAM-DONE.
           CLOSE EVENT-TEAM-FILE.
           invoke self::endFile("Y")
       end method.

       method-id doSavedLines static protected.
       procedure division.
           invoke self::beginFile("PKW029 saved lines")
           OPEN I-O SAVED-LINE-FILE.
           IF STATUS-BYTE-1 NOT EQUAL ZEROES
               invoke self::endFile("N")
               exit method.
       PLINE-LOOP.
           READ SAVED-LINE-FILE NEXT
               AT END GO TO PLINE-DONE.
           IF self::isOld(PLINE-TEAM) = "N"
               GO TO PLINE-LOOP.
           ADD 1 TO WS-FILE-COUNT
           IF WS-CONFIRM-FLAG NOT = "Y"
               GO TO PLINE-LOOP.
           MOVE PLINE-REC TO WS-BEFORE-IMAGE
           MOVE PLINE-KEY TO WS-HOLD-KEY
           MOVE self::swapped(PLINE-TEAM) TO PLINE-TEAM
           MOVE PLINE-REC TO WS-AFTER-IMAGE
           IF PLINE-KEY = WS-HOLD-KEY
               invoke self::rowChanged("LP")
               REWRITE PLINE-REC
               GO TO PLINE-LOOP.
           WRITE PLINE-REC
               INVALID KEY
                   ADD 1 TO WS-FILE-CLASH
                   GO TO PLINE-NEXT
           END-WRITE
           MOVE WS-HOLD-KEY TO PLINE-KEY
           DELETE SAVED-LINE-FILE RECORD
               INVALID KEY CONTINUE
           END-DELETE
           invoke self::keyMoved("LP").
       PLINE-NEXT.
           MOVE WS-HOLD-KEY TO PLINE-KEY
           START SAVED-LINE-FILE KEY > PLINE-KEY
               INVALID KEY GO TO PLINE-DONE
           END-START
           GO TO PLINE-LOOP.
       PLINE-DONE.
           CLOSE SAVED-LINE-FILE.
           invoke self::endFile("Y")
       end method.

      *    roster stints: the team is data, the key is the player.
      *    The contract terms stay sealed as they are.
       method-id doStints static protected.
       procedure division.
           invoke self::beginFile("BATSW026 stints")
           OPEN I-O STINT-FILE.
           IF STATUS-BYTE-1 NOT EQUAL ZEROES
               invoke self::endFile("N")
               exit method.
       STINT-LOOP.
           READ STINT-FILE NEXT
               AT END GO TO STINT-DONE.
           IF self::isOld(STINT-TEAM) = "N"
               GO TO STINT-LOOP.
           ADD 1 TO WS-FILE-COUNT
           IF WS-CONFIRM-FLAG NOT = "Y"
               GO TO STINT-LOOP.
           MOVE STINT-REC TO WS-BEFORE-IMAGE
           MOVE STINT-KEY TO WS-HOLD-KEY
           MOVE self::swapped(STINT-TEAM) TO STINT-TEAM
           MOVE STINT-REC TO WS-AFTER-IMAGE
           IF STINT-KEY = WS-HOLD-KEY
               invoke self::rowChanged("ST")
               REWRITE STINT-REC
               GO TO STINT-LOOP.
           WRITE STINT-REC
               INVALID KEY
                   ADD 1 TO WS-FILE-CLASH
                   GO TO STINT-NEXT
           END-WRITE
           MOVE WS-HOLD-KEY TO STINT-KEY
           DELETE STINT-FILE RECORD
               INVALID KEY CONTINUE
           END-DELETE
           invoke self::keyMoved("ST").
       STINT-NEXT.
           MOVE WS-HOLD-KEY TO STINT-KEY
           START STINT-FILE KEY > STINT-KEY
               INVALID KEY GO TO STINT-DONE
           END-START
           GO TO STINT-LOOP.
       STINT-DONE.
           CLOSE STINT-FILE.
           invoke self::endFile("Y")
       end method.

      *    partner entitlements name their clubs in a comma list.
       method-id doEntitlements static protected.
       procedure division.
           invoke self::beginFile("PKW045 entitlements")
           OPEN I-O ENT-FILE.
           IF STATUS-BYTE-1 NOT EQUAL ZEROES
               invoke self::endFile("N")
               exit method.
       ENT-LOOP.
           READ ENT-FILE NEXT
               AT END GO TO ENT-DONE.
           IF self::listSwapped(ENT-TEAMS, ",") = ENT-TEAMS::Trim
               GO TO ENT-LOOP.
           ADD 1 TO WS-FILE-COUNT
           IF WS-CONFIRM-FLAG NOT = "Y"
               GO TO ENT-LOOP.
           MOVE ENT-REC TO WS-BEFORE-IMAGE
           MOVE ENT-KEY TO WS-HOLD-KEY
           set ENT-TEAMS to self::listSwapped(ENT-TEAMS, ",")
           MOVE ENT-REC TO WS-AFTER-IMAGE
           IF ENT-KEY = WS-HOLD-KEY
               invoke self::rowChanged("EN")
               REWRITE ENT-REC
               GO TO ENT-LOOP.
           WRITE ENT-REC
               INVALID KEY
                   ADD 1 TO WS-FILE-CLASH
                   GO TO ENT-NEXT
           END-WRITE
           MOVE WS-HOLD-KEY TO ENT-KEY
           DELETE ENT-FILE RECORD
               INVALID KEY CONTINUE
           END-DELETE
           invoke self::keyMoved("EN").
       ENT-NEXT.
           MOVE WS-HOLD-KEY TO ENT-KEY
           START ENT-FILE KEY > ENT-KEY
               INVALID KEY GO TO ENT-DONE
           END-START
           GO TO ENT-LOOP.
       ENT-DONE.
           CLOSE ENT-FILE.
           invoke self::endFile("Y")
       end method.

      *    the schedule builder: the setup's CLUB=RINK list, club
      *    blackouts ("B", SB-NAME1) and draft fixtures ("D", home and
      *    visitors). Rink rows are left alone.
       method-id doBuilder static protected.
       procedure division.
           invoke self::beginFile("PKW072 schedule builder")
           OPEN I-O BUILD-FILE.
           IF STATUS-BYTE-1 NOT EQUAL ZEROES
               invoke self::endFile("N")
               exit method.
       SB-LOOP.
           READ BUILD-FILE NEXT
               AT END GO TO SB-DONE.
           IF self::builderHasOld() = "N"
               GO TO SB-LOOP.
           ADD 1 TO WS-FILE-COUNT
           IF WS-CONFIRM-FLAG NOT = "Y"
               GO TO SB-LOOP.
      *    the setup row keeps its key -- only its club list moves.
           IF SB-KIND = "S"
               MOVE SB-SETTINGS-REC TO WS-BEFORE-IMAGE
               invoke self::builderSwap
               MOVE SB-SETTINGS-REC TO WS-AFTER-IMAGE
               invoke self::rowChanged("BD")
               REWRITE SB-SETTINGS-REC
               GO TO SB-LOOP.
           MOVE SB-REC TO WS-BEFORE-IMAGE
           MOVE SB-KEY TO WS-HOLD-KEY
           invoke self::builderSwap
           MOVE SB-REC TO WS-AFTER-IMAGE
           IF SB-KEY = WS-HOLD-KEY
               invoke self::rowChanged("BD")
               REWRITE SB-REC
               GO TO SB-LOOP.
           WRITE SB-REC
               INVALID KEY
                   ADD 1 TO WS-FILE-CLASH
                   GO TO SB-NEXT
           END-WRITE
           MOVE WS-HOLD-KEY TO SB-KEY
           DELETE BUILD-FILE RECORD
               INVALID KEY CONTINUE
           END-DELETE
           invoke self::keyMoved("BD").
       SB-NEXT.
           MOVE WS-HOLD-KEY TO SB-KEY
           START BUILD-FILE KEY > SB-KEY
               INVALID KEY GO TO SB-DONE
           END-START
           GO TO SB-LOOP.
       SB-DONE.
           CLOSE BUILD-FILE.
           invoke self::endFile("Y")
       end method.

      *    officials' game assignments ("G" rows) carry the game
      *    in the key; the officials, venues and rules rows do not.
       method-id doOfficials static protected.
       procedure division.
           invoke self::beginFile("PKW073 crew assignments")
           OPEN I-O OFFICIALS-FILE.
           IF STATUS-BYTE-1 NOT EQUAL ZEROES
               invoke self::endFile("N")
               exit method.
       OFC-LOOP.
           READ OFFICIALS-FILE NEXT
               AT END GO TO OFC-DONE.
           IF OFC-KIND NOT = "G"
            OR (self::isOld(ASG-HOME) = "N"
            AND self::isOld(ASG-VISITORS) = "N")
               GO TO OFC-LOOP.
           ADD 1 TO WS-FILE-COUNT
           IF WS-CONFIRM-FLAG NOT = "Y"
               GO TO OFC-LOOP.
           MOVE OFC-REC TO WS-BEFORE-IMAGE
           MOVE OFC-KEY TO WS-HOLD-KEY
           MOVE self::swapped(ASG-HOME) TO ASG-HOME
           MOVE self::swapped(ASG-VISITORS) TO ASG-VISITORS
           MOVE OFC-REC TO WS-AFTER-IMAGE
           IF OFC-KEY = WS-HOLD-KEY
               invoke self::rowChanged("OF")
               REWRITE OFC-REC
               GO TO OFC-LOOP.
           WRITE OFC-REC
               INVALID KEY
                   ADD 1 TO WS-FILE-CLASH
                   GO TO OFC-NEXT
           END-WRITE
           MOVE WS-HOLD-KEY TO OFC-KEY
           DELETE OFFICIALS-FILE RECORD
               INVALID KEY CONTINUE
           END-DELETE
           invoke self::keyMoved("OF").
       OFC-NEXT.
           MOVE WS-HOLD-KEY TO OFC-KEY
           START OFFICIALS-FILE KEY > OFC-KEY
               INVALID KEY GO TO OFC-DONE
           END-START
           GO TO OFC-LOOP.
       OFC-DONE.
           CLOSE OFFICIALS-FILE.
           invoke self::endFile("Y")
       end method.

       method-id doUmpire static protected.
       procedure division.
           invoke self::beginFile("BATSW027 umpire zones")
           OPEN I-O UMP-GAME-FILE.
           IF STATUS-BYTE-1 NOT EQUAL ZEROES
               invoke self::endFile("N")
               exit method.
       UMP-LOOP.
           READ UMP-GAME-FILE NEXT
               AT END GO TO UMP-DONE.
           IF self::isOld(UMP-HOME-TEAM) = "N"
            AND self::isOld(UMP-VISITORS) = "N"
               GO TO UMP-LOOP.
           ADD 1 TO WS-FILE-COUNT
           IF WS-CONFIRM-FLAG NOT = "Y"
               GO TO UMP-LOOP.
           MOVE UMP-REC TO WS-BEFORE-IMAGE
           MOVE UMP-KEY TO WS-HOLD-KEY
           MOVE self::swapped(UMP-HOME-TEAM) TO UMP-HOME-TEAM
           MOVE self::swapped(UMP-VISITORS) TO UMP-VISITORS
           MOVE UMP-REC TO WS-AFTER-IMAGE
           IF UMP-KEY = WS-HOLD-KEY
               invoke self::rowChanged("UM")
               REWRITE UMP-REC
               GO TO UMP-LOOP.
           WRITE UMP-REC
               INVALID KEY
                   ADD 1 TO WS-FILE-CLASH
                   GO TO UMP-NEXT
           END-WRITE
           MOVE WS-HOLD-KEY TO UMP-KEY
           DELETE UMP-GAME-FILE RECORD
               INVALID KEY CONTINUE
           END-DELETE
           invoke self::keyMoved("UM").
       UMP-NEXT.
           MOVE WS-HOLD-KEY TO UMP-KEY
           START UMP-GAME-FILE KEY > UMP-KEY
               INVALID KEY GO TO UMP-DONE
           END-START
           GO TO UMP-LOOP.
       UMP-DONE.
           CLOSE UMP-GAME-FILE.
           invoke self::endFile("Y")
       end method.

       method-id doLineups static protected.
       procedure division.
           invoke self::beginFile("BATSW028 lineups")
           OPEN I-O LINEUP-FILE.
           IF STATUS-BYTE-1 NOT EQUAL ZEROES
               invoke self::endFile("N")
               exit method.
       LINEUP-LOOP.
           READ LINEUP-FILE NEXT
               AT END GO TO LINEUP-DONE.
           IF self::isOld(LINEUP-HOME-TEAM) = "N"
            AND self::isOld(LINEUP-VISITORS) = "N"
               GO TO LINEUP-LOOP.
           ADD 1 TO WS-FILE-COUNT
           IF WS-CONFIRM-FLAG NOT = "Y"
               GO TO LINEUP-LOOP.
           MOVE LINEUP-REC TO WS-BEFORE-IMAGE
           MOVE LINEUP-KEY TO WS-HOLD-KEY
           MOVE self::swapped(LINEUP-HOME-TEAM) TO LINEUP-HOME-TEAM
           MOVE self::swapped(LINEUP-VISITORS) TO LINEUP-VISITORS
           MOVE LINEUP-REC TO WS-AFTER-IMAGE
           IF LINEUP-KEY = WS-HOLD-KEY
               invoke self::rowChanged("LU")
               REWRITE LINEUP-REC
               GO TO LINEUP-LOOP.
           WRITE LINEUP-REC
               INVALID KEY
                   ADD 1 TO WS-FILE-CLASH
                   GO TO LINEUP-NEXT
           END-WRITE
           MOVE WS-HOLD-KEY TO LINEUP-KEY
           DELETE LINEUP-FILE RECORD
               INVALID KEY CONTINUE
           END-DELETE
           invoke self::keyMoved("LU").
       LINEUP-NEXT.
           MOVE WS-HOLD-KEY TO LINEUP-KEY
           START LINEUP-FILE KEY > LINEUP-KEY
               INVALID KEY GO TO LINEUP-DONE
           END-START
           GO TO LINEUP-LOOP.
       LINEUP-DONE.
           CLOSE LINEUP-FILE.
           invoke self::endFile("Y")
       end method.

       method-id doBaserunning static protected.
       procedure division.
           invoke self::beginFile("BATSW029 baserunning")
           OPEN I-O BASERUN-FILE.
           IF STATUS-BYTE-1 NOT EQUAL ZEROES
               invoke self::endFile("N")
               exit method.
       BRUN-LOOP.
           READ BASERUN-FILE NEXT
               AT END GO TO BRUN-DONE.
           IF self::isOld(BRUN-HOME-TEAM) = "N"
            AND self::isOld(BRUN-VISITORS) = "N"
               GO TO BRUN-LOOP.
           ADD 1 TO WS-FILE-COUNT
           IF WS-CONFIRM-FLAG NOT = "Y"
               GO TO BRUN-LOOP.
           MOVE BRUN-REC TO WS-BEFORE-IMAGE
           MOVE BRUN-KEY TO WS-HOLD-KEY
           MOVE self::swapped(BRUN-HOME-TEAM) TO BRUN-HOME-TEAM
           MOVE self::swapped(BRUN-VISITORS) TO BRUN-VISITORS
           MOVE BRUN-REC TO WS-AFTER-IMAGE
           IF BRUN-KEY = WS-HOLD-KEY
               invoke self::rowChanged("BR")
               REWRITE BRUN-REC
               GO TO BRUN-LOOP.
           WRITE BRUN-REC
               INVALID KEY
                   ADD 1 TO WS-FILE-CLASH
                   GO TO BRUN-NEXT
           END-WRITE
           MOVE WS-HOLD-KEY TO BRUN-KEY
           DELETE BASERUN-FILE RECORD
               INVALID KEY CONTINUE
           END-DELETE
           invoke self::keyMoved("BR").
       BRUN-NEXT.
           MOVE WS-HOLD-KEY TO BRUN-KEY
           START BASERUN-FILE KEY > BRUN-KEY
               INVALID KEY GO TO BRUN-DONE
           END-START
           GO TO BRUN-LOOP.
       BRUN-DONE.
           CLOSE BASERUN-FILE.
           invoke self::endFile("Y")
       end method.

       method-id doConditions static protected.
       procedure division.
           invoke self::beginFile("BATSW038 conditions")
           OPEN I-O COND-FILE.
           IF STATUS-BYTE-1 NOT EQUAL ZEROES
               invoke self::endFile("N")
               exit method.
       COND-LOOP.
           READ COND-FILE NEXT
               AT END GO TO COND-DONE.
           IF self::isOld(COND-HOME-TEAM) = "N"
            AND self::isOld(COND-VISITORS) = "N"
               GO TO COND-LOOP.
           ADD 1 TO WS-FILE-COUNT
           IF WS-CONFIRM-FLAG NOT = "Y"
               GO TO COND-LOOP.
           MOVE COND-REC TO WS-BEFORE-IMAGE
           MOVE COND-KEY TO WS-HOLD-KEY
           MOVE self::swapped(COND-HOME-TEAM) TO COND-HOME-TEAM
           MOVE self::swapped(COND-VISITORS) TO COND-VISITORS
           MOVE COND-REC TO WS-AFTER-IMAGE
           IF COND-KEY = WS-HOLD-KEY
               invoke self::rowChanged("CD")
               REWRITE COND-REC
               GO TO COND-LOOP.
           WRITE COND-REC
               INVALID KEY
                   ADD 1 TO WS-FILE-CLASH
                   GO TO COND-NEXT
           END-WRITE
           MOVE WS-HOLD-KEY TO COND-KEY
           DELETE COND-FILE RECORD
               INVALID KEY CONTINUE
           END-DELETE
           invoke self::keyMoved("CD").
       COND-NEXT.
           MOVE WS-HOLD-KEY TO COND-KEY
           START COND-FILE KEY > COND-KEY
               INVALID KEY GO TO COND-DONE
           END-START
           GO TO COND-LOOP.
       COND-DONE.
           CLOSE COND-FILE.
           invoke self::endFile("Y")
       end method.

       method-id doFielding static protected.
       procedure division.
           invoke self::beginFile("BATSW042 fielding")
           OPEN I-O FIELD-FILE.
           IF STATUS-BYTE-1 NOT EQUAL ZEROES
               invoke self::endFile("N")
               exit method.
       FLD-LOOP.
           READ FIELD-FILE NEXT
               AT END GO TO FLD-DONE.
           IF self::isOld(FLD-HOME-TEAM) = "N"
            AND self::isOld(FLD-VISITORS) = "N"
               GO TO FLD-LOOP.
           ADD 1 TO WS-FILE-COUNT
           IF WS-CONFIRM-FLAG NOT = "Y"
               GO TO FLD-LOOP.
           MOVE FLD-REC TO WS-BEFORE-IMAGE
           MOVE FLD-KEY TO WS-HOLD-KEY
           MOVE self::swapped(FLD-HOME-TEAM) TO FLD-HOME-TEAM
           MOVE self::swapped(FLD-VISITORS) TO FLD-VISITORS
           MOVE FLD-REC TO WS-AFTER-IMAGE
           IF FLD-KEY = WS-HOLD-KEY
               invoke self::rowChanged("FL")
               REWRITE FLD-REC
               GO TO FLD-LOOP.
           WRITE FLD-REC
               INVALID KEY
                   ADD 1 TO WS-FILE-CLASH
                   GO TO FLD-NEXT
           END-WRITE
           MOVE WS-HOLD-KEY TO FLD-KEY
           DELETE FIELD-FILE RECORD
               INVALID KEY CONTINUE
           END-DELETE
           invoke self::keyMoved("FL").
       FLD-NEXT.
           MOVE WS-HOLD-KEY TO FLD-KEY
           START FIELD-FILE KEY > FLD-KEY
               INVALID KEY GO TO FLD-DONE
           END-START
           GO TO FLD-LOOP.
       FLD-DONE.
           CLOSE FIELD-FILE.
           invoke self::endFile("Y")
       end method.

       method-id doAlignment static protected.
       procedure division.
           invoke self::beginFile("BATSW045 alignments")
           OPEN I-O ALIGN-FILE.
           IF STATUS-BYTE-1 NOT EQUAL ZEROES
               invoke self::endFile("N")
               exit method.
       ALN-LOOP.
           READ ALIGN-FILE NEXT
               AT END GO TO ALN-DONE.
           IF self::isOld(ALN-HOME-TEAM) = "N"
            AND self::isOld(ALN-VISITORS) = "N"
               GO TO ALN-LOOP.
           ADD 1 TO WS-FILE-COUNT
           IF WS-CONFIRM-FLAG NOT = "Y"
               GO TO ALN-LOOP.
           MOVE ALN-REC TO WS-BEFORE-IMAGE
           MOVE ALN-KEY TO WS-HOLD-KEY
           MOVE self::swapped(ALN-HOME-TEAM) TO ALN-HOME-TEAM
           MOVE self::swapped(ALN-VISITORS) TO ALN-VISITORS
           MOVE ALN-REC TO WS-AFTER-IMAGE
           IF ALN-KEY = WS-HOLD-KEY
               invoke self::rowChanged("AL")
               REWRITE ALN-REC
               GO TO ALN-LOOP.
           WRITE ALN-REC
               INVALID KEY
                   ADD 1 TO WS-FILE-CLASH
                   GO TO ALN-NEXT
           END-WRITE
           MOVE WS-HOLD-KEY TO ALN-KEY
           DELETE ALIGN-FILE RECORD
               INVALID KEY CONTINUE
           END-DELETE
           invoke self::keyMoved("AL").
       ALN-NEXT.
           MOVE WS-HOLD-KEY TO ALN-KEY
           START ALIGN-FILE KEY > ALN-KEY
               INVALID KEY GO TO ALN-DONE
           END-START
           GO TO ALN-LOOP.
       ALN-DONE.
           CLOSE ALIGN-FILE.
           invoke self::endFile("Y")
       end method.

       method-id doTracking static protected.
       procedure division.
           invoke self::beginFile("BATSW047 pitch tracking")
           OPEN I-O TRACK-FILE.
           IF STATUS-BYTE-1 NOT EQUAL ZEROES
               invoke self::endFile("N")
               exit method.
       TRK-LOOP.
           READ TRACK-FILE NEXT
               AT END GO TO TRK-DONE.
           IF self::isOld(TRK-HOME) = "N"
            AND self::isOld(TRK-VISITORS) = "N"
               GO TO TRK-LOOP.
           ADD 1 TO WS-FILE-COUNT
           IF WS-CONFIRM-FLAG NOT = "Y"
               GO TO TRK-LOOP.
           MOVE TRK-REC TO WS-BEFORE-IMAGE
           MOVE TRK-KEY TO WS-HOLD-KEY
           MOVE self::swapped(TRK-HOME) TO TRK-HOME
           MOVE self::swapped(TRK-VISITORS) TO TRK-VISITORS
           MOVE TRK-REC TO WS-AFTER-IMAGE
           IF TRK-KEY = WS-HOLD-KEY
               invoke self::rowChanged("TK")
               REWRITE TRK-REC
               GO TO TRK-LOOP.
           WRITE TRK-REC
               INVALID KEY
                   ADD 1 TO WS-FILE-CLASH
                   GO TO TRK-NEXT
           END-WRITE
           MOVE WS-HOLD-KEY TO TRK-KEY
           DELETE TRACK-FILE RECORD
               INVALID KEY CONTINUE
           END-DELETE
           invoke self::keyMoved("TK").
       TRK-NEXT.
           MOVE WS-HOLD-KEY TO TRK-KEY
           START TRACK-FILE KEY > TRK-KEY
               INVALID KEY GO TO TRK-DONE
           END-START
           GO TO TRK-LOOP.
       TRK-DONE.
           CLOSE TRACK-FILE.
           invoke self::endFile("Y")
       end method.

       method-id doOfficialBox static protected.
       procedure division.
           invoke self::beginFile("PKW026 official box")
           OPEN I-O OFFICIAL-BOX-FILE.
           IF STATUS-BYTE-1 NOT EQUAL ZEROES
               invoke self::endFile("N")
               exit method.
       OFFBOX-LOOP.
           READ OFFICIAL-BOX-FILE NEXT
               AT END GO TO OFFBOX-DONE.
           IF self::isOld(OFFBOX-HOME-TEAM) = "N"
            AND self::isOld(OFFBOX-VISITORS) = "N"
               GO TO OFFBOX-LOOP.
           ADD 1 TO WS-FILE-COUNT
           IF WS-CONFIRM-FLAG NOT = "Y"
               GO TO OFFBOX-LOOP.
           MOVE OFFBOX-REC TO WS-BEFORE-IMAGE
           MOVE OFFBOX-KEY TO WS-HOLD-KEY
           MOVE self::swapped(OFFBOX-HOME-TEAM) TO OFFBOX-HOME-TEAM
           MOVE self::swapped(OFFBOX-VISITORS) TO OFFBOX-VISITORS
           MOVE OFFBOX-REC TO WS-AFTER-IMAGE
           IF OFFBOX-KEY = WS-HOLD-KEY
               invoke self::rowChanged("OB")
               REWRITE OFFBOX-REC
               GO TO OFFBOX-LOOP.
           WRITE OFFBOX-REC
               INVALID KEY
                   ADD 1 TO WS-FILE-CLASH
                   GO TO OFFBOX-NEXT
           END-WRITE
           MOVE WS-HOLD-KEY TO OFFBOX-KEY
           DELETE OFFICIAL-BOX-FILE RECORD
               INVALID KEY CONTINUE
           END-DELETE
           invoke self::keyMoved("OB").
       OFFBOX-NEXT.
           MOVE WS-HOLD-KEY TO OFFBOX-KEY
           START OFFICIAL-BOX-FILE KEY > OFFBOX-KEY
               INVALID KEY GO TO OFFBOX-DONE
           END-START
           GO TO OFFBOX-LOOP.
       OFFBOX-DONE.
           CLOSE OFFICIAL-BOX-FILE.
           invoke self::endFile("Y")
       end method.

       method-id doZoneEvents static protected.
       procedure division.
           invoke self::beginFile("PKW028 zone entries")
           OPEN I-O ZONE-EVENT-FILE.
           IF STATUS-BYTE-1 NOT EQUAL ZEROES
               invoke self::endFile("N")
               exit method.
       ZEV-LOOP.
           READ ZONE-EVENT-FILE NEXT
               AT END GO TO ZEV-DONE.
           IF self::isOld(ZEV-HOME-TEAM) = "N"
            AND self::isOld(ZEV-VISITORS) = "N"
            AND self::isOld(ZEV-TEAM) = "N"
               GO TO ZEV-LOOP.
           ADD 1 TO WS-FILE-COUNT
           IF WS-CONFIRM-FLAG NOT = "Y"
               GO TO ZEV-LOOP.
           MOVE ZEV-REC TO WS-BEFORE-IMAGE
           MOVE ZEV-KEY TO WS-HOLD-KEY
           MOVE self::swapped(ZEV-HOME-TEAM) TO ZEV-HOME-TEAM
           MOVE self::swapped(ZEV-VISITORS) TO ZEV-VISITORS
           MOVE self::swapped(ZEV-TEAM) TO ZEV-TEAM
           MOVE ZEV-REC TO WS-AFTER-IMAGE
           IF ZEV-KEY = WS-HOLD-KEY
               invoke self::rowChanged("ZE")
               REWRITE ZEV-REC
               GO TO ZEV-LOOP.
           WRITE ZEV-REC
               INVALID KEY
                   ADD 1 TO WS-FILE-CLASH
                   GO TO ZEV-NEXT
           END-WRITE
           MOVE WS-HOLD-KEY TO ZEV-KEY
           DELETE ZONE-EVENT-FILE RECORD
               INVALID KEY CONTINUE
           END-DELETE
           invoke self::keyMoved("ZE").
       ZEV-NEXT.
           MOVE WS-HOLD-KEY TO ZEV-KEY
           START ZONE-EVENT-FILE KEY > ZEV-KEY
               INVALID KEY GO TO ZEV-DONE
           END-START
           GO TO ZEV-LOOP.
       ZEV-DONE.
           CLOSE ZONE-EVENT-FILE.
           invoke self::endFile("Y")
       end method.

       method-id doExchange static protected.
       procedure division.
           invoke self::beginFile("PKW041 exchange")
           OPEN I-O EXCHANGE-FILE.
           IF STATUS-BYTE-1 NOT EQUAL ZEROES
               invoke self::endFile("N")
               exit method.
       EXCH-LOOP.
           READ EXCHANGE-FILE NEXT
               AT END GO TO EXCH-DONE.
           IF self::isOld(EXCH-HOME-TEAM) = "N"
            AND self::isOld(EXCH-VISITORS) = "N"
               GO TO EXCH-LOOP.
           ADD 1 TO WS-FILE-COUNT
           IF WS-CONFIRM-FLAG NOT = "Y"
               GO TO EXCH-LOOP.
           MOVE EXCH-REC TO WS-BEFORE-IMAGE
           MOVE EXCH-KEY TO WS-HOLD-KEY
           MOVE self::swapped(EXCH-HOME-TEAM) TO EXCH-HOME-TEAM
           MOVE self::swapped(EXCH-VISITORS) TO EXCH-VISITORS
           MOVE EXCH-REC TO WS-AFTER-IMAGE
           IF EXCH-KEY = WS-HOLD-KEY
               invoke self::rowChanged("EX")
               REWRITE EXCH-REC
               GO TO EXCH-LOOP.
           WRITE EXCH-REC
               INVALID KEY
                   ADD 1 TO WS-FILE-CLASH
                   GO TO EXCH-NEXT
           END-WRITE
           MOVE WS-HOLD-KEY TO EXCH-KEY
           DELETE EXCHANGE-FILE RECORD
               INVALID KEY CONTINUE
           END-DELETE
           invoke self::keyMoved("EX").
       EXCH-NEXT.
           MOVE WS-HOLD-KEY TO EXCH-KEY
           START EXCHANGE-FILE KEY > EXCH-KEY
               INVALID KEY GO TO EXCH-DONE
           END-START
           GO TO EXCH-LOOP.
       EXCH-DONE.
           CLOSE EXCHANGE-FILE.
           invoke self::endFile("Y")
       end method.

       method-id doContinuation static protected.
       procedure division.
           invoke self::beginFile("PKW042 continuations")
           OPEN I-O CONT-FILE.
           IF STATUS-BYTE-1 NOT EQUAL ZEROES
               invoke self::endFile("N")
               exit method.
       CONT-LOOP.
           READ CONT-FILE NEXT
               AT END GO TO CONT-DONE.
           IF self::isOld(CONT-HOME-TEAM) = "N"
            AND self::isOld(CONT-VISITORS) = "N"
            AND self::isOld(CONT-RES-HOME) = "N"
            AND self::isOld(CONT-RES-VIS) = "N"
               GO TO CONT-LOOP.
           ADD 1 TO WS-FILE-COUNT
           IF WS-CONFIRM-FLAG NOT = "Y"
               GO TO CONT-LOOP.
           MOVE CONT-REC TO WS-BEFORE-IMAGE
           MOVE CONT-KEY TO WS-HOLD-KEY
           MOVE self::swapped(CONT-HOME-TEAM) TO CONT-HOME-TEAM
           MOVE self::swapped(CONT-VISITORS) TO CONT-VISITORS
           MOVE self::swapped(CONT-RES-HOME) TO CONT-RES-HOME
           MOVE self::swapped(CONT-RES-VIS) TO CONT-RES-VIS
           MOVE CONT-REC TO WS-AFTER-IMAGE
           IF CONT-KEY = WS-HOLD-KEY
               invoke self::rowChanged("CT")
               REWRITE CONT-REC
               GO TO CONT-LOOP.
           WRITE CONT-REC
               INVALID KEY
                   ADD 1 TO WS-FILE-CLASH
                   GO TO CONT-NEXT
           END-WRITE
           MOVE WS-HOLD-KEY TO CONT-KEY
           DELETE CONT-FILE RECORD
               INVALID KEY CONTINUE
           END-DELETE
           invoke self::keyMoved("CT").
       CONT-NEXT.
           MOVE WS-HOLD-KEY TO CONT-KEY
           START CONT-FILE KEY > CONT-KEY
               INVALID KEY GO TO CONT-DONE
           END-START
           GO TO CONT-LOOP.
       CONT-DONE.
           CLOSE CONT-FILE.
           invoke self::endFile("Y")
       end method.

       method-id doSessionType static protected.
       procedure division.
           invoke self::beginFile("PKW044 session types")
           OPEN I-O SESSTYPE-FILE.
           IF STATUS-BYTE-1 NOT EQUAL ZEROES
               invoke self::endFile("N")
               exit method.
       SESSTYPE-LOOP.
           READ SESSTYPE-FILE NEXT
               AT END GO TO SESSTYPE-DONE.
           IF self::isOld(SESSTYPE-HOME-TEAM) = "N"
            AND self::isOld(SESSTYPE-VISITORS) = "N"
               GO TO SESSTYPE-LOOP.
           ADD 1 TO WS-FILE-COUNT
           IF WS-CONFIRM-FLAG NOT = "Y"
               GO TO SESSTYPE-LOOP.
           MOVE SESSTYPE-REC TO WS-BEFORE-IMAGE
           MOVE SESSTYPE-KEY TO WS-HOLD-KEY
           MOVE self::swapped(SESSTYPE-HOME-TEAM) TO SESSTYPE-HOME-TEAM
           MOVE self::swapped(SESSTYPE-VISITORS) TO SESSTYPE-VISITORS
           MOVE SESSTYPE-REC TO WS-AFTER-IMAGE
           IF SESSTYPE-KEY = WS-HOLD-KEY
               invoke self::rowChanged("SE")
               REWRITE SESSTYPE-REC
               GO TO SESSTYPE-LOOP.
           WRITE SESSTYPE-REC
               INVALID KEY
                   ADD 1 TO WS-FILE-CLASH
                   GO TO SESSTYPE-NEXT
           END-WRITE
           MOVE WS-HOLD-KEY TO SESSTYPE-KEY
           DELETE SESSTYPE-FILE RECORD
               INVALID KEY CONTINUE
           END-DELETE
           invoke self::keyMoved("SE").
       SESSTYPE-NEXT.
           MOVE WS-HOLD-KEY TO SESSTYPE-KEY
           START SESSTYPE-FILE KEY > SESSTYPE-KEY
               INVALID KEY GO TO SESSTYPE-DONE
           END-START
           GO TO SESSTYPE-LOOP.
       SESSTYPE-DONE.
           CLOSE SESSTYPE-FILE.
           invoke self::endFile("Y")
       end method.

       method-id doPenalties static protected.
       procedure division.
           invoke self::beginFile("PKW048 penalties")
           OPEN I-O PEN-FILE.
           IF STATUS-BYTE-1 NOT EQUAL ZEROES
               invoke self::endFile("N")
               exit method.
       PEN-LOOP.
           READ PEN-FILE NEXT
               AT END GO TO PEN-DONE.
           IF self::isOld(PEN-HOME-TEAM) = "N"
            AND self::isOld(PEN-VISITORS) = "N"
            AND self::isOld(PEN-OFF-TEAM) = "N"
               GO TO PEN-LOOP.
           ADD 1 TO WS-FILE-COUNT
           IF WS-CONFIRM-FLAG NOT = "Y"
               GO TO PEN-LOOP.
           MOVE PEN-REC TO WS-BEFORE-IMAGE
           MOVE PEN-KEY TO WS-HOLD-KEY
           MOVE self::swapped(PEN-HOME-TEAM) TO PEN-HOME-TEAM
           MOVE self::swapped(PEN-VISITORS) TO PEN-VISITORS
           MOVE self::swapped(PEN-OFF-TEAM) TO PEN-OFF-TEAM
           MOVE PEN-REC TO WS-AFTER-IMAGE
           IF PEN-KEY = WS-HOLD-KEY
               invoke self::rowChanged("PN")
               REWRITE PEN-REC
               GO TO PEN-LOOP.
           WRITE PEN-REC
               INVALID KEY
                   ADD 1 TO WS-FILE-CLASH
                   GO TO PEN-NEXT
           END-WRITE
           MOVE WS-HOLD-KEY TO PEN-KEY
           DELETE PEN-FILE RECORD
               INVALID KEY CONTINUE
           END-DELETE
           invoke self::keyMoved("PN").
       PEN-NEXT.
           MOVE WS-HOLD-KEY TO PEN-KEY
           START PEN-FILE KEY > PEN-KEY
               INVALID KEY GO TO PEN-DONE
           END-START
           GO TO PEN-LOOP.
       PEN-DONE.
           CLOSE PEN-FILE.
           invoke self::endFile("Y")
       end method.

       method-id doPassing static protected.
       procedure division.
           invoke self::beginFile("PKW051 passing chains")
           OPEN I-O PASS-FILE.
           IF STATUS-BYTE-1 NOT EQUAL ZEROES
               invoke self::endFile("N")
               exit method.
       PASS-LOOP.
           READ PASS-FILE NEXT
               AT END GO TO PASS-DONE.
           IF self::isOld(PASS-HOME-TEAM) = "N"
            AND self::isOld(PASS-VISITORS) = "N"
            AND self::isOld(PASS-TEAM) = "N"
               GO TO PASS-LOOP.
           ADD 1 TO WS-FILE-COUNT
           IF WS-CONFIRM-FLAG NOT = "Y"
               GO TO PASS-LOOP.
           MOVE PASS-REC TO WS-BEFORE-IMAGE
           MOVE PASS-KEY TO WS-HOLD-KEY
           MOVE self::swapped(PASS-HOME-TEAM) TO PASS-HOME-TEAM
           MOVE self::swapped(PASS-VISITORS) TO PASS-VISITORS
           MOVE self::swapped(PASS-TEAM) TO PASS-TEAM
           MOVE PASS-REC TO WS-AFTER-IMAGE
           IF PASS-KEY = WS-HOLD-KEY
               invoke self::rowChanged("PS")
               REWRITE PASS-REC
               GO TO PASS-LOOP.
           WRITE PASS-REC
               INVALID KEY
                   ADD 1 TO WS-FILE-CLASH
                   GO TO PASS-NEXT
           END-WRITE
           MOVE WS-HOLD-KEY TO PASS-KEY
           DELETE PASS-FILE RECORD
               INVALID KEY CONTINUE
           END-DELETE
           invoke self::keyMoved("PS").
       PASS-NEXT.
           MOVE WS-HOLD-KEY TO PASS-KEY
           START PASS-FILE KEY > PASS-KEY
               INVALID KEY GO TO PASS-DONE
           END-START
           GO TO PASS-LOOP.
       PASS-DONE.
           CLOSE PASS-FILE.
           invoke self::endFile("Y")
       end method.

       method-id doVideoSync static protected.
       procedure division.
           invoke self::beginFile("PKW054 video sync")
           OPEN I-O VSYNC-FILE.
           IF STATUS-BYTE-1 NOT EQUAL ZEROES
               invoke self::endFile("N")
               exit method.
       VSYNC-LOOP.
           READ VSYNC-FILE NEXT
               AT END GO TO VSYNC-DONE.
           IF self::isOld(VSYNC-HOME-TEAM) = "N"
            AND self::isOld(VSYNC-VISITORS) = "N"
               GO TO VSYNC-LOOP.
           ADD 1 TO WS-FILE-COUNT
           IF WS-CONFIRM-FLAG NOT = "Y"
               GO TO VSYNC-LOOP.
           MOVE VSYNC-REC TO WS-BEFORE-IMAGE
           MOVE VSYNC-KEY TO WS-HOLD-KEY
           MOVE self::swapped(VSYNC-HOME-TEAM) TO VSYNC-HOME-TEAM
           MOVE self::swapped(VSYNC-VISITORS) TO VSYNC-VISITORS
           MOVE VSYNC-REC TO WS-AFTER-IMAGE
           IF VSYNC-KEY = WS-HOLD-KEY
               invoke self::rowChanged("VY")
               REWRITE VSYNC-REC
               GO TO VSYNC-LOOP.
           WRITE VSYNC-REC
               INVALID KEY
                   ADD 1 TO WS-FILE-CLASH
                   GO TO VSYNC-NEXT
           END-WRITE
           MOVE WS-HOLD-KEY TO VSYNC-KEY
           DELETE VSYNC-FILE RECORD
               INVALID KEY CONTINUE
           END-DELETE
           invoke self::keyMoved("VY").
       VSYNC-NEXT.
           MOVE WS-HOLD-KEY TO VSYNC-KEY
           START VSYNC-FILE KEY > VSYNC-KEY
               INVALID KEY GO TO VSYNC-DONE
           END-START
           GO TO VSYNC-LOOP.
       VSYNC-DONE.
           CLOSE VSYNC-FILE.
           invoke self::endFile("Y")
       end method.

       method-id doShootout static protected.
       procedure division.
           invoke self::beginFile("PKW055 shootouts")
           OPEN I-O SO-FILE.
           IF STATUS-BYTE-1 NOT EQUAL ZEROES
               invoke self::endFile("N")
               exit method.
       SO-LOOP.
           READ SO-FILE NEXT
               AT END GO TO SO-DONE.
           IF self::isOld(SO-HOME-TEAM) = "N"
            AND self::isOld(SO-VISITORS) = "N"
            AND self::isOld(SO-SHOOTER-TEAM) = "N"
               GO TO SO-LOOP.
           ADD 1 TO WS-FILE-COUNT
           IF WS-CONFIRM-FLAG NOT = "Y"
               GO TO SO-LOOP.
           MOVE SO-REC TO WS-BEFORE-IMAGE
           MOVE SO-KEY TO WS-HOLD-KEY
           MOVE self::swapped(SO-HOME-TEAM) TO SO-HOME-TEAM
           MOVE self::swapped(SO-VISITORS) TO SO-VISITORS
           MOVE self::swapped(SO-SHOOTER-TEAM) TO SO-SHOOTER-TEAM
           MOVE SO-REC TO WS-AFTER-IMAGE
           IF SO-KEY = WS-HOLD-KEY
               invoke self::rowChanged("SO")
               REWRITE SO-REC
               GO TO SO-LOOP.
           WRITE SO-REC
               INVALID KEY
                   ADD 1 TO WS-FILE-CLASH
                   GO TO SO-NEXT
           END-WRITE
           MOVE WS-HOLD-KEY TO SO-KEY
           DELETE SO-FILE RECORD
               INVALID KEY CONTINUE
           END-DELETE
           invoke self::keyMoved("SO").
       SO-NEXT.
           MOVE WS-HOLD-KEY TO SO-KEY
           START SO-FILE KEY > SO-KEY
               INVALID KEY GO TO SO-DONE
           END-START
           GO TO SO-LOOP.
       SO-DONE.
           CLOSE SO-FILE.
           invoke self::endFile("Y")
       end method.

       method-id doDualChart static protected.
       procedure division.
           invoke self::beginFile("PKW056 dual charting")
           OPEN I-O COMPARE-FILE.
           IF STATUS-BYTE-1 NOT EQUAL ZEROES
               invoke self::endFile("N")
               exit method.
       DCMP-LOOP.
           READ COMPARE-FILE NEXT
               AT END GO TO DCMP-DONE.
           IF self::isOld(DCMP-HOME-TEAM) = "N"
            AND self::isOld(DCMP-VISITORS) = "N"
               GO TO DCMP-LOOP.
           ADD 1 TO WS-FILE-COUNT
           IF WS-CONFIRM-FLAG NOT = "Y"
               GO TO DCMP-LOOP.
           MOVE DCMP-REC TO WS-BEFORE-IMAGE
           MOVE DCMP-KEY TO WS-HOLD-KEY
           MOVE self::swapped(DCMP-HOME-TEAM) TO DCMP-HOME-TEAM
           MOVE self::swapped(DCMP-VISITORS) TO DCMP-VISITORS
           MOVE DCMP-REC TO WS-AFTER-IMAGE
           IF DCMP-KEY = WS-HOLD-KEY
               invoke self::rowChanged("DC")
               REWRITE DCMP-REC
               GO TO DCMP-LOOP.
           WRITE DCMP-REC
               INVALID KEY
                   ADD 1 TO WS-FILE-CLASH
                   GO TO DCMP-NEXT
           END-WRITE
           MOVE WS-HOLD-KEY TO DCMP-KEY
           DELETE COMPARE-FILE RECORD
               INVALID KEY CONTINUE
           END-DELETE
           invoke self::keyMoved("DC").
       DCMP-NEXT.
           MOVE WS-HOLD-KEY TO DCMP-KEY
           START COMPARE-FILE KEY > DCMP-KEY
               INVALID KEY GO TO DCMP-DONE
           END-START
           GO TO DCMP-LOOP.
       DCMP-DONE.
           CLOSE COMPARE-FILE.
           invoke self::endFile("Y")
       end method.

       method-id doPhysical static protected.
       procedure division.
           invoke self::beginFile("PKW062 physical play")
           OPEN I-O PHY-FILE.
           IF STATUS-BYTE-1 NOT EQUAL ZEROES
               invoke self::endFile("N")
               exit method.
       PHY-LOOP.
           READ PHY-FILE NEXT
               AT END GO TO PHY-DONE.
           IF self::isOld(PHY-HOME-TEAM) = "N"
            AND self::isOld(PHY-VISITORS) = "N"
            AND self::isOld(PHY-TEAM) = "N"
               GO TO PHY-LOOP.
           ADD 1 TO WS-FILE-COUNT
           IF WS-CONFIRM-FLAG NOT = "Y"
               GO TO PHY-LOOP.
           MOVE PHY-REC TO WS-BEFORE-IMAGE
           MOVE PHY-KEY TO WS-HOLD-KEY
           MOVE self::swapped(PHY-HOME-TEAM) TO PHY-HOME-TEAM
           MOVE self::swapped(PHY-VISITORS) TO PHY-VISITORS
           MOVE self::swapped(PHY-TEAM) TO PHY-TEAM
           MOVE PHY-REC TO WS-AFTER-IMAGE
           IF PHY-KEY = WS-HOLD-KEY
               invoke self::rowChanged("PH")
               REWRITE PHY-REC
               GO TO PHY-LOOP.
           WRITE PHY-REC
               INVALID KEY
                   ADD 1 TO WS-FILE-CLASH
                   GO TO PHY-NEXT
           END-WRITE
           MOVE WS-HOLD-KEY TO PHY-KEY
           DELETE PHY-FILE RECORD
               INVALID KEY CONTINUE
           END-DELETE
           invoke self::keyMoved("PH").
       PHY-NEXT.
           MOVE WS-HOLD-KEY TO PHY-KEY
           START PHY-FILE KEY > PHY-KEY
               INVALID KEY GO TO PHY-DONE
           END-START
           GO TO PHY-LOOP.
       PHY-DONE.
           CLOSE PHY-FILE.
           invoke self::endFile("Y")
       end method.

       method-id doEventGames static protected.
       procedure division.
           invoke self::beginFile("PKW065 event games")
           OPEN I-O EVENT-GAME-FILE.
           IF STATUS-BYTE-1 NOT EQUAL ZEROES
               invoke self::endFile("N")
               exit method.
       EVG-LOOP.
           READ EVENT-GAME-FILE NEXT
               AT END GO TO EVG-DONE.
           IF self::isOld(EVG-HOME-TEAM) = "N"
            AND self::isOld(EVG-VISITORS) = "N"
               GO TO EVG-LOOP.
           ADD 1 TO WS-FILE-COUNT
           IF WS-CONFIRM-FLAG NOT = "Y"
               GO TO EVG-LOOP.
           MOVE EVG-REC TO WS-BEFORE-IMAGE
           MOVE EVG-KEY TO WS-HOLD-KEY
           MOVE self::swapped(EVG-HOME-TEAM) TO EVG-HOME-TEAM
           MOVE self::swapped(EVG-VISITORS) TO EVG-VISITORS
           MOVE EVG-REC TO WS-AFTER-IMAGE
           IF EVG-KEY = WS-HOLD-KEY
               invoke self::rowChanged("EG")
               REWRITE EVG-REC
               GO TO EVG-LOOP.
           WRITE EVG-REC
               INVALID KEY
                   ADD 1 TO WS-FILE-CLASH
                   GO TO EVG-NEXT
           END-WRITE
           MOVE WS-HOLD-KEY TO EVG-KEY
           DELETE EVENT-GAME-FILE RECORD
               INVALID KEY CONTINUE
           END-DELETE
           invoke self::keyMoved("EG").
       EVG-NEXT.
           MOVE WS-HOLD-KEY TO EVG-KEY
           START EVENT-GAME-FILE KEY > EVG-KEY
               INVALID KEY GO TO EVG-DONE
           END-START
           GO TO EVG-LOOP.
       EVG-DONE.
           CLOSE EVENT-GAME-FILE.
           invoke self::endFile("Y")
       end method.

       method-id doShooterGoalie static protected.
       procedure division.
           invoke self::beginFile("PKW067 shooter/goalie")
           OPEN I-O SVG-FILE.
           IF STATUS-BYTE-1 NOT EQUAL ZEROES
               invoke self::endFile("N")
               exit method.
       SVG-LOOP.
           READ SVG-FILE NEXT
               AT END GO TO SVG-DONE.
           IF self::isOld(SVG-HOME-TEAM) = "N"
            AND self::isOld(SVG-VISITORS) = "N"
            AND self::isOld(SVG-SHOOTER-TEAM) = "N"
            AND self::isOld(SVG-GOALIE-TEAM) = "N"
               GO TO SVG-LOOP.
           ADD 1 TO WS-FILE-COUNT
           IF WS-CONFIRM-FLAG NOT = "Y"
               GO TO SVG-LOOP.
           MOVE SVG-REC TO WS-BEFORE-IMAGE
           MOVE SVG-KEY TO WS-HOLD-KEY
           MOVE self::swapped(SVG-HOME-TEAM) TO SVG-HOME-TEAM
           MOVE self::swapped(SVG-VISITORS) TO SVG-VISITORS
           MOVE self::swapped(SVG-SHOOTER-TEAM) TO SVG-SHOOTER-TEAM
           MOVE self::swapped(SVG-GOALIE-TEAM) TO SVG-GOALIE-TEAM
           MOVE SVG-REC TO WS-AFTER-IMAGE
           IF SVG-KEY = WS-HOLD-KEY
               invoke self::rowChanged("SV")
               REWRITE SVG-REC
               GO TO SVG-LOOP.
           WRITE SVG-REC
               INVALID KEY
                   ADD 1 TO WS-FILE-CLASH
                   GO TO SVG-NEXT
           END-WRITE
           MOVE WS-HOLD-KEY TO SVG-KEY
           DELETE SVG-FILE RECORD
               INVALID KEY CONTINUE
           END-DELETE
           invoke self::keyMoved("SV").
       SVG-NEXT.
           MOVE WS-HOLD-KEY TO SVG-KEY
           START SVG-FILE KEY > SVG-KEY
               INVALID KEY GO TO SVG-DONE
           END-START
           GO TO SVG-LOOP.
       SVG-DONE.
           CLOSE SVG-FILE.
           invoke self::endFile("Y")
       end method.

       method-id doReviews static protected.
       procedure division.
           invoke self::beginFile("PKW068 video reviews")
           OPEN I-O RV-FILE.
           IF STATUS-BYTE-1 NOT EQUAL ZEROES
               invoke self::endFile("N")
               exit method.
       RV-LOOP.
           READ RV-FILE NEXT
               AT END GO TO RV-DONE.
           IF self::isOld(RV-HOME-TEAM) = "N"
            AND self::isOld(RV-VISITORS) = "N"
            AND self::isOld(RV-CHALLENGE-TEAM) = "N"
            AND self::isOld(RV-GOAL-TEAM) = "N"
               GO TO RV-LOOP.
           ADD 1 TO WS-FILE-COUNT
           IF WS-CONFIRM-FLAG NOT = "Y"
               GO TO RV-LOOP.
           MOVE RV-REC TO WS-BEFORE-IMAGE
           MOVE RV-KEY TO WS-HOLD-KEY
           MOVE self::swapped(RV-HOME-TEAM) TO RV-HOME-TEAM
           MOVE self::swapped(RV-VISITORS) TO RV-VISITORS
           MOVE self::swapped(RV-CHALLENGE-TEAM) TO RV-CHALLENGE-TEAM
           MOVE self::swapped(RV-GOAL-TEAM) TO RV-GOAL-TEAM
           MOVE RV-REC TO WS-AFTER-IMAGE
           IF RV-KEY = WS-HOLD-KEY
               invoke self::rowChanged("RV")
               REWRITE RV-REC
               GO TO RV-LOOP.
           WRITE RV-REC
               INVALID KEY
                   ADD 1 TO WS-FILE-CLASH
                   GO TO RV-NEXT
           END-WRITE
           MOVE WS-HOLD-KEY TO RV-KEY
           DELETE RV-FILE RECORD
               INVALID KEY CONTINUE
           END-DELETE
           invoke self::keyMoved("RV").
       RV-NEXT.
           MOVE WS-HOLD-KEY TO RV-KEY
           START RV-FILE KEY > RV-KEY
               INVALID KEY GO TO RV-DONE
           END-START
           GO TO RV-LOOP.
       RV-DONE.
           CLOSE RV-FILE.
           invoke self::endFile("Y")
       end method.

       method-id doLiveFeed static protected.
       procedure division.
           invoke self::beginFile("PKW074 live feed")
           OPEN I-O LIVE-FILE.
           IF STATUS-BYTE-1 NOT EQUAL ZEROES
               invoke self::endFile("N")
               exit method.
       LIVE-LOOP.
           READ LIVE-FILE NEXT
               AT END GO TO LIVE-DONE.
           IF self::isOld(LIVE-HOME-TEAM) = "N"
            AND self::isOld(LIVE-VISITORS) = "N"
               GO TO LIVE-LOOP.
           ADD 1 TO WS-FILE-COUNT
           IF WS-CONFIRM-FLAG NOT = "Y"
               GO TO LIVE-LOOP.
           MOVE LIVE-REC TO WS-BEFORE-IMAGE
           MOVE LIVE-KEY TO WS-HOLD-KEY
           MOVE self::swapped(LIVE-HOME-TEAM) TO LIVE-HOME-TEAM
           MOVE self::swapped(LIVE-VISITORS) TO LIVE-VISITORS
           MOVE LIVE-REC TO WS-AFTER-IMAGE
           IF LIVE-KEY = WS-HOLD-KEY
               invoke self::rowChanged("LV")
               REWRITE LIVE-REC
               GO TO LIVE-LOOP.
           WRITE LIVE-REC
               INVALID KEY
                   ADD 1 TO WS-FILE-CLASH
                   GO TO LIVE-NEXT
           END-WRITE
           MOVE WS-HOLD-KEY TO LIVE-KEY
           DELETE LIVE-FILE RECORD
               INVALID KEY CONTINUE
           END-DELETE
           invoke self::keyMoved("LV").
       LIVE-NEXT.
           MOVE WS-HOLD-KEY TO LIVE-KEY
           START LIVE-FILE KEY > LIVE-KEY
               INVALID KEY GO TO LIVE-DONE
           END-START
           GO TO LIVE-LOOP.
       LIVE-DONE.
           CLOSE LIVE-FILE.
           invoke self::endFile("Y")
       end method.

      *    three stars: the game key, and the team beside each
      *    published and automatic pick.
       method-id doStars static protected.
       procedure division.
           invoke self::beginFile("PKW069 three stars")
           OPEN I-O STAR-FILE.
           IF STATUS-BYTE-1 NOT EQUAL ZEROES
               invoke self::endFile("N")
               exit method.
       STAR-LOOP.
           READ STAR-FILE NEXT
               AT END GO TO STAR-DONE.
           IF self::starHasOld() = "N"
               GO TO STAR-LOOP.
           ADD 1 TO WS-FILE-COUNT
           IF WS-CONFIRM-FLAG NOT = "Y"
               GO TO STAR-LOOP.
           MOVE STAR-REC TO WS-BEFORE-IMAGE
           MOVE STAR-KEY TO WS-HOLD-KEY
           invoke self::starSwap
           MOVE STAR-REC TO WS-AFTER-IMAGE
           IF STAR-KEY = WS-HOLD-KEY
               invoke self::rowChanged("SR")
               REWRITE STAR-REC
               GO TO STAR-LOOP.
           WRITE STAR-REC
               INVALID KEY
                   ADD 1 TO WS-FILE-CLASH
                   GO TO STAR-NEXT
           END-WRITE
           MOVE WS-HOLD-KEY TO STAR-KEY
           DELETE STAR-FILE RECORD
               INVALID KEY CONTINUE
           END-DELETE
           invoke self::keyMoved("SR").
       STAR-NEXT.
           MOVE WS-HOLD-KEY TO STAR-KEY
           START STAR-FILE KEY > STAR-KEY
               INVALID KEY GO TO STAR-DONE
           END-START
           GO TO STAR-LOOP.
       STAR-DONE.
           CLOSE STAR-FILE.
           invoke self::endFile("Y")
       end method.

      *    venue and time zone -- the club is the whole key.
       method-id doVenues static protected.
       procedure division.
           invoke self::beginFile("PKW083 venue zones")
           OPEN I-O VENUE-FILE.
           IF STATUS-BYTE-1 NOT EQUAL ZEROES
               invoke self::endFile("N")
               exit method.
       VEN-LOOP.
           READ VENUE-FILE NEXT
               AT END GO TO VEN-DONE.
           IF self::isOld(VEN-TEAM) = "N"
               GO TO VEN-LOOP.
           ADD 1 TO WS-FILE-COUNT
           IF WS-CONFIRM-FLAG NOT = "Y"
               GO TO VEN-LOOP.
           MOVE VEN-REC TO WS-BEFORE-IMAGE
           MOVE VEN-KEY TO WS-HOLD-KEY
           MOVE self::swapped(VEN-TEAM) TO VEN-TEAM
           MOVE VEN-REC TO WS-AFTER-IMAGE
           IF VEN-KEY = WS-HOLD-KEY
               invoke self::rowChanged("VN")
               REWRITE VEN-REC
               GO TO VEN-LOOP.
           WRITE VEN-REC
               INVALID KEY
                   ADD 1 TO WS-FILE-CLASH
                   GO TO VEN-NEXT
           END-WRITE
           MOVE WS-HOLD-KEY TO VEN-KEY
           DELETE VENUE-FILE RECORD
               INVALID KEY CONTINUE
           END-DELETE
           invoke self::keyMoved("VN").
       VEN-NEXT.
           MOVE WS-HOLD-KEY TO VEN-KEY
           START VENUE-FILE KEY > VEN-KEY
               INVALID KEY GO TO VEN-DONE
           END-START
           GO TO VEN-LOOP.
       VEN-DONE.
           CLOSE VENUE-FILE.
           invoke self::endFile("Y")
       end method.

      *    saved ad-hoc queries, keyed club + query name.
       method-id doQueries static protected.
       procedure division.
           invoke self::beginFile("PKW084 saved queries")
           OPEN I-O QUERY-FILE.
           IF STATUS-BYTE-1 NOT EQUAL ZEROES
               invoke self::endFile("N")
               exit method.
       QRY-LOOP.
           READ QUERY-FILE NEXT
               AT END GO TO QRY-DONE.
           IF self::isOld(QRY-TEAM) = "N"
               GO TO QRY-LOOP.
           ADD 1 TO WS-FILE-COUNT
           IF WS-CONFIRM-FLAG NOT = "Y"
               GO TO QRY-LOOP.
           MOVE QRY-REC TO WS-BEFORE-IMAGE
           MOVE QRY-KEY TO WS-HOLD-KEY
           MOVE self::swapped(QRY-TEAM) TO QRY-TEAM
           MOVE QRY-REC TO WS-AFTER-IMAGE
           IF QRY-KEY = WS-HOLD-KEY
               invoke self::rowChanged("AQ")
               REWRITE QRY-REC
               GO TO QRY-LOOP.
           WRITE QRY-REC
               INVALID KEY
                   ADD 1 TO WS-FILE-CLASH
                   GO TO QRY-NEXT
           END-WRITE
           MOVE WS-HOLD-KEY TO QRY-KEY
           DELETE QUERY-FILE RECORD
               INVALID KEY CONTINUE
           END-DELETE
           invoke self::keyMoved("AQ").
       QRY-NEXT.
           MOVE WS-HOLD-KEY TO QRY-KEY
           START QUERY-FILE KEY > QRY-KEY
               INVALID KEY GO TO QRY-DONE
           END-START
           GO TO QRY-LOOP.
       QRY-DONE.
           CLOSE QUERY-FILE.
           invoke self::endFile("Y")
       end method.

      *    held offline records: the team is inside the server
      *    and laptop play images, so the hold is rewritten in
      *    place under its own key.
       method-id doOfflineHolds static protected.
       procedure division.
           invoke self::beginFile("PKW085 offline holds")
           OPEN I-O REVIEW-FILE.
           IF STATUS-BYTE-1 NOT EQUAL ZEROES
               invoke self::endFile("N")
               exit method.
       REV-LOOP.
           READ REVIEW-FILE NEXT
               AT END GO TO REV-DONE.
           IF self::holdHasOld() = "N"
               GO TO REV-LOOP.
           ADD 1 TO WS-FILE-COUNT
           IF WS-CONFIRM-FLAG NOT = "Y"
               GO TO REV-LOOP.
           MOVE REV-REC TO WS-BEFORE-IMAGE
           invoke self::holdSwap
           MOVE REV-REC TO WS-AFTER-IMAGE
           invoke self::rowChanged("OQ")
           REWRITE REV-REC
           GO TO REV-LOOP.
       REV-DONE.
           CLOSE REVIEW-FILE.
           invoke self::endFile("Y")
       end method.

      *    per-club clip windows, keyed club + sport + event.
       method-id doClipWindows static protected.
       procedure division.
           invoke self::beginFile("PKW086 clip windows")
           OPEN I-O CWIN-FILE.
           IF STATUS-BYTE-1 NOT EQUAL ZEROES
               invoke self::endFile("N")
               exit method.
       CWIN-LOOP.
           READ CWIN-FILE NEXT
               AT END GO TO CWIN-DONE.
           IF self::isOld(CWIN-TEAM) = "N"
               GO TO CWIN-LOOP.
           ADD 1 TO WS-FILE-COUNT
           IF WS-CONFIRM-FLAG NOT = "Y"
               GO TO CWIN-LOOP.
           MOVE CWIN-REC TO WS-BEFORE-IMAGE
           MOVE CWIN-KEY TO WS-HOLD-KEY
           MOVE self::swapped(CWIN-TEAM) TO CWIN-TEAM
           MOVE CWIN-REC TO WS-AFTER-IMAGE
           IF CWIN-KEY = WS-HOLD-KEY
               invoke self::rowChanged("CW")
               REWRITE CWIN-REC
               GO TO CWIN-LOOP.
           WRITE CWIN-REC
               INVALID KEY
                   ADD 1 TO WS-FILE-CLASH
                   GO TO CWIN-NEXT
           END-WRITE
           MOVE WS-HOLD-KEY TO CWIN-KEY
           DELETE CWIN-FILE RECORD
               INVALID KEY CONTINUE
           END-DELETE
           invoke self::keyMoved("CW").
       CWIN-NEXT.
           MOVE WS-HOLD-KEY TO CWIN-KEY
           START CWIN-FILE KEY > CWIN-KEY
               INVALID KEY GO TO CWIN-DONE
           END-START
           GO TO CWIN-LOOP.
       CWIN-DONE.
           CLOSE CWIN-FILE.
           invoke self::endFile("Y")
       end method.

      *    charter attribution: a game row's key is the game's
      *    (date, home, visitors); play rows carry no team.
       method-id doCharters static protected.
       procedure division.
           invoke self::beginFile("PKW089 charter attribution")
           OPEN I-O ATTRIB-FILE.
           IF STATUS-BYTE-1 NOT EQUAL ZEROES
               invoke self::endFile("N")
               exit method.
       CHS-LOOP.
           READ ATTRIB-FILE NEXT
               AT END GO TO CHS-DONE.
           IF CHS-KIND NOT = "G"
               GO TO CHS-LOOP.
           IF self::isOld(CHS-G-HOME) = "N"
            AND self::isOld(CHS-G-VISITORS) = "N"
               GO TO CHS-LOOP.
           ADD 1 TO WS-FILE-COUNT
           IF WS-CONFIRM-FLAG NOT = "Y"
               GO TO CHS-LOOP.
           MOVE CHS-REC TO WS-BEFORE-IMAGE
           MOVE CHS-KEY TO WS-HOLD-KEY
           MOVE self::swapped(CHS-G-HOME) TO CHS-G-HOME
           MOVE self::swapped(CHS-G-VISITORS) TO CHS-G-VISITORS
           MOVE CHS-REC TO WS-AFTER-IMAGE
           IF CHS-KEY = WS-HOLD-KEY
               invoke self::rowChanged("CA")
               REWRITE CHS-REC
               GO TO CHS-LOOP.
           WRITE CHS-REC
               INVALID KEY
                   ADD 1 TO WS-FILE-CLASH
                   GO TO CHS-NEXT
           END-WRITE
           MOVE WS-HOLD-KEY TO CHS-KEY
           DELETE ATTRIB-FILE RECORD
               INVALID KEY CONTINUE
           END-DELETE
           invoke self::keyMoved("CA").
       CHS-NEXT.
           MOVE WS-HOLD-KEY TO CHS-KEY
           START ATTRIB-FILE KEY > CHS-KEY
               INVALID KEY GO TO CHS-DONE
           END-START
           GO TO CHS-LOOP.
       CHS-DONE.
           CLOSE ATTRIB-FILE.
           invoke self::endFile("Y")
       end method.

      *    report queue jobs -- the submitting club, by value.
       method-id doReportJobs static protected.
       procedure division.
           invoke self::beginFile("BATSW058 report jobs")
           OPEN I-O JOBQ-FILE.
           IF STATUS-BYTE-1 NOT EQUAL ZEROES
               invoke self::endFile("N")
               exit method.
       JOBQ-LOOP.
           READ JOBQ-FILE NEXT
               AT END GO TO JOBQ-DONE.
           IF self::isOld(JOBQ-TEAM) = "N"
               GO TO JOBQ-LOOP.
           ADD 1 TO WS-FILE-COUNT
           IF WS-CONFIRM-FLAG NOT = "Y"
               GO TO JOBQ-LOOP.
           MOVE JOBQ-REC TO WS-BEFORE-IMAGE
           MOVE self::swapped(JOBQ-TEAM) TO JOBQ-TEAM
           MOVE JOBQ-REC TO WS-AFTER-IMAGE
           invoke self::rowChanged("JQ")
           REWRITE JOBQ-REC
           GO TO JOBQ-LOOP.
       JOBQ-DONE.
           CLOSE JOBQ-FILE.
           invoke self::endFile("Y")
       end method.

      *    scheduled deliveries: the owner ("team/last/first")
      *    leads the key; the game team, a packet's opponent and
      *    any "team/last/first" recipient are data.
       method-id doDeliveries static protected.
       procedure division.
           invoke self::beginFile("BATSW059 deliveries")
           OPEN I-O DLV-FILE.
           IF STATUS-BYTE-1 NOT EQUAL ZEROES
               invoke self::endFile("N")
               exit method.
       DLV-LOOP.
           READ DLV-FILE NEXT
               AT END GO TO DLV-DONE.
           IF self::deliveryHasOld() = "N"
               GO TO DLV-LOOP.
           ADD 1 TO WS-FILE-COUNT
           IF WS-CONFIRM-FLAG NOT = "Y"
               GO TO DLV-LOOP.
           MOVE DLV-REC TO WS-BEFORE-IMAGE
           MOVE DLV-KEY TO WS-HOLD-KEY
           invoke self::deliverySwap
           MOVE DLV-REC TO WS-AFTER-IMAGE
           IF DLV-KEY = WS-HOLD-KEY
               invoke self::rowChanged("DV")
               REWRITE DLV-REC
               GO TO DLV-LOOP.
           WRITE DLV-REC
               INVALID KEY
                   ADD 1 TO WS-FILE-CLASH
                   GO TO DLV-NEXT
           END-WRITE
           MOVE WS-HOLD-KEY TO DLV-KEY
           DELETE DLV-FILE RECORD
               INVALID KEY CONTINUE
           END-DELETE
           invoke self::keyMoved("DV").
       DLV-NEXT.
           MOVE WS-HOLD-KEY TO DLV-KEY
           START DLV-FILE KEY > DLV-KEY
               INVALID KEY GO TO DLV-DONE
           END-START
           GO TO DLV-LOOP.
       DLV-DONE.
           CLOSE DLV-FILE.
           invoke self::endFile("Y")
       end method.

      *    road-trip viewing packs, keyed by the building job.
       method-id doRoadPacks static protected.
       procedure division.
           invoke self::beginFile("BATSW061 road packs")
           OPEN I-O PACKLOG-FILE.
           IF STATUS-BYTE-1 NOT EQUAL ZEROES
               invoke self::endFile("N")
               exit method.
       RPK-LOOP.
           READ PACKLOG-FILE NEXT
               AT END GO TO RPK-DONE.
           IF self::isOld(RPK-TEAM) = "N"
            AND self::isOld(RPK-OPPONENT) = "N"
               GO TO RPK-LOOP.
           ADD 1 TO WS-FILE-COUNT
           IF WS-CONFIRM-FLAG NOT = "Y"
               GO TO RPK-LOOP.
           MOVE RPK-REC TO WS-BEFORE-IMAGE
           MOVE self::swapped(RPK-TEAM) TO RPK-TEAM
           MOVE self::swapped(RPK-OPPONENT) TO RPK-OPPONENT
           MOVE RPK-REC TO WS-AFTER-IMAGE
           invoke self::rowChanged("RK")
           REWRITE RPK-REC
           GO TO RPK-LOOP.
       RPK-DONE.
           CLOSE PACKLOG-FILE.
           invoke self::endFile("Y")
       end method.

      *    transaction-wire lines waiting for review, keyed by
      *    wire date and line.
       method-id doWireQueue static protected.
       procedure division.
           invoke self::beginFile("BATSW063 wire review")
           OPEN I-O TXQ-FILE.
           IF STATUS-BYTE-1 NOT EQUAL ZEROES
               invoke self::endFile("N")
               exit method.
       TXQ-LOOP.
           READ TXQ-FILE NEXT
               AT END GO TO TXQ-DONE.
           IF self::isOld(TXQ-FROM-TEAM) = "N"
            AND self::isOld(TXQ-TO-TEAM) = "N"
               GO TO TXQ-LOOP.
           ADD 1 TO WS-FILE-COUNT
           IF WS-CONFIRM-FLAG NOT = "Y"
               GO TO TXQ-LOOP.
           MOVE TXQ-REC TO WS-BEFORE-IMAGE
           MOVE self::swapped(TXQ-FROM-TEAM) TO TXQ-FROM-TEAM
           MOVE self::swapped(TXQ-TO-TEAM) TO TXQ-TO-TEAM
           MOVE TXQ-REC TO WS-AFTER-IMAGE
           invoke self::rowChanged("TQ")
           REWRITE TXQ-REC
           GO TO TXQ-LOOP.
       TXQ-DONE.
           CLOSE TXQ-FILE.
           invoke self::endFile("Y")
       end method.

      *    a hold names the team only inside its play images,
      *    read through the play record area (an empty server image
      *    stays empty).
       method-id holdHasOld static protected.
       procedure division returning flag as String.
           set flag to "N"
           if REV-SERVER-IMAGE not = spaces
               MOVE REV-SERVER-IMAGE TO PLAY-REC
               set flag to self::isOld(PLAY-TEAM-NAME)
           end-if
           if flag = "N" and REV-OFFLINE-IMAGE not = spaces
               MOVE REV-OFFLINE-IMAGE TO PLAY-REC
               set flag to self::isOld(PLAY-TEAM-NAME)
           end-if.
       end method.

       method-id holdSwap static protected.
       procedure division.
           if REV-SERVER-IMAGE not = spaces
               MOVE REV-SERVER-IMAGE TO PLAY-REC
               MOVE self::swapped(PLAY-TEAM-NAME) TO PLAY-TEAM-NAME
               MOVE PLAY-REC TO REV-SERVER-IMAGE
           end-if
           if REV-OFFLINE-IMAGE not = spaces
               MOVE REV-OFFLINE-IMAGE TO PLAY-REC
               MOVE self::swapped(PLAY-TEAM-NAME) TO PLAY-TEAM-NAME
               MOVE PLAY-REC TO REV-OFFLINE-IMAGE
           end-if.
       end method.

       method-id deliveryHasOld static protected.
       procedure division returning flag as String.
           set flag to "N"
           if DLV-OWNER::Trim::StartsWith(WS-OLD-TEAM::Trim & "/")
            or self::isOld(DLV-GAME-TEAM) = "Y"
               set flag to "Y".
           if DLV-KIND = "PACKET"
            and self::isOld(self::packetOpponent()) = "Y"
               set flag to "Y".
           if self::recipientsSwapped() not = DLV-RECIPIENTS::Trim
               set flag to "Y".
       end method.

       method-id deliverySwap static protected.
       local-storage section.
       01  barAt           type Int32.
       procedure division.
           if DLV-OWNER::Trim::StartsWith(WS-OLD-TEAM::Trim & "/")
               set DLV-OWNER to WS-NEW-TEAM::Trim &
                   DLV-OWNER::Trim::Substring(WS-OLD-TEAM::Trim::Length).
           MOVE self::swapped(DLV-GAME-TEAM) TO DLV-GAME-TEAM
           if DLV-KIND = "PACKET"
            and self::isOld(self::packetOpponent()) = "Y"
               set barAt to DLV-PARMS::IndexOf("|")
               if barAt < 0
                   set DLV-PARMS to self::swapped(DLV-PARMS::Trim)
               else
                   set DLV-PARMS to self::swapped(DLV-PARMS::Substring(0, barAt)::Trim) &
                       DLV-PARMS::Substring(barAt)::Trim
               end-if
           end-if
           set DLV-RECIPIENTS to self::recipientsSwapped().
       end method.

      *    a packet delivery's opponent, DLV-PARMS' first field.
       method-id packetOpponent static protected.
       local-storage section.
       01  barAt           type Int32.
       procedure division returning opponentName as String.
           set barAt to DLV-PARMS::IndexOf("|")
           if barAt < 0
               set opponentName to DLV-PARMS::Trim
           else
               set opponentName to DLV-PARMS::Substring(0, barAt)::Trim.
       end method.

      *    DLV-RECIPIENTS with each "team/last/first" login on the
      *    old name moved to the new one ("last/first" logins are
      *    the owner's own team and need nothing).
       method-id recipientsSwapped static protected.
       local-storage section.
       01  listItems       type String occurs any.
       01  itemIdx         type Int32.
       01  itemText        type String.
       procedure division returning newList as String.
           set newList to DLV-RECIPIENTS::Trim
           if newList = ""
               exit method.
           set listItems to newList::Split(";")
           set newList to ""
           perform varying itemIdx from 0 by 1 until itemIdx >= listItems::Length
               set itemText to listItems[itemIdx]
               if itemText::Trim::Split("/")::Length = 3
                and itemText::Trim::ToUpper::StartsWith(WS-OLD-TEAM::Trim & "/")
                   set itemText to WS-NEW-TEAM::Trim &
                       itemText::Trim::Substring(WS-OLD-TEAM::Trim::Length)
               end-if
               if itemIdx > 0
                   set newList to newList & ";"
               end-if
               set newList to newList & itemText
           end-perform.
       end method.

       end class.
