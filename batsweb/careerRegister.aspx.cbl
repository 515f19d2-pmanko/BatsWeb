      * career register. One line per season and league for a
      * player-master id -- team(s) off the stint history, games,
      * hits, goals, points and shutouts, and the per-game rates --
      * with a subtotal per league and the career line under them,
      * off the BATSW054.DAT register careerBuild.cbl rebuilds from
      * the live, archived and backfilled extracts, so seasons
      * archiveSeason.cbl moved out of GAME-FILE are still here.
      * Each line says where its numbers came from. Print gives the
      * one-page career sheet scouting meetings, contract talks and
      * media requests ask for. The sheet carries the player's
      * biography, so showing and printing it each write a
      * read-access row (pucksweb/accessAudit.cbl).
       class-id batsweb.careerRegister is partial
                inherits type System.Web.UI.Page public.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       $SET CALLFH"EXTFH"
       $SET DATACOMPRESS"1"
        SELECT CAREER-FILE ASSIGN WS-CAREER-FILE
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS CAR-KEY
              LOCK MANUAL
              FILE STATUS IS STATUS-COMN.

       file section.
       FD  CAREER-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS CAR-REC.

      *    layout owned by careerBuild.cbl -- keep in sync with
      *    the FD there.
       01  CAR-REC.
           05  CAR-KEY.
               10  CAR-ID              PIC 9(6).
               10  CAR-NAME            PIC X(30).
               10  CAR-SEASON          PIC 9(4).
               10  CAR-LEAGUE          PIC X(4).
           05  CAR-TEAMS               PIC X(48).
           05  CAR-GAMES               PIC 9(4).
           05  CAR-HITS                PIC 9(5).
           05  CAR-GOALS               PIC 9(5).
           05  CAR-POINTS              PIC 9(5).
           05  CAR-SHUTOUTS            PIC 9(3).
           05  CAR-SOURCE              PIC X(3).
           05  CAR-BUILT               PIC X(14).
           05  FILLER                  PIC X(10).

       working-storage section.
       01  WS-CAREER-FILE     PIC X(256) VALUE "BATSW054.DAT".
       01  STATUS-COMN.
           05  STATUS-BYTE-1           PIC X      VALUE SPACES.
           05  STATUS-BYTE-2           PIC X      VALUE SPACES.
       01  WS-LOOKUP-ID       PIC 9(6) VALUE 0.
       01  WS-LOOKUP-NAME     PIC X(30).
       01  WS-PLAYER-TITLE    PIC X(40).
       01  WS-RATE            PIC 9(2)V9(3) VALUE 0.
      *    the per-league subtotals; row LS-MAX + 1 is the career.
       01  LEAGUE-SUBTOTALS.
           05  LS-ROW OCCURS 21 TIMES.
               10  LS-LEAGUE           PIC X(4).
               10  LS-SEASONS          PIC 9(2).
               10  LS-GAMES            PIC 9(5).
               10  LS-STAT OCCURS 4 TIMES PIC 9(6).
       01  LS-COUNT                    PIC 9(2) VALUE 0.
       01  LS-MAX                      PIC 9(2) VALUE 20.
       01  LS-CAREER                   PIC 9(2) VALUE 21.
       01  LS-CUR                      PIC 9(2) VALUE 0.
       01  WS-SHEET-LINE.
           05  SL-SEASON               PIC X(7).
           05  SL-LEAGUE               PIC X(5).
           05  SL-TEAMS                PIC X(31).
           05  SL-GAMES                PIC ZZZZ9.
           05  SL-HITS                 PIC ZZZZZ9.
           05  SL-GOALS                PIC ZZZZZ9.
           05  SL-POINTS               PIC ZZZZZ9.
           05  SL-SHUTOUTS             PIC ZZZZ9.
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  SL-HPG                  PIC Z9.999.
           05  FILLER                  PIC X(1)   VALUE SPACES.
           05  SL-GPG                  PIC Z9.999.
           05  FILLER                  PIC X(1)   VALUE SPACES.
           05  SL-PPG                  PIC Z9.999.
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  SL-SOURCE               PIC X(5).

       method-id Page_Load protected.
       local-storage section.
       procedure division using by value param-sender as object
                                         param-e as type System.EventArgs.
           if self::Session["level"] = null
               invoke self::Response::Redirect("~/Default.aspx")
               exit method.
           if self::IsPostBack
               exit method.
           goback.
       end method.

       method-id btnShow_Click protected.
       local-storage section.
       01  sheetLines      type List[String].
       01  sheetLine       type String.
       procedure division using by value sender as object e as type System.EventArgs.
           invoke lbCareer::Items::Clear.
           set sheetLines to self::buildSheet()
           if sheetLines = null
               exit method.
           perform varying sheetLine through sheetLines
               invoke lbCareer::Items::Add(sheetLine)
           end-perform
           invoke type pucksweb.accessAudit::record("CAREERREGISTER",
               WS-PLAYER-TITLE::Trim, "V", "" & self::Session["team"],
               "" & self::Session["user"]).
       end method.

      *    the one-page career sheet, stamped with when and by
      *    whom it was printed.
       method-id btnPrint_Click protected.
       local-storage section.
       01  sheetLines      type List[String].
       01  sheetLine       type String.
       01  htmlBuilder     type System.Text.StringBuilder.
       procedure division using by value sender as object e as type System.EventArgs.
           set sheetLines to self::buildSheet()
           if sheetLines = null
               exit method.
           set htmlBuilder to new System.Text.StringBuilder
           invoke htmlBuilder::AppendLine("<html><head><title>Career Sheet</title>")
           invoke htmlBuilder::AppendLine("<style>body{font-family:monospace;font-size:9pt;}@page{size:landscape;}</style>")
           invoke htmlBuilder::AppendLine("</head><body>")
           invoke htmlBuilder::AppendLine("<h3>Career sheet -- " &
               type System.Web.HttpUtility::HtmlEncode(WS-PLAYER-TITLE::Trim) & "</h3>")
           invoke htmlBuilder::AppendLine("<p>Printed " &
               type DateTime::Now::ToString("yyyy-MM-dd HH:mm") & " by " &
               self::Session["team"]::ToString::Trim & " / " & "" &
               self::Session["user"] & "</p><pre>")
           perform varying sheetLine through sheetLines
               invoke htmlBuilder::AppendLine(
                   type System.Web.HttpUtility::HtmlEncode(sheetLine))
           end-perform
           invoke htmlBuilder::AppendLine("</pre></body></html>")
           invoke type pucksweb.accessAudit::record("CAREERREGISTER",
               WS-PLAYER-TITLE::Trim, "E", "" & self::Session["team"],
               "" & self::Session["user"])

           set Response::ContentType to "text/html"
           invoke Response::Write(htmlBuilder::ToString())
           invoke Response::End
       end method.

      *    the player's register rows as sheet lines: the
      *    seasons, then a subtotal per league and the career line.
      *    null (with lblMsg set) when the player can't be found.
       method-id buildSheet protected.
       local-storage section.
       01  masterId        type Int32.
       01  bioLine         type String.
       01  lsIdx           type Int32.
       procedure division returning sheetLines as type List[String].
           set sheetLines to null
           set lblMsg::Text to ""
           if tbLast::Text::Trim() = ""
               set lblMsg::Text to "Enter the player's last and first name."
               exit method.
           set masterId to type batsweb.playerBio::idForName(
               tbLast::Text::Trim(), tbFirst::Text::Trim())
           move masterId to WS-LOOKUP-ID
      *    a spelling the master doesn't know is carried under
      *    id zero by its own name, as the extract spells it.
           if masterId = 0
               set WS-LOOKUP-NAME to (tbLast::Text & " " & tbFirst::Text)::Trim::ToUpper
           else
               MOVE SPACES TO WS-LOOKUP-NAME
           end-if
           set WS-PLAYER-TITLE to tbLast::Text::Trim::ToUpper & ", " &
               tbFirst::Text::Trim::ToUpper
           INITIALIZE LEAGUE-SUBTOTALS
           move 0 to LS-COUNT

           OPEN INPUT CAREER-FILE.
           IF STATUS-BYTE-1 NOT EQUAL ZEROES
               set lblMsg::Text to "The career register has not been built yet."
               exit method.
           set sheetLines to new List[String]
           set bioLine to type batsweb.playerBio::bioLineByName(
               tbLast::Text::Trim(), tbFirst::Text::Trim())
           if masterId = 0
               invoke sheetLines::Add(WS-PLAYER-TITLE::Trim & bioLine &
                   "   (not on the player master -- this spelling only)")
           else
               invoke sheetLines::Add(WS-PLAYER-TITLE::Trim & bioLine &
                   "   master id " & WS-LOOKUP-ID)
           end-if
           invoke sheetLines::Add(" ")
           invoke sheetLines::Add("SEASON LG   TEAM(S)                           GP     H     G     P   SO     H/G    G/G    P/G  SRC")
           MOVE WS-LOOKUP-ID TO CAR-ID
           MOVE WS-LOOKUP-NAME TO CAR-NAME
           MOVE 0 TO CAR-SEASON
           MOVE SPACES TO CAR-LEAGUE
           START CAREER-FILE KEY NOT < CAR-KEY
               INVALID KEY
                   GO TO SEASON-DONE.
       SEASON-LOOP.
           READ CAREER-FILE NEXT WITH NO LOCK
               AT END GO TO SEASON-DONE.
           IF CAR-ID NOT = WS-LOOKUP-ID OR CAR-NAME NOT = WS-LOOKUP-NAME
               GO TO SEASON-DONE.
           invoke self::addToSubtotal
           MOVE CAR-SEASON TO SL-SEASON
           MOVE CAR-LEAGUE TO SL-LEAGUE
           MOVE CAR-TEAMS TO SL-TEAMS
           invoke self::fillCounts(CAR-GAMES, CAR-HITS, CAR-GOALS,
               CAR-POINTS, CAR-SHUTOUTS)
           MOVE SPACES TO SL-SOURCE
           IF CAR-SOURCE(1:1) = "A"
               MOVE "A" TO SL-SOURCE(1:1)
           END-IF
           IF CAR-SOURCE(2:1) = "B"
               MOVE "B" TO SL-SOURCE(2:1)
           END-IF
           IF CAR-SOURCE(3:1) = "L"
               MOVE "L" TO SL-SOURCE(3:1)
           END-IF
           invoke sheetLines::Add(("" & WS-SHEET-LINE)::TrimEnd())
           GO TO SEASON-LOOP.
       SEASON-DONE.
           CLOSE CAREER-FILE.
           if LS-COUNT = 0
               set lblMsg::Text to "No charted seasons on the register for " &
                   WS-PLAYER-TITLE::Trim & "."
               set sheetLines to null
               exit method.

           invoke sheetLines::Add(" ")
           perform varying lsIdx from 1 by 1 until lsIdx > LS-COUNT
               invoke self::subtotalLine(lsIdx, "TOTAL")
               invoke sheetLines::Add(("" & WS-SHEET-LINE)::TrimEnd())
           end-perform
           invoke self::subtotalLine(LS-CAREER, "CAREER")
           invoke sheetLines::Add(("" & WS-SHEET-LINE)::TrimEnd())
           invoke sheetLines::Add(" ")
           invoke sheetLines::Add("SRC: A archived season, B backfilled from the paper exports, L live.")
           invoke sheetLines::Add("TEAM(S) from the roster stint history where it covers the season.").
       end method.

      *    the current row into its league's subtotal and the
      *    career line.
       method-id addToSubtotal protected.
       local-storage section.
       01  lsIdx           type Int32.
       procedure division.
           move 0 to LS-CUR
           perform varying lsIdx from 1 by 1 until lsIdx > LS-COUNT
               if LS-LEAGUE(lsIdx) = CAR-LEAGUE
                   move lsIdx to LS-CUR
               end-if
           end-perform
           if LS-CUR = 0 and LS-COUNT < LS-MAX
               add 1 to LS-COUNT
               move LS-COUNT to LS-CUR
               move CAR-LEAGUE to LS-LEAGUE(LS-CUR)
           end-if
           if LS-CUR not = 0
               add 1 to LS-SEASONS(LS-CUR)
               add CAR-GAMES to LS-GAMES(LS-CUR)
               add CAR-HITS to LS-STAT(LS-CUR, 1)
               add CAR-GOALS to LS-STAT(LS-CUR, 2)
               add CAR-POINTS to LS-STAT(LS-CUR, 3)
               add CAR-SHUTOUTS to LS-STAT(LS-CUR, 4)
           end-if
           add 1 to LS-SEASONS(LS-CAREER)
           add CAR-GAMES to LS-GAMES(LS-CAREER)
           add CAR-HITS to LS-STAT(LS-CAREER, 1)
           add CAR-GOALS to LS-STAT(LS-CAREER, 2)
           add CAR-POINTS to LS-STAT(LS-CAREER, 3)
           add CAR-SHUTOUTS to LS-STAT(LS-CAREER, 4).
       end method.

      *    a subtotal row into WS-SHEET-LINE.
       method-id subtotalLine protected.
       procedure division using by value lsIdx as type Int32
                                 by value lineLabel as String.
           MOVE lineLabel TO SL-SEASON
           MOVE LS-LEAGUE(lsIdx) TO SL-LEAGUE
           set SL-TEAMS to "" & LS-SEASONS(lsIdx) & " season(s)"
           invoke self::fillCounts(LS-GAMES(lsIdx), LS-STAT(lsIdx, 1),
               LS-STAT(lsIdx, 2), LS-STAT(lsIdx, 3), LS-STAT(lsIdx, 4))
           MOVE SPACES TO SL-SOURCE.
       end method.

      *    the counts and per-game rates into WS-SHEET-LINE.
       method-id fillCounts protected.
       procedure division using by value gameCount as type Int32
                                 by value hitCount as type Int32
                                 by value goalCount as type Int32
                                 by value pointCount as type Int32
                                 by value shutoutCount as type Int32.
           MOVE gameCount TO SL-GAMES
           MOVE hitCount TO SL-HITS
           MOVE goalCount TO SL-GOALS
           MOVE pointCount TO SL-POINTS
           MOVE shutoutCount TO SL-SHUTOUTS
           MOVE 0 TO SL-HPG SL-GPG SL-PPG
           if gameCount = 0
               exit method.
           COMPUTE WS-RATE ROUNDED = hitCount / gameCount
           MOVE WS-RATE TO SL-HPG
           COMPUTE WS-RATE ROUNDED = goalCount / gameCount
           MOVE WS-RATE TO SL-GPG
           COMPUTE WS-RATE ROUNDED = pointCount / gameCount
           MOVE WS-RATE TO SL-PPG.
       end method.

       end class.
