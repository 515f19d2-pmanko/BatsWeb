      * team-admin maintenance of the league translation factors
      * in BATSW049.DAT (leagueFactors.cbl). leagueFactorBuild.cbl
      * derives a factor per league pair and stat from the players
      * charted in both; this screen lists every factor with the
      * sample behind it and lets the front office overrule one --
      * a thin sample, a league that changed its rules mid-window. A
      * saved factor is marked admin-set so the build stops
      * refreshing it; revert hands it back to the build. Every change
      * is written to the configuration audit trail.
       class-id batsweb.leagueFactorAdmin is partial
                inherits type System.Web.UI.Page public.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       $SET CALLFH"EXTFH"
       $SET DATACOMPRESS"1"
        SELECT FACTOR-FILE ASSIGN WS-FACTOR-FILE
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS FAC-KEY
              LOCK MANUAL
              FILE STATUS IS STATUS-COMN.

       file section.
       FD  FACTOR-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS FAC-REC.

      *    layout owned by leagueFactors.cbl -- keep in sync
      *    with the FD there.
       01  FAC-REC.
           05  FAC-KEY.
               10  FAC-FROM-LEAGUE     PIC X(4).
               10  FAC-TO-LEAGUE       PIC X(4).
               10  FAC-STAT            PIC X(6).
           05  FAC-FACTOR              PIC 9(2)V9(4).
           05  FAC-PLAYERS             PIC 9(5).
           05  FAC-GAMES               PIC 9(7).
           05  FAC-SOURCE              PIC X.
           05  FAC-WINDOW-FROM         PIC 9(8).
           05  FAC-WINDOW-TO           PIC 9(8).
           05  FAC-UPDATED             PIC X(14).
           05  FAC-USER                PIC X(20).
           05  FILLER                  PIC X(10).

       working-storage section.
       01  WS-FACTOR-FILE     PIC X(256) VALUE "BATSW049.DAT".
       01  STATUS-COMN.
           05  STATUS-BYTE-1           PIC X      VALUE SPACES.
           05  STATUS-BYTE-2           PIC X      VALUE SPACES.

       method-id Page_Load protected.
       local-storage section.
       procedure division using by value param-sender as object
                                         param-e as type System.EventArgs.
           if self::Session["level"] = null
               invoke self::Response::Redirect("~/Default.aspx")
               exit method.
      *    the factors colour every cross-league evaluation --
      *    team-admin only.
           if self::Session["level"]::ToString not = "9"
               invoke self::Response::Redirect("~/mainmenu.aspx")
               exit method.
           if self::IsPostBack
               exit method.
           invoke ddStat::Items::Add("HITS")
           invoke ddStat::Items::Add("GOALS")
           invoke ddStat::Items::Add("POINTS")
           invoke self::listFactors
           goback.
       end method.

       method-id btnSave_Click protected.
       local-storage section.
       01  factorParsed    type Double.
       01  beforeLine      type String.
       procedure division using by value sender as object e as type System.EventArgs.
           if tbFrom::Text::Trim() = "" or tbTo::Text::Trim() = ""
            or ddStat::SelectedItem = null
               set lblMsg::Text to "Enter the from and to league codes and pick the stat."
               exit method.
           set factorParsed to 0
           invoke type Double::TryParse(tbFactor::Text::Trim(), by reference factorParsed)
           if factorParsed <= 0 or factorParsed >= 99
               set lblMsg::Text to "Enter the factor as a multiplier, e.g. 0.85."
               exit method.
           OPEN I-O FACTOR-FILE.
           IF STATUS-COMN = "35"
               OPEN OUTPUT FACTOR-FILE
               CLOSE FACTOR-FILE
               OPEN I-O FACTOR-FILE.
           IF STATUS-BYTE-1 NOT EQUAL ZEROES
               set lblMsg::Text to "Unable to open the factor file."
               exit method.

           set beforeLine to ""
           MOVE tbFrom::Text::Trim::ToUpper TO FAC-FROM-LEAGUE
           MOVE tbTo::Text::Trim::ToUpper TO FAC-TO-LEAGUE
           MOVE ddStat::SelectedItem::ToString TO FAC-STAT
           READ FACTOR-FILE
               INVALID KEY
                   MOVE 0 TO FAC-PLAYERS FAC-GAMES FAC-WINDOW-FROM
                             FAC-WINDOW-TO
               NOT INVALID KEY
                   set beforeLine to self::factorLine()
           END-READ
           MOVE factorParsed TO FAC-FACTOR
           MOVE "A" TO FAC-SOURCE
           set FAC-UPDATED to type DateTime::Now::ToString("yyyyMMddHHmmss")
           MOVE self::Session["user"]::ToString TO FAC-USER
           WRITE FAC-REC
               INVALID KEY REWRITE FAC-REC
           END-WRITE.
           CLOSE FACTOR-FILE.

           invoke type pucksweb.configAudit::record("LEAGUEFACTORS",
               FAC-FROM-LEAGUE::Trim & ">" & FAC-TO-LEAGUE::Trim & " " &
               FAC-STAT::Trim,
               self::Session["team"]::ToString::Trim & " / " &
               "" & self::Session["user"],
               beforeLine, self::factorLine())
           set lblMsg::Text to "Factor saved -- the nightly build will leave it alone."
           invoke self::listFactors.
       end method.

      *    drops the factor so the next build derives it again
      *    from the two-league players.
       method-id btnRevert_Click protected.
       local-storage section.
       01  beforeLine      type String.
       procedure division using by value sender as object e as type System.EventArgs.
           if tbFrom::Text::Trim() = "" or tbTo::Text::Trim() = ""
            or ddStat::SelectedItem = null
               set lblMsg::Text to "Enter the from and to league codes and pick the stat."
               exit method.
           OPEN I-O FACTOR-FILE.
           IF STATUS-BYTE-1 NOT EQUAL ZEROES
               set lblMsg::Text to "No factor on file to revert."
               exit method.
           MOVE tbFrom::Text::Trim::ToUpper TO FAC-FROM-LEAGUE
           MOVE tbTo::Text::Trim::ToUpper TO FAC-TO-LEAGUE
           MOVE ddStat::SelectedItem::ToString TO FAC-STAT
           READ FACTOR-FILE
               INVALID KEY
                   CLOSE FACTOR-FILE
                   set lblMsg::Text to "No factor on file to revert."
                   exit method.
           set beforeLine to self::factorLine()
           DELETE FACTOR-FILE RECORD.
           CLOSE FACTOR-FILE.

           invoke type pucksweb.configAudit::record("LEAGUEFACTORS",
               FAC-FROM-LEAGUE::Trim & ">" & FAC-TO-LEAGUE::Trim & " " &
               FAC-STAT::Trim,
               self::Session["team"]::ToString::Trim & " / " &
               "" & self::Session["user"],
               beforeLine, "re-derive from the two-league players")
           set lblMsg::Text to "Factor cleared -- the next build derives it again."
           invoke self::listFactors.
       end method.

       method-id factorLine protected.
       local-storage section.
       01  factorVal       type Double.
       procedure division returning lineOut as String.
           set factorVal to FAC-FACTOR
           set lineOut to FAC-FROM-LEAGUE & " > " & FAC-TO-LEAGUE & "  " &
               FAC-STAT & "  x" & factorVal::ToString("F4") & "  " &
               FAC-PLAYERS & " players  " & FAC-GAMES & " games  (" &
               FAC-WINDOW-FROM & "-" & FAC-WINDOW-TO & ")  ".
           if FAC-SOURCE = "A"
               set lineOut to lineOut & "admin, " & FAC-USER::Trim
           else
               set lineOut to lineOut & "derived " & FAC-UPDATED(1:8).
       end method.

       method-id listFactors protected.
       procedure division.
           invoke lbFactors::Items::Clear.
           OPEN INPUT FACTOR-FILE.
           IF STATUS-BYTE-1 NOT EQUAL ZEROES
               exit method.
       LIST-LOOP.
           READ FACTOR-FILE NEXT WITH NO LOCK
               AT END GO TO LIST-DONE.
           invoke lbFactors::Items::Add(self::factorLine())
           GO TO LIST-LOOP.
       LIST-DONE.
           CLOSE FACTOR-FILE.
       end method.

       end class.
