      * the road-trip viewing pack. An advance scout picks the
      * opponent, their date range, how many of our own recent games
      * to carry and how many days the pack stays good, and builds
      * it before the bus leaves; roadPackJob.cbl gathers the
      * scouting packet, the opponent's spray and zone charts, our
      * last games' summaries and their clips at reduced size into
      * one enciphered HTML file that opens in any browser on the
      * laptop, with no connection and no login, given the pass
      * phrase. The build takes minutes, so it runs on the background
      * queue (reportQueue.cbl) like the packet itself; this screen
      * queues it, shows its status, and hands out the file once it
      * is built. The pass phrase is drawn here and shown once, to
      * the scout who built the pack; every build gets its own. The
      * list below the form is the club's packs from BATSW061.DAT --
      * who built each one and when it stops opening.
       $set ilusing"System.IO"
       $set ilusing"System.Security.Cryptography"

       class-id batsweb.roadPack is partial
                inherits type System.Web.UI.Page public.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       $SET CALLFH"EXTFH"
       $SET DATACOMPRESS"1"
        SELECT PACKLOG-FILE ASSIGN WS-PACKLOG-FILE
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS RPK-JOB
              LOCK MANUAL
              FILE STATUS IS STATUS-COMN.

       file section.
       FD  PACKLOG-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS RPK-REC.

      *    layout owned by roadPackJob.cbl -- keep in sync with
      *    the FD there.
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

       working-storage section.
       COPY "Y:\sydexsource\shared\WS-SYS.CBL".
       01 mydata300 type batsweb.bat300Data.
       01  WS-PACKLOG-FILE    PIC X(256) VALUE "BATSW061.DAT".
       01  STATUS-COMN.
           05  STATUS-BYTE-1           PIC X      VALUE SPACES.
           05  STATUS-BYTE-2           PIC X      VALUE SPACES.
      *    pass-phrase characters -- no 0/O or 1/l/I to misread
      *    off the screen.
       01  WS-PHRASE-CHARS    PIC X(57) VALUE
           "ABCDEFGHJKLMNPQRSTUVWXYZabcdefghijkmnopqrstuvwxyz23456789".
       01  WS-PHRASE-LENGTH   PIC 9(2)  VALUE 16.

       method-id Page_Load protected.
       local-storage section.
       linkage section.
           COPY "Y:\SYDEXSOURCE\BATS\bat300_dg.CPB".
       procedure division using by value param-sender as object
                                         param-e as type System.EventArgs.
           if self::Session["level"] = null
               invoke self::Response::Redirect("~/Default.aspx")
               exit method.
      *    a raised kill flag (force-logout from the sessions
      *    monitor) takes effect at the login gate.
           if type pucksweb.sessionRegistry::touch(self::Session::SessionID) = "KILL"
               invoke self::Session::Abandon
               invoke self::Response::Redirect("~/Default.aspx")
               exit method.
      *    the packet and clips leave the building -- staff only.
           if self::Session["level"]::ToString not = "2"
            and self::Session["level"]::ToString not = "9"
               invoke self::Response::Redirect("~/mainmenu.aspx")
               exit method.
           if self::IsPostBack
               exit method.
      *    page-hit for the usage report.
           invoke type batsweb.pageUsage::recordHit(
               "" & self::Session["team"],
               "" & self::Session["user"], "roadPack")

           if self::Session["bat300data"] = null
               set mydata300 to new batsweb.bat300Data
               invoke mydata300::populateData
               set self::Session["bat300data"] to mydata300
           else
               set mydata300 to self::Session["bat300data"] as type batsweb.bat300Data.
           set address of BAT300-DIALOG-FIELDS to myData300::tablePointer
           set tbStartDate::Text to type DateTime::Today::AddDays(-60)::ToString("MM/dd/yy")
           set tbEndDate::Text to type DateTime::Today::ToString("MM/dd/yy")
           set tbOurGames::Text to "5"
           set tbKeepDays::Text to "14"
           move 1 to aa.
       team-loop.
           if aa > BAT300-NUM-TEAMS
               go to team-done.
           invoke ddOpponent::Items::Add(BAT300-TEAM-NAME(aa))
           add 1 to aa
           go to team-loop.
       team-done.
           invoke self::showJob
           invoke self::loadPacks
           goback.
       end method.

      *    queues the build (reportQueue.cbl, roadPackJob.cbl).
      *    Unlike the packet, a pack is never joined to another
      *    scout's: each carries its own pass phrase and its own
      *    builder, so the build time goes into what it matches on.
       method-id btnBuildPack_Click protected.
       local-storage section.
       01 fromDate      type DateTime.
       01 toDate        type DateTime.
       01 ourGames      type Int32.
       01 keepDays      type Int32.
       01 passPhrase    type String.
       01 reqFile       type String.
       01 reqLines      type List[String].
       01 parmText      type String.
       01 jobId         type String.
       procedure division using by value sender as object e as type System.EventArgs.
           if ddOpponent::SelectedItem = null
               set lblMsg::Text to "Select an opponent team first."
               exit method.
           if type DateTime::TryParseExact(tbStartDate::Text::Trim, "MM/dd/yy", null,
                 type System.Globalization.DateTimeStyles::None, by reference fromDate) = false
            or type DateTime::TryParseExact(tbEndDate::Text::Trim, "MM/dd/yy", null,
                 type System.Globalization.DateTimeStyles::None, by reference toDate) = false
               set lblMsg::Text to "Key the dates as mm/dd/yy."
               exit method.
           if toDate < fromDate
               set lblMsg::Text to "The end date is before the start date."
               exit method.
           if type Int32::TryParse(tbOurGames::Text::Trim, by reference ourGames) = false
            or ourGames < 1 or ourGames > 20
               set lblMsg::Text to "Carry from 1 to 20 of our games."
               exit method.
           if type Int32::TryParse(tbKeepDays::Text::Trim, by reference keepDays) = false
            or keepDays < 1 or keepDays > 30
               set lblMsg::Text to "A pack can be kept from 1 to 30 days."
               exit method.

           set passPhrase to self::newPhrase()
           set reqFile to type batsweb.reportQueue::scratchPath(self::Session::SessionID)
           set reqLines to new List[String]
           invoke reqLines::Add(ddOpponent::SelectedItem::ToString::Trim)
           invoke reqLines::Add(tbStartDate::Text::Trim)
           invoke reqLines::Add(tbEndDate::Text::Trim)
           invoke reqLines::Add(("" & self::Session["team"])::Trim)
           invoke reqLines::Add(ourGames::ToString)
           invoke reqLines::Add(keepDays::ToString)
           invoke reqLines::Add(("" & self::Session["user"])::Trim)
           invoke reqLines::Add(passPhrase)
           invoke reqLines::Add(self::Server::MapPath("~/Images"))
           try
               invoke type File::WriteAllLines(reqFile, reqLines)
           catch exc as type Exception
               set lblMsg::Text to "The report queue is not available -- try again shortly."
               exit method
           end-try
           set parmText to ddOpponent::SelectedItem::ToString::Trim & "|" &
               tbStartDate::Text::Trim & "|" & tbEndDate::Text::Trim
           set jobId to type batsweb.reportQueue::submit("ROAD",
               "roadPack.aspx", "" & self::Session["team"],
               "" & self::Session["user"], "" & self::Session["database"],
               "Road pack: " & ddOpponent::SelectedItem::ToString::Trim &
               ", " & tbStartDate::Text::Trim & " - " & tbEndDate::Text::Trim,
               parmText & "|" & self::Session["user"] & "|" &
               type DateTime::Now::ToString("yyyyMMddHHmmssfff"),
               parmText, reqFile)
           if jobId = ""
               invoke type File::Delete(reqFile)
               set lblMsg::Text to "The report queue is not available -- try again shortly."
               exit method.
           set self::Session["roadPackJob"] to jobId
           set lblPhrase::Text to "Pass phrase for this pack: " & passPhrase &
               " -- write it down now. It is shown only here and is" &
               " needed to open the pack on the road."
           set lblMsg::Text to type batsweb.reportQueue::statusLine(jobId)
       end method.

      *    WS-PHRASE-LENGTH characters drawn from
      *    WS-PHRASE-CHARS by the system's random source.
       method-id newPhrase protected.
       local-storage section.
       01  rng             type RandomNumberGenerator.
       01  randomBytes     type Byte occurs any.
       01  charIdx         type Int32.
       01  byteVal         type Int32.
       01  byteQuot        type Int32.
       01  byteRem         type Int32.
       procedure division returning phraseOut as String.
           set randomBytes to new Byte[WS-PHRASE-LENGTH]
           set rng to type RandomNumberGenerator::Create()
           invoke rng::GetBytes(randomBytes)
           invoke rng::Dispose()
           set phraseOut to ""
           perform varying charIdx from 0 by 1 until charIdx >= WS-PHRASE-LENGTH
               set byteVal to randomBytes[charIdx]
               DIVIDE byteVal BY 57 GIVING byteQuot REMAINDER byteRem
               set phraseOut to phraseOut & WS-PHRASE-CHARS::Substring(byteRem, 1)
           end-perform
       end method.

       method-id btnJobStatus_Click protected.
       procedure division using by value sender as object e as type System.EventArgs.
           invoke self::showJob
           invoke self::loadPacks
       end method.

      *    the session's build: its status line, and once it is
      *    DONE the pack download (then off the user's main-menu
      *    list). Arriving from the main menu's finished-report list
      *    brings the job id on the query string.
       method-id showJob protected.
       local-storage section.
       01 jobId         type String.
       01 parmParts     type String occurs any.
       01 packBytes     type Byte occurs any.
       procedure division.
           if self::IsPostBack = false
            and self::Request::QueryString["job"] not = null
               set self::Session["roadPackJob"] to self::Request::QueryString["job"]
           end-if
           if self::Session["roadPackJob"] = null
               exit method.
           set jobId to self::Session["roadPackJob"]::ToString
      *    only the club's own watchers open a job, whatever id
      *    the link carries.
           if type batsweb.reportQueue::mayView(jobId, "" & self::Session["team"],
               "" & self::Session["user"]) not = "Y"
               set lblMsg::Text to "That report is no longer on file -- run it again."
               set self::Session["roadPackJob"] to null
               exit method.
           set lblMsg::Text to type batsweb.reportQueue::statusLine(jobId)
           if type batsweb.reportQueue::statusOf(jobId) = "FAIL"
               invoke type batsweb.reportQueue::markSeen(jobId, "" & self::Session["user"])
               set self::Session["roadPackJob"] to null
               exit method.
           if type batsweb.reportQueue::statusOf(jobId) not = "DONE"
               exit method.
           if type File::Exists(type batsweb.reportQueue::resultPath(jobId)) = false
               set lblMsg::Text to "That pack is no longer on file -- build it again."
               set self::Session["roadPackJob"] to null
               exit method.
           set parmParts to type batsweb.reportQueue::parmsOf(jobId)::Split("|")
           set packBytes to type File::ReadAllBytes(type batsweb.reportQueue::resultPath(jobId))
           invoke type batsweb.reportQueue::markSeen(jobId, "" & self::Session["user"])
           set self::Session["roadPackJob"] to null
           set Response::ContentType to "application/octet-stream"
           invoke Response::AddHeader("Content-Disposition", "attachment; filename=roadpack-" &
               parmParts[0]::Trim::Replace(" ", "_") & ".html")
           invoke Response::BinaryWrite(packBytes)
           invoke Response::End
       end method.

      *    the club's packs, newest first: who built each, what
      *    it covers, and the day it stops opening.
       method-id loadPacks protected.
       local-storage section.
       01  packLines       type List[String].
       01  lineText        type String.
       procedure division.
           invoke lbPacks::Items::Clear
           set packLines to new List[String]
           OPEN INPUT PACKLOG-FILE.
           IF STATUS-BYTE-1 NOT EQUAL ZEROES
               exit method.
       PACK-LOOP.
           READ PACKLOG-FILE NEXT WITH NO LOCK
               AT END GO TO PACK-DONE.
           IF RPK-TEAM::Trim::ToUpper NOT = ("" & self::Session["team"])::Trim::ToUpper
               GO TO PACK-LOOP.
           set lineText to type pucksweb.venueZone::shown("" & RPK-BUILT,
               "" & self::Session["team"]) & "  " &
               RPK-OPPONENT & "  " & RPK-FROM & "-" & RPK-TO &
               "  built by " & RPK-BUILT-BY::Trim & "  " &
               RPK-OUR-GAMES & " games, " & RPK-CLIPS & " clips  "
           if RPK-EXPIRES < type Int32::Parse(type DateTime::Today::ToString("yyyyMMdd"))
               set lineText to lineText & "expired " & RPK-EXPIRES
           else
               set lineText to lineText & "opens through " & RPK-EXPIRES
           end-if
           invoke packLines::Insert(0, lineText)
           GO TO PACK-LOOP.
       PACK-DONE.
           CLOSE PACKLOG-FILE.
           perform varying lineText through packLines
               invoke lbPacks::Items::Add(lineText)
           end-perform
       end method.

       end class.
