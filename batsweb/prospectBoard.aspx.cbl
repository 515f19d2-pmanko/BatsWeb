      * playerMaster.aspx.cbl) and marks the board row signed -- the
      * notes are keyed by name, so the scouting history follows the
      * player into the pro data instead of starting from zero.
      * Comparables hands the prospect to comparablePlayers.aspx.cbl,
      * which searches by name until the permanent id exists.
      * Alongside the notes each scout files a structured evaluation
      * per viewing in BATSW053.DAT -- present and future 20-80 grades
      * for the five tools, an overall future value and a risk grade.
      * The board lines the evaluations up: consensus per tool from
      * each scout's latest look, the spread between scouts and the
      * trend from the first viewing to the latest. The split report
      * lists every prospect the scouts disagree on by more than one
      * grade step, and Crosscheck puts a look in another scout's
      * assignment queue (assignmentQueue.cbl).
       class-id batsweb.prospectBoard is partial
                inherits type System.Web.UI.Page public.

              LOCK MANUAL
              FILE STATUS IS STATUS-COMN3.

        SELECT EVAL-FILE ASSIGN WS-EVAL-FILE
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS EVAL-KEY
              LOCK MANUAL
              FILE STATUS IS STATUS-COMN4.

       file section.
       FD  PROSPECT-FILE
           LABEL RECORDS ARE STANDARD
               10  NOTE-TIMESTAMP      PIC X(14).
           05  NOTE-AUTHOR             PIC X(45).
           05  NOTE-TEXT               PIC X(200).
           05  NOTE-SEAL               PIC X(9).
           05  FILLER                  PIC X(1).

       FD  EVAL-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS EVAL-REC.

      *    one row per scout per viewing, keyed so one scout's
      *    viewings of a prospect read back oldest first. Grades are
      *    20-80 in steps of 5; EVAL-TOOL 1-5 in TOOL-LABEL order
      *    (hit, power, run, arm, field -- fastball, breaking ball,
      *    changeup, command, control for a pitcher). EVAL-RISK: L low,
      *    M medium, H high, X extreme.
       01  EVAL-REC.
           05  EVAL-KEY.
               10  EVAL-LAST           PIC X(15).
               10  EVAL-FIRST          PIC X(15).
               10  EVAL-SCOUT          PIC X(20).
               10  EVAL-DATE           PIC 9(8).
           05  EVAL-TOOL OCCURS 5 TIMES.
               10  EVAL-PRESENT        PIC 9(2).
               10  EVAL-FUTURE         PIC 9(2).
           05  EVAL-FV                 PIC 9(2).
           05  EVAL-RISK               PIC X.
           05  EVAL-ENTERED            PIC X(14).
           05  FILLER                  PIC X(10).

       working-storage section.
       01  WS-PROSPECT-FILE        PIC X(256) VALUE "BATSW039.DAT".
       01  WS-PLAYER-MASTER-FILE   PIC X(256) VALUE "BATSW025.DAT".
       01  WS-NOTES-FILE           PIC X(256) VALUE "PKW030.DAT".
       01  WS-EVAL-FILE            PIC X(256) VALUE "BATSW053.DAT".
       01  STATUS-COMN.
           05  STATUS-BYTE-1           PIC X      VALUE SPACES.
           05  STATUS-BYTE-2           PIC X      VALUE SPACES.
       01  STATUS-COMN3.
           05  STATUS3-BYTE-1          PIC X      VALUE SPACES.
           05  STATUS3-BYTE-2          PIC X      VALUE SPACES.
       01  STATUS-COMN4.
           05  STATUS4-BYTE-1          PIC X      VALUE SPACES.
           05  STATUS4-BYTE-2          PIC X      VALUE SPACES.
       01  WS-NEXT-ID              PIC 9(6) VALUE 0.
       01  WS-GRADE                PIC 9(2) VALUE 0.
       01  WS-RANK                 PIC 9(3) VALUE 0.
       01  WS-LOOKUP-PLAYER        PIC X(30).
      *    scouts more than one grade step apart on a tool are a
      *    split.
       01  EVAL-STEP               PIC 9(2) VALUE 10.
       01  TOOL-HITTER-NAMES       PIC X(24) VALUE "HIT POW RUN ARM FLD FV  ".
       01  TOOL-PITCHER-NAMES      PIC X(24) VALUE "FB  BRK CHG CMD CTL FV  ".
       01  TOOL-NAMES              PIC X(24).
       01  TOOL-NAME-TABLE REDEFINES TOOL-NAMES.
           05  TOOL-LABEL OCCURS 6 TIMES PIC X(4).
       01  EVAL-GRADES.
           05  EVAL-GRADE OCCURS 5 TIMES PIC 9(2).
      *    one prospect's evaluations, summarized: each scout's
      *    latest grades (tools 1-5, then FV) and the earliest and
      *    latest viewings overall for the trend.
       01  EVAL-SUMMARY.
           05  SUM-VIEWINGS            PIC 9(3).
           05  SUM-SCOUTS              PIC 9(2).
           05  SUM-SCOUT OCCURS 20 TIMES.
               10  SUM-SCOUT-NAME      PIC X(20).
               10  SUM-SCOUT-DATE      PIC 9(8).
               10  SUM-SCOUT-GRADE OCCURS 6 TIMES PIC 9(2).
           05  SUM-FIRST-DATE          PIC 9(8).
           05  SUM-FIRST-GRADE OCCURS 6 TIMES PIC 9(2).
           05  SUM-LAST-DATE           PIC 9(8).
           05  SUM-LAST-GRADE OCCURS 6 TIMES PIC 9(2).
       01  SUM-TOOL-RESULTS.
           05  SUM-TOOL OCCURS 6 TIMES.
               10  SUM-CONSENSUS       PIC 9(2).
               10  SUM-LOW             PIC 9(2).
               10  SUM-HIGH            PIC 9(2).

       method-id Page_Load protected.
       local-storage section.
           set NOTE-AUTHOR to self::Session["team"]::ToString::Trim & " / " &
               "" & self::Session["user"]
           MOVE tbNote::Text::Trim TO NOTE-TEXT
           MOVE type pucksweb.sideCrypt::newSeal() TO NOTE-SEAL
           MOVE type pucksweb.sideCrypt::seal(NOTE-TEXT, NOTE-SEAL,
               length of NOTE-TEXT) TO NOTE-TEXT
           WRITE NOTE-REC.
           CLOSE NOTES-FILE.
           set tbNote::Text to ""
       method-id btnShowNotes_Click protected.
       procedure division using by value sender as object e as type System.EventArgs.
           invoke self::listNotes.
           invoke self::listEvaluations.
       end method.

       method-id listNotes protected.
       NOTE-LOOP.
           READ NOTES-FILE NEXT WITH NO LOCK
               AT END GO TO NOTE-DONE.
           MOVE type pucksweb.sideCrypt::unseal(NOTE-TEXT, NOTE-SEAL,
               length of NOTE-TEXT) TO NOTE-TEXT
           IF NOTE-PLAYER NOT = WS-LOOKUP-PLAYER
               GO TO NOTE-DONE.
           invoke lbNotes::Items::Add(NOTE-TIMESTAMP(1:8) & "  [" &
           invoke self::listBoard.
       end method.

      *    who the prospect's charted games so far look like --
      *    by name, so it works before and after signing.
       method-id btnComps_Click protected.
       procedure division using by value sender as object e as type System.EventArgs.
           if tbLast::Text::Trim() = "" or tbFirst::Text::Trim() = ""
               set lblMsg::Text to "Enter the prospect to compare."
               exit method.
           invoke self::Response::Redirect("~/comparablePlayers.aspx?last=" &
               tbLast::Text::Trim::ToUpper & "&first=" & tbFirst::Text::Trim::ToUpper).
       end method.

      *    files one scout's evaluation from a viewing. The
      *    same scout re-saving the same date corrects it in place.
       method-id btnSaveEval_Click protected.
       local-storage section.
       01  viewDate        type Int32.
       01  toolIdx         type Int32.
       01  fvGrade         type Int32.
       01  scoutName       type String.
       procedure division using by value sender as object e as type System.EventArgs.
           if tbLast::Text::Trim() = "" or tbFirst::Text::Trim() = ""
               set lblMsg::Text to "Enter the prospect the evaluation is for."
               exit method.
           set viewDate to 0
           if tbEvalDate::Text::Trim() = ""
               set viewDate to type Int32::Parse(type DateTime::Now::ToString("yyyyMMdd"))
           else
               invoke type Int32::TryParse(tbEvalDate::Text::Trim(), by reference viewDate)
           end-if
           if viewDate < 19000101 or viewDate > 29991231
               set lblMsg::Text to "Enter the viewing date as yyyymmdd."
               exit method.
           set fvGrade to 0
           invoke type Int32::TryParse(tbEvalFV::Text::Trim(), by reference fvGrade)
           if self::validGrade(fvGrade) not = "Y"
               set lblMsg::Text to "Future value is a 20-80 grade in steps of 5."
               exit method.
           if ddRisk::SelectedItem = null
               set lblMsg::Text to "Pick the risk grade."
               exit method.
           if self::parseGrades(tbEvalPresent::Text) not = "Y"
               set lblMsg::Text to "Enter five present grades, 20-80 in steps of 5, in tool order."
               exit method.
           OPEN I-O EVAL-FILE.
           IF STATUS-COMN4 = "35"
               OPEN OUTPUT EVAL-FILE
               CLOSE EVAL-FILE
               OPEN I-O EVAL-FILE.
           IF STATUS4-BYTE-1 NOT EQUAL ZEROES
               set lblMsg::Text to "Unable to open the evaluation file."
               exit method.
           perform varying toolIdx from 1 by 1 until toolIdx > 5
               MOVE EVAL-GRADE(toolIdx) TO EVAL-PRESENT(toolIdx)
           end-perform
           if self::parseGrades(tbEvalFuture::Text) not = "Y"
               CLOSE EVAL-FILE
               set lblMsg::Text to "Enter five future grades, 20-80 in steps of 5, in tool order."
               exit method.
           perform varying toolIdx from 1 by 1 until toolIdx > 5
               MOVE EVAL-GRADE(toolIdx) TO EVAL-FUTURE(toolIdx)
           end-perform
           set scoutName to self::Session["user"]::ToString
           MOVE tbLast::Text::Trim::ToUpper TO EVAL-LAST
           MOVE tbFirst::Text::Trim::ToUpper TO EVAL-FIRST
           MOVE scoutName::Trim::ToUpper TO EVAL-SCOUT
           MOVE viewDate TO EVAL-DATE
           MOVE fvGrade TO EVAL-FV
           MOVE ddRisk::SelectedValue TO EVAL-RISK
           set EVAL-ENTERED to type DateTime::Now::ToString("yyyyMMddHHmmss")
           WRITE EVAL-REC
               INVALID KEY REWRITE EVAL-REC
           END-WRITE.
           CLOSE EVAL-FILE.
           set lblMsg::Text to "Evaluation filed for " & tbLast::Text::Trim &
               " (" & viewDate & ")."
           invoke self::listEvaluations.
       end method.

       method-id validGrade protected.
       local-storage section.
       01  gradeSteps      type Int32.
       01  gradeRem        type Int32.
       procedure division using by value gradeVal as type Int32
                          returning validFlag as String.
           set validFlag to "N"
           if gradeVal < 20 or gradeVal > 80
               exit method.
           DIVIDE gradeVal BY 5 GIVING gradeSteps REMAINDER gradeRem
           if gradeRem = 0
               set validFlag to "Y".
       end method.

      *    five grades, space- or comma-separated, into
      *    EVAL-GRADE. "N" unless all five are valid.
       method-id parseGrades protected.
       local-storage section.
       01  gradeParts      type String occurs any.
       01  partIdx         type Int32.
       01  toolIdx         type Int32.
       01  gradeVal        type Int32.
       procedure division using by value gradeText as String
                          returning parsedOk as String.
           set parsedOk to "N"
           INITIALIZE EVAL-GRADES
           if gradeText = null
               exit method.
           set gradeParts to gradeText::Replace(",", " ")::Split(" ")
           set toolIdx to 0
           perform varying partIdx from 0 by 1 until partIdx >= gradeParts::Length
               if gradeParts[partIdx]::Trim() not = ""
                   add 1 to toolIdx
                   set gradeVal to 0
                   invoke type Int32::TryParse(gradeParts[partIdx]::Trim(),
                       by reference gradeVal)
                   if toolIdx > 5 or self::validGrade(gradeVal) not = "Y"
                       exit method
                   end-if
                   MOVE gradeVal TO EVAL-GRADE(toolIdx)
               end-if
           end-perform
           if toolIdx = 5
               set parsedOk to "Y".
       end method.

      *    tool labels for the prospect's position: pitchers get
      *    the pitch grades.
       method-id setToolLabels protected.
       procedure division using by value posCode as String.
           if posCode::Trim = "P" or posCode::Trim::EndsWith("HP")
            or posCode::Trim = "SP" or posCode::Trim = "RP"
               MOVE TOOL-PITCHER-NAMES TO TOOL-NAMES
           else
               MOVE TOOL-HITTER-NAMES TO TOOL-NAMES.
       end method.

      *    EVAL-SUMMARY and SUM-TOOL-RESULTS for one prospect.
      *    Consensus is the mean of each scout's latest grade,
      *    rounded to the 5-point scale.
       method-id summarizeEvals protected.
       local-storage section.
       01  lookupLast      type String.
       01  lookupFirst     type String.
       01  scoutIdx        type Int32.
       01  toolIdx         type Int32.
       01  gradeSum        type Int32.
       01  gradeVal        type Int32.
       procedure division using by value lastName as String
                                 by value firstName as String.
           INITIALIZE EVAL-SUMMARY
           INITIALIZE SUM-TOOL-RESULTS
           set lookupLast to lastName::Trim::ToUpper
           set lookupFirst to firstName::Trim::ToUpper
           OPEN INPUT EVAL-FILE.
           IF STATUS4-BYTE-1 NOT EQUAL ZEROES
               exit method.
           MOVE lookupLast TO EVAL-LAST
           MOVE lookupFirst TO EVAL-FIRST
           MOVE SPACES TO EVAL-SCOUT
           MOVE 0 TO EVAL-DATE
           START EVAL-FILE KEY NOT < EVAL-KEY
               INVALID KEY
                   CLOSE EVAL-FILE
                   exit method.
       SUM-LOOP.
           READ EVAL-FILE NEXT WITH NO LOCK
               AT END GO TO SUM-DONE.
           IF EVAL-LAST NOT = lookupLast OR EVAL-FIRST NOT = lookupFirst
               GO TO SUM-DONE.
           ADD 1 TO SUM-VIEWINGS
      *    a new scout opens a slot; a later viewing by the same
      *    scout overwrites it, so the slot ends on the latest look.
           IF SUM-SCOUTS = 0
               ADD 1 TO SUM-SCOUTS
           ELSE
               IF EVAL-SCOUT NOT = SUM-SCOUT-NAME(SUM-SCOUTS)
                   IF SUM-SCOUTS < 20
                       ADD 1 TO SUM-SCOUTS
                   ELSE
                       GO TO SUM-LOOP
                   END-IF
               END-IF
           END-IF
           MOVE EVAL-SCOUT TO SUM-SCOUT-NAME(SUM-SCOUTS)
           MOVE EVAL-DATE TO SUM-SCOUT-DATE(SUM-SCOUTS)
           perform varying toolIdx from 1 by 1 until toolIdx > 5
               MOVE EVAL-FUTURE(toolIdx) TO SUM-SCOUT-GRADE(SUM-SCOUTS, toolIdx)
           end-perform
           MOVE EVAL-FV TO SUM-SCOUT-GRADE(SUM-SCOUTS, 6)
           IF SUM-FIRST-DATE = 0 OR EVAL-DATE < SUM-FIRST-DATE
               MOVE EVAL-DATE TO SUM-FIRST-DATE
               perform varying toolIdx from 1 by 1 until toolIdx > 6
                   MOVE SUM-SCOUT-GRADE(SUM-SCOUTS, toolIdx)
                       TO SUM-FIRST-GRADE(toolIdx)
               end-perform
           END-IF
           IF EVAL-DATE >= SUM-LAST-DATE
               MOVE EVAL-DATE TO SUM-LAST-DATE
               perform varying toolIdx from 1 by 1 until toolIdx > 6
                   MOVE SUM-SCOUT-GRADE(SUM-SCOUTS, toolIdx)
                       TO SUM-LAST-GRADE(toolIdx)
               end-perform
           END-IF
           GO TO SUM-LOOP.
       SUM-DONE.
           CLOSE EVAL-FILE.

           perform varying toolIdx from 1 by 1 until toolIdx > 6
               set gradeSum to 0
               MOVE 80 TO SUM-LOW(toolIdx)
               MOVE 0 TO SUM-HIGH(toolIdx)
               perform varying scoutIdx from 1 by 1 until scoutIdx > SUM-SCOUTS
                   set gradeVal to SUM-SCOUT-GRADE(scoutIdx, toolIdx)
                   add gradeVal to gradeSum
                   if gradeVal < SUM-LOW(toolIdx)
                       MOVE gradeVal TO SUM-LOW(toolIdx)
                   end-if
                   if gradeVal > SUM-HIGH(toolIdx)
                       MOVE gradeVal TO SUM-HIGH(toolIdx)
                   end-if
               end-perform
               if SUM-SCOUTS > 0
                   compute SUM-CONSENSUS(toolIdx) ROUNDED =
                       gradeSum / SUM-SCOUTS / 5
                   compute SUM-CONSENSUS(toolIdx) = SUM-CONSENSUS(toolIdx) * 5
               end-if
           end-perform.
       end method.

      *    every viewing of the prospect on the board, then the
      *    consensus line per tool.
       method-id listEvaluations protected.
       local-storage section.
       01  lookupLast      type String.
       01  lookupFirst     type String.
       01  toolIdx         type Int32.
       01  lineText        type String.
       01  trendVal        type Int32.
       procedure division.
           invoke lbEvals::Items::Clear.
           if tbLast::Text::Trim() = ""
               exit method.
           set lookupLast to tbLast::Text::Trim::ToUpper
           set lookupFirst to tbFirst::Text::Trim::ToUpper
           invoke self::setToolLabels(tbPos::Text)
           OPEN INPUT EVAL-FILE.
           IF STATUS4-BYTE-1 NOT EQUAL ZEROES
               exit method.
           MOVE lookupLast TO EVAL-LAST
           MOVE lookupFirst TO EVAL-FIRST
           MOVE SPACES TO EVAL-SCOUT
           MOVE 0 TO EVAL-DATE
           START EVAL-FILE KEY NOT < EVAL-KEY
               INVALID KEY
                   CLOSE EVAL-FILE
                   exit method.
       VIEW-LOOP.
           READ EVAL-FILE NEXT WITH NO LOCK
               AT END GO TO VIEW-DONE.
           IF EVAL-LAST NOT = lookupLast OR EVAL-FIRST NOT = lookupFirst
               GO TO VIEW-DONE.
           set lineText to "" & EVAL-DATE & "  " & EVAL-SCOUT & " "
           perform varying toolIdx from 1 by 1 until toolIdx > 5
               set lineText to lineText & " " & TOOL-LABEL(toolIdx) &
                   EVAL-PRESENT(toolIdx) & "/" & EVAL-FUTURE(toolIdx)
           end-perform
           invoke lbEvals::Items::Add(lineText & "  FV " & EVAL-FV &
               "  risk " & EVAL-RISK)
           GO TO VIEW-LOOP.
       VIEW-DONE.
           CLOSE EVAL-FILE.

           invoke self::summarizeEvals(lookupLast, lookupFirst)
           if SUM-SCOUTS = 0
               exit method.
           invoke lbEvals::Items::Add("CONSENSUS (" & SUM-SCOUTS & " scouts, " &
               SUM-VIEWINGS & " viewings; future grades, each scout's latest look)")
           perform varying toolIdx from 1 by 1 until toolIdx > 6
               set lineText to "  " & TOOL-LABEL(toolIdx) & " " &
                   SUM-CONSENSUS(toolIdx) & "   range " & SUM-LOW(toolIdx) &
                   "-" & SUM-HIGH(toolIdx)
               if SUM-HIGH(toolIdx) - SUM-LOW(toolIdx) > EVAL-STEP
                   set lineText to lineText & " SPLIT"
               end-if
               if SUM-LAST-DATE > SUM-FIRST-DATE
                   compute trendVal = SUM-LAST-GRADE(toolIdx) - SUM-FIRST-GRADE(toolIdx)
                   if trendVal > 0
                       set lineText to lineText & "   trend +" & trendVal
                   else
                       set lineText to lineText & "   trend " & trendVal
                   end-if
                   set lineText to lineText & " since " & SUM-FIRST-DATE
               end-if
               invoke lbEvals::Items::Add(lineText)
           end-perform.
       end method.

      *    the scouting director's split report: every prospect
      *    on the board where the scouts' latest grades on a tool or
      *    the FV are more than one grade step apart.
       method-id btnSplitReport_Click protected.
       local-storage section.
       01  htmlBuilder     type System.Text.StringBuilder.
       01  toolIdx         type Int32.
       01  scoutIdx        type Int32.
       01  splitText       type String.
       01  scoutText       type String.
       01  flaggedCount    type Int32.
       procedure division using by value sender as object e as type System.EventArgs.
           set htmlBuilder to new System.Text.StringBuilder
           invoke htmlBuilder::AppendLine("<html><head><title>Scout Splits</title>")
           invoke htmlBuilder::AppendLine("<style>body{font-family:monospace;font-size:10pt;}</style>")
           invoke htmlBuilder::AppendLine("</head><body>")
           invoke htmlBuilder::AppendLine("<h3>Prospects the scouts disagree on " &
               "(more than " & EVAL-STEP & " points apart)</h3>")
           invoke htmlBuilder::AppendLine("<p>Printed " &
               type DateTime::Now::ToString("yyyy-MM-dd HH:mm") &
               " -- assign a crosscheck from the prospect board.</p><pre>")
           set flaggedCount to 0
           OPEN INPUT PROSPECT-FILE.
           IF STATUS-BYTE-1 NOT EQUAL ZEROES
               set lblMsg::Text to "Unable to open the prospect board file."
               exit method.
       SPLIT-LOOP.
           READ PROSPECT-FILE NEXT WITH NO LOCK
               AT END GO TO SPLIT-DONE.
           IF PROS-STATUS NOT = "A"
               GO TO SPLIT-LOOP.
           invoke self::summarizeEvals(PROS-LAST, PROS-FIRST)
           IF SUM-SCOUTS < 2
               GO TO SPLIT-LOOP.
           invoke self::setToolLabels(PROS-POS)
           set splitText to ""
           perform varying toolIdx from 1 by 1 until toolIdx > 6
               if SUM-HIGH(toolIdx) - SUM-LOW(toolIdx) > EVAL-STEP
                   set splitText to splitText & " " & TOOL-LABEL(toolIdx)::Trim &
                       " " & SUM-LOW(toolIdx) & "-" & SUM-HIGH(toolIdx)
               end-if
           end-perform
           IF splitText = ""
               GO TO SPLIT-LOOP.
           add 1 to flaggedCount
           set scoutText to ""
           perform varying scoutIdx from 1 by 1 until scoutIdx > SUM-SCOUTS
               set scoutText to scoutText & " " & SUM-SCOUT-NAME(scoutIdx)::Trim &
                   " (" & SUM-SCOUT-DATE(scoutIdx) & ")"
           end-perform
           invoke htmlBuilder::AppendLine("#" & PROS-RANK & "  " &
               PROS-LAST::Trim & ", " & PROS-FIRST::Trim & "  " & PROS-POS &
               "  " & PROS-SCHOOL::Trim)
           invoke htmlBuilder::AppendLine("    split:" & splitText)
           invoke htmlBuilder::AppendLine("    seen by:" & scoutText)
           GO TO SPLIT-LOOP.
       SPLIT-DONE.
           CLOSE PROSPECT-FILE.
           if flaggedCount = 0
               invoke htmlBuilder::AppendLine("No splits -- the scouts agree within a grade step.")
           end-if
           invoke htmlBuilder::AppendLine("</pre></body></html>")
           set Response::ContentType to "text/html"
           invoke Response::Write(htmlBuilder::ToString())
           invoke Response::End.
       end method.

      *    a crosscheck look at the prospect into another scout's
      *    assignment queue.
       method-id btnCrosscheck_Click protected.
       local-storage section.
       01  dueDate         type Int32.
       procedure division using by value sender as object e as type System.EventArgs.
           if tbLast::Text::Trim() = "" or tbFirst::Text::Trim() = ""
               set lblMsg::Text to "Enter the prospect to crosscheck."
               exit method.
           if tbCrossScout::Text::Trim() = ""
               set lblMsg::Text to "Enter the scout to send."
               exit method.
           set dueDate to 0
           invoke type Int32::TryParse(tbCrossDue::Text::Trim(), by reference dueDate)
           if type pucksweb.assignmentQueue::assign(tbCrossScout::Text::Trim,
               "P", tbLast::Text::Trim & ", " & tbFirst::Text::Trim, dueDate,
               self::Session["team"]::ToString::Trim & " / " &
               "" & self::Session["user"]) not = "OK"
               set lblMsg::Text to "Unable to file the crosscheck assignment."
               exit method.
           set lblMsg::Text to "Crosscheck of " & tbLast::Text::Trim &
               " assigned to " & tbCrossScout::Text::Trim & "."
       end method.

      *    the board, every row, signed ones tagged.
       method-id listBoard protected.
       procedure division.
