      * defensive alignment charting and shift outcome report.
      * The pitch chart records pitch, location and result but not
      * where the defense stood, so fielding.aspx.cbl efficiency can't
      * say whether the positioning took anything away. The charter
      * tags the alignment -- ST standard, IS infield shift, ND
      * no-doubles, II infield in, 4O four-man outfield -- here or on
      * the charting screen (fullatbat.aspx.cbl), one BATSW045.DAT row
      * per pitch keyed on the at-bat's engine key plus the pitch
      * number (alignmentTag.cbl, which owns the file). The at-bat is
      * named the way gameSummary shows it -- date + teams, then its
      * place in the game's batter rows -- and resolved to its key as
      * it is tagged. A run of pitches can be tagged in one go, since
      * the alignment rarely changes mid at-bat.
      *
      * The reports walk every game in the gameSummary engine's loaded
      * list: each ball in play (BAT360-I-HIT-DESC charted) takes the
      * alignment standing on the last tagged pitch at or before the
      * pitch put in play, and batting average on balls in play plus
      * where the hits landed (left / center / right by spray angle
      * off the BAT360-HITLOC plot) are tallied with and without each
      * alignment, per batter or per batting team. Home runs are out
      * of play and untagged at-bats are counted but compared against
      * nothing.
       class-id batsweb.defensiveAlignment is partial
                inherits type System.Web.UI.Page public.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       $SET CALLFH"EXTFH"
       $SET DATACOMPRESS"1"
        SELECT ALIGN-FILE ASSIGN WS-ALIGN-FILE
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS ALN-KEY
              LOCK MANUAL
              FILE STATUS IS STATUS-COMN.

       file section.
       FD  ALIGN-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS ALN-REC.

      *    layout owned by alignmentTag.cbl -- keep in sync with
      *    the FD there.
       01  ALN-REC.
           05  ALN-KEY.
               10  ALN-AB-KEY              PIC X(40).
               10  ALN-PITCH               PIC 9(2).
           05  ALN-CODE                    PIC X(2).
           05  ALN-BATTER                  PIC X(30).
           05  ALN-RECORDED                PIC X(14).
           05  ALN-GAME-DATE               PIC 9(8).
           05  ALN-HOME-TEAM               PIC X(15).
           05  ALN-VISITORS                PIC X(15).
           05  ALN-AB-SEQ                  PIC 9(3).
           05  FILLER                      PIC X(10).

       working-storage section.
       COPY "Y:\sydexsource\shared\WS-SYS.CBL".
       01 bat360rununit         type RunUnit.
       01 BAT360WEBF                type BAT360WEBF.
       01 my360data type batsweb.bat360Data.
       01  WS-ALIGN-FILE      PIC X(256) VALUE "BATSW045.DAT".
       01  STATUS-COMN.
           05  STATUS-BYTE-1           PIC X      VALUE SPACES.
           05  STATUS-BYTE-2           PIC X      VALUE SPACES.
      *    one scoresheet row, split the way runExpectancy
      *    splits BAT360-AB-LINE -- a filled left column is the
      *    visitors batting.
       01  DA-LINE.
           05  DA-LINE-L           PIC X(39).
           05  DA-LINE-MID         PIC X.
           05  DA-LINE-R           PIC X(39).
       01  DA-FOUND-CODE           PIC X(2) VALUE SPACES.
       01  DA-GAMES-USED           PIC 9(4) VALUE 0.
       01  DA-UNTAGGED             PIC 9(5) VALUE 0.
       01  DA-CODE-VALUES.
           05  FILLER  PIC X(20) VALUE "STStandard".
           05  FILLER  PIC X(20) VALUE "ISInfield shift".
           05  FILLER  PIC X(20) VALUE "NDNo-doubles".
           05  FILLER  PIC X(20) VALUE "IIInfield in".
           05  FILLER  PIC X(20) VALUE "4OFour-man outfield".
       01  DA-CODE-TBL REDEFINES DA-CODE-VALUES.
           05  DA-CODE-ENTRY OCCURS 5 TIMES.
               10  DA-CODE             PIC X(2).
               10  DA-CODE-NAME        PIC X(18).

       method-id Page_Load protected.
       local-storage section.
       procedure division using by value param-sender as object
                                         param-e as type System.EventArgs.
           if self::Session["level"] = null
               invoke self::Response::Redirect("~/Default.aspx")
               exit method.
      *    live charting additions need at least a standard
      *    (charting) login, same bar Default.aspx.cbl's permission
      *    matrix sets for play entry.
           if self::Session["level"]::ToString = "1"
               invoke self::Response::Redirect("~/mainmenu.aspx")
               exit method.

           goback.
       end method.

      *    tags pitches "from" through "to" of one at-bat (a
      *    blank "to" tags the single pitch). Re-tagging a pitch
      *    replaces the charter's earlier call.
       method-id btnTag_Click protected.
       procedure division using by value sender as object e as type System.EventArgs.
           if ddAlignment::SelectedItem = null
               set lblMsg::Text to "Pick the alignment."
               exit method.
           invoke self::start360
           set lblMsg::Text to type batsweb.alignmentTag::tagAtBat(
               bat360rununit, my360data, tbGameDate::Text, tbHome::Text,
               tbVisitors::Text, tbAtBat::Text, tbPitchFrom::Text,
               tbPitchTo::Text, ddAlignment::SelectedItem::ToString).
       end method.

      *    balls in play with and without each alignment, per
      *    batter.
       method-id btnBatterReport_Click protected.
       procedure division using by value sender as object e as type System.EventArgs.
           invoke self::runReport("B").
       end method.

      *    the same tallies rolled up per batting team.
       method-id btnTeamReport_Click protected.
       procedure division using by value sender as object e as type System.EventArgs.
           invoke self::runReport("T").
       end method.

       method-id runReport protected.
       local-storage section.
       01  tallies         type Dictionary[String, String].
       01  entities        type Dictionary[String, String].
       01  gameIdx         type Int32.
       01  lineIdx         type Int32.
       01  entityKey       type String.
       01  codeIdx         type Int32.
       01  withText        type String.
       01  withoutText     type String.
       linkage section.
           COPY "Y:\sydexsource\BATS\bat360_dg.CPB".
       procedure division using by value reportBy as String.
           invoke lbReport::Items::Clear.
           invoke self::start360
           set address of BAT360-DIALOG-FIELDS to my360Data::tablePointer

           OPEN INPUT ALIGN-FILE.
           IF STATUS-BYTE-1 NOT EQUAL ZEROES
               set lblMsg::Text to "No alignments charted yet."
               exit method.

           set tallies to new Dictionary[String, String]
           set entities to new Dictionary[String, String]
           move 0 to DA-GAMES-USED DA-UNTAGGED
           move 1 to gameIdx.
       game-loop.
           if gameIdx > BAT360-NUM-GAMES
               go to game-done.
           set BAT360-AB-IP to 0
           set BAT360-SEL-GAME TO gameIdx
           MOVE BAT360-G-GAME-DATE(gameIdx) to BAT360-I-GAME-DATE
           MOVE BAT360-G-GAME-ID(gameIdx) to BAT360-I-GAME-ID
           MOVE "RA" to BAT360-ACTION
           invoke type batsweb.screenTiming::engineCall(bat360rununit, "BAT360WEBF", "RA")
           if ERROR-FIELD NOT = SPACES
               move spaces to ERROR-FIELD
               add 1 to gameIdx
               go to game-loop.
           add 1 to DA-GAMES-USED

           move 1 to lineIdx.
       line-loop.
           if lineIdx > BAT360-NUM-AB
               go to line-done.
           IF BAT360-REC-TYPE(lineIdx) NOT = "B"
               add 1 to lineIdx
               go to line-loop.
           MOVE BAT360-AB-LINE(lineIdx) TO DA-LINE
           set BAT360-SEL-AB to lineIdx
           MOVE BAT360-SEL-AB to BAT360-AB-IP
           MOVE BAT360-AB-KEY(lineIdx) to BAT360-I-KEY
           move "VA" to BAT360-ACTION
           invoke type batsweb.screenTiming::engineCall(bat360rununit, "BAT360WEBF", "VA")
           if ERROR-FIELD NOT = SPACES
               move spaces to ERROR-FIELD
               add 1 to lineIdx
               go to line-loop.
           if BAT360-I-HIT-DESC = SPACES
               add 1 to lineIdx
               go to line-loop.
           if BAT360-I-RES-DESC::ToUpper::Contains("HOME RUN")
               add 1 to lineIdx
               go to line-loop.

           invoke self::alignmentFor
           if DA-FOUND-CODE = SPACES
               add 1 to DA-UNTAGGED
               add 1 to lineIdx
               go to line-loop.

           if reportBy = "T"
               if DA-LINE-L not = SPACES
                   set entityKey to BAT360-G-VIS(gameIdx)::Trim::ToUpper
               else
                   set entityKey to BAT360-G-HOME(gameIdx)::Trim::ToUpper
               end-if
           else
               set entityKey to BAT360-BATTER::Trim::ToUpper
           end-if
           if entityKey = ""
               add 1 to lineIdx
               go to line-loop.
           set entities[entityKey] to entityKey
           invoke self::bumpTally(tallies, entityKey & "|" & DA-FOUND-CODE)
           invoke self::bumpTally(tallies, entityKey & "|**")
           add 1 to lineIdx
           go to line-loop.
       line-done.
           add 1 to gameIdx
           go to game-loop.
       game-done.
           CLOSE ALIGN-FILE.

           if entities::Count = 0
               set lblMsg::Text to "No tagged balls in play in the loaded games."
               exit method.

           perform varying entityKey through entities::Keys
               invoke lbReport::Items::Add(entityKey & "   (" &
                   self::tallyText(tallies, entityKey & "|**") & ")")
               perform varying codeIdx from 1 by 1 until codeIdx > 5
                   if tallies::ContainsKey(entityKey & "|" & DA-CODE(codeIdx))
                       set withText to self::tallyText(tallies,
                           entityKey & "|" & DA-CODE(codeIdx))
                       set withoutText to self::withoutText(tallies,
                           entityKey, DA-CODE(codeIdx))
                       invoke lbReport::Items::Add("   " &
                           DA-CODE-NAME(codeIdx) & "  WITH " & withText &
                           "   WITHOUT " & withoutText)
                   end-if
               end-perform
           end-perform
           set lblMsg::Text to DA-GAMES-USED::ToString & " game(s) walked, "
               & DA-UNTAGGED::ToString & " ball(s) in play untagged and left out."
               & " Hits L/C/R by spray angle; home runs are out of play.".
       end method.

      *    the alignment standing when the ball was put in
      *    play: the last tagged pitch of the at-bat in BAT360-I-KEY
      *    at or before BAT360-NUM-PITCHES. Spaces when none is tagged.
       method-id alignmentFor protected.
       linkage section.
           COPY "Y:\sydexsource\BATS\bat360_dg.CPB".
       procedure division.
           set address of BAT360-DIALOG-FIELDS to my360Data::tablePointer
           move spaces to DA-FOUND-CODE
           MOVE BAT360-I-KEY TO ALN-AB-KEY
           MOVE 0 TO ALN-PITCH
           START ALIGN-FILE KEY NOT < ALN-KEY
               INVALID KEY
                   exit method.
       SCAN-LOOP.
           READ ALIGN-FILE NEXT
               AT END exit method.
           IF ALN-AB-KEY NOT = BAT360-I-KEY
               exit method.
           IF BAT360-NUM-PITCHES > 0 AND ALN-PITCH > BAT360-NUM-PITCHES
               exit method.
           MOVE ALN-CODE TO DA-FOUND-CODE
           GO TO SCAN-LOOP.
       end method.

      *    bumps the "bip,hits,left,center,right" tally string
      *    kept per key -- the keep-it-in-a-string shape
      *    fielding.aspx.cbl uses.
       method-id bumpTally protected.
       local-storage section.
       01  parts           type String occurs any.
       01  bipN            type Int32.
       01  hitN            type Int32.
       01  leftN           type Int32.
       01  ctrN            type Int32.
       01  rightN          type Int32.
       01  resText         type String.
       01  dx              type Double.
       01  dy              type Double.
       01  sprayAngle      type Double.
       linkage section.
           COPY "Y:\sydexsource\BATS\bat360_dg.CPB".
       procedure division using by value tallies as type Dictionary[String, String]
                                 by value tallyKey as String.
           set address of BAT360-DIALOG-FIELDS to my360Data::tablePointer
           if tallies::ContainsKey(tallyKey)
               set parts to tallies[tallyKey]::Split(",")
               invoke type Int32::TryParse(parts[0], by reference bipN)
               invoke type Int32::TryParse(parts[1], by reference hitN)
               invoke type Int32::TryParse(parts[2], by reference leftN)
               invoke type Int32::TryParse(parts[3], by reference ctrN)
               invoke type Int32::TryParse(parts[4], by reference rightN)
           else
               set bipN to 0
               set hitN to 0
               set leftN to 0
               set ctrN to 0
               set rightN to 0
           end-if
           add 1 to bipN
           set resText to BAT360-I-RES-DESC::Trim::ToUpper
           if resText::Contains("SINGLE") or resText::Contains("DOUBLE")
            or resText::Contains("TRIPLE")
               add 1 to hitN
      *        spray off the park plot, plate at 296,440 as
      *        positioningCards.aspx.cbl measures it.
               if BAT360-HITLOC-X not = 0 or BAT360-HITLOC-Y not = 0
                   compute dx = BAT360-HITLOC-X - 296
                   compute dy = 440 - (BAT360-HITLOC-Y / 488 * 480)
                   set sprayAngle to type Math::Atan2(dx, dy) * 180 / type Math::PI
                   evaluate true
                   when sprayAngle < -15
                       add 1 to leftN
                   when sprayAngle > 15
                       add 1 to rightN
                   when other
                       add 1 to ctrN
                   end-evaluate
               end-if
           end-if
           set tallies[tallyKey] to bipN::ToString & "," & hitN::ToString &
               "," & leftN::ToString & "," & ctrN::ToString & "," &
               rightN::ToString.
       end method.

      *    "BIP n BABIP .nnn hits L/C/R a/b/c" for one tally.
       method-id tallyText protected.
       local-storage section.
       01  parts           type String occurs any.
       01  bipN            type Int32.
       01  hitN            type Int32.
       procedure division using by value tallies as type Dictionary[String, String]
                                 by value tallyKey as String
                          returning textOut as String.
           if tallies::ContainsKey(tallyKey) = false
               set textOut to "BIP 0"
               exit method.
           set parts to tallies[tallyKey]::Split(",")
           invoke type Int32::TryParse(parts[0], by reference bipN)
           invoke type Int32::TryParse(parts[1], by reference hitN)
           set textOut to self::formatTally(bipN, hitN, parts[2], parts[3], parts[4]).
       end method.

      *    the entity's total less one alignment's share.
       method-id withoutText protected.
       local-storage section.
       01  allParts        type String occurs any.
       01  withParts       type String occurs any.
       01  allN            type Int32 occurs 5.
       01  withN           type Int32 occurs 5.
       01  partIdx         type Int32.
       procedure division using by value tallies as type Dictionary[String, String]
                                 by value entityKey as String
                                 by value alignCode as String
                          returning textOut as String.
           set allParts to tallies[entityKey & "|**"]::Split(",")
           set withParts to tallies[entityKey & "|" & alignCode]::Split(",")
           perform varying partIdx from 1 by 1 until partIdx > 5
               invoke type Int32::TryParse(allParts[partIdx - 1], by reference allN(partIdx))
               invoke type Int32::TryParse(withParts[partIdx - 1], by reference withN(partIdx))
               compute allN(partIdx) = allN(partIdx) - withN(partIdx)
           end-perform
           set textOut to self::formatTally(allN(1), allN(2),
               allN(3)::ToString, allN(4)::ToString, allN(5)::ToString).
       end method.

       method-id formatTally protected.
       local-storage section.
       01  babip           type Double.
       procedure division using by value bipN as type Int32
                                 by value hitN as type Int32
                                 by value leftText as String
                                 by value ctrText as String
                                 by value rightText as String
                          returning textOut as String.
           if bipN = 0
               set textOut to "BIP 0"
               exit method.
           compute babip = (hitN * 1.000) / bipN
           set textOut to "BIP " & bipN::ToString & " BABIP " &
               babip::ToString(".000") & " hits L/C/R " & leftText &
               "/" & ctrText & "/" & rightText.
       end method.

      *    the BAT360 engine and its dialog data for the session,
      *    set up the way gameSummary leaves them.
       method-id start360 protected.
       procedure division.
           if self::Session["bat360data"] = null
               set my360data to new batsweb.bat360Data
               invoke my360data::populateData
               set self::Session["bat360data"] to my360data
           else
               set my360data to self::Session["bat360data"] as type batsweb.bat360Data.
           if  self::Session::Item("360rununit") not = null
               set bat360rununit to self::Session::Item("360rununit")
                   as type RunUnit
                ELSE
                set bat360rununit to type RunUnit::New()
                set BAT360WEBF to new BAT360WEBF
                invoke bat360rununit::Add(BAT360WEBF)
                set self::Session::Item("360rununit") to bat360rununit.
       end method.

       end class.
