      * team-admin maintenance of the pitcher repertoire
      * profiles in BATSW046.DAT (pitchRepertoire.cbl). The nightly
      * repertoireSweep.cbl seeds a profile from each pitcher's charted
      * history; this screen is where the pitching coach's knowledge
      * overrides it -- add a pitch a pitcher has just started
      * throwing, drop one the history only shows because of
      * mis-tags, adjust the usage shares. A saved profile is marked
      * admin-maintained so the nightly run stops refreshing it;
      * re-seed hands it back to the nightly run. Type choices come
      * from the DIALOG-PTY list breakdown.aspx.cbl loads so the
      * spelling matches what the charters pick. Every change is
      * written to the configuration audit trail.
       class-id batsweb.pitcherRepertoire is partial
                inherits type System.Web.UI.Page public.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       $SET CALLFH"EXTFH"
       $SET DATACOMPRESS"1"
        SELECT REPERTOIRE-FILE ASSIGN WS-REPERTOIRE-FILE
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS REP-KEY
              LOCK MANUAL
              FILE STATUS IS STATUS-COMN.

       file section.
       FD  REPERTOIRE-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS REP-REC.

      *    layout owned by pitchRepertoire.cbl -- keep in sync
      *    with the FD there.
       01  REP-REC.
           05  REP-KEY.
               10  REP-PITCHER         PIC X(30).
           05  REP-ENTRY OCCURS 15 TIMES.
               10  REP-TYPE            PIC X(10).
               10  REP-SHARE           PIC 9(3).
           05  REP-SOURCE              PIC X.
           05  REP-PITCHES             PIC 9(6).
           05  REP-UPDATED             PIC X(14).
           05  REP-USER                PIC X(20).
           05  FILLER                  PIC X(10).

       working-storage section.
       COPY "Y:\sydexsource\shared\WS-SYS.CBL".
       01 my310data type batsweb.bat310Data.
       01  WS-REPERTOIRE-FILE PIC X(256) VALUE "BATSW046.DAT".
       01  STATUS-COMN.
           05  STATUS-BYTE-1           PIC X      VALUE SPACES.
           05  STATUS-BYTE-2           PIC X      VALUE SPACES.

       method-id Page_Load protected.
       local-storage section.
       linkage section.
           COPY "Y:\sydexsource\BATS\bat310_dg.CPB".
       procedure division using by value param-sender as object
                                         param-e as type System.EventArgs.
           if self::Session["level"] = null
               invoke self::Response::Redirect("~/Default.aspx")
               exit method.
      *    what a pitcher throws is team-admin work, same bar
      *    as the other maintenance screens.
           if self::Session["level"]::ToString not = "9"
               invoke self::Response::Redirect("~/mainmenu.aspx")
               exit method.
           if self::IsPostBack
               exit method.

      *    the breakdown dialog's pitch-type list when it's been
      *    loaded this session; otherwise the type is typed in.
           if self::Session["bat310data"] not = null
               set my310data to self::Session["bat310data"] as type batsweb.bat310Data
               set address of BAT310-DIALOG-FIELDS to my310Data::tablePointer
               perform varying aa from 1 by 1 until aa > DIALOG-PTY-NUM-ENTRIES
                   invoke ddType::Items::Add(DIALOG-PTY(aa)::Trim::ToUpper)
               end-perform
           end-if
           invoke self::loadPitcherList
           goback.
       end method.

      *    every profile on file, with where it came from.
       method-id loadPitcherList protected.
       local-storage section.
       01  newItem       type ListItem.
       procedure division.
           invoke lbPitchers::Items::Clear.
           OPEN INPUT REPERTOIRE-FILE.
           IF STATUS-BYTE-1 NOT EQUAL ZEROES
               set lblMsg::Text to "No repertoire profiles yet -- the"
                   & " nightly seeding hasn't run."
               exit method.
       REP-LIST-LOOP.
           READ REPERTOIRE-FILE NEXT WITH NO LOCK
               AT END GO TO REP-LIST-DONE.
           set newItem to new ListItem(REP-PITCHER::Trim & "  (" &
               self::sourceText() & ")", REP-PITCHER::Trim)
           invoke lbPitchers::Items::Add(newItem)
           GO TO REP-LIST-LOOP.
       REP-LIST-DONE.
           CLOSE REPERTOIRE-FILE.
       end method.

       method-id sourceText protected.
       procedure division returning textOut as String.
           if REP-SOURCE = "A"
               set textOut to "admin, " & REP-USER::Trim
           else
               set textOut to "seeded from " & REP-PITCHES::ToString & " pitches".
       end method.

      *    the profile in REP-REC as one line -- the before and
      *    after images the audit trail records.
       method-id profileLine protected.
       local-storage section.
       01  entryIdx        type Int32.
       procedure division returning lineOut as String.
           set lineOut to ""
           perform varying entryIdx from 1 by 1 until entryIdx > 15
               if REP-TYPE(entryIdx) not = spaces
                   if lineOut not = ""
                       set lineOut to lineOut & ", "
                   end-if
                   set lineOut to lineOut & REP-TYPE(entryIdx)::Trim & " " &
                       REP-SHARE(entryIdx)::ToString & "%"
               end-if
           end-perform.
       end method.

       method-id lbPitchers_SelectedIndexChanged protected.
       procedure division using by value sender as object e as type System.EventArgs.
           if lbPitchers::SelectedItem not equal NULL
               set tbPitcher::Text to lbPitchers::SelectedItem::Value
               invoke self::loadProfile.
       end method.

       method-id btnLoad_Click protected.
       procedure division using by value sender as object e as type System.EventArgs.
           invoke self::loadProfile.
       end method.

      *    pulls the named pitcher's profile into lbTypes --
      *    each item's value carries "TYPE|share" for the save.
       method-id loadProfile protected.
       local-storage section.
       01  entryIdx        type Int32.
       01  newItem         type ListItem.
       procedure division.
           invoke lbTypes::Items::Clear.
           if tbPitcher::Text::Trim() = ""
               set lblMsg::Text to "Enter the pitcher as LAST, FIRST."
               exit method.
           OPEN INPUT REPERTOIRE-FILE.
           IF STATUS-BYTE-1 NOT EQUAL ZEROES
               set lblMsg::Text to "No profile on file -- add the pitches and save."
               exit method.
           MOVE tbPitcher::Text::Trim::ToUpper TO REP-PITCHER
           READ REPERTOIRE-FILE WITH NO LOCK
               INVALID KEY
                   CLOSE REPERTOIRE-FILE
                   set lblMsg::Text to "No profile on file -- add the pitches and save."
                   exit method.
           CLOSE REPERTOIRE-FILE.
           perform varying entryIdx from 1 by 1 until entryIdx > 15
               if REP-TYPE(entryIdx) not = spaces
                   set newItem to new ListItem(REP-TYPE(entryIdx)::Trim & "  " &
                       REP-SHARE(entryIdx)::ToString & "%",
                       REP-TYPE(entryIdx)::Trim & "|" & REP-SHARE(entryIdx)::ToString)
                   invoke lbTypes::Items::Add(newItem)
               end-if
           end-perform
           set lblMsg::Text to REP-PITCHER::Trim & " -- " & self::sourceText() & "."
       end method.

      *    adds (or replaces) one pitch type in the working list.
       method-id btnAddType_Click protected.
       local-storage section.
       01  typeText        type String.
       01  shareIn         type Int32.
       01  itemIdx         type Int32.
       01  newItem         type ListItem.
       procedure division using by value sender as object e as type System.EventArgs.
           set typeText to tbType::Text::Trim::ToUpper
           if typeText = "" and ddType::SelectedItem not = null
               set typeText to ddType::SelectedItem::Text::Trim::ToUpper.
           if typeText = ""
               set lblMsg::Text to "Pick a pitch type."
               exit method.
           if typeText::Length > 10
               set lblMsg::Text to "Pitch types are at most 10 characters."
               exit method.
           move 0 to shareIn
           invoke type Int32::TryParse(tbShare::Text::Trim(), by reference shareIn)
           if shareIn < 0 or shareIn > 100
               set lblMsg::Text to "Usage share is a whole percent, 0-100."
               exit method.

           compute itemIdx = lbTypes::Items::Count - 1
           perform varying itemIdx from itemIdx by -1 until itemIdx < 0
               if lbTypes::Items[itemIdx]::Value::StartsWith(typeText & "|")
                   invoke lbTypes::Items::RemoveAt(itemIdx)
               end-if
           end-perform
           if lbTypes::Items::Count >= 15
               set lblMsg::Text to "A profile holds at most 15 pitch types."
               exit method.
           set newItem to new ListItem(typeText & "  " & shareIn::ToString & "%",
               typeText & "|" & shareIn::ToString)
           invoke lbTypes::Items::Add(newItem)
           set tbType::Text to ""
           set tbShare::Text to ""
           set lblMsg::Text to "Added " & typeText & " -- save to keep it."
       end method.

       method-id btnRemoveType_Click protected.
       procedure division using by value sender as object e as type System.EventArgs.
           if lbTypes::SelectedIndex < 0
               set lblMsg::Text to "Select a pitch type to remove."
               exit method.
           invoke lbTypes::Items::RemoveAt(lbTypes::SelectedIndex)
           set lblMsg::Text to "Removed -- save to keep the change."
       end method.

      *    writes the working list as an admin-maintained
      *    profile; the nightly run leaves it alone from here on.
       method-id btnSave_Click protected.
       local-storage section.
       01  itemIdx         type Int32.
       01  entryIdx        type Int32.
       01  shareTotal      type Int32.
       01  shareIn         type Int32.
       01  itemValue       type String.
       01  barAt           type Int32.
       01  beforeLine      type String.
       procedure division using by value sender as object e as type System.EventArgs.
           if tbPitcher::Text::Trim() = ""
               set lblMsg::Text to "Enter the pitcher as LAST, FIRST."
               exit method.
           if lbTypes::Items::Count = 0
               set lblMsg::Text to "A profile needs at least one pitch type."
               exit method.

           OPEN I-O REPERTOIRE-FILE.
           IF STATUS-COMN = "35"
               OPEN OUTPUT REPERTOIRE-FILE
               CLOSE REPERTOIRE-FILE
               OPEN I-O REPERTOIRE-FILE.
           IF STATUS-BYTE-1 NOT EQUAL ZEROES
               set lblMsg::Text to "Unable to open the repertoire file."
               exit method.

           set beforeLine to ""
           MOVE tbPitcher::Text::Trim::ToUpper TO REP-PITCHER
           READ REPERTOIRE-FILE
               NOT INVALID KEY
                   set beforeLine to self::profileLine()
           END-READ

           INITIALIZE REP-REC
           MOVE tbPitcher::Text::Trim::ToUpper TO REP-PITCHER
           move 0 to shareTotal
           move 0 to entryIdx
           perform varying itemIdx from 0 by 1
                   until itemIdx >= lbTypes::Items::Count or entryIdx >= 15
               set itemValue to lbTypes::Items[itemIdx]::Value
               set barAt to itemValue::IndexOf("|")
               if barAt > 0
                   add 1 to entryIdx
                   MOVE itemValue::Substring(0, barAt) TO REP-TYPE(entryIdx)
                   move 0 to shareIn
                   invoke type Int32::TryParse(itemValue::Substring(barAt + 1), by reference shareIn)
                   MOVE shareIn TO REP-SHARE(entryIdx)
                   add shareIn to shareTotal
               end-if
           end-perform
           MOVE "A" TO REP-SOURCE
           MOVE 0 TO REP-PITCHES
           set REP-UPDATED to type DateTime::Now::ToString("yyyyMMddHHmmss")
           MOVE self::Session["user"]::ToString TO REP-USER
           WRITE REP-REC
               INVALID KEY REWRITE REP-REC
           END-WRITE
           CLOSE REPERTOIRE-FILE.

           invoke type pucksweb.configAudit::record("REPERTOIRE",
               REP-PITCHER::Trim,
               self::Session["team"]::ToString::Trim & " / " &
               "" & self::Session["user"],
               beforeLine, self::profileLine())
      *    shares are the coach's estimate -- say so when they
      *    don't add up, but save what was entered.
           if shareTotal < 95 or shareTotal > 105
               set lblMsg::Text to "Saved " & REP-PITCHER::Trim &
                   " -- note the shares total " & shareTotal::ToString & "%."
           else
               set lblMsg::Text to "Saved " & REP-PITCHER::Trim & ".".
           invoke self::loadPitcherList.
       end method.

      *    drops the profile so the next nightly run re-seeds it
      *    from the pitcher's charted history.
       method-id btnReseed_Click protected.
       local-storage section.
       01  beforeLine      type String.
       procedure division using by value sender as object e as type System.EventArgs.
           if tbPitcher::Text::Trim() = ""
               set lblMsg::Text to "Enter the pitcher as LAST, FIRST."
               exit method.
           OPEN I-O REPERTOIRE-FILE.
           IF STATUS-BYTE-1 NOT EQUAL ZEROES
               set lblMsg::Text to "No profile on file to re-seed."
               exit method.
           MOVE tbPitcher::Text::Trim::ToUpper TO REP-PITCHER
           READ REPERTOIRE-FILE
               INVALID KEY
                   CLOSE REPERTOIRE-FILE
                   set lblMsg::Text to "No profile on file to re-seed."
                   exit method.
           set beforeLine to self::profileLine()
           DELETE REPERTOIRE-FILE RECORD.
           CLOSE REPERTOIRE-FILE.

           invoke type pucksweb.configAudit::record("REPERTOIRE",
               tbPitcher::Text::Trim::ToUpper,
               self::Session["team"]::ToString::Trim & " / " &
               "" & self::Session["user"],
               beforeLine, "re-seed from charted history")
           invoke lbTypes::Items::Clear
           set lblMsg::Text to "Profile cleared -- the nightly run re-seeds it"
               & " from the charted history."
           invoke self::loadPitcherList.
       end method.

       end class.
