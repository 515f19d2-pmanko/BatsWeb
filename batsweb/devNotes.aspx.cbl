      * player development notes -- what the coaching staff
      * is working on with a player, as distinct from the scouting
      * notes (PKW030.DAT), which stay internal. One BATSW056.DAT row
      * per note keyed by the player's PMAST-ID (playerMaster.aspx.cbl)
      * + timestamp, stamped with the logged-in WEBPASS user. A note
      * is kept private to the staff until a coach marks it shared;
      * only the shared ones are shown to the player on
      * playerPortal.aspx.cbl, and sharing can be withdrawn again
      * from here. The note text is enciphered on disk under
      * DEV-SEAL (pucksweb/sideCrypt.cbl), as the scouting notes
      * are. Looking a player's notes up writes a read-access row
      * (pucksweb/accessAudit.cbl).
       class-id batsweb.devNotes is partial
                inherits type System.Web.UI.Page public.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       $SET CALLFH"EXTFH"
       $SET DATACOMPRESS"1"
        SELECT DEV-FILE ASSIGN WS-DEV-FILE
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS DEV-KEY
              LOCK MANUAL
              FILE STATUS IS STATUS-COMN.

        SELECT PLAYER-MASTER-FILE ASSIGN WS-PLAYER-MASTER-FILE
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS PMAST-KEY
              ALTERNATE KEY IS PMAST-ID WITH DUPLICATES
              LOCK MANUAL
              FILE STATUS IS STATUS-COMN2.

       file section.
       FD  DEV-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS DEV-REC.

      *    keyed player id + timestamp so one partial-key START
      *    reads a player's notes in the order they were written.
      *    DEV-SHARED "Y" puts the note on the player's portal.
       01  DEV-REC.
           05  DEV-KEY.
               10  DEV-PLAYER-ID       PIC 9(6).
               10  DEV-TIMESTAMP       PIC X(14).
           05  DEV-AUTHOR              PIC X(45).
           05  DEV-SHARED              PIC X.
           05  DEV-TEXT                PIC X(200).
           05  DEV-SEAL                PIC X(9).
           05  FILLER                  PIC X(20).

       FD  PLAYER-MASTER-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS PMAST-REC.

      *    layout owned by playerMaster.aspx.cbl -- keep in
      *    sync with the FD there.
       01  PMAST-REC.
           05  PMAST-KEY.
               10  PMAST-LAST          PIC X(15).
               10  PMAST-FIRST         PIC X(15).
           05  PMAST-ID                PIC 9(6).
           05  PMAST-PRIMARY           PIC X.
           05  PMAST-ADDED             PIC X(14).
           05  FILLER                  PIC X(10).

       working-storage section.
       01  WS-DEV-FILE        PIC X(256) VALUE "BATSW056.DAT".
       01  STATUS-COMN.
           05  STATUS-BYTE-1           PIC X      VALUE SPACES.
           05  STATUS-BYTE-2           PIC X      VALUE SPACES.
       01  WS-PLAYER-MASTER-FILE   PIC X(256) VALUE "BATSW025.DAT".
       01  STATUS-COMN2.
           05  STATUS2-BYTE-1          PIC X      VALUE SPACES.
           05  STATUS2-BYTE-2          PIC X      VALUE SPACES.
       01  WS-LOOKUP-ID       PIC 9(6) VALUE 0.
       01  WS-PLAYER-TITLE    PIC X(32).

       method-id Page_Load protected.
       local-storage section.
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
      *    coaching staff only -- trial logins read, they do not
      *    write to a player's development record.
           if self::Session["level"]::ToString not = "2"
            and self::Session["level"]::ToString not = "9"
               invoke self::Response::Redirect("~/mainmenu.aspx")
               exit method.
           goback.
       end method.

       method-id openDev protected.
       procedure division returning openedOk as String.
           OPEN I-O DEV-FILE.
           IF STATUS-COMN = "35"
               OPEN OUTPUT DEV-FILE
               CLOSE DEV-FILE
               OPEN I-O DEV-FILE.
           IF STATUS-BYTE-1 NOT EQUAL ZEROES
               set openedOk to "N"
           else
               set openedOk to "Y".
       end method.

      *    the player id typed in, or the id a "Last, First"
      *    spelling resolves to through the master file. Sets
      *    WS-LOOKUP-ID and WS-PLAYER-TITLE; "N" when neither works.
       method-id resolvePlayer protected.
       local-storage section.
       01  idValue         type Int32.
       procedure division returning foundOk as String.
           set foundOk to "N"
           MOVE 0 TO WS-LOOKUP-ID
           MOVE SPACES TO WS-PLAYER-TITLE
           OPEN INPUT PLAYER-MASTER-FILE.
           IF STATUS2-BYTE-1 NOT EQUAL ZEROES
               exit method.
           if type Int32::TryParse(tbPlayer::Text::Trim, by reference idValue) = false
               GO TO BY-NAME.
      *    by id: the "*CONTROL*" row carries the newest id as
      *    its high-water mark, so it is skipped, not taken.
           MOVE idValue TO WS-LOOKUP-ID
           MOVE idValue TO PMAST-ID
           START PLAYER-MASTER-FILE KEY = PMAST-ID
               INVALID KEY GO TO NOT-FOUND
           END-START.
       ID-LOOP.
           READ PLAYER-MASTER-FILE NEXT
               AT END GO TO NOT-FOUND.
           IF PMAST-ID NOT = WS-LOOKUP-ID
               GO TO NOT-FOUND.
           IF PMAST-LAST = "*CONTROL*"
               GO TO ID-LOOP.
           GO TO FOUND.
       BY-NAME.
           MOVE SPACES TO PMAST-KEY
           unstring tbPlayer::Text::Trim::ToUpper delimited ","
               into PMAST-LAST, PMAST-FIRST
           end-unstring
           MOVE PMAST-FIRST::Trim TO PMAST-FIRST
           READ PLAYER-MASTER-FILE
               INVALID KEY GO TO NOT-FOUND.
       FOUND.
           CLOSE PLAYER-MASTER-FILE.
           MOVE PMAST-ID TO WS-LOOKUP-ID
           set WS-PLAYER-TITLE to PMAST-LAST::Trim & ", " & PMAST-FIRST::Trim
           set foundOk to "Y"
           exit method.
       NOT-FOUND.
           CLOSE PLAYER-MASTER-FILE.
           MOVE 0 TO WS-LOOKUP-ID.
       end method.

       method-id btnAddNote_Click protected.
       procedure division using by value sender as object e as type System.EventArgs.
           if tbPlayer::Text::Trim() = "" or tbNote::Text::Trim() = ""
               set lblMsg::Text to "Enter the player and the note."
               exit method.
           if self::resolvePlayer() not = "Y"
               set lblMsg::Text to "Player not on the master file -- enter the player id or Last, First."
               exit method.
           if self::openDev() not = "Y"
               set lblMsg::Text to "Unable to open the development notes file."
               exit method.

           MOVE SPACES TO DEV-REC
           MOVE WS-LOOKUP-ID TO DEV-PLAYER-ID
           set DEV-TIMESTAMP to type DateTime::Now::ToString("yyyyMMddHHmmss")
           set DEV-AUTHOR to self::Session["team"]::ToString::Trim & " / " &
               "" & self::Session["user"]
           if cbShare::Checked
               MOVE "Y" TO DEV-SHARED
           else
               MOVE "N" TO DEV-SHARED.
           MOVE tbNote::Text::Trim TO DEV-TEXT
           MOVE type pucksweb.sideCrypt::newSeal() TO DEV-SEAL
           MOVE type pucksweb.sideCrypt::seal(DEV-TEXT, DEV-SEAL,
               length of DEV-TEXT) TO DEV-TEXT
           WRITE DEV-REC.
           CLOSE DEV-FILE.
           set tbNote::Text to ""
           set cbShare::Checked to false
           set lblMsg::Text to "Note filed on " & WS-PLAYER-TITLE::Trim & "."
           invoke self::btnShowNotes_Click(sender, e).
       end method.

       method-id btnShowNotes_Click protected.
       procedure division using by value sender as object e as type System.EventArgs.
           invoke lbNotes::Items::Clear.
           if tbPlayer::Text::Trim() = ""
               set lblMsg::Text to "Enter the player to look up."
               exit method.
           if self::resolvePlayer() not = "Y"
               set lblMsg::Text to "Player not on the master file -- enter the player id or Last, First."
               exit method.
           if self::openDev() not = "Y"
               set lblMsg::Text to "Unable to open the development notes file."
               exit method.

           MOVE WS-LOOKUP-ID TO DEV-PLAYER-ID
           MOVE SPACES TO DEV-TIMESTAMP
           START DEV-FILE KEY NOT < DEV-KEY
               INVALID KEY
                   CLOSE DEV-FILE
                   set lblMsg::Text to "No development notes on file for " &
                       WS-PLAYER-TITLE::Trim & "."
                   exit method.
       DEV-LOOP.
           READ DEV-FILE NEXT
               AT END GO TO DEV-DONE.
           IF DEV-PLAYER-ID NOT = WS-LOOKUP-ID
               GO TO DEV-DONE.
           MOVE type pucksweb.sideCrypt::unseal(DEV-TEXT, DEV-SEAL,
               length of DEV-TEXT) TO DEV-TEXT
      *    the timestamp rides in the item value so the share
      *    toggle knows which row was picked.
           if DEV-SHARED = "Y"
               invoke lbNotes::Items::Add(new ListItem(
                   DEV-TIMESTAMP(1:8) & "  SHARED  [" & DEV-AUTHOR::Trim &
                   "]  " & DEV-TEXT::Trim, DEV-TIMESTAMP))
           else
               invoke lbNotes::Items::Add(new ListItem(
                   DEV-TIMESTAMP(1:8) & "  staff   [" & DEV-AUTHOR::Trim &
                   "]  " & DEV-TEXT::Trim, DEV-TIMESTAMP)).
           GO TO DEV-LOOP.
       DEV-DONE.
           CLOSE DEV-FILE.
           if lbNotes::Items::Count = 0
               set lblMsg::Text to "No development notes on file for " &
                   WS-PLAYER-TITLE::Trim & "."
           else
               invoke type pucksweb.accessAudit::record("DEVNOTES",
                   WS-PLAYER-TITLE::Trim, "V", "" & self::Session["team"],
                   "" & self::Session["user"])
               set lblMsg::Text to WS-PLAYER-TITLE::Trim & ": " &
                   lbNotes::Items::Count::ToString & " note(s) on file.".
       end method.

      *    shares the picked note with the player, or takes it
      *    back off their portal.
       method-id btnToggleShare_Click protected.
       procedure division using by value sender as object e as type System.EventArgs.
           if lbNotes::SelectedItem = null
               set lblMsg::Text to "Pick a note from the list first."
               exit method.
           if self::resolvePlayer() not = "Y"
               set lblMsg::Text to "Player not on the master file -- enter the player id or Last, First."
               exit method.
           if self::openDev() not = "Y"
               set lblMsg::Text to "Unable to open the development notes file."
               exit method.
           MOVE WS-LOOKUP-ID TO DEV-PLAYER-ID
           MOVE lbNotes::SelectedItem::Value TO DEV-TIMESTAMP
           READ DEV-FILE
               INVALID KEY
                   CLOSE DEV-FILE
                   set lblMsg::Text to "That note is no longer on file."
                   exit method.
           if DEV-SHARED = "Y"
               MOVE "N" TO DEV-SHARED
           else
               MOVE "Y" TO DEV-SHARED.
           REWRITE DEV-REC.
           CLOSE DEV-FILE.
           invoke self::btnShowNotes_Click(sender, e)
           if DEV-SHARED = "Y"
               set lblMsg::Text to "Note shared with " & WS-PLAYER-TITLE::Trim & "."
           else
               set lblMsg::Text to "Note taken off " & WS-PLAYER-TITLE::Trim &
                   "'s portal.".
       end method.

       end class.
