               10  NOTE-TIMESTAMP      PIC X(14).
           05  NOTE-AUTHOR             PIC X(45).
           05  NOTE-TEXT               PIC X(200).
           05  NOTE-SEAL               PIC X(9).
           05  FILLER                  PIC X(1).

       working-storage section.
       01  WS-NOTES-FILE      PIC X(256) VALUE "PKW030.DAT".
           set address of PK360-DIALOG-FIELDS to myData::tablePointer

           move "I" to PK360-ACTION
           invoke type batsweb.screenTiming::engineCall(pk360rununit, "PK360WEBF", "I")
       move 1 to aa.
       5-loop.
           if aa > PK360-NUM-TEAMS
           set NOTE-AUTHOR to self::Session["team"]::ToString::Trim & " / " &
               "" & self::Session["user"]
           MOVE tbNewNote::Text::Trim TO NOTE-TEXT
           MOVE type pucksweb.sideCrypt::newSeal() TO NOTE-SEAL
           MOVE type pucksweb.sideCrypt::seal(NOTE-TEXT, NOTE-SEAL,
               length of NOTE-TEXT) TO NOTE-TEXT
           WRITE NOTE-REC.
           CLOSE NOTES-FILE.
           set tbNewNote::Text to ""
       SPNOTE-LOOP.
           READ NOTES-FILE NEXT WITH NO LOCK
               AT END GO TO SPNOTE-DONE.
           MOVE type pucksweb.sideCrypt::unseal(NOTE-TEXT, NOTE-SEAL,
               length of NOTE-TEXT) TO NOTE-TEXT
           IF NOTE-PLAYER NOT = tbNotePlayer::Text::Trim::ToUpper
               GO TO SPNOTE-DONE.
           invoke lbNotes::Items::Add(NOTE-TIMESTAMP(1:8) & "  [" &
           GO TO SPNOTE-LOOP.
       SPNOTE-DONE.
           CLOSE NOTES-FILE.
      *    a player's notebook on screen is a read-access row.
           if lbNotes::Items::Count > 0
               invoke type pucksweb.accessAudit::record("SCOUTNOTES",
                   tbNotePlayer::Text::Trim, "V", "" & self::Session["team"],
                   "" & self::Session["user"]).
       end method.

      *    one roster player's recent notes onto the report --
       method-id appendPlayerNotes private.
       local-storage section.
       01  wantPlayer      type String.
       01  wroteOne        type String.
       procedure division using by value pdfBody as type System.Text.StringBuilder
                                 by value playerName as String
                                 by reference yPos as type Int32.
           set wantPlayer to playerName::ToUpper
           set wroteOne to "N"
           MOVE wantPlayer TO NOTE-PLAYER
           MOVE SPACES TO NOTE-TIMESTAMP
           START NOTES-FILE KEY NOT < NOTE-KEY
               go to pnote-done.
           READ NOTES-FILE NEXT WITH NO LOCK
               AT END GO TO pnote-done.
           MOVE type pucksweb.sideCrypt::unseal(NOTE-TEXT, NOTE-SEAL,
               length of NOTE-TEXT) TO NOTE-TEXT
           IF NOTE-PLAYER NOT = wantPlayer
               GO TO pnote-done.
           IF NOTE-TIMESTAMP < WS-NOTE-CUTOFF
               NOTE-TIMESTAMP(1:8) & "]"))
           invoke pdfBody::Append(") Tj" & x"0A")
           subtract 14 from yPos
           set wroteOne to "Y"
           go to pnote-loop.
       pnote-done.
      *    notes that leave in the PDF are an export of that
      *    player's notebook.
           if wroteOne = "Y"
               invoke type pucksweb.accessAudit::record("SCOUTREPORT",
                   wantPlayer, "E", "" & self::Session["team"],
                   "" & self::Session["user"]).
       end method.

      *    Helper: escapes the backslash/paren characters that
