      * so institutional knowledge survives staff turnover. The
      * breakdown and scouting screens read the same file for their
      * notes panels, and the printed scouting report appends the
      * recent entries. Looking a player's notes up writes a
      * read-access row (accessAudit.cbl). The note text is
      * enciphered on disk under NOTE-SEAL (sideCrypt.cbl); every
      * screen that shows or searches notes unseals after the read.
       class-id pucksweb.scoutNotes is partial
                inherits type System.Web.UI.Page public.

               10  NOTE-TIMESTAMP      PIC X(14).
           05  NOTE-AUTHOR             PIC X(45).
           05  NOTE-TEXT               PIC X(200).
           05  NOTE-SEAL               PIC X(9).
           05  FILLER                  PIC X(1).

       working-storage section.
       01  WS-NOTES-FILE      PIC X(256) VALUE "PKW030.DAT".
           set NOTE-AUTHOR to self::Session["team"]::ToString::Trim & " / " &
               "" & self::Session["user"]
           MOVE tbNote::Text::Trim TO NOTE-TEXT
           MOVE type pucksweb.sideCrypt::newSeal() TO NOTE-SEAL
           MOVE type pucksweb.sideCrypt::seal(NOTE-TEXT, NOTE-SEAL,
               length of NOTE-TEXT) TO NOTE-TEXT
           WRITE NOTE-REC.
           CLOSE NOTES-FILE.
      *    a note against an assigned player moves that
       NOTE-LOOP.
           READ NOTES-FILE NEXT
               AT END GO TO NOTE-DONE.
           MOVE type pucksweb.sideCrypt::unseal(NOTE-TEXT, NOTE-SEAL,
               length of NOTE-TEXT) TO NOTE-TEXT
           IF NOTE-PLAYER NOT = WS-LOOKUP-PLAYER
               GO TO NOTE-DONE.
           invoke lbNotes::Items::Add(NOTE-TIMESTAMP(1:8) & "  [" &
           if lbNotes::Items::Count = 0
               set lblMsg::Text to "No notes on file for that player."
           else
               invoke type pucksweb.accessAudit::record("SCOUTNOTES",
                   WS-LOOKUP-PLAYER::Trim, "V", "" & self::Session["team"],
                   "" & self::Session["user"])
               set lblMsg::Text to lbNotes::Items::Count::ToString &
                   " note(s) on file.".
       end method.
