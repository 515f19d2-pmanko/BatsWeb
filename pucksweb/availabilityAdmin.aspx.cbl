      * active / injured / suspended / unavailable plus an expected
      * return date -- maintained here and shown as a badge wherever
      * the roster lists render (the breakdown screens suffix the
      * player's name with it). Injury status is medical
      * information: every listing writes a read-access row per
      * player shown (accessAudit.cbl).
       class-id pucksweb.availabilityAdmin is partial
                inherits type System.Web.UI.Page public.


      *    AVAIL-STATUS: A active, I injured, S suspended,
      *    U unavailable. AVAIL-RETURN-DATE 0 = unknown.
      *    AVAIL-DETAIL is enciphered on disk under AVAIL-SEAL
      *    (sideCrypt.cbl) -- unseal after reading, seal before
      *    writing. AVAIL-UPDATED is UTC.
       01  AVAIL-REC.
           05  AVAIL-KEY.
               10  AVAIL-PLAYER        PIC X(30).
           05  AVAIL-DETAIL.
               10  AVAIL-STATUS        PIC X.
               10  AVAIL-RETURN-DATE   PIC 9(8).
               10  AVAIL-NOTE          PIC X(40).
           05  AVAIL-UPDATED           PIC X(14).
           05  AVAIL-SEAL              PIC X(9).
           05  FILLER                  PIC X(1).

       working-storage section.
       01  WS-AVAIL-FILE      PIC X(256) VALUE "PKW031.DAT".
           invoke type Int32::TryParse(tbReturnDate::Text::Trim(), by reference WS-ROW-DATE)
           MOVE WS-ROW-DATE TO AVAIL-RETURN-DATE
           MOVE tbNote::Text::Trim TO AVAIL-NOTE
           set AVAIL-UPDATED to type DateTime::UtcNow::ToString("yyyyMMddHHmmss")
           MOVE type pucksweb.sideCrypt::newSeal() TO AVAIL-SEAL
           MOVE type pucksweb.sideCrypt::seal(AVAIL-DETAIL, AVAIL-SEAL,
               length of AVAIL-DETAIL) TO AVAIL-DETAIL
           WRITE AVAIL-REC
               INVALID KEY REWRITE AVAIL-REC
           END-WRITE.
           CLOSE AVAIL-FILE.
           set lblMsg::Text to tbPlayer::Text::Trim & " marked " &
               ddStatus::SelectedItem::ToString::Substring(0, 1) & "."
           invoke self::listStatuses.
       end method.

       LIST-LOOP.
           READ AVAIL-FILE NEXT WITH NO LOCK
               AT END GO TO LIST-DONE.
           MOVE type pucksweb.sideCrypt::unseal(AVAIL-DETAIL, AVAIL-SEAL,
               length of AVAIL-DETAIL) TO AVAIL-DETAIL
           IF AVAIL-STATUS = "A"
               GO TO LIST-LOOP.
           if AVAIL-RETURN-DATE = 0
               invoke lbStatuses::Items::Add(AVAIL-PLAYER::Trim & "  " &
                   AVAIL-STATUS & "  expected back " & AVAIL-RETURN-DATE &
                   "  " & AVAIL-NOTE::Trim).
           invoke type pucksweb.accessAudit::record("AVAILABILITY",
               AVAIL-PLAYER::Trim, "V", "" & self::Session["team"],
               "" & self::Session["user"])
           GO TO LIST-LOOP.
       LIST-DONE.
           CLOSE AVAIL-FILE.
