      * league transaction wire -- the stint and availability
      * side. tradeHistory.aspx.cbl records a move keyed by hand;
      * transactionImport.cbl feeds the league's daily bulletin
      * through apply() here instead, and transactionReview.aspx.cbl
      * applies a queued line once a person has said who it is. The
      * moves follow tradeHistory's rules -- the open stint closes the
      * day before the effective date and the new one opens on it --
      * but nothing is guessed: a line whose from-team is not the team
      * the player's open stint is with, that lands before a stint
      * already on file, or whose type is not one of the wire's known
      * ones comes back REVIEW with the reason, and the caller queues
      * it (queue) for the review screen. A line already reflected in
      * the stints comes back SKIP, so a day's wire can be run twice.
      *
      * Transaction types:
      *     TRADE, CALLUP, OPTION, CLAIM, SIGN  -- moves to to-team
      *     RELEASE                            -- closes the stint
      *     IL                                 -- injured list
      *     ACTIVATE                           -- back off the list
      * IL and ACTIVATE leave the stints alone and set the player's
      * availability row (PKW031.DAT, availabilityAdmin.aspx.cbl) to
      * injured / active.
       class-id batsweb.transactionWire.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       $SET CALLFH"EXTFH"
       $SET DATACOMPRESS"1"
        SELECT STINT-FILE ASSIGN WS-STINT-FILE
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS STINT-KEY
              LOCK MANUAL
              FILE STATUS IS STATUS-COMN.

        SELECT PLAYER-MASTER-FILE ASSIGN WS-PLAYER-MASTER-FILE
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS PMAST-KEY
              ALTERNATE KEY IS PMAST-ID WITH DUPLICATES
              LOCK MANUAL
              FILE STATUS IS STATUS-COMN2.

        SELECT AVAIL-FILE ASSIGN WS-AVAIL-FILE
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS AVAIL-KEY
              LOCK MANUAL
              FILE STATUS IS STATUS-COMN3.

        SELECT TXQ-FILE ASSIGN WS-TXQ-FILE
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS TXQ-KEY
              LOCK MANUAL
              FILE STATUS IS STATUS-COMN4.

       file section.
       FD  STINT-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS STINT-REC.

      *    layout owned by tradeHistory.aspx.cbl -- keep in sync
      *    with the FD there.
       01  STINT-REC.
           05  STINT-KEY.
               10  STINT-LAST          PIC X(15).
               10  STINT-FIRST         PIC X(15).
               10  STINT-EFF-DATE      PIC 9(8).
           05  STINT-TEAM              PIC X(15).
           05  STINT-END-DATE          PIC 9(8).
           05  STINT-RECORDED          PIC X(14).
           05  STINT-TERMS.
               10  STINT-SALARY        PIC 9(9).
               10  STINT-CON-START     PIC 9(8).
               10  STINT-CON-END       PIC 9(8).
               10  STINT-OPTION        PIC X.
           05  STINT-SEAL              PIC X(9).
           05  FILLER                  PIC X(1).

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

       FD  AVAIL-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS AVAIL-REC.

      *    layout owned by availabilityAdmin.aspx.cbl -- keep
      *    in sync with the FD there.
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

       FD  TXQ-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS TXQ-REC.

      *    the review queue: one row per wire line that could
      *    not be applied, keyed by the wire's date and its line
      *    number. TXQ-STATUS: PEND waiting, DONE applied from the
      *    review screen, DROP dismissed there. TXQ-QUEUED and
      *    TXQ-CLOSED are UTC.
       01  TXQ-REC.
           05  TXQ-KEY.
               10  TXQ-WIRE-DATE       PIC 9(8).
               10  TXQ-LINE            PIC 9(5).
           05  TXQ-STATUS              PIC X(4).
           05  TXQ-PLAYER              PIC X(40).
           05  TXQ-OFFICIAL-ID         PIC X(10).
           05  TXQ-FROM-TEAM           PIC X(15).
           05  TXQ-TO-TEAM             PIC X(15).
           05  TXQ-TYPE                PIC X(10).
           05  TXQ-EFF-DATE            PIC 9(8).
           05  TXQ-REASON              PIC X(60).
           05  TXQ-QUEUED              PIC X(14).
           05  TXQ-CLOSED-BY           PIC X(45).
           05  TXQ-CLOSED              PIC X(14).
           05  FILLER                  PIC X(10).

       working-storage section.
       01  WS-STINT-FILE      PIC X(256) VALUE "BATSW026.DAT".
       01  WS-PLAYER-MASTER-FILE   PIC X(256) VALUE "BATSW025.DAT".
       01  WS-AVAIL-FILE      PIC X(256) VALUE "PKW031.DAT".
       01  WS-TXQ-FILE        PIC X(256) VALUE "BATSW063.DAT".
       01  STATUS-COMN.
           05  STATUS-BYTE-1           PIC X      VALUE SPACES.
           05  STATUS-BYTE-2           PIC X      VALUE SPACES.
       01  STATUS-COMN2.
           05  STATUS2-BYTE-1          PIC X      VALUE SPACES.
           05  STATUS2-BYTE-2          PIC X      VALUE SPACES.
       01  STATUS-COMN3.
           05  STATUS3-BYTE-1          PIC X      VALUE SPACES.
           05  STATUS3-BYTE-2          PIC X      VALUE SPACES.
       01  STATUS-COMN4.
           05  STATUS4-BYTE-1          PIC X      VALUE SPACES.
           05  STATUS4-BYTE-2          PIC X      VALUE SPACES.
       01  WS-LOOKUP-LAST              PIC X(15).
       01  WS-LOOKUP-FIRST             PIC X(15).
       01  WS-EFF-DATE                 PIC 9(8)   VALUE 0.
       01  WS-CLOSE-DATE               PIC 9(8)   VALUE 0.
      *    what the player's stints say, read once per line.
       01  WS-STINT-COUNT              PIC 9(4)   VALUE 0.
       01  WS-OPEN-EFF                 PIC 9(8)   VALUE 0.
       01  WS-OPEN-TEAM                PIC X(15).
       01  WS-LAST-EFF                 PIC 9(8)   VALUE 0.
       01  WS-LAST-TEAM                PIC X(15).
       01  WS-LAST-END                 PIC 9(8)   VALUE 0.
       01  WS-SAME-DAY-TEAM            PIC X(15).

      *    a spelling as the master's primary spelling of the
      *    same person, "LAST|FIRST" -- "" when the master does not
      *    know the spelling.
       method-id primaryOf static public.
       local-storage section.
       01  wantId          type Int32.
       procedure division using by value lastName as String
                                 by value firstName as String
                          returning primaryOut as String.
           set primaryOut to ""
           OPEN INPUT PLAYER-MASTER-FILE.
           IF STATUS2-BYTE-1 NOT EQUAL ZEROES
               exit method.
           MOVE lastName::Trim::ToUpper TO PMAST-LAST
           MOVE firstName::Trim::ToUpper TO PMAST-FIRST
           READ PLAYER-MASTER-FILE
               INVALID KEY
                   CLOSE PLAYER-MASTER-FILE
                   exit method.
           set primaryOut to PMAST-LAST::Trim & "|" & PMAST-FIRST::Trim
           IF PMAST-PRIMARY = "Y"
               CLOSE PLAYER-MASTER-FILE
               exit method.
           set wantId to PMAST-ID
           START PLAYER-MASTER-FILE KEY IS EQUAL TO PMAST-ID
               INVALID KEY
                   CLOSE PLAYER-MASTER-FILE
                   exit method.
       PRIM-LOOP.
           READ PLAYER-MASTER-FILE NEXT WITH NO LOCK
               AT END GO TO PRIM-DONE.
           IF PMAST-ID NOT = wantId
               GO TO PRIM-DONE.
           IF PMAST-PRIMARY = "Y"
               set primaryOut to PMAST-LAST::Trim & "|" & PMAST-FIRST::Trim
               GO TO PRIM-DONE.
           GO TO PRIM-LOOP.
       PRIM-DONE.
           CLOSE PLAYER-MASTER-FILE.
       end method.

      *    the master's permanent id for a spelling (0 when the
      *    master does not know it).
       method-id masterIdOf static public.
       procedure division using by value lastName as String
                                 by value firstName as String
                          returning idOut as type Int32.
           set idOut to 0
           OPEN INPUT PLAYER-MASTER-FILE.
           IF STATUS2-BYTE-1 NOT EQUAL ZEROES
               exit method.
           MOVE lastName::Trim::ToUpper TO PMAST-LAST
           MOVE firstName::Trim::ToUpper TO PMAST-FIRST
           READ PLAYER-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   set idOut to PMAST-ID
           END-READ
           CLOSE PLAYER-MASTER-FILE.
       end method.

      *    applies one transaction to the player named by the
      *    master's primary spelling. Returns "OK|what was done",
      *    "SKIP|why" when the stints already say it, or
      *    "REVIEW|reason".
       method-id apply static public.
       local-storage section.
       01  effParsed       type DateTime.
       01  txnCode         type String.
       01  fromCode        type String.
       01  toCode          type String.
       procedure division using by value lastName as String
                                 by value firstName as String
                                 by value fromTeam as String
                                 by value toTeam as String
                                 by value txnType as String
                                 by value effDate as type Int32
                          returning applyOut as String.
           set txnCode to txnType::Trim::ToUpper
           set fromCode to fromTeam::Trim::ToUpper
           set toCode to toTeam::Trim::ToUpper
           if type DateTime::TryParseExact("" & effDate, "yyyyMMdd", null,
                  type System.Globalization.DateTimeStyles::None, by reference effParsed) = false
               set applyOut to "REVIEW|EFFECTIVE DATE NOT A DATE"
               exit method.
           MOVE effDate TO WS-EFF-DATE
           invoke type Int32::TryParse(effParsed::AddDays(-1)::ToString("yyyyMMdd"),
               by reference WS-CLOSE-DATE)
           MOVE lastName::Trim::ToUpper TO WS-LOOKUP-LAST
           MOVE firstName::Trim::ToUpper TO WS-LOOKUP-FIRST

           evaluate txnCode
               when "IL"
                   set applyOut to self::setAvailability("I", "IL PLACEMENT " & effDate)
               when "ACTIVATE"
                   set applyOut to self::setAvailability("A", "ACTIVATED " & effDate)
               when "RELEASE"
                   set applyOut to self::releaseStint(fromCode)
               when "TRADE"
               when "CALLUP"
               when "OPTION"
               when "CLAIM"
               when "SIGN"
                   if toCode = ""
                       set applyOut to "REVIEW|NO TO-TEAM ON A " & txnCode
                   else
                       set applyOut to self::moveStint(fromCode, toCode, txnCode)
                   end-if
               when other
                   set applyOut to "REVIEW|UNKNOWN TRANSACTION TYPE " & txnCode
           end-evaluate
       end method.

      *    opens the stint file the way tradeHistory does --
      *    created and stamped when missing, refused when still on
      *    the pre-salary layout.
       method-id openStints static protected.
       procedure division returning openedOk as String.
           set openedOk to "N"
           OPEN I-O STINT-FILE.
           IF STATUS-COMN = "35"
               OPEN OUTPUT STINT-FILE
               CLOSE STINT-FILE
               OPEN I-O STINT-FILE
               invoke type pucksweb.layoutVersion::stamp(
                   WS-STINT-FILE::Trim, 2, "TRANSACTIONWIRE").
           IF STATUS-BYTE-1 NOT EQUAL ZEROES
               exit method.
           if type pucksweb.layoutVersion::check(WS-STINT-FILE::Trim, 2)
               not = "OK"
               CLOSE STINT-FILE
               exit method.
           set openedOk to "Y".
       end method.

      *    reads the player's stints once: how many, the open one,
      *    the latest by effective date, and any starting on the
      *    effective date itself.
       method-id scanStints static protected.
       procedure division.
           MOVE 0 TO WS-STINT-COUNT WS-OPEN-EFF WS-LAST-EFF WS-LAST-END
           MOVE SPACES TO WS-OPEN-TEAM WS-LAST-TEAM WS-SAME-DAY-TEAM
           MOVE WS-LOOKUP-LAST TO STINT-LAST
           MOVE WS-LOOKUP-FIRST TO STINT-FIRST
           MOVE 0 TO STINT-EFF-DATE
           START STINT-FILE KEY NOT < STINT-KEY
               INVALID KEY
                   exit method.
       SCAN-LOOP.
           READ STINT-FILE NEXT WITH NO LOCK
               AT END exit method.
           IF STINT-LAST NOT = WS-LOOKUP-LAST
            OR STINT-FIRST NOT = WS-LOOKUP-FIRST
               exit method.
           add 1 to WS-STINT-COUNT
           IF STINT-END-DATE = 0
               MOVE STINT-EFF-DATE TO WS-OPEN-EFF
               MOVE STINT-TEAM TO WS-OPEN-TEAM.
           IF STINT-EFF-DATE = WS-EFF-DATE
               MOVE STINT-TEAM TO WS-SAME-DAY-TEAM.
           MOVE STINT-EFF-DATE TO WS-LAST-EFF
           MOVE STINT-TEAM TO WS-LAST-TEAM
           MOVE STINT-END-DATE TO WS-LAST-END
           GO TO SCAN-LOOP.
       end method.

      *    a move to toCode: the open stint (which must be
      *    fromCode's, when the wire names one) closes the day before,
      *    the new stint opens on the effective date. A player with
      *    no stints at all is seeded, as on the trade screen.
       method-id moveStint static protected.
       procedure division using by value fromCode as String
                                 by value toCode as String
                                 by value txnCode as String
                          returning moveOut as String.
           if self::openStints not = "Y"
               set moveOut to "REVIEW|ROSTER HISTORY FILE WOULD NOT OPEN"
               exit method.
           invoke self::scanStints
           if WS-OPEN-TEAM = toCode and WS-OPEN-EFF = WS-EFF-DATE
               CLOSE STINT-FILE
               set moveOut to "SKIP|ALREADY WITH " & toCode & " FROM " & WS-EFF-DATE
               exit method.
           if WS-SAME-DAY-TEAM not = spaces
               CLOSE STINT-FILE
               set moveOut to "REVIEW|A " & WS-SAME-DAY-TEAM::Trim & " STINT ALREADY STARTS " &
                   WS-EFF-DATE
               exit method.
           if WS-LAST-EFF > WS-EFF-DATE
               CLOSE STINT-FILE
               set moveOut to "REVIEW|A LATER STINT (" & WS-LAST-TEAM::Trim & " " &
                   WS-LAST-EFF & ") IS ON FILE"
               exit method.
           if WS-OPEN-TEAM not = spaces
               if fromCode not = "" and WS-OPEN-TEAM not = fromCode
                   CLOSE STINT-FILE
                   set moveOut to "REVIEW|ON FILE WITH " & WS-OPEN-TEAM::Trim &
                       ", WIRE SAYS FROM " & fromCode
                   exit method
               end-if
      *        the terms are carried through still sealed.
               MOVE WS-LOOKUP-LAST TO STINT-LAST
               MOVE WS-LOOKUP-FIRST TO STINT-FIRST
               MOVE WS-OPEN-EFF TO STINT-EFF-DATE
               READ STINT-FILE
                   INVALID KEY
                       CLOSE STINT-FILE
                       set moveOut to "REVIEW|OPEN STINT COULD NOT BE RE-READ"
                       exit method
               END-READ
               MOVE WS-CLOSE-DATE TO STINT-END-DATE
               REWRITE STINT-REC
           else
               if WS-STINT-COUNT > 0 and fromCode not = "" and txnCode not = "SIGN"
                   CLOSE STINT-FILE
                   set moveOut to "REVIEW|NO OPEN STINT, WIRE SAYS FROM " & fromCode
                   exit method
               end-if
           end-if

           MOVE WS-LOOKUP-LAST TO STINT-LAST
           MOVE WS-LOOKUP-FIRST TO STINT-FIRST
           MOVE WS-EFF-DATE TO STINT-EFF-DATE
           MOVE toCode TO STINT-TEAM
           MOVE 0 TO STINT-END-DATE
           set STINT-RECORDED to type DateTime::UtcNow::ToString("yyyyMMddHHmmss")
      *    the wire carries no contract terms -- zeros, to be set
      *    on the trade screen with Set Terms.
           MOVE 0 TO STINT-SALARY STINT-CON-START STINT-CON-END
           MOVE "N" TO STINT-OPTION
           MOVE type pucksweb.sideCrypt::newSeal() TO STINT-SEAL
           MOVE type pucksweb.sideCrypt::seal(STINT-TERMS, STINT-SEAL,
               length of STINT-TERMS) TO STINT-TERMS
           WRITE STINT-REC
               INVALID KEY REWRITE STINT-REC
           END-WRITE.
           CLOSE STINT-FILE.
           set moveOut to "OK|" & txnCode & " TO " & toCode & " FROM " & WS-EFF-DATE
       end method.

      *    a release: the open stint, which must be fromCode's
      *    when the wire names one, closes the day before.
       method-id releaseStint static protected.
       procedure division using by value fromCode as String
                          returning releaseOut as String.
           if self::openStints not = "Y"
               set releaseOut to "REVIEW|ROSTER HISTORY FILE WOULD NOT OPEN"
               exit method.
           invoke self::scanStints
           if WS-OPEN-TEAM = spaces
               CLOSE STINT-FILE
               if WS-STINT-COUNT > 0 and WS-LAST-END = WS-CLOSE-DATE and
                  (fromCode = "" or WS-LAST-TEAM = fromCode)
                   set releaseOut to "SKIP|ALREADY RELEASED BY " & WS-LAST-TEAM::Trim
               else
                   set releaseOut to "REVIEW|NO OPEN STINT TO RELEASE FROM"
               end-if
               exit method.
           if fromCode not = "" and WS-OPEN-TEAM not = fromCode
               CLOSE STINT-FILE
               set releaseOut to "REVIEW|ON FILE WITH " & WS-OPEN-TEAM::Trim &
                   ", WIRE SAYS RELEASED BY " & fromCode
               exit method.
           if WS-OPEN-EFF > WS-CLOSE-DATE
               CLOSE STINT-FILE
               set releaseOut to "REVIEW|OPEN STINT STARTS " & WS-OPEN-EFF &
                   ", AFTER THE RELEASE"
               exit method.
           MOVE WS-LOOKUP-LAST TO STINT-LAST
           MOVE WS-LOOKUP-FIRST TO STINT-FIRST
           MOVE WS-OPEN-EFF TO STINT-EFF-DATE
           READ STINT-FILE
               INVALID KEY
                   CLOSE STINT-FILE
                   set releaseOut to "REVIEW|OPEN STINT COULD NOT BE RE-READ"
                   exit method.
           MOVE WS-CLOSE-DATE TO STINT-END-DATE
           REWRITE STINT-REC.
           CLOSE STINT-FILE.
           set releaseOut to "OK|RELEASED BY " & WS-OPEN-TEAM::Trim & " THROUGH " & WS-CLOSE-DATE
       end method.

      *    the player's availability row to statusCode, keyed
      *    "LAST, FIRST" the way the roster screens look it up. A row
      *    already in that state is left as it is.
       method-id setAvailability static protected.
       procedure division using by value statusCode as String
                                 by value noteText as String
                          returning availOut as String.
           OPEN I-O AVAIL-FILE.
           IF STATUS-COMN3 = "35"
               OPEN OUTPUT AVAIL-FILE
               CLOSE AVAIL-FILE
               OPEN I-O AVAIL-FILE.
           IF STATUS3-BYTE-1 NOT EQUAL ZEROES
               set availOut to "REVIEW|AVAILABILITY FILE WOULD NOT OPEN"
               exit method.
           MOVE WS-LOOKUP-LAST::Trim & ", " & WS-LOOKUP-FIRST::Trim TO AVAIL-PLAYER
           READ AVAIL-FILE
               INVALID KEY
                   MOVE SPACES TO AVAIL-DETAIL
               NOT INVALID KEY
                   MOVE type pucksweb.sideCrypt::unseal(AVAIL-DETAIL, AVAIL-SEAL,
                       length of AVAIL-DETAIL) TO AVAIL-DETAIL
           END-READ
           IF AVAIL-STATUS = statusCode
               CLOSE AVAIL-FILE
               set availOut to "SKIP|AVAILABILITY ALREADY " & statusCode
               exit method.
           MOVE WS-LOOKUP-LAST::Trim & ", " & WS-LOOKUP-FIRST::Trim TO AVAIL-PLAYER
           MOVE statusCode TO AVAIL-STATUS
           MOVE 0 TO AVAIL-RETURN-DATE
           MOVE noteText TO AVAIL-NOTE
           set AVAIL-UPDATED to type DateTime::UtcNow::ToString("yyyyMMddHHmmss")
           MOVE type pucksweb.sideCrypt::newSeal() TO AVAIL-SEAL
           MOVE type pucksweb.sideCrypt::seal(AVAIL-DETAIL, AVAIL-SEAL,
               length of AVAIL-DETAIL) TO AVAIL-DETAIL
           WRITE AVAIL-REC
               INVALID KEY REWRITE AVAIL-REC
           END-WRITE.
           CLOSE AVAIL-FILE.
           set availOut to "OK|AVAILABILITY " & statusCode & " -- " & noteText
       end method.

      *    queues a wire line for review. A line already on the
      *    queue keeps a DONE or DROP a person gave it. Returns "OK"
      *    or "ERR".
       method-id queue static public.
       procedure division using by value wireDate as type Int32
                                 by value lineNo as type Int32
                                 by value playerText as String
                                 by value officialId as String
                                 by value fromTeam as String
                                 by value toTeam as String
                                 by value txnType as String
                                 by value effDate as type Int32
                                 by value reasonText as String
                          returning queueFlag as String.
           set queueFlag to "ERR"
           OPEN I-O TXQ-FILE.
           IF STATUS-COMN4 = "35"
               OPEN OUTPUT TXQ-FILE
               CLOSE TXQ-FILE
               OPEN I-O TXQ-FILE.
           IF STATUS4-BYTE-1 NOT EQUAL ZEROES
               exit method.
           set queueFlag to "OK"
           MOVE wireDate TO TXQ-WIRE-DATE
           MOVE lineNo TO TXQ-LINE
           READ TXQ-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF TXQ-STATUS NOT = "PEND"
                       CLOSE TXQ-FILE
                       exit method
                   END-IF
           END-READ
           MOVE SPACES TO TXQ-REC
           MOVE wireDate TO TXQ-WIRE-DATE
           MOVE lineNo TO TXQ-LINE
           MOVE "PEND" TO TXQ-STATUS
           MOVE playerText::Trim TO TXQ-PLAYER
           MOVE officialId::Trim TO TXQ-OFFICIAL-ID
           MOVE fromTeam::Trim::ToUpper TO TXQ-FROM-TEAM
           MOVE toTeam::Trim::ToUpper TO TXQ-TO-TEAM
           MOVE txnType::Trim::ToUpper TO TXQ-TYPE
           MOVE effDate TO TXQ-EFF-DATE
           MOVE reasonText TO TXQ-REASON
           set TXQ-QUEUED to type DateTime::UtcNow::ToString("yyyyMMddHHmmss")
           WRITE TXQ-REC
               INVALID KEY REWRITE TXQ-REC
           END-WRITE.
           CLOSE TXQ-FILE.
       end method.

      *    the queue still waiting, oldest wire first, as
      *    "wire-date|line|player|official-id|from|to|type|eff-date|
      *    reason|queued".
       method-id pending static public.
       procedure division returning rowsOut as type List[String].
           set rowsOut to new List[String]
           OPEN INPUT TXQ-FILE.
           IF STATUS4-BYTE-1 NOT EQUAL ZEROES
               exit method.
       PEND-LOOP.
           READ TXQ-FILE NEXT WITH NO LOCK
               AT END GO TO PEND-DONE.
           IF TXQ-STATUS NOT = "PEND"
               GO TO PEND-LOOP.
           invoke rowsOut::Add(TXQ-WIRE-DATE & "|" & TXQ-LINE & "|" &
               TXQ-PLAYER::Trim & "|" & TXQ-OFFICIAL-ID::Trim & "|" &
               TXQ-FROM-TEAM::Trim & "|" & TXQ-TO-TEAM::Trim & "|" &
               TXQ-TYPE::Trim & "|" & TXQ-EFF-DATE & "|" & TXQ-REASON::Trim &
               "|" & TXQ-QUEUED)
           GO TO PEND-LOOP.
       PEND-DONE.
           CLOSE TXQ-FILE.
       end method.

      *    closes a queued line DONE or DROP under the user.
      *    Returns "OK", or "NONE" when it is not waiting.
       method-id close static public.
       procedure division using by value wireDate as type Int32
                                 by value lineNo as type Int32
                                 by value closeStatus as String
                                 by value closeUser as String
                                 by value reasonText as String
                          returning closeOut as String.
           set closeOut to "NONE"
           OPEN I-O TXQ-FILE.
           IF STATUS4-BYTE-1 NOT EQUAL ZEROES
               exit method.
           MOVE wireDate TO TXQ-WIRE-DATE
           MOVE lineNo TO TXQ-LINE
           READ TXQ-FILE
               INVALID KEY
                   CLOSE TXQ-FILE
                   exit method.
           IF TXQ-STATUS NOT = "PEND"
               CLOSE TXQ-FILE
               exit method.
           MOVE closeStatus TO TXQ-STATUS
           MOVE closeUser TO TXQ-CLOSED-BY
           set TXQ-CLOSED to type DateTime::UtcNow::ToString("yyyyMMddHHmmss")
           if reasonText not = ""
               MOVE reasonText TO TXQ-REASON.
           REWRITE TXQ-REC.
           CLOSE TXQ-FILE.
           set closeOut to "OK"
       end method.

       end class.
