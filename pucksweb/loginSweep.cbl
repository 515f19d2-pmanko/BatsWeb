      * nightly unusual-login sweep. Every login attempt lands in
      * the login audit (PKW021.DAT) with its source address, but
      * nobody read it -- a shared team password was in use from
      * another country for weeks last spring. This pass reads the
      * successful logins written since its last run and flags, per
      * account:
      *   - a login from a country the account has not logged in
      *     from before,
      *   - impossible travel -- two consecutive logins further
      *     apart than a commercial flight could cover in the time
      *     between them (over MAX-KMH, once they are more than
      *     MIN-TRAVEL-KM apart),
      *   - one account used from many addresses (--addresses, 5 by
      *     default) within the sweep's window.
      * Country and position come from an IP-range file when one is
      * supplied (--geo: CSV lines start,end,country,latitude,
      * longitude -- the addresses dotted IPv4 or plain integers,
      * sorted by start, as the usual geolocation extracts come);
      * without it only the many-addresses check runs. Each
      * account's countries seen and last position are kept in
      * PKW077.DAT with the watermark of the last audit row read, so
      * the sweep picks up where it left off; the first run builds
      * that history from the whole trail and flags only logins
      * inside the window (--days, 1 by default). Flags are kept on
      * the same file and mailed, one message per team, to the
      * alert address on the team's network allowlist row
      * (networkPolicy.cbl) through the central gateway.
      * The baseball site's login audit (BATSW021.DAT, the same
      * layout) is swept in a second pass when --baseball names it;
      * its accounts are told apart by last name as well as first,
      * and its history rows carry "B" in LSW-ITEM's last byte, with
      * a watermark of their own.
      *
      * Usage: loginSweep <path-to-PKW021.DAT>
      *            [--baseball <path-to-BATSW021.DAT>]
      *            [--geo <ip-geo.csv>] [--addresses <n>] [--days <n>]

       $set ilusing"System.IO"

       class-id pucksweb.loginSweep.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       $SET CALLFH"EXTFH"
       $SET DATACOMPRESS"1"
        SELECT AUDIT-FILE ASSIGN WS-AUDIT-FILE
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS AUDIT-KEY
              FILE STATUS IS STATUS-COMN.

        SELECT SWEEP-FILE ASSIGN WS-SWEEP-FILE
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS LSW-KEY
              LOCK MANUAL
              FILE STATUS IS STATUS-COMN2.

       file section.
       FD  AUDIT-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS AUDIT-REC.

      *    layout owned by Default.aspx.cbl -- keep in sync
      *    with the FD there (batsweb's row ends in FILLER where
      *    AUDIT-VIA sits, so reads as space).
       01  AUDIT-REC.
           05  AUDIT-KEY.
               10  AUDIT-TIMESTAMP         PIC X(14).
               10  AUDIT-SEQ               PIC 9(3).
           05  AUDIT-TEAM-NAME             PIC X(15).
           05  AUDIT-LAST                  PIC X(15).
           05  AUDIT-FIRST                 PIC X(15).
           05  AUDIT-SOURCE-IP             PIC X(45).
           05  AUDIT-RESULT                PIC X.
           05  AUDIT-VIA                   PIC X.
           05  FILLER                      PIC X(19).

       FD  SWEEP-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS LSW-REC.

      *    LSW-KIND "W": the watermark (LSW-STAMP the last
      *    AUDIT-KEY read; team, first and item spaces). "C": a
      *    country the account has logged in from (LSW-ITEM the
      *    code, LSW-STAMP the audit key it was first seen on). "L":
      *    the account's last located login -- address, country,
      *    position, LSW-STAMP its audit key. "F": one flag, LSW-ITEM
      *    the audit key + the check ("C" country, "T" travel, "A"
      *    addresses), LSW-REASON the text mailed. On the
      *    baseball trail LSW-ITEM(20:1) is "B" on every kind, and
      *    the account's last name sits in LSW-ITEM(1:15) on "L"
      *    rows and LSW-ITEM(3:15) on "C" rows.
       01  LSW-REC.
           05  LSW-KEY.
               10  LSW-KIND            PIC X.
               10  LSW-TEAM            PIC X(15).
               10  LSW-FIRST           PIC X(15).
               10  LSW-ITEM            PIC X(20).
           05  LSW-STAMP               PIC X(17).
           05  LSW-IP                  PIC X(45).
           05  LSW-COUNTRY             PIC X(2).
           05  LSW-LAT                 PIC S9(3)V9(4) SIGN LEADING SEPARATE.
           05  LSW-LON                 PIC S9(3)V9(4) SIGN LEADING SEPARATE.
           05  LSW-REASON              PIC X(120).
           05  FILLER                  PIC X(34).

       working-storage section.
       01  WS-AUDIT-FILE               PIC X(256).
       01  WS-BASEBALL-FILE            PIC X(256) VALUE SPACES.
      *    the trail being swept: SPACE hockey, "B" baseball; and
      *    the last name that keys the account on it.
       01  WS-TRAIL                    PIC X      VALUE SPACE.
       01  WS-ACCT-LAST                PIC X(15)  VALUE SPACES.
       01  WS-SWEEP-FILE      PIC X(256) VALUE "PKW077.DAT".
       01  WS-GEO-FILE                 PIC X(256) VALUE SPACES.
       01  STATUS-COMN.
           05  STATUS-BYTE-1           PIC X      VALUE SPACES.
           05  STATUS-BYTE-2           PIC X      VALUE SPACES.
       01  STATUS-COMN2.
           05  STATUS2-BYTE-1          PIC X      VALUE SPACES.
           05  STATUS2-BYTE-2          PIC X      VALUE SPACES.
       01  WS-WATERMARK                PIC X(17)  VALUE SPACES.
       01  WS-LAST-KEY                 PIC X(17)  VALUE SPACES.
       01  WS-CUTOFF                   PIC X(14).
       01  WS-MAX-ADDRESSES            PIC 9(3)   VALUE 5.
       01  WS-WINDOW-DAYS              PIC 9(3)   VALUE 1.
       01  WS-COUNTRY                  PIC X(2).
       01  WS-LAT                      PIC S9(3)V9(4).
       01  WS-LON                      PIC S9(3)V9(4).
       01  WS-LOCATED                  PIC X.
       01  WS-KM-DISP                  PIC Z(5)9.
       01  WS-HRS-DISP                 PIC Z(4)9.9.
       01  MAX-KMH                     PIC 9(4)   VALUE 900.
       01  MIN-TRAVEL-KM               PIC 9(4)   VALUE 500.
       01  rowsRead                    PIC 9(7)   VALUE 0.
       01  flagsRaised                 PIC 9(5)   VALUE 0.
       01  mailsQueued                 PIC 9(5)   VALUE 0.
      *    the geolocation ranges, loaded once.
       01  geoStart                    type List[type Int64].
       01  geoEnd                      type List[type Int64].
       01  geoCountry                  type List[String].
       01  geoLat                      type List[type Decimal].
       01  geoLon                      type List[type Decimal].
      *    addresses per account inside the window, and the
      *    flags waiting to be mailed, per team.
       01  addrSeen                    type Dictionary[String, String].
       01  addrCount                   type Dictionary[String, type Int32].
       01  teamFlags                   type Dictionary[String, type System.Text.StringBuilder].

       method-id Main static public.
       local-storage section.
       01  runStamp        type String.
       01  argIdx          type Int32.
       01  runResult       type String.
       procedure division using by value args as type String occurs any.
           if args::Length < 1
               invoke type Console::WriteLine("usage: loginSweep <path-to-PKW021.DAT> [--baseball <path-to-BATSW021.DAT>] [--geo <ip-geo.csv>] [--addresses <n>] [--days <n>]")
               exit method.
           move args[0] to WS-AUDIT-FILE
           move 1 to argIdx.
       ARG-LOOP.
           if argIdx >= args::Length
               go to ARG-DONE.
           if args[argIdx] = "--baseball" and argIdx + 1 < args::Length
               move args[argIdx + 1] to WS-BASEBALL-FILE
               add 1 to argIdx.
           if args[argIdx] = "--geo" and argIdx + 1 < args::Length
               move args[argIdx + 1] to WS-GEO-FILE
               add 1 to argIdx.
           if args[argIdx] = "--addresses" and argIdx + 1 < args::Length
               invoke type Int32::TryParse(args[argIdx + 1]::Trim(), by reference WS-MAX-ADDRESSES)
               add 1 to argIdx.
           if args[argIdx] = "--days" and argIdx + 1 < args::Length
               invoke type Int32::TryParse(args[argIdx + 1]::Trim(), by reference WS-WINDOW-DAYS)
               add 1 to argIdx.
           add 1 to argIdx
           go to ARG-LOOP.
       ARG-DONE.
           if WS-MAX-ADDRESSES < 2
               move 5 to WS-MAX-ADDRESSES.
           if WS-WINDOW-DAYS < 1
               move 1 to WS-WINDOW-DAYS.
           set WS-CUTOFF to type DateTime::UtcNow::AddDays(0 - WS-WINDOW-DAYS)::ToString("yyyyMMddHHmmss")
           set addrSeen to new Dictionary[String, String]
           set addrCount to new Dictionary[String, type Int32]
           set teamFlags to new Dictionary[String, type System.Text.StringBuilder]

           set runStamp to type pucksweb.jobRunLog::begin("LOGINSWEEP")
           if WS-GEO-FILE not = spaces
               if self::loadGeo() not = "Y"
                   invoke type pucksweb.jobRunLog::finish("LOGINSWEEP", runStamp, 0, "FAIL")
                   exit method
               end-if
           end-if

           OPEN I-O SWEEP-FILE.
           IF STATUS-COMN2 = "35"
               OPEN OUTPUT SWEEP-FILE
               CLOSE SWEEP-FILE
               OPEN I-O SWEEP-FILE.
           IF STATUS2-BYTE-1 NOT EQUAL ZEROES
               invoke type Console::WriteLine("Unable to open " & WS-SWEEP-FILE::Trim)
               invoke type pucksweb.jobRunLog::finish("LOGINSWEEP", runStamp, 0, "FAIL")
               exit method.

           MOVE SPACE TO WS-TRAIL
           if self::sweepTrail() not = "Y"
               CLOSE SWEEP-FILE
               invoke type pucksweb.jobRunLog::finish("LOGINSWEEP", runStamp, 0, "FAIL")
               exit method.
      *    the hockey flags are already kept, so a baseball trail
      *    that will not open still lets them be mailed -- the run
      *    just finishes FAIL.
           set runResult to "OK"
           if WS-BASEBALL-FILE not = spaces
               MOVE WS-BASEBALL-FILE TO WS-AUDIT-FILE
               MOVE "B" TO WS-TRAIL
               if self::sweepTrail() not = "Y"
                   set runResult to "FAIL"
               end-if
           end-if

           invoke self::mailFlags
           CLOSE SWEEP-FILE.
           invoke type Console::WriteLine("" & rowsRead::ToString & " audit row(s) read, " &
               flagsRaised::ToString & " unusual login(s) flagged, " &
               mailsQueued::ToString & " team alert(s) queued.")
           invoke type pucksweb.jobRunLog::finish("LOGINSWEEP", runStamp,
               flagsRaised, runResult)
       end method.

      *    one audit trail (WS-AUDIT-FILE, WS-TRAIL) from its
      *    watermark on; "N" when it cannot be opened.
       method-id sweepTrail static protected.
       procedure division returning sweptOk as String.
           set sweptOk to "N"
           OPEN INPUT AUDIT-FILE.
           IF STATUS-BYTE-1 NOT EQUAL ZEROES
               invoke type Console::WriteLine("Unable to open " & WS-AUDIT-FILE::Trim)
               exit method.

           MOVE SPACES TO LSW-REC
           MOVE "W" TO LSW-KIND
           MOVE WS-TRAIL TO LSW-ITEM(20:1)
           READ SWEEP-FILE
               INVALID KEY
                   MOVE SPACES TO WS-WATERMARK
               NOT INVALID KEY
                   MOVE LSW-STAMP TO WS-WATERMARK
           END-READ
           MOVE WS-WATERMARK TO WS-LAST-KEY

      *    everything after the watermark, in key (time) order.
           MOVE WS-WATERMARK TO AUDIT-KEY
           START AUDIT-FILE KEY > AUDIT-KEY
               INVALID KEY GO TO AUD-DONE.
       AUD-LOOP.
           READ AUDIT-FILE NEXT
               AT END GO TO AUD-DONE.
           ADD 1 TO rowsRead
           MOVE AUDIT-KEY TO WS-LAST-KEY
           IF AUDIT-RESULT NOT = "Y"
               GO TO AUD-LOOP.
           IF WS-TRAIL = "B"
               MOVE AUDIT-LAST TO WS-ACCT-LAST
           ELSE
               MOVE SPACES TO WS-ACCT-LAST.
           invoke self::sweepLogin
           GO TO AUD-LOOP.
       AUD-DONE.
           CLOSE AUDIT-FILE.

           MOVE SPACES TO LSW-REC
           MOVE "W" TO LSW-KIND
           MOVE WS-TRAIL TO LSW-ITEM(20:1)
           MOVE WS-LAST-KEY TO LSW-STAMP
           WRITE LSW-REC
               INVALID KEY REWRITE LSW-REC
           END-WRITE
           set sweptOk to "Y".
       end method.

      *    the geolocation extract into the range lists.
       method-id loadGeo static protected.
       local-storage section.
       01  reader          type StreamReader.
       01  csvLine         type String.
       01  csvFields       type String occurs any.
       01  latIn           type Decimal.
       01  lonIn           type Decimal.
       procedure division returning loadedOk as String.
           set loadedOk to "N"
           set geoStart to new List[type Int64]
           set geoEnd to new List[type Int64]
           set geoCountry to new List[String]
           set geoLat to new List[type Decimal]
           set geoLon to new List[type Decimal]
           try
               set reader to new StreamReader(WS-GEO-FILE::Trim)
           catch exc as type Exception
               invoke type Console::WriteLine("Unable to open " & WS-GEO-FILE::Trim & ": " & exc::Message)
               exit method
           end-try.
       GEO-LOOP.
           set csvLine to reader::ReadLine()
           if csvLine = null
               go to GEO-DONE.
           set csvFields to csvLine::Replace("""", "")::Split(",")
           if csvFields::Length < 5
               go to GEO-LOOP.
           if self::ipNumber(csvFields[0]::Trim) < 0
               go to GEO-LOOP.
           set latIn to 0
           set lonIn to 0
           invoke type Decimal::TryParse(csvFields[3]::Trim, by reference latIn)
           invoke type Decimal::TryParse(csvFields[4]::Trim, by reference lonIn)
           invoke geoStart::Add(self::ipNumber(csvFields[0]::Trim))
           invoke geoEnd::Add(self::ipNumber(csvFields[1]::Trim))
           invoke geoCountry::Add(csvFields[2]::Trim::ToUpper)
           invoke geoLat::Add(latIn)
           invoke geoLon::Add(lonIn)
           go to GEO-LOOP.
       GEO-DONE.
           invoke reader::Dispose
           invoke type Console::WriteLine(geoStart::Count::ToString & " address range(s) loaded.")
           set loadedOk to "Y".
       end method.

      *    a dotted IPv4 address (or a plain integer) as a
      *    number; -1 when it is neither (IPv6 is not located).
       method-id ipNumber static protected.
       local-storage section.
       01  parsed          type System.Net.IPAddress.
       01  addrBytes       type Byte occurs any.
       procedure division using by value ipText as String
                          returning ipOut as type Int64.
           set ipOut to -1
           if type Int64::TryParse(ipText, by reference ipOut)
               exit method.
           set ipOut to -1
           if type System.Net.IPAddress::TryParse(ipText, by reference parsed) = false
               exit method.
           if parsed::IsIPv4MappedToIPv6
               set parsed to parsed::MapToIPv4().
           set addrBytes to parsed::GetAddressBytes()
           if addrBytes::Length not = 4
               exit method.
           compute ipOut = addrBytes[0] * 16777216 + addrBytes[1] * 65536
                         + addrBytes[2] * 256 + addrBytes[3]
       end method.

      *    WS-COUNTRY / WS-LAT / WS-LON for an address, by a
      *    binary search of the range starts; WS-LOCATED "N" when
      *    no range holds it.
       method-id locate static protected.
       local-storage section.
       01  ipNum           type Int64.
       01  lowIdx          type Int32.
       01  highIdx         type Int32.
       01  midIdx          type Int32.
       01  hitIdx          type Int32.
       procedure division using by value ipText as String.
           MOVE "N" TO WS-LOCATED
           MOVE SPACES TO WS-COUNTRY
           MOVE 0 TO WS-LAT WS-LON
           if geoStart = null or geoStart::Count = 0
               exit method.
           set ipNum to self::ipNumber(ipText::Trim)
           if ipNum < 0
               exit method.
           set lowIdx to 0
           set highIdx to geoStart::Count - 1
           set hitIdx to -1.
       BIN-LOOP.
           if lowIdx > highIdx
               go to BIN-DONE.
           compute midIdx = (lowIdx + highIdx) / 2
           if geoStart[midIdx] <= ipNum
               set hitIdx to midIdx
               compute lowIdx = midIdx + 1
           else
               compute highIdx = midIdx - 1
           end-if
           go to BIN-LOOP.
       BIN-DONE.
           if hitIdx < 0
               exit method.
           if geoEnd[hitIdx] < ipNum
               exit method.
           MOVE geoCountry[hitIdx] TO WS-COUNTRY
           MOVE geoLat[hitIdx] TO WS-LAT
           MOVE geoLon[hitIdx] TO WS-LON
           MOVE "Y" TO WS-LOCATED.
       end method.

      *    the three checks for one successful login (the audit
      *    row in the record area).
       method-id sweepLogin static protected.
       local-storage section.
       01  acctKey         type String.
       01  seenList        type String.
       01  inWindow        type String.
       01  hadHistory      type String.
       01  prevStamp       type DateTime.
       01  curStamp        type DateTime.
       01  hoursApart      type Decimal.
       01  kmApart         type Decimal.
       01  kmPerHour       type Decimal.
       01  addrNow         type Int32.
       procedure division.
           set acctKey to WS-TRAIL & "|" & AUDIT-TEAM-NAME::Trim & "|" &
               AUDIT-FIRST::Trim & "|" & WS-ACCT-LAST::Trim
           if AUDIT-TIMESTAMP >= WS-CUTOFF
               set inWindow to "Y"
           else
               set inWindow to "N".
           invoke self::locate("" & AUDIT-SOURCE-IP)

      *    many addresses -- only logins inside the window count.
           if inWindow = "Y" and AUDIT-SOURCE-IP not = spaces
               if addrSeen::ContainsKey(acctKey) = false
                   set addrSeen[acctKey] to "|"
                   set addrCount[acctKey] to 0
               end-if
               set seenList to addrSeen[acctKey]
               if seenList::Contains("|" & AUDIT-SOURCE-IP::Trim & "|") = false
                   set addrSeen[acctKey] to seenList & AUDIT-SOURCE-IP::Trim & "|"
                   set addrNow to addrCount[acctKey]
                   add 1 to addrNow
                   set addrCount[acctKey] to addrNow
                   if addrNow = WS-MAX-ADDRESSES
                       invoke self::raiseFlag("A", "used from " & addrNow::ToString &
                           " different addresses since " & WS-CUTOFF(1:8) & " (latest " &
                           AUDIT-SOURCE-IP::Trim & ")")
                   end-if
               end-if
           end-if

           if WS-LOCATED not = "Y"
               exit method.

      *    the account's last located login, when it has one.
           MOVE SPACES TO LSW-REC
           MOVE "L" TO LSW-KIND
           MOVE AUDIT-TEAM-NAME TO LSW-TEAM
           MOVE AUDIT-FIRST TO LSW-FIRST
           MOVE WS-ACCT-LAST TO LSW-ITEM(1:15)
           MOVE WS-TRAIL TO LSW-ITEM(20:1)
           set hadHistory to "N"
           READ SWEEP-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   set hadHistory to "Y"
           END-READ
           if hadHistory = "Y"
      *        impossible travel against the last located login.
               set prevStamp to type DateTime::ParseExact(LSW-STAMP(1:14), "yyyyMMddHHmmss", null)
               set curStamp to type DateTime::ParseExact(AUDIT-TIMESTAMP, "yyyyMMddHHmmss", null)
               set hoursApart to type Convert::ToDecimal(curStamp::Subtract(prevStamp)::TotalHours)
               set kmApart to self::kmBetween(LSW-LAT, LSW-LON, WS-LAT, WS-LON)
               if inWindow = "Y" and kmApart > MIN-TRAVEL-KM
                   if hoursApart <= 0
                       set kmPerHour to 99999
                   else
                       compute kmPerHour = kmApart / hoursApart
                   end-if
                   if kmPerHour > MAX-KMH
                       MOVE kmApart TO WS-KM-DISP
                       MOVE hoursApart TO WS-HRS-DISP
                       invoke self::raiseFlag("T", "impossible travel: " & LSW-COUNTRY & " (" &
                           LSW-IP::Trim & ") to " & WS-COUNTRY & " (" & AUDIT-SOURCE-IP::Trim &
                           "), " & WS-KM-DISP::Trim & " km in " & WS-HRS-DISP::Trim & " h")
                   end-if
               end-if
           end-if

           MOVE SPACES TO LSW-REC
           MOVE "C" TO LSW-KIND
           MOVE AUDIT-TEAM-NAME TO LSW-TEAM
           MOVE AUDIT-FIRST TO LSW-FIRST
           MOVE WS-COUNTRY TO LSW-ITEM
           MOVE WS-ACCT-LAST TO LSW-ITEM(3:15)
           MOVE WS-TRAIL TO LSW-ITEM(20:1)
           READ SWEEP-FILE
               INVALID KEY
                   MOVE AUDIT-KEY TO LSW-STAMP
                   WRITE LSW-REC
                       INVALID KEY CONTINUE
                   END-WRITE
                   if hadHistory = "Y" and inWindow = "Y"
                       invoke self::raiseFlag("C", "first login from country " & WS-COUNTRY &
                           " (" & AUDIT-SOURCE-IP::Trim & ")")
                   end-if
           END-READ

           MOVE SPACES TO LSW-REC
           MOVE "L" TO LSW-KIND
           MOVE AUDIT-TEAM-NAME TO LSW-TEAM
           MOVE AUDIT-FIRST TO LSW-FIRST
           MOVE WS-ACCT-LAST TO LSW-ITEM(1:15)
           MOVE WS-TRAIL TO LSW-ITEM(20:1)
           MOVE AUDIT-KEY TO LSW-STAMP
           MOVE AUDIT-SOURCE-IP TO LSW-IP
           MOVE WS-COUNTRY TO LSW-COUNTRY
           MOVE WS-LAT TO LSW-LAT
           MOVE WS-LON TO LSW-LON
           WRITE LSW-REC
               INVALID KEY REWRITE LSW-REC
           END-WRITE.
       end method.

      *    great-circle distance in km.
       method-id kmBetween static protected.
       local-storage section.
       01  lat1            type Double.
       01  lat2            type Double.
       01  dLat            type Double.
       01  dLon            type Double.
       01  hav             type Double.
       procedure division using by value lat1In as type Decimal
                                 by value lon1In as type Decimal
                                 by value lat2In as type Decimal
                                 by value lon2In as type Decimal
                          returning kmOut as type Decimal.
           set lat1 to type Convert::ToDouble(lat1In) * type Math::PI / 180
           set lat2 to type Convert::ToDouble(lat2In) * type Math::PI / 180
           set dLat to lat2 - lat1
           set dLon to type Convert::ToDouble(lon2In - lon1In) * type Math::PI / 180
           set hav to type Math::Sin(dLat / 2) * type Math::Sin(dLat / 2)
               + type Math::Cos(lat1) * type Math::Cos(lat2)
               * type Math::Sin(dLon / 2) * type Math::Sin(dLon / 2)
           set kmOut to type Convert::ToDecimal(12742 * type Math::Asin(type Math::Sqrt(hav)))
       end method.

      *    keeps the flag and queues its line for the team's
      *    alert.
       method-id raiseFlag static protected.
       local-storage section.
       01  teamKey         type String.
       01  teamBody        type System.Text.StringBuilder.
       01  acctName        type String.
       procedure division using by value checkCode as String
                                 by value reasonText as String.
           MOVE SPACES TO LSW-REC
           MOVE "F" TO LSW-KIND
           MOVE AUDIT-TEAM-NAME TO LSW-TEAM
           MOVE AUDIT-FIRST TO LSW-FIRST
           MOVE AUDIT-KEY TO LSW-ITEM(1:17)
           MOVE checkCode TO LSW-ITEM(18:1)
           MOVE WS-TRAIL TO LSW-ITEM(20:1)
           MOVE AUDIT-KEY TO LSW-STAMP
           MOVE AUDIT-SOURCE-IP TO LSW-IP
           MOVE WS-COUNTRY TO LSW-COUNTRY
           MOVE reasonText TO LSW-REASON
           WRITE LSW-REC
               INVALID KEY
                   exit method.
           ADD 1 TO flagsRaised
           set teamKey to AUDIT-TEAM-NAME::Trim
           if teamFlags::ContainsKey(teamKey) = false
               set teamFlags[teamKey] to new System.Text.StringBuilder
           end-if
           set teamBody to teamFlags[teamKey]
      *    the stamp is UTC -- shown at the club's own venue.
           set acctName to AUDIT-FIRST::Trim
           if WS-TRAIL = "B"
               set acctName to AUDIT-FIRST::Trim & " " & WS-ACCT-LAST::Trim & " (baseball site)".
           invoke teamBody::Append(type pucksweb.venueZone::shown(AUDIT-TIMESTAMP, teamKey) &
               "  " & acctName & ": " & reasonText & x"0A")
       end method.

      *    one alert per team with flags, to the address on its
      *    allowlist row.
       method-id mailFlags static protected.
       local-storage section.
       01  teamKey         type String.
       01  alertTo         type String.
       01  bodyText        type String.
       01  teamBody        type System.Text.StringBuilder.
       procedure division.
           perform varying teamKey through teamFlags::Keys
               set alertTo to type pucksweb.networkPolicy::alertEmail(teamKey)
               set teamBody to teamFlags[teamKey]
               set bodyText to "Unusual logins for " & teamKey & " found by last night's sweep:" &
                   x"0A" & x"0A" & teamBody::ToString & x"0A" &
                   "If any of these were not your staff, change the password or disable the " &
                   "account and review your network allowlist."
               if bodyText::Length > 2000
                   set bodyText to bodyText::Substring(0, 1990) & x"0A" & "..."
               end-if
               if alertTo = ""
                   invoke type Console::WriteLine(teamKey & ": flags raised but no alert address on its allowlist row.")
               else
                   if type pucksweb.mailGateway::submit(alertTo, "Unusual logins -- " & teamKey,
                       bodyText, "LOGINSWEEP") = "OK"
                       add 1 to mailsQueued
                   end-if
               end-if
           end-perform
           if mailsQueued > 0
               invoke type pucksweb.mailGateway::deliver.
       end method.

       end class.
