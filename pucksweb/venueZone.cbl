      * venue time zones. The league now spans three zones and
      * every stamp used to be the app server's local time, so a late
      * west-coast final landed on the wrong day and the load-status
      * overdue flags fired against the server's calendar instead of
      * the rink's. PKW083.DAT holds one row per club -- its home rink
      * or ballpark and the time zone it plays in (a Windows zone id,
      * "Pacific Standard Time") -- maintained on venueAdmin.aspx.
      * The run log, login audit, session, mail queue and upload
      * stamps are written in UTC; a game's zone is its home club's
      * row, so it rides alongside every game-keyed stamp without
      * widening a layout. Screens show a UTC stamp in the
      * viewer's zone (shown -- the signed-in club's venue), the
      * overdue checks use the rink's own today (localDate), and the
      * overnight chain asks slateDate for "yesterday's games": the
      * day just finished at the westernmost venue, so a Pacific
      * final is never left out of an Eastern morning. A club with no
      * row -- or a zone id this server does not know -- is taken to
      * play in the server's own zone, which is what every stamp
      * assumed before.
      *
      * The "*UTC-CONVERTED" row is not a club: utcConvert.cbl writes
      * it when the one-time conversion of the older local stamps is
      * done, and refuses to run a second time once it is there.
       class-id pucksweb.venueZone.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       $SET CALLFH"EXTFH"
       $SET DATACOMPRESS"1"
        SELECT VENUE-FILE ASSIGN WS-VENUE-FILE
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS VEN-KEY
              LOCK MANUAL
              FILE STATUS IS STATUS-COMN.

       file section.
       FD  VENUE-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS VEN-REC.

      *    keyed by club -- a game's zone is its home club's row.
       01  VEN-REC.
           05  VEN-KEY.
               10  VEN-TEAM            PIC X(15).
           05  VEN-NAME                PIC X(40).
           05  VEN-ZONE                PIC X(40).
           05  VEN-BY                  PIC X(45).
           05  VEN-STAMP               PIC X(14).
           05  FILLER                  PIC X(20).

       working-storage section.
       01  WS-VENUE-FILE      PIC X(256) VALUE "PKW083.DAT".
       01  STATUS-COMN.
           05  STATUS-BYTE-1           PIC X      VALUE SPACES.
           05  STATUS-BYTE-2           PIC X      VALUE SPACES.

      *    the zone id a club plays in; the server's own zone when
      *    the club has no venue row.
       method-id zoneOf static public.
       procedure division using by value teamName as String
                          returning zoneId as String.
           set zoneId to type TimeZoneInfo::Local::Id
           if teamName = null
               exit method.
           if teamName::Trim = ""
               exit method.
           OPEN INPUT VENUE-FILE.
           IF STATUS-BYTE-1 NOT EQUAL ZEROES
               exit method.
           MOVE type pucksweb.gameNumber::baseName(teamName)::ToUpper TO VEN-TEAM
           READ VENUE-FILE WITH NO LOCK
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF VEN-ZONE NOT = SPACES
                       set zoneId to VEN-ZONE::Trim
                   END-IF
           END-READ.
           CLOSE VENUE-FILE.
       end method.

      *    the zone itself; the server's when the id is not one
      *    this machine knows (a typo on the admin screen must not
      *    take a page down).
       method-id zoneInfo static public.
       procedure division using by value zoneId as String
                          returning zone as type TimeZoneInfo.
           set zone to type TimeZoneInfo::Local
           try
               set zone to type TimeZoneInfo::FindSystemTimeZoneById(zoneId::Trim)
           catch exc as type Exception
               set zone to type TimeZoneInfo::Local
           end-try.
       end method.

      *    a UTC stamp as the wall-clock stamp in a zone. A blank
      *    or unreadable stamp comes back as it was.
       method-id toZone static public.
       local-storage section.
       01  utcTime         type DateTime.
       procedure division using by value utcText as String
                                 by value zoneId as String
                          returning localText as String.
           set localText to utcText
           if utcText = null
               exit method.
           if type DateTime::TryParseExact(utcText::Trim, "yyyyMMddHHmmss",
               type System.Globalization.CultureInfo::InvariantCulture,
               type System.Globalization.DateTimeStyles::None,
               by reference utcTime) = false
               exit method.
           set localText to type TimeZoneInfo::ConvertTimeFromUtc(utcTime,
               self::zoneInfo(zoneId))::ToString("yyyyMMddHHmmss").
       end method.

      *    a UTC stamp for a screen: in the viewer's zone (the
      *    signed-in club's venue), "yyyy-MM-dd HH:mm". Blank stays
      *    blank; anything unreadable is shown as stored.
       method-id shown static public.
       local-storage section.
       01  localText       type String.
       procedure division using by value utcText as String
                                 by value viewerTeam as String
                          returning shownText as String.
           set shownText to ""
           if utcText = null
               exit method.
           set shownText to utcText::Trim
           if shownText::Length not = 14
               exit method.
           set localText to self::toZone(shownText, self::zoneOf(viewerTeam))
           set shownText to localText::Substring(0, 4) & "-" &
               localText::Substring(4, 2) & "-" & localText::Substring(6, 2) &
               " " & localText::Substring(8, 2) & ":" & localText::Substring(10, 2).
       end method.

      *    today's date (yyyymmdd) at a club's venue.
       method-id localDate static public.
       procedure division using by value teamName as String
                          returning ymd as type Int32.
           set ymd to type Int32::Parse(type TimeZoneInfo::ConvertTimeFromUtc(
               type DateTime::UtcNow, self::zoneInfo(self::zoneOf(teamName)))::ToString("yyyyMMdd")).
       end method.

      *    "yesterday's games" for the overnight chain: the day
      *    just finished at the westernmost venue on file (the
      *    server's own zone counts as a venue), so the slate is the
      *    one whose last game has ended everywhere.
       method-id slateDate static public.
       local-storage section.
       01  earliest        type Int32.
       01  zoneDay         type Int32.
       procedure division returning ymd as type Int32.
           set earliest to type Int32::Parse(type DateTime::Now::ToString("yyyyMMdd"))
           OPEN INPUT VENUE-FILE.
           IF STATUS-BYTE-1 NOT EQUAL ZEROES
               go to SLATE-DONE.
       SLATE-LOOP.
           READ VENUE-FILE NEXT WITH NO LOCK
               AT END GO TO SLATE-CLOSE.
           IF VEN-TEAM(1:1) = "*" OR VEN-ZONE = SPACES
               GO TO SLATE-LOOP.
           set zoneDay to type Int32::Parse(type TimeZoneInfo::ConvertTimeFromUtc(
               type DateTime::UtcNow, self::zoneInfo(VEN-ZONE))::ToString("yyyyMMdd"))
           if zoneDay < earliest
               set earliest to zoneDay.
           GO TO SLATE-LOOP.
       SLATE-CLOSE.
           CLOSE VENUE-FILE.
       SLATE-DONE.
           set ymd to type Int32::Parse(type DateTime::ParseExact("" & earliest, "yyyyMMdd",
               type System.Globalization.CultureInfo::InvariantCulture)::AddDays(-1)::ToString("yyyyMMdd")).
       end method.

      *    adds or replaces a club's venue row. "OK", "ZONE" when
      *    the zone id is not one this server knows, or "ERR" when
      *    the file would not open.
       method-id register static public.
       local-storage section.
       01  probe           type TimeZoneInfo.
       procedure division using by value teamName as String
                                 by value venueName as String
                                 by value zoneId as String
                                 by value byUser as String
                          returning result as String.
           set result to "ZONE"
           try
               set probe to type TimeZoneInfo::FindSystemTimeZoneById(zoneId::Trim)
           catch exc as type Exception
               exit method
           end-try
           set result to "ERR"
           OPEN I-O VENUE-FILE.
           IF STATUS-COMN = "35"
               OPEN OUTPUT VENUE-FILE
               CLOSE VENUE-FILE
               OPEN I-O VENUE-FILE.
           IF STATUS-BYTE-1 NOT EQUAL ZEROES
               exit method.
           MOVE SPACES TO VEN-REC
           MOVE teamName::Trim::ToUpper TO VEN-TEAM
           MOVE venueName::Trim TO VEN-NAME
           MOVE probe::Id TO VEN-ZONE
           MOVE byUser TO VEN-BY
           set VEN-STAMP to type DateTime::UtcNow::ToString("yyyyMMddHHmmss")
           WRITE VEN-REC
               INVALID KEY REWRITE VEN-REC
           END-WRITE.
           CLOSE VENUE-FILE.
           set result to "OK".
       end method.

      *    drops a club's venue row -- it falls back to the
      *    server's zone.
       method-id remove static public.
       procedure division using by value teamName as String.
           OPEN I-O VENUE-FILE.
           IF STATUS-BYTE-1 NOT EQUAL ZEROES
               exit method.
           MOVE teamName::Trim::ToUpper TO VEN-TEAM
           DELETE VENUE-FILE RECORD
               INVALID KEY CONTINUE
           END-DELETE.
           CLOSE VENUE-FILE.
       end method.

      *    the one-time conversion marker. "Y" once utcConvert.cbl
      *    has run.
       method-id converted static public.
       procedure division returning flag as String.
           set flag to "N"
           OPEN INPUT VENUE-FILE.
           IF STATUS-BYTE-1 NOT EQUAL ZEROES
               exit method.
           MOVE "*UTC-CONVERTED" TO VEN-TEAM
           READ VENUE-FILE WITH NO LOCK
               INVALID KEY CONTINUE
               NOT INVALID KEY set flag to "Y"
           END-READ.
           CLOSE VENUE-FILE.
       end method.

       method-id markConverted static public.
       procedure division using by value fromZone as String
                                 by value byUser as String.
           OPEN I-O VENUE-FILE.
           IF STATUS-COMN = "35"
               OPEN OUTPUT VENUE-FILE
               CLOSE VENUE-FILE
               OPEN I-O VENUE-FILE.
           IF STATUS-BYTE-1 NOT EQUAL ZEROES
               exit method.
           MOVE SPACES TO VEN-REC
           MOVE "*UTC-CONVERTED" TO VEN-TEAM
           MOVE "stamps before this row were converted" TO VEN-NAME
           MOVE fromZone TO VEN-ZONE
           MOVE byUser TO VEN-BY
           set VEN-STAMP to type DateTime::UtcNow::ToString("yyyyMMddHHmmss")
           WRITE VEN-REC
               INVALID KEY REWRITE VEN-REC
           END-WRITE.
           CLOSE VENUE-FILE.
       end method.

       end class.
