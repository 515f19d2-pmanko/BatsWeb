      * games extract, the lines extract, and whether scores ride
      * along. partnerExtract.cbl reads these rows and cuts one
      * output set per partner, recording each delivery in the
      * PKW046.DAT ledger. A partner may also take the live in-game
      * feed (liveFeed.cbl) as JSON or XML, published to their
      * folder and, when an endpoint is entered, pushed to it -- the
      * endpoint and the last push per game sit in PKW074.DAT.
       class-id pucksweb.partnerEntitlements is partial
                inherits type System.Web.UI.Page public.

              LOCK MANUAL
              FILE STATUS IS STATUS-COMN.

        SELECT LIVE-FILE ASSIGN WS-LIVE-FILE
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS LIVE-KEY
              LOCK MANUAL
              FILE STATUS IS STATUS-COMN2.

       file section.
       FD  ENT-FILE
           LABEL RECORDS ARE STANDARD
      *    ENT-TEAMS: comma-separated club list, spaces = every
      *    club. ENT-WANT-GAMES / ENT-WANT-LINES / ENT-WANT-SCORES:
      *    Y/N. An inactive profile stays on file but cuts nothing.
      *    ENT-WANT-LIVE Y/N and ENT-LIVE-FORMAT J (JSON) or X
      *    (XML) carved from the filler, so old rows read "no feed".
       01  ENT-REC.
           05  ENT-KEY.
               10  ENT-PARTNER         PIC X(12).
           05  ENT-WANT-SCORES         PIC X.
           05  ENT-ACTIVE              PIC X.
           05  ENT-UPDATED             PIC X(14).
           05  ENT-WANT-LIVE           PIC X.
           05  ENT-LIVE-FORMAT         PIC X.
           05  FILLER                  PIC X(8).

       FD  LIVE-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS LIVE-REC.

      *    layout owned by liveFeed.cbl -- keep in sync with the
      *    FD there.
       01  LIVE-REC.
           05  LIVE-KEY.
               10  LIVE-KIND           PIC X.
               10  LIVE-PARTNER        PIC X(12).
               10  LIVE-GAME-DATE      PIC 9(8).
               10  LIVE-HOME-TEAM      PIC X(15).
               10  LIVE-VISITORS       PIC X(15).
           05  LIVE-PUSH-URL           PIC X(200).
           05  LIVE-SIGNATURE          PIC X(40).
           05  LIVE-PUBLISHED          PIC 9(5).
           05  LIVE-LAST-STAMP         PIC X(14).
           05  LIVE-LAST-STATUS        PIC X(60).
           05  FILLER                  PIC X(10).

       working-storage section.
       01  WS-ENT-FILE        PIC X(256) VALUE "PKW045.DAT".
       01  WS-LIVE-FILE       PIC X(256) VALUE "PKW074.DAT".
       01  STATUS-COMN.
           05  STATUS-BYTE-1           PIC X      VALUE SPACES.
           05  STATUS-BYTE-2           PIC X      VALUE SPACES.
       01  STATUS-COMN2.
           05  STATUS2-BYTE-1          PIC X      VALUE SPACES.
           05  STATUS2-BYTE-2          PIC X      VALUE SPACES.

       method-id Page_Load protected.
       local-storage section.
               exit method.
           if self::IsPostBack
               exit method.
           invoke ddLiveFormat::Items::Add(new ListItem("JSON", "J"))
           invoke ddLiveFormat::Items::Add(new ListItem("XML", "X"))
           invoke self::listProfiles
           goback.
       end method.
               MOVE "Y" TO ENT-ACTIVE
           else
               MOVE "N" TO ENT-ACTIVE.
           if cbLive::Checked
               MOVE "Y" TO ENT-WANT-LIVE
           else
               MOVE "N" TO ENT-WANT-LIVE.
           MOVE ddLiveFormat::SelectedValue TO ENT-LIVE-FORMAT
           set ENT-UPDATED to type DateTime::Now::ToString("yyyyMMddHHmmss")
           WRITE ENT-REC
               INVALID KEY REWRITE ENT-REC
           END-WRITE.
           CLOSE ENT-FILE.
           invoke self::saveEndpoint
           set lblMsg::Text to "Profile saved for " & tbPartner::Text::Trim & "."
           invoke self::listProfiles.
       end method.

      *    the partner's live-feed push endpoint -- a blank one
      *    comes off file, leaving the feed publish-only.
       method-id saveEndpoint protected.
       procedure division.
           OPEN I-O LIVE-FILE.
           IF STATUS-COMN2 = "35"
               OPEN OUTPUT LIVE-FILE
               CLOSE LIVE-FILE
               OPEN I-O LIVE-FILE.
           IF STATUS2-BYTE-1 NOT EQUAL ZEROES
               set lblMsg::Text to "Profile saved, but the live-feed endpoint file would not open."
               exit method.
           MOVE SPACES TO LIVE-REC
           MOVE "E" TO LIVE-KIND
           MOVE tbPartner::Text::Trim::ToUpper TO LIVE-PARTNER
           MOVE 0 TO LIVE-GAME-DATE
           if tbLiveUrl::Text::Trim = ""
               DELETE LIVE-FILE RECORD
                   INVALID KEY CONTINUE
               END-DELETE
           else
               MOVE tbLiveUrl::Text::Trim TO LIVE-PUSH-URL
               MOVE 0 TO LIVE-PUBLISHED
               set LIVE-LAST-STAMP to type DateTime::Now::ToString("yyyyMMddHHmmss")
               WRITE LIVE-REC
                   INVALID KEY REWRITE LIVE-REC
               END-WRITE
           end-if
           CLOSE LIVE-FILE.
       end method.

       method-id listProfiles protected.
       procedure division.
           invoke lbProfiles::Items::Clear.
           invoke lbProfiles::Items::Add(ENT-PARTNER::Trim &
               "  teams:[" & ENT-TEAMS::Trim & "]  games:" &
               ENT-WANT-GAMES & "  lines:" & ENT-WANT-LINES &
               "  scores:" & ENT-WANT-SCORES & "  live:" & ENT-WANT-LIVE &
               ENT-LIVE-FORMAT & "  active:" & ENT-ACTIVE)
           GO TO LIST-LOOP.
       LIST-DONE.
           CLOSE ENT-FILE.
