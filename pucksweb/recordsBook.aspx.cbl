      * the records book. recordsBuild.cbl keeps the top ten of
      * every category -- single-game, single-season and career,
      * individual and team, over the live seasons, the archived
      * ones and the backfilled ones -- in PKW070.DAT after each
      * night's load; this lists them, one category or all, with
      * the date and opponent of each entry (the last game counted
      * for a season or career total), the season and where the
      * numbers came from. Below, the record notices (tied or
      * broken) of the last thirty days, off recordNotices.cbl.
       class-id pucksweb.recordsBook is partial
                inherits type System.Web.UI.Page public.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       $SET CALLFH"EXTFH"
       $SET DATACOMPRESS"1"
        SELECT BOOK-FILE ASSIGN WS-BOOK-FILE
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS BOOK-KEY
              LOCK MANUAL
              FILE STATUS IS STATUS-COMN.

       file section.
       FD  BOOK-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS BOOK-REC.

      *    layout owned by recordsBuild.cbl -- keep in sync with
      *    the FD there.
       01  BOOK-REC.
           05  BOOK-KEY.
               10  BOOK-CATEGORY           PIC X(12).
               10  BOOK-RANK               PIC 9(2).
           05  BOOK-CAT-DESC               PIC X(40).
           05  BOOK-HOLDER                 PIC X(30).
           05  BOOK-TEAM                   PIC X(15).
           05  BOOK-VALUE                  PIC 9(5).
           05  BOOK-DATE                   PIC 9(8).
           05  BOOK-OPPONENT               PIC X(15).
           05  BOOK-SEASON                 PIC X(20).
           05  BOOK-SOURCE                 PIC X(24).
           05  BOOK-BUILT                  PIC X(14).
           05  FILLER                      PIC X(10).

       working-storage section.
       01  WS-BOOK-FILE       PIC X(256) VALUE "PKW070.DAT".
       01  STATUS-COMN.
           05  STATUS-BYTE-1           PIC X      VALUE SPACES.
           05  STATUS-BYTE-2           PIC X      VALUE SPACES.
       01  WS-CATEGORY        PIC X(12).
       01  WS-LAST-CATEGORY   PIC X(12).
       01  WS-BOOK-LINE.
           05  BL-RANK                 PIC Z9.
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  BL-VALUE                PIC ZZZZ9.
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  BL-HOLDER               PIC X(30).
           05  BL-TEAM                 PIC X(16).
           05  BL-DATE                 PIC 9(8).
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  BL-OPPONENT             PIC X(16).
           05  BL-SEASON               PIC X(21).
           05  BL-SOURCE               PIC X(24).

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
           if self::IsPostBack
               exit method.
           invoke self::loadCategories
           invoke self::showNotices
           goback.
       end method.

      *    the dropdown: "ALL", then each category on the book.
       method-id loadCategories protected.
       procedure division.
           invoke ddCategory::Items::Clear
           invoke ddCategory::Items::Add(new ListItem("All categories", "ALL"))
           OPEN INPUT BOOK-FILE.
           IF STATUS-BYTE-1 NOT EQUAL ZEROES
               set lblMsg::Text to "The records book has not been built yet."
               exit method.
           MOVE SPACES TO WS-LAST-CATEGORY
           MOVE LOW-VALUES TO BOOK-KEY
           START BOOK-FILE KEY NOT < BOOK-KEY
               INVALID KEY
                   GO TO CAT-DONE.
       CAT-LOOP.
           READ BOOK-FILE NEXT WITH NO LOCK
               AT END GO TO CAT-DONE.
           IF BOOK-CATEGORY = WS-LAST-CATEGORY
               GO TO CAT-LOOP.
           MOVE BOOK-CATEGORY TO WS-LAST-CATEGORY
           invoke ddCategory::Items::Add(new ListItem(
               BOOK-CAT-DESC::Trim, BOOK-CATEGORY::Trim))
           GO TO CAT-LOOP.
       CAT-DONE.
           CLOSE BOOK-FILE.
       end method.

       method-id btnShow_Click protected.
       procedure division using by value sender as object e as type System.EventArgs.
           invoke lbBook::Items::Clear.
           set lblMsg::Text to ""
           MOVE ddCategory::SelectedValue TO WS-CATEGORY
           OPEN INPUT BOOK-FILE.
           IF STATUS-BYTE-1 NOT EQUAL ZEROES
               set lblMsg::Text to "The records book has not been built yet."
               exit method.
           MOVE SPACES TO WS-LAST-CATEGORY
           IF WS-CATEGORY = "ALL"
               MOVE LOW-VALUES TO BOOK-KEY
           ELSE
               MOVE WS-CATEGORY TO BOOK-CATEGORY
               MOVE 0 TO BOOK-RANK.
           START BOOK-FILE KEY NOT < BOOK-KEY
               INVALID KEY
                   GO TO SHOW-DONE.
       SHOW-LOOP.
           READ BOOK-FILE NEXT WITH NO LOCK
               AT END GO TO SHOW-DONE.
           IF WS-CATEGORY NOT = "ALL" AND BOOK-CATEGORY NOT = WS-CATEGORY
               GO TO SHOW-DONE.
      *    a heading for each category.
           IF BOOK-CATEGORY NOT = WS-LAST-CATEGORY
               IF WS-LAST-CATEGORY NOT = SPACES
                   invoke lbBook::Items::Add(" ")
               END-IF
               MOVE BOOK-CATEGORY TO WS-LAST-CATEGORY
               invoke lbBook::Items::Add(BOOK-CAT-DESC::Trim)
               invoke lbBook::Items::Add(" #  VALUE  HOLDER                        TEAM            DATE      OPPONENT        SEASON               SOURCE")
           END-IF
           MOVE BOOK-RANK TO BL-RANK
           MOVE BOOK-VALUE TO BL-VALUE
           MOVE BOOK-HOLDER TO BL-HOLDER
           MOVE BOOK-TEAM TO BL-TEAM
           MOVE BOOK-DATE TO BL-DATE
           MOVE BOOK-OPPONENT TO BL-OPPONENT
           MOVE BOOK-SEASON TO BL-SEASON
           MOVE BOOK-SOURCE TO BL-SOURCE
           invoke lbBook::Items::Add(("" & WS-BOOK-LINE)::TrimEnd())
           GO TO SHOW-LOOP.
       SHOW-DONE.
           CLOSE BOOK-FILE.
           if lbBook::Items::Count = 0
               set lblMsg::Text to "Nothing on the book for that category.".
       end method.

      *    the last thirty days' tied and broken records.
       method-id showNotices protected.
       local-storage section.
       01  noticeLines     type List[String].
       01  noticeLine      type String.
       01  fromDate        type Int32.
       01  toDate          type Int32.
       procedure division.
           invoke lbNotices::Items::Clear
           set fromDate to type Int32::Parse(type DateTime::Today::AddDays(-30)::ToString("yyyyMMdd"))
           set toDate to type Int32::Parse(type DateTime::Today::ToString("yyyyMMdd"))
           set noticeLines to type pucksweb.recordNotices::forTeam("", "", fromDate, toDate)
           if noticeLines::Count = 0
               invoke lbNotices::Items::Add("No records tied or broken in the last 30 days.")
               exit method.
           perform varying noticeLine through noticeLines
               invoke lbNotices::Items::Add(noticeLine)
           end-perform.
       end method.

       end class.
