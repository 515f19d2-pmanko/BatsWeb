      * per-team subscriptions and the renewal pipeline. One
      * PKW080.DAT row per team: plan, seats bought, monthly price,
      * the rate per seat of overage, term start and end, the add-on
      * modules and their monthly price, and the billing contact.
      * Saving a row also sets the team's seat cap in the session
      * registry (sessionRegistry.cbl) to the seats bought, so what
      * is sold and what is enforced can't drift apart. The monthly
      * run (subscriptionBilling.cbl) invoices from these rows into
      * PKW081.DAT; a team's invoices list with its subscription.
      * The pipeline lists every active term ending in the next 90
      * days -- and every one already past its end, flagged LAPSED,
      * since an active team on a lapsed term is exactly what nobody
      * noticed for four months -- next to the team's screen use for
      * each of the last three months (the page hits usageReport.aspx
      * reads) and its logins refused at the seat cap in that time.
       class-id pucksweb.subscriptionAdmin is partial
                inherits type System.Web.UI.Page public.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       $SET CALLFH"EXTFH"
       $SET DATACOMPRESS"1"
        SELECT SUB-FILE ASSIGN WS-SUB-FILE
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS SUB-KEY
              LOCK MANUAL
              FILE STATUS IS STATUS-COMN.

        SELECT INVOICE-FILE ASSIGN WS-INVOICE-FILE
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS INV-KEY
              LOCK MANUAL
              FILE STATUS IS STATUS-COMN2.

        SELECT USAGE-FILE ASSIGN WS-USAGE-FILE
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS USAGE-KEY
              LOCK MANUAL
              FILE STATUS IS STATUS-COMN3.

        SELECT OVERAGE-FILE ASSIGN WS-OVERAGE-FILE
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS OVR-KEY
              LOCK MANUAL
              FILE STATUS IS STATUS-COMN4.

       file section.
       FD  SUB-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS SUB-REC.

      *    SUB-PRICE and SUB-ADDON-PRICE are per month;
      *    SUB-OVER-RATE is per overage seat per month. Term dates
      *    yyyymmdd. SUB-ADDONS is a comma-separated module list.
      *    SUB-LAST-BILLED is the last yyyymm the monthly run
      *    invoiced. An inactive row stays on file but bills nothing.
       01  SUB-REC.
           05  SUB-KEY.
               10  SUB-TEAM            PIC X(15).
           05  SUB-PLAN                PIC X(12).
           05  SUB-SEATS               PIC 9(4).
           05  SUB-PRICE               PIC 9(7)V99.
           05  SUB-OVER-RATE           PIC 9(5)V99.
           05  SUB-TERM-START          PIC 9(8).
           05  SUB-TERM-END            PIC 9(8).
           05  SUB-ADDONS              PIC X(60).
           05  SUB-ADDON-PRICE         PIC 9(7)V99.
           05  SUB-CONTACT-NAME        PIC X(30).
           05  SUB-CONTACT-EMAIL       PIC X(60).
           05  SUB-ACTIVE              PIC X.
           05  SUB-LAST-BILLED         PIC X(6).
           05  SUB-UPDATED             PIC X(14).
           05  FILLER                  PIC X(20).

       FD  INVOICE-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS INV-REC.

      *    layout owned by subscriptionBilling.cbl -- keep in
      *    sync with the FD there.
       01  INV-REC.
           05  INV-KEY.
               10  INV-TEAM            PIC X(15).
               10  INV-PERIOD          PIC X(6).
           05  INV-NUMBER              PIC X(12).
           05  INV-ISSUED              PIC X(14).
           05  INV-PLAN                PIC X(12).
           05  INV-SEATS               PIC 9(4).
           05  INV-BASE                PIC 9(7)V99.
           05  INV-ADDONS              PIC 9(7)V99.
           05  INV-OVER-SEATS          PIC 9(4).
           05  INV-OVERAGE             PIC 9(7)V99.
           05  INV-TOTAL               PIC 9(8)V99.
           05  INV-EMAIL               PIC X(60).
           05  INV-MAILED              PIC X.
           05  FILLER                  PIC X(20).

       FD  USAGE-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS USAGE-REC.

      *    layout owned by batsweb/pageUsage.cbl -- keep in sync
      *    with the FD there.
       01  USAGE-REC.
           05  USAGE-KEY.
               10  USAGE-TIMESTAMP     PIC X(14).
               10  USAGE-SEQ           PIC 9(3).
           05  USAGE-TEAM              PIC X(15).
           05  USAGE-USER              PIC X(30).
           05  USAGE-PAGE              PIC X(30).
           05  FILLER                  PIC X(10).

       FD  OVERAGE-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS OVR-REC.

      *    layout owned by sessionRegistry.cbl -- keep in sync
      *    with the FD there.
       01  OVR-REC.
           05  OVR-KEY.
               10  OVR-TEAM            PIC X(15).
               10  OVR-TIMESTAMP       PIC X(14).
               10  OVR-SEQ             PIC 9(3).
           05  OVR-USER                PIC X(30).
           05  OVR-IP                  PIC X(45).
           05  OVR-ACTIVE              PIC 9(4).
           05  OVR-CAP                 PIC 9(4).
           05  FILLER                  PIC X(10).

       working-storage section.
       01  WS-SUB-FILE        PIC X(256) VALUE "PKW080.DAT".
       01  STATUS-COMN.
           05  STATUS-BYTE-1           PIC X      VALUE SPACES.
           05  STATUS-BYTE-2           PIC X      VALUE SPACES.
       01  WS-INVOICE-FILE    PIC X(256) VALUE "PKW081.DAT".
       01  STATUS-COMN2.
           05  STATUS2-BYTE-1          PIC X      VALUE SPACES.
           05  STATUS2-BYTE-2          PIC X      VALUE SPACES.
       01  WS-USAGE-FILE      PIC X(256) VALUE "BATSW036.DAT".
       01  STATUS-COMN3.
           05  STATUS3-BYTE-1          PIC X      VALUE SPACES.
           05  STATUS3-BYTE-2          PIC X      VALUE SPACES.
       01  WS-OVERAGE-FILE    PIC X(256) VALUE "PKW079.DAT".
       01  STATUS-COMN4.
           05  STATUS4-BYTE-1          PIC X      VALUE SPACES.
           05  STATUS4-BYTE-2          PIC X      VALUE SPACES.
       01  WS-MONEY-DISP      PIC Z,ZZZ,ZZ9.99.
       01  WS-MONEY-DISP2     PIC Z,ZZZ,ZZ9.99.
       01  WS-TODAY           PIC 9(8) VALUE 0.
       01  WS-HORIZON         PIC 9(8) VALUE 0.
       01  WS-FROM-STAMP      PIC X(14).
       01  WS-WANT-TEAM       PIC X(15).

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
      *    what a team pays is team-admin reading.
           if self::Session["level"]::ToString not = "9"
               invoke self::Response::Redirect("~/mainmenu.aspx")
               exit method.
           if self::IsPostBack
               exit method.
           set cbActive::Checked to true
           invoke self::listSubscriptions
           goback.
       end method.

       method-id openSubs protected.
       procedure division returning openedOk as String.
           OPEN I-O SUB-FILE.
           IF STATUS-COMN = "35"
               OPEN OUTPUT SUB-FILE
               CLOSE SUB-FILE
               OPEN I-O SUB-FILE.
           IF STATUS-BYTE-1 NOT EQUAL ZEROES
               set openedOk to "N"
           else
               set openedOk to "Y".
       end method.

       method-id btnSave_Click protected.
       local-storage section.
       01  seatsIn         type Int32.
       01  priceIn         type Decimal.
       01  overIn          type Decimal.
       01  addonIn         type Decimal.
       01  startIn         type Int32.
       01  endIn           type Int32.
       01  beforeImage     type String.
       procedure division using by value sender as object e as type System.EventArgs.
           set lblMsg::Text to ""
           if tbTeam::Text::Trim() = "" or tbPlan::Text::Trim() = ""
               set lblMsg::Text to "Enter the team and the plan."
               exit method.
           if type Int32::TryParse(tbSeats::Text::Trim(), by reference seatsIn) = false
            or seatsIn < 1 or seatsIn > 9999
               set lblMsg::Text to "Seats bought is 1 to 9999."
               exit method.
           if type Decimal::TryParse(tbPrice::Text::Trim(), by reference priceIn) = false
            or priceIn < 0 or priceIn > 9999999.99
               set lblMsg::Text to "Enter the monthly price (0.00 to 9,999,999.99)."
               exit method.
           set overIn to 0
           if tbOverRate::Text::Trim() not = ""
               if type Decimal::TryParse(tbOverRate::Text::Trim(), by reference overIn) = false
                or overIn < 0 or overIn > 99999.99
                   set lblMsg::Text to "The overage rate per seat is 0.00 to 99,999.99."
                   exit method
               end-if
           end-if
           set addonIn to 0
           if tbAddonPrice::Text::Trim() not = ""
               if type Decimal::TryParse(tbAddonPrice::Text::Trim(), by reference addonIn) = false
                or addonIn < 0 or addonIn > 9999999.99
                   set lblMsg::Text to "Enter the add-ons' monthly price (0.00 to 9,999,999.99)."
                   exit method
               end-if
           end-if
           if self::validDate(tbTermStart::Text::Trim(), by reference startIn) not = "Y"
            or self::validDate(tbTermEnd::Text::Trim(), by reference endIn) not = "Y"
               set lblMsg::Text to "Term start and end are dates as yyyymmdd."
               exit method.
           if endIn < startIn
               set lblMsg::Text to "The term ends before it starts."
               exit method.
           if tbContactEmail::Text::Trim() = "" or
              tbContactEmail::Text::Contains("@") = false
               set lblMsg::Text to "Enter the billing contact's e-mail address."
               exit method.
           if self::openSubs() not = "Y"
               set lblMsg::Text to "Unable to open the subscription file."
               exit method.

           MOVE SPACES TO SUB-REC
           MOVE tbTeam::Text::Trim::ToUpper TO SUB-TEAM
           set beforeImage to ""
           READ SUB-FILE
               INVALID KEY
                   MOVE SPACES TO SUB-LAST-BILLED
               NOT INVALID KEY
                   set beforeImage to SUB-PLAN::Trim & " seats " & SUB-SEATS &
                       " price " & SUB-PRICE & " term " & SUB-TERM-START &
                       "-" & SUB-TERM-END & " active " & SUB-ACTIVE
           END-READ
           MOVE tbPlan::Text::Trim::ToUpper TO SUB-PLAN
           MOVE seatsIn TO SUB-SEATS
           MOVE priceIn TO SUB-PRICE
           MOVE overIn TO SUB-OVER-RATE
           MOVE startIn TO SUB-TERM-START
           MOVE endIn TO SUB-TERM-END
           MOVE tbAddons::Text::Trim::ToUpper TO SUB-ADDONS
           MOVE addonIn TO SUB-ADDON-PRICE
           MOVE tbContactName::Text::Trim TO SUB-CONTACT-NAME
           MOVE tbContactEmail::Text::Trim TO SUB-CONTACT-EMAIL
           if cbActive::Checked
               MOVE "Y" TO SUB-ACTIVE
           else
               MOVE "N" TO SUB-ACTIVE.
           set SUB-UPDATED to type DateTime::Now::ToString("yyyyMMddHHmmss")
           WRITE SUB-REC
               INVALID KEY REWRITE SUB-REC
           END-WRITE.
           CLOSE SUB-FILE.
      *    the seats bought are the seats the registry lets in.
           if SUB-ACTIVE = "Y"
               invoke type pucksweb.sessionRegistry::setCap(SUB-TEAM::Trim, seatsIn).
           invoke type pucksweb.configAudit::record("SUBSCRIPTION",
               SUB-TEAM::Trim,
               self::Session["team"]::ToString::Trim & " / " &
               "" & self::Session["user"],
               beforeImage, SUB-PLAN::Trim & " seats " & SUB-SEATS &
               " price " & SUB-PRICE & " term " & SUB-TERM-START & "-" &
               SUB-TERM-END & " active " & SUB-ACTIVE)
           set lblMsg::Text to "Subscription saved for " & SUB-TEAM::Trim &
               "; seat cap set to " & seatsIn::ToString & "."
           invoke self::listSubscriptions.
       end method.

      *    "Y" for a real calendar date written yyyymmdd.
       method-id validDate protected.
       local-storage section.
       01  parsedDate      type DateTime.
       procedure division using by value dateText as String
                                 by reference dateOut as type Int32
                          returning validFlag as String.
           set validFlag to "N"
           set dateOut to 0
           if type DateTime::TryParseExact(dateText, "yyyyMMdd",
               type System.Globalization.CultureInfo::InvariantCulture,
               type System.Globalization.DateTimeStyles::None,
               by reference parsedDate) = false
               exit method.
           set dateOut to type Int32::Parse(dateText)
           set validFlag to "Y".
       end method.

      *    fills the form from the team's row and lists its
      *    invoices, newest first.
       method-id btnLoad_Click protected.
       local-storage section.
       01  invRows         type List[String].
       01  invText         type String.
       procedure division using by value sender as object e as type System.EventArgs.
           set lblMsg::Text to ""
           invoke lbInvoices::Items::Clear
           if tbTeam::Text::Trim() = ""
               set lblMsg::Text to "Enter the team to load."
               exit method.
           OPEN INPUT SUB-FILE.
           IF STATUS-BYTE-1 NOT EQUAL ZEROES
               set lblMsg::Text to "No subscriptions on file yet."
               exit method.
           MOVE tbTeam::Text::Trim::ToUpper TO SUB-TEAM
           READ SUB-FILE
               INVALID KEY
                   CLOSE SUB-FILE
                   set lblMsg::Text to "No subscription on file for that team."
                   exit method.
           CLOSE SUB-FILE.
           set tbPlan::Text to SUB-PLAN::Trim
           set tbSeats::Text to SUB-SEATS::ToString
           MOVE SUB-PRICE TO WS-MONEY-DISP
           set tbPrice::Text to WS-MONEY-DISP::Trim::Replace(",", "")
           MOVE SUB-OVER-RATE TO WS-MONEY-DISP
           set tbOverRate::Text to WS-MONEY-DISP::Trim::Replace(",", "")
           set tbTermStart::Text to "" & SUB-TERM-START
           set tbTermEnd::Text to "" & SUB-TERM-END
           set tbAddons::Text to SUB-ADDONS::Trim
           MOVE SUB-ADDON-PRICE TO WS-MONEY-DISP
           set tbAddonPrice::Text to WS-MONEY-DISP::Trim::Replace(",", "")
           set tbContactName::Text to SUB-CONTACT-NAME::Trim
           set tbContactEmail::Text to SUB-CONTACT-EMAIL::Trim
           set cbActive::Checked to SUB-ACTIVE = "Y"

           OPEN INPUT INVOICE-FILE.
           IF STATUS2-BYTE-1 NOT EQUAL ZEROES
               exit method.
           set invRows to new List[String]
           MOVE SUB-TEAM TO INV-TEAM WS-WANT-TEAM
           MOVE SPACES TO INV-PERIOD
           START INVOICE-FILE KEY NOT < INV-KEY
               INVALID KEY GO TO INV-DONE
           END-START.
       INV-LOOP.
           READ INVOICE-FILE NEXT
               AT END GO TO INV-DONE.
           IF INV-TEAM NOT = WS-WANT-TEAM
               GO TO INV-DONE.
           MOVE INV-TOTAL TO WS-MONEY-DISP
           MOVE INV-OVERAGE TO WS-MONEY-DISP2
           invoke invRows::Insert(0, INV-NUMBER::Trim & "  " &
               INV-PERIOD & "  total " & WS-MONEY-DISP::Trim &
               "  (overage " & INV-OVER-SEATS::ToString & " seat(s), " &
               WS-MONEY-DISP2::Trim & ")  mailed " & INV-MAILED)
           GO TO INV-LOOP.
       INV-DONE.
           CLOSE INVOICE-FILE.
           perform varying invText through invRows
               invoke lbInvoices::Items::Add(invText)
           end-perform.
       end method.

       method-id listSubscriptions protected.
       procedure division.
           invoke lbSubs::Items::Clear.
           OPEN INPUT SUB-FILE.
           IF STATUS-BYTE-1 NOT EQUAL ZEROES
               exit method.
       SUB-LOOP.
           READ SUB-FILE NEXT
               AT END GO TO SUB-DONE.
           MOVE SUB-PRICE TO WS-MONEY-DISP
           invoke lbSubs::Items::Add(SUB-TEAM::Trim & "  " &
               SUB-PLAN::Trim & "  " & SUB-SEATS::ToString & " seat(s)  " &
               WS-MONEY-DISP::Trim & "/mo  term " & SUB-TERM-START &
               "-" & SUB-TERM-END & "  active " & SUB-ACTIVE)
           GO TO SUB-LOOP.
       SUB-DONE.
           CLOSE SUB-FILE.
       end method.

      *    active terms ending within 90 days or already over,
      *    soonest first, each with its three-month usage trend.
       method-id btnPipeline_Click protected.
       local-storage section.
       01  pipeRows        type List[String].
       01  pipeText        type String.
       01  monthHits       type Dictionary[String, type Int32].
       01  refusals        type Dictionary[String, type Int32].
       01  monthKeys       type String occurs 3.
       01  monthIdx        type Int32.
       01  hitN            type Int32.
       01  tallyKey        type String.
       01  trendText       type String.
       01  firstN          type Int32.
       01  lastN           type Int32.
       01  lapsedN         type Int32.
       procedure division using by value sender as object e as type System.EventArgs.
           invoke lbPipeline::Items::Clear.
           set lblMsg::Text to ""
           set WS-TODAY to type Int32::Parse(type DateTime::Today::ToString("yyyyMMdd"))
           set WS-HORIZON to type Int32::Parse(type DateTime::Today::AddDays(90)::ToString("yyyyMMdd"))
           perform varying monthIdx from 0 by 1 until monthIdx > 2
               set monthKeys[monthIdx] to
                   type DateTime::Today::AddMonths(monthIdx - 2)::ToString("yyyyMM")
           end-perform
           set WS-FROM-STAMP to monthKeys[0] & "01000000"
           set monthHits to new Dictionary[String, type Int32]
           set refusals to new Dictionary[String, type Int32]

      *    three months of page hits, by team and month.
           OPEN INPUT USAGE-FILE.
           IF STATUS3-BYTE-1 EQUAL ZEROES
               MOVE WS-FROM-STAMP TO USAGE-TIMESTAMP
               MOVE 0 TO USAGE-SEQ
               START USAGE-FILE KEY NOT < USAGE-KEY
                   INVALID KEY GO TO USE-DONE
               END-START
               GO TO USE-LOOP
           ELSE
               GO TO USE-SKIP
           END-IF.
       USE-LOOP.
           READ USAGE-FILE NEXT
               AT END GO TO USE-DONE.
           set tallyKey to USAGE-TEAM::Trim::ToUpper & "|" & USAGE-TIMESTAMP(1:6)
           if monthHits::ContainsKey(tallyKey)
               set hitN to monthHits[tallyKey]
               set monthHits[tallyKey] to hitN + 1
           else
               invoke monthHits::Add(tallyKey, 1).
           GO TO USE-LOOP.
       USE-DONE.
           CLOSE USAGE-FILE.
       USE-SKIP.

      *    logins refused at the cap over the same stretch.
           OPEN INPUT OVERAGE-FILE.
           IF STATUS4-BYTE-1 NOT EQUAL ZEROES
               GO TO OVR-SKIP.
       OVR-LOOP.
           READ OVERAGE-FILE NEXT
               AT END GO TO OVR-DONE.
           IF OVR-TIMESTAMP < WS-FROM-STAMP
               GO TO OVR-LOOP.
           set tallyKey to OVR-TEAM::Trim
           if refusals::ContainsKey(tallyKey)
               set hitN to refusals[tallyKey]
               set refusals[tallyKey] to hitN + 1
           else
               invoke refusals::Add(tallyKey, 1).
           GO TO OVR-LOOP.
       OVR-DONE.
           CLOSE OVERAGE-FILE.
       OVR-SKIP.

           set pipeRows to new List[String]
           set lapsedN to 0
           OPEN INPUT SUB-FILE.
           IF STATUS-BYTE-1 NOT EQUAL ZEROES
               set lblMsg::Text to "No subscriptions on file yet."
               exit method.
       PIPE-LOOP.
           READ SUB-FILE NEXT
               AT END GO TO PIPE-DONE.
           IF SUB-ACTIVE NOT = "Y"
               GO TO PIPE-LOOP.
           IF SUB-TERM-END > WS-HORIZON
               GO TO PIPE-LOOP.
           set trendText to ""
           perform varying monthIdx from 0 by 1 until monthIdx > 2
               set hitN to 0
               set tallyKey to SUB-TEAM::Trim & "|" & monthKeys[monthIdx]
               if monthHits::ContainsKey(tallyKey)
                   set hitN to monthHits[tallyKey]
               end-if
               set trendText to trendText & monthKeys[monthIdx] & " " &
                   hitN::ToString & "  "
               if monthIdx = 0
                   set firstN to hitN
               end-if
               if monthIdx = 2
                   set lastN to hitN
               end-if
           end-perform
           evaluate true
               when lastN > firstN
                   set trendText to trendText & "(rising)"
               when lastN < firstN
                   set trendText to trendText & "(falling)"
               when other
                   set trendText to trendText & "(flat)"
           end-evaluate
           set hitN to 0
           if refusals::ContainsKey(SUB-TEAM::Trim)
               set hitN to refusals[SUB-TEAM::Trim].
           MOVE SUB-PRICE TO WS-MONEY-DISP
      *    the sort key leads the row and is cut off for display.
           if SUB-TERM-END < WS-TODAY
               add 1 to lapsedN
               set pipeText to SUB-TERM-END & "LAPSED   "
           else
               set pipeText to SUB-TERM-END & "renews   "
           end-if
           set pipeText to pipeText & SUB-TEAM::Trim & "  " &
               SUB-PLAN::Trim & "  ends " & SUB-TERM-END & "  " &
               SUB-SEATS::ToString & " seat(s) at " & WS-MONEY-DISP::Trim &
               "/mo  hits " & trendText & "  refused at cap " &
               hitN::ToString & "  contact " & SUB-CONTACT-NAME::Trim
           invoke pipeRows::Add(pipeText)
           GO TO PIPE-LOOP.
       PIPE-DONE.
           CLOSE SUB-FILE.
           invoke pipeRows::Sort
           perform varying pipeText through pipeRows
               invoke lbPipeline::Items::Add(pipeText::Substring(8))
           end-perform
           set lblMsg::Text to pipeRows::Count::ToString &
               " term(s) ending within 90 days or already lapsed (" &
               lapsedN::ToString & " lapsed)."
       end method.

       end class.
