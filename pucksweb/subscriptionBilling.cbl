      * monthly subscription invoicing. Run once a month for the
      * month just ended: every active PKW080.DAT subscription
      * (subscriptionAdmin.aspx.cbl) whose term covers any of the
      * month gets one PKW081.DAT invoice -- the plan's monthly price,
      * the add-on modules' monthly price, and seat overage -- and the
      * invoice goes to the billing contact through the central mail
      * gateway (PKW059.DAT).
      *
      * Overage comes from the logins the session registry refused
      * at the seat cap (PKW079.DAT): the most different logins
      * turned away on any one day of the month is the number of
      * seats the team was short, billed at the subscription's
      * overage rate. A login retried ten times counts once.
      *
      * A subscription still marked active whose term ended before
      * the month began is not invoiced -- it is listed as LAPSED,
      * and its contact is sent a renewal notice, so a lapsed term
      * surfaces on the first run instead of four months later.
      * An invoice already on file for the team and month is left
      * alone, so a re-run after a failure bills nobody twice.
      *
      * Usage: subscriptionBilling <data-dir> <yyyymm>
      * <data-dir> holds the PKW side files.

       $set ilusing"System.IO"

       class-id pucksweb.subscriptionBilling.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       $SET CALLFH"EXTFH"
       $SET DATACOMPRESS"1"
          SELECT SUB-FILE ASSIGN WS-SUB-FILE
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS SUB-KEY
              FILE STATUS IS STATUS-COMN.

          SELECT INVOICE-FILE ASSIGN WS-INVOICE-FILE
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS INV-KEY
              FILE STATUS IS STATUS-COMN2.

          SELECT OVERAGE-FILE ASSIGN WS-OVERAGE-FILE
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS OVR-KEY
              FILE STATUS IS STATUS-COMN3.

       file section.
       FD  SUB-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS SUB-REC.

      *    layout owned by subscriptionAdmin.aspx.cbl -- keep in
      *    sync with the FD there.
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

      *    one invoice per team per billing month (yyyymm).
      *    INV-NUMBER is the month and a run sequence, "yyyymm-nnnn".
      *    INV-MAILED: Y queued to the gateway, N the queue refused
      *    it (re-send from the mail log once the gateway is back).
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
       01  WS-SUB-FILE                 PIC X(256).
       01  WS-INVOICE-FILE             PIC X(256).
       01  WS-OVERAGE-FILE             PIC X(256).
       01  STATUS-COMN.
           05  STATUS-BYTE-1           PIC X      VALUE SPACES.
           05  STATUS-BYTE-2           PIC X      VALUE SPACES.
       01  STATUS-COMN2.
           05  STATUS2-BYTE-1          PIC X      VALUE SPACES.
           05  STATUS2-BYTE-2          PIC X      VALUE SPACES.
       01  STATUS-COMN3.
           05  STATUS3-BYTE-1          PIC X      VALUE SPACES.
           05  STATUS3-BYTE-2          PIC X      VALUE SPACES.
       01  WS-PERIOD                   PIC X(6).
       01  WS-PERIOD-START             PIC 9(8) VALUE 0.
       01  WS-PERIOD-END               PIC 9(8) VALUE 0.
       01  WS-OVER-SEATS               PIC 9(4) VALUE 0.
       01  WS-INV-SEQ                  PIC 9(4) VALUE 0.
       01  WS-MONEY-DISP               PIC Z,ZZZ,ZZ9.99.
       01  invoicesIssued              PIC 9(4) VALUE 0.
       01  invoicesSkipped             PIC 9(4) VALUE 0.
       01  lapsedTerms                 PIC 9(4) VALUE 0.

       method-id Main static public.
       local-storage section.
       01  periodDate      type DateTime.
       01  runStamp        type String.
       procedure division using by value args as type String occurs any.
           if args::Length < 2
               invoke type Console::WriteLine("usage: subscriptionBilling <data-dir> <yyyymm>")
               exit method.
           if type DateTime::TryParseExact(args[1]::Trim & "01", "yyyyMMdd",
               type System.Globalization.CultureInfo::InvariantCulture,
               type System.Globalization.DateTimeStyles::None,
               by reference periodDate) = false
               invoke type Console::WriteLine("Bad month -- use yyyymm.")
               exit method.
           move args[1]::Trim to WS-PERIOD
           set WS-PERIOD-START to type Int32::Parse(periodDate::ToString("yyyyMMdd"))
           set WS-PERIOD-END to type Int32::Parse(
               periodDate::AddMonths(1)::AddDays(-1)::ToString("yyyyMMdd"))
           move type Path::Combine(args[0], "PKW080.DAT") to WS-SUB-FILE
           move type Path::Combine(args[0], "PKW081.DAT") to WS-INVOICE-FILE
           move type Path::Combine(args[0], "PKW079.DAT") to WS-OVERAGE-FILE

           set runStamp to type pucksweb.jobRunLog::begin("SUBSCRIPTIONBILLING")
           OPEN I-O SUB-FILE.
           IF STATUS-BYTE-1 NOT EQUAL ZEROES
               invoke type Console::WriteLine("Unable to open " & WS-SUB-FILE::Trim)
               invoke type pucksweb.jobRunLog::finish("SUBSCRIPTIONBILLING", runStamp, 0, "FAIL")
               exit method.
           OPEN I-O INVOICE-FILE.
           IF STATUS-COMN2 = "35"
               OPEN OUTPUT INVOICE-FILE
               CLOSE INVOICE-FILE
               OPEN I-O INVOICE-FILE.
           IF STATUS2-BYTE-1 NOT EQUAL ZEROES
               invoke type Console::WriteLine("Unable to open " & WS-INVOICE-FILE::Trim)
               CLOSE SUB-FILE
               invoke type pucksweb.jobRunLog::finish("SUBSCRIPTIONBILLING", runStamp, 0, "FAIL")
               exit method.
           invoke self::nextInvoiceSeq

       SUB-LOOP.
           READ SUB-FILE NEXT
               AT END GO TO SUB-DONE.
           IF SUB-ACTIVE NOT = "Y"
               GO TO SUB-LOOP.
           IF SUB-TERM-START > WS-PERIOD-END
               GO TO SUB-LOOP.
           IF SUB-TERM-END < WS-PERIOD-START
               ADD 1 TO lapsedTerms
               invoke type Console::WriteLine("LAPSED  " & SUB-TEAM::Trim &
                   "  term ended " & SUB-TERM-END & " -- not invoiced, renewal notice sent")
               invoke self::sendLapseNotice
               GO TO SUB-LOOP.
           MOVE SUB-TEAM TO INV-TEAM
           MOVE WS-PERIOD TO INV-PERIOD
           READ INVOICE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO invoicesSkipped
                   GO TO SUB-LOOP
           END-READ
           invoke self::countOverage
           invoke self::writeInvoice
           MOVE WS-PERIOD TO SUB-LAST-BILLED
           REWRITE SUB-REC
           GO TO SUB-LOOP.
       SUB-DONE.
           CLOSE SUB-FILE.
           CLOSE INVOICE-FILE.
           invoke type Console::WriteLine(invoicesIssued::ToString & " invoice(s) issued for " &
               WS-PERIOD & ", " & invoicesSkipped::ToString & " already on file, " &
               lapsedTerms::ToString & " lapsed term(s).")
           invoke type pucksweb.jobRunLog::finish("SUBSCRIPTIONBILLING", runStamp,
               invoicesIssued, "OK")
       end method.

      *    carries on the month's invoice numbering where an
      *    earlier run for the same month left it.
       method-id nextInvoiceSeq static protected.
       local-storage section.
       01  seqN            type Int32.
       procedure division.
           MOVE 0 TO WS-INV-SEQ
           MOVE LOW-VALUES TO INV-KEY
           START INVOICE-FILE KEY NOT < INV-KEY
               INVALID KEY GO TO SEQ-DONE
           END-START.
       SEQ-LOOP.
           READ INVOICE-FILE NEXT
               AT END GO TO SEQ-DONE.
           IF INV-PERIOD NOT = WS-PERIOD
               GO TO SEQ-LOOP.
           set seqN to 0
           invoke type Int32::TryParse(INV-NUMBER(8:4), by reference seqN)
           IF seqN > WS-INV-SEQ
               MOVE seqN TO WS-INV-SEQ.
           GO TO SEQ-LOOP.
       SEQ-DONE.
       end method.

      *    the most different logins refused at the cap on any
      *    one day of the month, for the team in SUB-TEAM.
       method-id countOverage static protected.
       local-storage section.
       01  seenLogins      type Dictionary[String, String].
       01  dayCounts       type Dictionary[String, type Int32].
       01  dayKey          type String.
       01  dayN            type Int32.
       01  monthEnd        PIC X(14).
       procedure division.
           MOVE 0 TO WS-OVER-SEATS
           OPEN INPUT OVERAGE-FILE.
           IF STATUS3-BYTE-1 NOT EQUAL ZEROES
               exit method.
           set seenLogins to new Dictionary[String, String]
           set dayCounts to new Dictionary[String, type Int32]
           set monthEnd to WS-PERIOD-END & "235959"
           MOVE SUB-TEAM TO OVR-TEAM
           set OVR-TIMESTAMP to WS-PERIOD-START & "000000"
           MOVE 0 TO OVR-SEQ
           START OVERAGE-FILE KEY NOT < OVR-KEY
               INVALID KEY GO TO OVR-DONE
           END-START.
       OVR-LOOP.
           READ OVERAGE-FILE NEXT
               AT END GO TO OVR-DONE.
           IF OVR-TEAM NOT = SUB-TEAM
               GO TO OVR-DONE.
           IF OVR-TIMESTAMP > monthEnd
               GO TO OVR-DONE.
           set dayKey to OVR-TIMESTAMP(1:8)
           if seenLogins::ContainsKey(dayKey & "|" & OVR-USER::Trim::ToUpper)
               GO TO OVR-LOOP.
           invoke seenLogins::Add(dayKey & "|" & OVR-USER::Trim::ToUpper, " ")
           if dayCounts::ContainsKey(dayKey)
               set dayN to dayCounts[dayKey]
               add 1 to dayN
               set dayCounts[dayKey] to dayN
           else
               set dayN to 1
               invoke dayCounts::Add(dayKey, 1)
           end-if
           IF dayN > WS-OVER-SEATS
               MOVE dayN TO WS-OVER-SEATS.
           GO TO OVR-LOOP.
       OVR-DONE.
           CLOSE OVERAGE-FILE.
       end method.

      *    files the invoice for SUB-REC and queues it to the
      *    billing contact.
       method-id writeInvoice static protected.
       local-storage section.
       01  invBody         type System.Text.StringBuilder.
       procedure division.
           MOVE SPACES TO INV-REC
           MOVE SUB-TEAM TO INV-TEAM
           MOVE WS-PERIOD TO INV-PERIOD
           ADD 1 TO WS-INV-SEQ
           set INV-NUMBER to WS-PERIOD & "-" & WS-INV-SEQ
           set INV-ISSUED to type DateTime::Now::ToString("yyyyMMddHHmmss")
           MOVE SUB-PLAN TO INV-PLAN
           MOVE SUB-SEATS TO INV-SEATS
           MOVE SUB-PRICE TO INV-BASE
           MOVE SUB-ADDON-PRICE TO INV-ADDONS
           MOVE WS-OVER-SEATS TO INV-OVER-SEATS
           COMPUTE INV-OVERAGE ROUNDED = WS-OVER-SEATS * SUB-OVER-RATE
           COMPUTE INV-TOTAL = INV-BASE + INV-ADDONS + INV-OVERAGE
           MOVE SUB-CONTACT-EMAIL TO INV-EMAIL

           set invBody to new System.Text.StringBuilder
           invoke invBody::Append("Invoice " & INV-NUMBER::Trim & x"0A")
           invoke invBody::Append("Team: " & SUB-TEAM::Trim & x"0A")
           invoke invBody::Append("Attention: " & SUB-CONTACT-NAME::Trim & x"0A")
           invoke invBody::Append("Billing month: " & WS-PERIOD & x"0A" & x"0A")
           MOVE INV-BASE TO WS-MONEY-DISP
           invoke invBody::Append("Plan " & SUB-PLAN::Trim & ", " &
               SUB-SEATS::ToString & " seat(s)          " & WS-MONEY-DISP & x"0A")
           if INV-ADDONS > 0
               MOVE INV-ADDONS TO WS-MONEY-DISP
               invoke invBody::Append("Add-on modules: " & SUB-ADDONS::Trim &
                   "  " & WS-MONEY-DISP & x"0A")
           end-if
           if INV-OVER-SEATS > 0
               MOVE INV-OVERAGE TO WS-MONEY-DISP
               invoke invBody::Append("Seat overage: " & INV-OVER-SEATS::ToString &
                   " seat(s) over the cap  " & WS-MONEY-DISP & x"0A")
           end-if
           MOVE INV-TOTAL TO WS-MONEY-DISP
           invoke invBody::Append(x"0A" & "Total due              " & WS-MONEY-DISP & x"0A")
           invoke invBody::Append(x"0A" & "Term: " & SUB-TERM-START & " to " &
               SUB-TERM-END & x"0A")

           if type pucksweb.mailGateway::submit(SUB-CONTACT-EMAIL::Trim,
               "Invoice " & INV-NUMBER::Trim & " -- " & SUB-TEAM::Trim,
               invBody::ToString(), "BILLING") = "OK"
               MOVE "Y" TO INV-MAILED
           else
               MOVE "N" TO INV-MAILED
           end-if
           WRITE INV-REC
               INVALID KEY
                   invoke type Console::WriteLine("Invoice for " & SUB-TEAM::Trim &
                       " could not be filed.")
                   exit method
           END-WRITE.
           ADD 1 TO invoicesIssued
           MOVE INV-TOTAL TO WS-MONEY-DISP
           invoke type Console::WriteLine(INV-NUMBER & "  " & SUB-TEAM::Trim &
               "  " & WS-MONEY-DISP & "  mailed " & INV-MAILED).
       end method.

       method-id sendLapseNotice static protected.
       procedure division.
           if SUB-CONTACT-EMAIL = SPACES
               exit method.
           invoke type pucksweb.mailGateway::submit(SUB-CONTACT-EMAIL::Trim,
               "Subscription term ended -- " & SUB-TEAM::Trim,
               "The " & SUB-PLAN::Trim & " subscription for " & SUB-TEAM::Trim &
               " ended on " & SUB-TERM-END & " and has not been renewed." &
               x"0A" & "Please contact us to renew before access is withdrawn." &
               x"0A", "BILLING").
       end method.

       end class.
