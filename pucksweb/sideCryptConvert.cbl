      * conversion and key-rotation batch for the enciphered side
      * files (sideCrypt.cbl). One run walks one file and re-seals,
      * in place, every record whose seal is not on the current key:
      * plain records (blank seal -- written before the conversion,
      * or carried over by stintMigrate.cbl) are enciphered, and
      * records on an older key version are deciphered under it and
      * enciphered under the current one. A record at a time, with
      * the screens up -- a screen reading a record mid-run sees it
      * either before or after, and unseal() reads both.
      *
      * --count changes nothing: it tallies the file's records by
      * seal version, so "does anything still need the old key"
      * (before retiring its line from the ring, and for each backup
      * and standby copy) is one run. A record whose version the ring
      * no longer holds cannot be re-sealed; it is counted and left
      * as it is, and the run finishes FAIL so somebody looks.
      *
      * Usage: sideCryptConvert <kind> <path> [--count]
      * kind: STINT (BATSW026), AVAIL (PKW031), BIO (BATSW044),
      *       NOTES (PKW030), MFA (BATSW022/PKW023 -- after
      *       mfaMigrate.cbl).

       class-id pucksweb.sideCryptConvert.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       $SET CALLFH"EXTFH"
       $SET DATACOMPRESS"1"
          SELECT STINT-FILE ASSIGN WS-LIVE-FILE
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS STINT-KEY
              FILE STATUS IS STATUS-COMN.

          SELECT AVAIL-FILE ASSIGN WS-LIVE-FILE
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS AVAIL-KEY
              FILE STATUS IS STATUS-COMN.

          SELECT BIO-FILE ASSIGN WS-LIVE-FILE
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS BIO-KEY
              FILE STATUS IS STATUS-COMN.

          SELECT NOTES-FILE ASSIGN WS-LIVE-FILE
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS NOTE-KEY
              FILE STATUS IS STATUS-COMN.

          SELECT MFA-FILE ASSIGN WS-LIVE-FILE
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS MFA-KEY
              FILE STATUS IS STATUS-COMN.

       file section.
       FD  STINT-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS STINT-REC.

      *    layout owned by batsweb/tradeHistory.aspx.cbl -- keep in
      *    sync with the FD there.
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

       FD  AVAIL-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS AVAIL-REC.

      *    layout owned by availabilityAdmin.aspx.cbl -- keep in
      *    sync with the FD there.
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

       FD  BIO-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS BIO-REC.

      *    layout owned by batsweb/playerBio.cbl -- keep in sync
      *    with the FD there.
       01  BIO-REC.
           05  BIO-KEY.
               10  BIO-ID              PIC 9(6).
           05  BIO-DETAIL.
               10  BIO-BIRTHDATE       PIC 9(8).
               10  BIO-HEIGHT-IN       PIC 9(2).
               10  BIO-WEIGHT-LB       PIC 9(3).
               10  BIO-BATS            PIC X.
               10  BIO-THROWS          PIC X.
               10  BIO-SHOOTS          PIC X.
           05  BIO-UPDATED             PIC X(14).
           05  BIO-SEAL                PIC X(9).
           05  FILLER                  PIC X(1).

       FD  NOTES-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS NOTE-REC.

      *    layout owned by scoutNotes.aspx.cbl -- keep in sync
      *    with the FD there.
       01  NOTE-REC.
           05  NOTE-KEY.
               10  NOTE-PLAYER         PIC X(30).
               10  NOTE-TIMESTAMP      PIC X(14).
           05  NOTE-AUTHOR             PIC X(45).
           05  NOTE-TEXT               PIC X(200).
           05  NOTE-SEAL               PIC X(9).
           05  FILLER                  PIC X(1).

       FD  MFA-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS MFA-REC.

      *    layout owned by Default.aspx.cbl (both apps) -- keep in
      *    sync with the FDs there. The key splits differently per
      *    app; it is carried whole here.
       01  MFA-REC.
           05  MFA-KEY                 PIC X(45).
           05  MFA-ENABLED             PIC X.
           05  MFA-EMAIL               PIC X(60).
           05  MFA-CODE                PIC X(6).
           05  MFA-CODE-EXPIRES        PIC X(12).
           05  MFA-SEAL                PIC X(9).
           05  FILLER                  PIC X(11).

       working-storage section.
       01  WS-LIVE-FILE                PIC X(256).
       01  STATUS-COMN.
           05  STATUS-BYTE-1           PIC X      VALUE SPACES.
           05  STATUS-BYTE-2           PIC X      VALUE SPACES.
       01  WS-KIND                     PIC X(8).
       01  WS-COUNT-ONLY               PIC X VALUE "N".
       01  WS-CURRENT-VER              PIC X.
       01  WS-SEAL                     PIC X(9).
       01  WS-ACTION                   PIC X.
       01  readCount                   PIC 9(7) VALUE 0.
       01  resealedCount               PIC 9(7) VALUE 0.
       01  currentCount                PIC 9(7) VALUE 0.
       01  lostCount                   PIC 9(7) VALUE 0.
       01  versionTally                type Dictionary[String, Int32].

       method-id Main static public.
       local-storage section.
       01  argIdx          type Int32.
       01  runStamp        type String.
       01  tallyKey        type String.
       01  tallyCount      type Int32.
       procedure division using by value args as type String occurs any.
           if args::Length < 2
               invoke type Console::WriteLine("usage: sideCryptConvert <STINT|AVAIL|BIO|NOTES|MFA> <path> [--count]")
               exit method.

           move args[0]::Trim()::ToUpper() to WS-KIND
           if WS-KIND not = "STINT" and WS-KIND not = "AVAIL"
            and WS-KIND not = "BIO" and WS-KIND not = "NOTES"
            and WS-KIND not = "MFA"
               invoke type Console::WriteLine("Unknown kind -- use STINT, AVAIL, BIO, NOTES or MFA.")
               exit method.
           move args[1] to WS-LIVE-FILE
           move 2 to argIdx.
       ARG-LOOP.
           if argIdx >= args::Length
               go to ARG-DONE.
           if args[argIdx] = "--count"
               MOVE "Y" TO WS-COUNT-ONLY.
           add 1 to argIdx
           go to ARG-LOOP.
       ARG-DONE.

           MOVE type pucksweb.sideCrypt::currentVersion() TO WS-CURRENT-VER
           if WS-CURRENT-VER = space and WS-COUNT-ONLY not = "Y"
               invoke type Console::WriteLine("SIDEFILE_KEYRING names no key ring -- nothing to seal under.")
               exit method.
           set versionTally to new Dictionary[String, Int32]
           set runStamp to type pucksweb.jobRunLog::begin("SIDECRYPT")

           evaluate WS-KIND
           when "STINT"
               OPEN I-O STINT-FILE
           when "AVAIL"
               OPEN I-O AVAIL-FILE
           when "BIO"
               OPEN I-O BIO-FILE
           when "NOTES"
               OPEN I-O NOTES-FILE
           when "MFA"
               OPEN I-O MFA-FILE
           end-evaluate.
           IF STATUS-BYTE-1 NOT EQUAL ZEROES
               invoke type Console::WriteLine("Unable to open " & WS-LIVE-FILE::Trim
                   & " (status " & STATUS-COMN & ").")
               invoke type pucksweb.jobRunLog::finish("SIDECRYPT", runStamp, 0, "FAIL")
               exit method.

       CONV-LOOP.
           evaluate WS-KIND
           when "STINT"
               READ STINT-FILE NEXT
                   AT END GO TO CONV-DONE
               END-READ
               MOVE STINT-SEAL TO WS-SEAL
               invoke self::classify
               if WS-ACTION = "R"
                   MOVE type pucksweb.sideCrypt::unseal(STINT-TERMS,
                       STINT-SEAL, length of STINT-TERMS) TO STINT-TERMS
                   MOVE type pucksweb.sideCrypt::newSeal() TO STINT-SEAL
                   MOVE type pucksweb.sideCrypt::seal(STINT-TERMS,
                       STINT-SEAL, length of STINT-TERMS) TO STINT-TERMS
                   REWRITE STINT-REC
               end-if
           when "AVAIL"
               READ AVAIL-FILE NEXT
                   AT END GO TO CONV-DONE
               END-READ
               MOVE AVAIL-SEAL TO WS-SEAL
               invoke self::classify
               if WS-ACTION = "R"
                   MOVE type pucksweb.sideCrypt::unseal(AVAIL-DETAIL,
                       AVAIL-SEAL, length of AVAIL-DETAIL) TO AVAIL-DETAIL
                   MOVE type pucksweb.sideCrypt::newSeal() TO AVAIL-SEAL
                   MOVE type pucksweb.sideCrypt::seal(AVAIL-DETAIL,
                       AVAIL-SEAL, length of AVAIL-DETAIL) TO AVAIL-DETAIL
                   REWRITE AVAIL-REC
               end-if
           when "BIO"
               READ BIO-FILE NEXT
                   AT END GO TO CONV-DONE
               END-READ
               MOVE BIO-SEAL TO WS-SEAL
               invoke self::classify
               if WS-ACTION = "R"
                   MOVE type pucksweb.sideCrypt::unseal(BIO-DETAIL,
                       BIO-SEAL, length of BIO-DETAIL) TO BIO-DETAIL
                   MOVE type pucksweb.sideCrypt::newSeal() TO BIO-SEAL
                   MOVE type pucksweb.sideCrypt::seal(BIO-DETAIL,
                       BIO-SEAL, length of BIO-DETAIL) TO BIO-DETAIL
                   REWRITE BIO-REC
               end-if
           when "NOTES"
               READ NOTES-FILE NEXT
                   AT END GO TO CONV-DONE
               END-READ
               MOVE NOTE-SEAL TO WS-SEAL
               invoke self::classify
               if WS-ACTION = "R"
                   MOVE type pucksweb.sideCrypt::unseal(NOTE-TEXT,
                       NOTE-SEAL, length of NOTE-TEXT) TO NOTE-TEXT
                   MOVE type pucksweb.sideCrypt::newSeal() TO NOTE-SEAL
                   MOVE type pucksweb.sideCrypt::seal(NOTE-TEXT,
                       NOTE-SEAL, length of NOTE-TEXT) TO NOTE-TEXT
                   REWRITE NOTE-REC
               end-if
           when "MFA"
               READ MFA-FILE NEXT
                   AT END GO TO CONV-DONE
               END-READ
               MOVE MFA-SEAL TO WS-SEAL
               invoke self::classify
               if WS-ACTION = "R"
                   MOVE type pucksweb.sideCrypt::unseal(MFA-EMAIL,
                       MFA-SEAL, length of MFA-EMAIL) TO MFA-EMAIL
                   MOVE type pucksweb.sideCrypt::newSeal() TO MFA-SEAL
                   MOVE type pucksweb.sideCrypt::seal(MFA-EMAIL,
                       MFA-SEAL, length of MFA-EMAIL) TO MFA-EMAIL
                   REWRITE MFA-REC
               end-if
           end-evaluate
           if WS-ACTION = "R"
               add 1 to resealedCount.
           GO TO CONV-LOOP.
       CONV-DONE.
           evaluate WS-KIND
           when "STINT"
               CLOSE STINT-FILE
           when "AVAIL"
               CLOSE AVAIL-FILE
           when "BIO"
               CLOSE BIO-FILE
           when "NOTES"
               CLOSE NOTES-FILE
           when "MFA"
               CLOSE MFA-FILE
           end-evaluate.

           invoke type Console::WriteLine(WS-KIND::Trim & " " &
               WS-LIVE-FILE::Trim & " -- " & readCount::ToString &
               " record(s) read.")
           perform varying tallyKey through versionTally::Keys
               set tallyCount to versionTally[tallyKey]
               if tallyKey = " "
                   invoke type Console::WriteLine("  plain (no seal): " & tallyCount::ToString)
               else
                   invoke type Console::WriteLine("  key version " & tallyKey & ": " & tallyCount::ToString)
               end-if
           end-perform
           if WS-COUNT-ONLY = "Y"
               invoke type Console::WriteLine("Count only -- nothing changed.")
           else
               invoke type Console::WriteLine(resealedCount::ToString &
                   " re-sealed under key version " & WS-CURRENT-VER &
                   ", " & currentCount::ToString & " already current.").
           if lostCount > 0
               invoke type Console::WriteLine(lostCount::ToString &
                   " record(s) sealed under a version the key ring no"
                   & " longer holds -- left as they are.")
               invoke type pucksweb.jobRunLog::finish("SIDECRYPT", runStamp,
                   resealedCount, "FAIL")
               exit method.
           invoke type pucksweb.jobRunLog::finish("SIDECRYPT", runStamp,
               resealedCount, "OK").
       end method.

      *    tallies the record just read by its seal version and
      *    decides what to do with it: "R" re-seal, "S" skip (already
      *    current, counting only, or no key for its version).
       method-id classify static protected.
       local-storage section.
       01  sealVer         type String.
       01  seenCount       type Int32.
       procedure division.
           add 1 to readCount
           set sealVer to WS-SEAL(1:1)
           if versionTally::ContainsKey(sealVer)
               set seenCount to versionTally[sealVer]
               add 1 to seenCount
               set versionTally[sealVer] to seenCount
           else
               invoke versionTally::Add(sealVer, 1).
           MOVE "S" TO WS-ACTION
           if WS-SEAL(1:1) not = space
            and type pucksweb.sideCrypt::hasKey(sealVer) not = "Y"
               add 1 to lostCount
               exit method.
           if WS-COUNT-ONLY = "Y"
               exit method.
           if WS-SEAL(1:1) = WS-CURRENT-VER
               add 1 to currentCount
               exit method.
           MOVE "R" TO WS-ACTION.
       end method.

       end class.
