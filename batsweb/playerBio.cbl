
      *    zeroes/spaces mean "not published" -- the age math
      *    and the display line both skip what isn't known.
      *    BIO-DETAIL is enciphered on disk under BIO-SEAL
      *    (pucksweb/sideCrypt.cbl) -- unseal after every read.
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

       FD  PLAYER-MASTER-FILE
           LABEL RECORDS ARE STANDARD
           MOVE throwsCode::Trim::ToUpper TO BIO-THROWS
           MOVE shootsCode::Trim::ToUpper TO BIO-SHOOTS
           set BIO-UPDATED to type DateTime::Now::ToString("yyyyMMddHHmmss")
           MOVE type pucksweb.sideCrypt::newSeal() TO BIO-SEAL
           MOVE type pucksweb.sideCrypt::seal(BIO-DETAIL, BIO-SEAL,
               length of BIO-DETAIL) TO BIO-DETAIL
           WRITE BIO-REC
               INVALID KEY REWRITE BIO-REC
           END-WRITE.
           CLOSE PLAYER-MASTER-FILE.
       end method.

      *    bats or throws ("B"/"T" in whichHand) for an engine
      *    display name ("LAST, FIRST"). Space when the name doesn't
      *    resolve or the bio doesn't carry it -- callers bucket those
      *    as unknown rather than guessing.
       method-id handByName static public.
       local-storage section.
       01  masterId        type Int32.
       01  nameParts       type String occurs any.
       procedure division using by value displayName as String
                                 by value whichHand as String
                          returning handOut as String.
           set handOut to " "
           if displayName = null or displayName::Contains(",") = false
               exit method.
           set nameParts to displayName::Split(",")
           set masterId to self::idForName(nameParts[0], nameParts[1])
           if masterId = 0
               exit method.
           OPEN INPUT BIO-FILE.
           IF STATUS-BYTE-1 NOT EQUAL ZEROES
               exit method.
           MOVE masterId TO BIO-ID
           READ BIO-FILE
               INVALID KEY
                   CLOSE BIO-FILE
                   exit method.
           CLOSE BIO-FILE.
           MOVE type pucksweb.sideCrypt::unseal(BIO-DETAIL, BIO-SEAL,
               length of BIO-DETAIL) TO BIO-DETAIL
           if whichHand = "B"
               set handOut to BIO-BATS
           else
               set handOut to BIO-THROWS.
       end method.

      *    age in whole years as of a date -- zero when no
      *    birthdate is on file.
       method-id ageAsOf static public.
                   CLOSE BIO-FILE
                   exit method.
           CLOSE BIO-FILE.
           MOVE type pucksweb.sideCrypt::unseal(BIO-DETAIL, BIO-SEAL,
               length of BIO-DETAIL) TO BIO-DETAIL
           IF BIO-BIRTHDATE = 0
               exit method.
      *    whole years: the yyyymmdd difference divided by
                   CLOSE BIO-FILE
                   exit method.
           CLOSE BIO-FILE.
           MOVE type pucksweb.sideCrypt::unseal(BIO-DETAIL, BIO-SEAL,
               length of BIO-DETAIL) TO BIO-DETAIL
           set lineOut2 to ""
           set asOfToday to type Int32::Parse(type DateTime::Today::ToString("yyyyMMdd"))
           if BIO-BIRTHDATE > 0
