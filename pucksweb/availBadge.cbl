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
                   CLOSE AVAIL-FILE
                   exit method.
           CLOSE AVAIL-FILE.
           MOVE type pucksweb.sideCrypt::unseal(AVAIL-DETAIL, AVAIL-SEAL,
               length of AVAIL-DETAIL) TO AVAIL-DETAIL
           if AVAIL-STATUS = "A" or AVAIL-STATUS = " "
               exit method.
           if AVAIL-STATUS = "I"
