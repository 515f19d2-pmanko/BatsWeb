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

       FD  STINT-FILE
           LABEL RECORDS ARE STANDARD
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

       FD  EXCEPTION-FILE
           LABEL RECORDS ARE STANDARD
           READ AVAIL-FILE
               INVALID KEY
                   exit method.
           MOVE type pucksweb.sideCrypt::unseal(AVAIL-DETAIL, AVAIL-SEAL,
               length of AVAIL-DETAIL) TO AVAIL-DETAIL
           IF AVAIL-STATUS = "A" OR AVAIL-STATUS = " "
               exit method.
           IF AVAIL-RETURN-DATE NOT = 0
