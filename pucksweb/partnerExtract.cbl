           05  ENT-WANT-SCORES         PIC X.
           05  ENT-ACTIVE              PIC X.
           05  ENT-UPDATED             PIC X(14).
           05  ENT-WANT-LIVE           PIC X.
           05  ENT-LIVE-FORMAT         PIC X.
           05  FILLER                  PIC X(8).

       FD  DLV-FILE
           LABEL RECORDS ARE STANDARD
