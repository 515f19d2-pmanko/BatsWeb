           05  AUDIT-FIRST                 PIC X(15).
           05  AUDIT-SOURCE-IP             PIC X(45).
           05  AUDIT-RESULT                PIC X.
           05  AUDIT-VIA                   PIC X.
           05  FILLER                      PIC X(19).

       FD  FEEDBACK-FILE
           LABEL RECORDS ARE STANDARD
