      *            "1" = Trial      - view-only stat breakdowns
      *            "2" = Standard   - view + live charting
      *            "9" = Team-admin - all capabilities
      *            "P" = Player     - own portal only (playerPortal)
               10  WEBPASS-LEVEL           PIC X.
      *        consecutive-failure counter + lockout expiry --
      *        kept in sync with Default.aspx.cbl's WEBPASS-REST.
      *        never) and a running count of successful logins.
               10  WEBPASS-LAST-LOGIN      PIC X(12).
               10  WEBPASS-LOGIN-COUNT     PIC 9(5) VALUE 0.
               10  WEBPASS-PLAYER-ID       PIC 9(6).
               10  FILLER                  PIC X(3).

       FD  DIGEST-FILE
           LABEL RECORDS ARE STANDARD
               10  NOTE-TIMESTAMP      PIC X(14).
           05  NOTE-AUTHOR             PIC X(45).
           05  NOTE-TEXT               PIC X(200).
           05  NOTE-SEAL               PIC X(9).
           05  FILLER                  PIC X(1).

       FD  PRESET-FILE
           LABEL RECORDS ARE STANDARD
