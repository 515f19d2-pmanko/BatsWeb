      *        last successful login + running login count.
           05  NEW-WEBPASS-LAST-LOGIN      PIC X(12).
           05  NEW-WEBPASS-LOGIN-COUNT     PIC 9(5).
           05  NEW-WEBPASS-PLAYER-ID       PIC 9(6).
           05  FILLER                      PIC X(3).

       working-storage section.
       01  WS-OLD-FILE                 PIC X(256).
