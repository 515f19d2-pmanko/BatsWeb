               10  WEBPASS-LOCK-UNTIL      PIC X(12).
               10  WEBPASS-LAST-LOGIN      PIC X(12).
               10  WEBPASS-LOGIN-COUNT     PIC 9(5).
               10  WEBPASS-PLAYER-ID       PIC 9(6).
               10  FILLER                  PIC X(3).

       FD  MFA-FILE
           LABEL RECORDS ARE STANDARD

      *    layout owned by Default.aspx.cbl -- keep in sync
      *    with the FD there. Only MFA-EMAIL is read here: it is the
      *    address on file for the account, 2FA enabled or not,
      *    enciphered under MFA-SEAL (pucksweb/sideCrypt.cbl).
       01  MFA-REC.
           05  MFA-KEY.
               10  MFA-TEAM-NAME           PIC X(15).
           05  MFA-EMAIL                   PIC X(60).
           05  MFA-CODE                    PIC X(6).
           05  MFA-CODE-EXPIRES            PIC X(12).
           05  MFA-SEAL                    PIC X(9).
           05  FILLER                      PIC X(11).

       FD  TOKEN-FILE
           LABEL RECORDS ARE STANDARD
                   set lblMsg::Text to "If the account has an address on file, a code is on its way."
                   exit method.
           CLOSE MFA-FILE.
           MOVE type pucksweb.sideCrypt::unseal(MFA-EMAIL, MFA-SEAL,
               length of MFA-EMAIL) TO MFA-EMAIL
           IF MFA-EMAIL = SPACES
               set lblMsg::Text to "If the account has an address on file, a code is on its way."
               exit method.
           IF STATUS4-BYTE-1 NOT EQUAL ZEROES
               exit method.
           INITIALIZE AUDIT-REC
           set AUDIT-TIMESTAMP to type DateTime::UtcNow::ToString("yyyyMMddHHmmss")
           ADD 1 TO WS-AUDIT-SEQ
           IF WS-AUDIT-SEQ > 999
               MOVE 1 TO WS-AUDIT-SEQ
