      * player-portal logins for the team-admin. A player account is
      * an ordinary WEBPASS-REC on the admin's own team at level "P",
      * carrying the player's PMAST-ID from the master file
      * (playerMaster.aspx.cbl) in WEBPASS-PLAYER-ID -- the login
      * page sends such a login straight to playerPortal.aspx.cbl and
      * the id is the only thing the portal filters on, so the id is
      * checked against the master file before the account is
      * written. The initial password is salted and hashed exactly as
      * the login page checks it. The team's player accounts list off
      * the WEBPASS-TEAM-NAME alternate key the way teamRoster.aspx.cbl
      * lists a team, and one can be switched off (level "0", locked
      * out) the way offboarding disables a scout. Every change is
      * journalled for the standby and written to the config audit.
       class-id batsweb.playerAccounts is partial
                inherits type System.Web.UI.Page public.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       $SET CALLFH"EXTFH"
       $SET DATACOMPRESS"1"
        SELECT WEBPASS-FILE ASSIGN WS-BATSW020-FILE
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS WEBPASS-KEY
              ALTERNATE KEY IS WEBPASS-TEAM-NAME WITH DUPLICATES
              LOCK MANUAL
              FILE STATUS IS STATUS-COMN.

        SELECT PLAYER-MASTER-FILE ASSIGN WS-PLAYER-MASTER-FILE
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS PMAST-KEY
              ALTERNATE KEY IS PMAST-ID WITH DUPLICATES
              LOCK MANUAL
              FILE STATUS IS STATUS-COMN2.

       file section.
       FD  WEBPASS-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS WEBPASS-REC.

       01  WEBPASS-REC.
           05  WEBPASS-KEY.
               10  WEBPASS-TEAM-NAME       PIC X(15).
               10  WEBPASS-LAST            PIC X(15).
               10  WEBPASS-FIRST           PIC X(15).
           05  WEBPASS-REST.
      *        salted-hash layout -- keep in sync with
      *        Default.aspx.cbl's WEBPASS-REST.
               10  WEBPASS-SALT            PIC X(12).
               10  WEBPASS-HASH            PIC X(44).
               10  WEBPASS-LEVEL           PIC X.
               10  WEBPASS-FAIL-COUNT      PIC 9(2) VALUE 0.
               10  WEBPASS-LOCK-UNTIL      PIC X(12).
               10  WEBPASS-LAST-LOGIN      PIC X(12).
               10  WEBPASS-LOGIN-COUNT     PIC 9(5) VALUE 0.
               10  WEBPASS-PLAYER-ID       PIC 9(6).
               10  FILLER                  PIC X(3).

       FD  PLAYER-MASTER-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS PMAST-REC.

      *    layout owned by playerMaster.aspx.cbl -- keep in
      *    sync with the FD there.
       01  PMAST-REC.
           05  PMAST-KEY.
               10  PMAST-LAST          PIC X(15).
               10  PMAST-FIRST         PIC X(15).
           05  PMAST-ID                PIC 9(6).
           05  PMAST-PRIMARY           PIC X.
           05  PMAST-ADDED             PIC X(14).
           05  FILLER                  PIC X(10).

       working-storage section.
       01  WS-BATSW020-FILE   PIC X(256) VALUE "BATSW020.DAT".
       01  STATUS-COMN.
           05  STATUS-BYTE-1           PIC X      VALUE SPACES.
           05  STATUS-BYTE-2           PIC X      VALUE SPACES.
       01  WS-PLAYER-MASTER-FILE   PIC X(256) VALUE "BATSW025.DAT".
       01  STATUS-COMN2.
           05  STATUS2-BYTE-1          PIC X      VALUE SPACES.
           05  STATUS2-BYTE-2          PIC X      VALUE SPACES.
       01  WS-LOOKUP-TEAM     PIC X(15).
       01  WS-LOOKUP-ID       PIC 9(6)  VALUE 0.
       01  WS-PLAYER-TITLE    PIC X(32) VALUE SPACES.
       01 app-data-folder     PIC X(256).

       method-id Page_Load protected.
       local-storage section.
       procedure division using by value param-sender as object
                                         param-e as type System.EventArgs.
           if self::Session["level"] = null
               invoke self::Response::Redirect("~/Default.aspx")
               exit method.
      *    a raised kill flag (force-logout from the sessions
      *    monitor) takes effect at the login gate.
           if type pucksweb.sessionRegistry::touch(self::Session::SessionID) = "KILL"
               invoke self::Session::Abandon
               invoke self::Response::Redirect("~/Default.aspx")
               exit method.
           if self::Session["level"]::ToString not = "9"
               invoke self::Response::Redirect("~/mainmenu.aspx")
               exit method.
           if not self::IsPostBack
               invoke self::listAccounts.
           goback.
       end method.

       method-id setAccountFile protected.
       procedure division.
           set app-data-folder to type HttpContext::Current::Server::MapPath("~/App_Data")
           string '"' app-data-folder delimited by "  "
              '\WEBSYNC\BATSW020.DAT"' delimited by size
              into WS-BATSW020-FILE.
           MOVE self::Session["team"]::ToString::Trim::ToUpper TO WS-LOOKUP-TEAM.
       end method.

      *    "Y" when WS-LOOKUP-ID is a player on the master file;
      *    WS-PLAYER-TITLE carries the name it is filed under. The
      *    "*CONTROL*" row holds the id high-water mark and is skipped.
       method-id checkPlayer protected.
       procedure division returning foundFlag as String.
           set foundFlag to "N"
           MOVE SPACES TO WS-PLAYER-TITLE
           OPEN INPUT PLAYER-MASTER-FILE.
           IF STATUS2-BYTE-1 NOT EQUAL ZEROES
               exit method.
           MOVE WS-LOOKUP-ID TO PMAST-ID
           START PLAYER-MASTER-FILE KEY = PMAST-ID
               INVALID KEY GO TO CHECK-DONE
           END-START.
       CHECK-LOOP.
           READ PLAYER-MASTER-FILE NEXT WITH NO LOCK
               AT END GO TO CHECK-DONE.
           IF PMAST-ID NOT = WS-LOOKUP-ID
               GO TO CHECK-DONE.
           IF PMAST-LAST = "*CONTROL*"
               GO TO CHECK-LOOP.
           IF WS-PLAYER-TITLE = SPACES OR PMAST-PRIMARY = "Y"
               set WS-PLAYER-TITLE to PMAST-LAST::Trim & ", " &
                   PMAST-FIRST::Trim.
           set foundFlag to "Y"
           GO TO CHECK-LOOP.
       CHECK-DONE.
           CLOSE PLAYER-MASTER-FILE.
       end method.

       method-id btnCreate_Click protected.
       local-storage section.
       01  idValue         type Int32.
       01  plainPass       type String.
       procedure division using by value sender as object e as type System.EventArgs.
           set lblMsg::Text to ""
           if tbLast::Text::Trim() = "" or tbFirst::Text::Trim() = ""
            or tbPlayerId::Text::Trim() = "" or tbPassword::Text::Trim() = ""
               set lblMsg::Text to "Enter the login last/first name, the player id and a starting password."
               exit method.
           if type Int32::TryParse(tbPlayerId::Text::Trim, by reference idValue) = false
            or idValue < 1 or idValue > 999999
               set lblMsg::Text to "The player id is the number shown on the player master screen."
               exit method.
           set plainPass to tbPassword::Text::Trim
      *    the login box takes six characters.
           if plainPass::Length > 6
               set lblMsg::Text to "The password can be at most 6 characters."
               exit method.
           MOVE idValue TO WS-LOOKUP-ID
           if self::checkPlayer() not = "Y"
               set lblMsg::Text to "No player with id " & idValue::ToString &
                   " on the master file."
               exit method.

           invoke self::setAccountFile
           OPEN I-O WEBPASS-FILE.
           IF STATUS-BYTE-1 NOT EQUAL ZEROES
               set lblMsg::Text to "Unable to open the account file."
               exit method.
           MOVE WS-LOOKUP-TEAM TO WEBPASS-TEAM-NAME
           MOVE tbLast::Text::Trim::ToUpper TO WEBPASS-LAST
           MOVE tbFirst::Text::Trim::ToUpper TO WEBPASS-FIRST
           READ WEBPASS-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   CLOSE WEBPASS-FILE
                   set lblMsg::Text to "There is already a login under that name on this team."
                   exit method
           END-READ

           MOVE SPACES TO WEBPASS-REST
           set WEBPASS-SALT to self::generate_salt()
           set WEBPASS-HASH to self::hash_password(plainPass, WEBPASS-SALT::Trim)
           MOVE "P" TO WEBPASS-LEVEL
           MOVE 0 TO WEBPASS-FAIL-COUNT
           MOVE SPACES TO WEBPASS-LOCK-UNTIL
           MOVE SPACES TO WEBPASS-LAST-LOGIN
           MOVE 0 TO WEBPASS-LOGIN-COUNT
           MOVE WS-LOOKUP-ID TO WEBPASS-PLAYER-ID
           WRITE WEBPASS-REC
      *    journal the durable account change for the standby.
           IF STATUS-BYTE-1 EQUAL ZEROES
               invoke type pucksweb.playJournal::recordFile("WP", "W",
                   " ", "", "" & WEBPASS-REC)
           END-IF
           CLOSE WEBPASS-FILE.
           invoke type pucksweb.configAudit::record("PLAYERACCTS",
               WEBPASS-LAST::Trim & ", " & WEBPASS-FIRST::Trim,
               WS-LOOKUP-TEAM::Trim & " / " & "" & self::Session["user"],
               "", "player " & WS-LOOKUP-ID & " " & WS-PLAYER-TITLE::Trim)
           set tbPassword::Text to ""
           set lblMsg::Text to "Player login created for " &
               WS-PLAYER-TITLE::Trim & "."
           invoke self::listAccounts.
       end method.

      *    switches the selected player login off -- level "0"
      *    and locked past any date, as offboarding does for staff.
       method-id btnDisable_Click protected.
       local-storage section.
       01  beforeImage     type String.
       01  pickedKey       type String.
       procedure division using by value sender as object e as type System.EventArgs.
           set lblMsg::Text to ""
           if lbAccounts::SelectedItem = null
               set lblMsg::Text to "Pick a player login from the list first."
               exit method.
           set pickedKey to lbAccounts::SelectedItem::Value
           if pickedKey::Length not = 30
               set lblMsg::Text to "Pick a player login from the list first."
               exit method.
           invoke self::setAccountFile
           OPEN I-O WEBPASS-FILE.
           IF STATUS-BYTE-1 NOT EQUAL ZEROES
               set lblMsg::Text to "Unable to open the account file."
               exit method.
           MOVE WS-LOOKUP-TEAM TO WEBPASS-TEAM-NAME
           MOVE pickedKey::Substring(0, 15) TO WEBPASS-LAST
           MOVE pickedKey::Substring(15, 15) TO WEBPASS-FIRST
           READ WEBPASS-FILE
               INVALID KEY
                   CLOSE WEBPASS-FILE
                   set lblMsg::Text to "That login is no longer on file."
                   exit method.
      *    only player logins are touched from here.
           IF WEBPASS-LEVEL NOT = "P"
               CLOSE WEBPASS-FILE
               set lblMsg::Text to "That login is not a player login."
               exit method.
           set beforeImage to "" & WEBPASS-REC
           MOVE "0" TO WEBPASS-LEVEL
           MOVE "999912312359" TO WEBPASS-LOCK-UNTIL
           REWRITE WEBPASS-REC
           IF STATUS-BYTE-1 EQUAL ZEROES
               invoke type pucksweb.playJournal::recordFile("WP", "R",
                   " ", beforeImage, "" & WEBPASS-REC)
           END-IF
           CLOSE WEBPASS-FILE.
           invoke type pucksweb.configAudit::record("PLAYERACCTS",
               WEBPASS-LAST::Trim & ", " & WEBPASS-FIRST::Trim,
               WS-LOOKUP-TEAM::Trim & " / " & "" & self::Session["user"],
               "level P player " & WEBPASS-PLAYER-ID, "level 0 disabled")
           set lblMsg::Text to "Player login " & WEBPASS-LAST::Trim & ", " &
               WEBPASS-FIRST::Trim & " disabled."
           invoke self::listAccounts.
       end method.

      *    the team's player logins, scoped on the team alternate
      *    key; the list value is the LAST+FIRST half of the key.
       method-id listAccounts protected.
       procedure division.
           invoke lbAccounts::Items::Clear.
           invoke self::setAccountFile
           OPEN INPUT WEBPASS-FILE.
           IF STATUS-BYTE-1 NOT EQUAL ZEROES
               exit method.
           MOVE WS-LOOKUP-TEAM TO WEBPASS-TEAM-NAME
           START WEBPASS-FILE KEY NOT < WEBPASS-TEAM-NAME
               INVALID KEY
                   CLOSE WEBPASS-FILE
                   exit method.
       ACCT-LOOP.
           READ WEBPASS-FILE NEXT
               AT END GO TO ACCT-DONE.
           IF WEBPASS-TEAM-NAME NOT = WS-LOOKUP-TEAM
               GO TO ACCT-DONE.
           IF WEBPASS-LEVEL NOT = "P"
               GO TO ACCT-LOOP.
           invoke lbAccounts::Items::Add(new ListItem(
               WEBPASS-LAST::Trim & ", " & WEBPASS-FIRST::Trim &
               "  (player " & WEBPASS-PLAYER-ID & ", " &
               WEBPASS-LOGIN-COUNT::ToString & " logins, last " &
               WEBPASS-LAST-LOGIN::Trim & ")",
               WEBPASS-LAST & WEBPASS-FIRST))
           GO TO ACCT-LOOP.
       ACCT-DONE.
           CLOSE WEBPASS-FILE.
       end method.

      *    shared salted-hash helpers -- kept in sync with
      *    Default.aspx.cbl / webpassMigrate.cbl.
       method-id generate_salt protected.
       local-storage section.
       01  rng                         type RNGCryptoServiceProvider.
       01  saltBytes                   type Byte occurs 8.
       procedure division returning saltB64 as String.
           set rng to new RNGCryptoServiceProvider()
           invoke rng::GetBytes(saltBytes)
           invoke rng::Dispose()
           set saltB64 to type Convert::ToBase64String(saltBytes)
       end method.

       method-id hash_password protected.
       local-storage section.
       01  sha                         type SHA256.
       01  saltBytes                   type Byte occurs any.
       01  pwdBytes                    type Byte occurs any.
       01  combinedBytes               type Byte occurs any.
       01  hashBytes                   type Byte occurs any.
       procedure division using by value plainPass as String
                                 by value saltB64 as String
                         returning hashB64 as String.
           set saltBytes to type Convert::FromBase64String(saltB64)
           set pwdBytes to type System.Text.Encoding::UTF8::GetBytes(plainPass)
           set combinedBytes to new Byte[saltBytes::Length + pwdBytes::Length]
           invoke type Array::Copy(saltBytes, 0, combinedBytes, 0, saltBytes::Length)
           invoke type Array::Copy(pwdBytes, 0, combinedBytes, saltBytes::Length, pwdBytes::Length)
           set sha to type SHA256::Create()
           set hashBytes to sha::ComputeHash(combinedBytes)
           invoke sha::Dispose()
           set hashB64 to type Convert::ToBase64String(hashBytes)
       end method.

       end class.
