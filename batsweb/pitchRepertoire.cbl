      * pitcher repertoire profile. Charters regularly tag a
      * pitch as a type the pitcher doesn't throw -- a "slider" from a
      * sinker/changeup pitcher -- and the mistake flows straight into
      * pitchTendencyByCount, the zone breakdowns and the scouting
      * packet. One BATSW046.DAT row per pitcher names the DIALOG-PTY
      * types that pitcher actually throws with a usage share. Rows
      * are seeded from charted history by the nightly
      * repertoireSweep.cbl and maintained by a team-admin on
      * pitcherRepertoire.aspx.cbl; typeStatus() is the one check the
      * charting screens and the nightly listing share.
       class-id batsweb.pitchRepertoire.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       $SET CALLFH"EXTFH"
       $SET DATACOMPRESS"1"
        SELECT REPERTOIRE-FILE ASSIGN WS-REPERTOIRE-FILE
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS REP-KEY
              LOCK MANUAL
              FILE STATUS IS STATUS-COMN.

       file section.
       FD  REPERTOIRE-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS REP-REC.

      *    keyed on the pitcher's display name ("LAST, FIRST",
      *    upper case) the way the engines carry BAT360-PITCHER.
      *    REP-SHARE is whole percent of charted pitches. REP-SOURCE:
      *    S seeded from history (the nightly run refreshes the shares),
      *    A maintained by a team-admin (the nightly run leaves it
      *    alone). REP-PITCHES is the charted sample behind the shares.
       01  REP-REC.
           05  REP-KEY.
               10  REP-PITCHER         PIC X(30).
           05  REP-ENTRY OCCURS 15 TIMES.
               10  REP-TYPE            PIC X(10).
               10  REP-SHARE           PIC 9(3).
           05  REP-SOURCE              PIC X.
           05  REP-PITCHES             PIC 9(6).
           05  REP-UPDATED             PIC X(14).
           05  REP-USER                PIC X(20).
           05  FILLER                  PIC X(10).

       working-storage section.
       01  WS-REPERTOIRE-FILE PIC X(256) VALUE "BATSW046.DAT".
       01  STATUS-COMN.
           05  STATUS-BYTE-1           PIC X      VALUE SPACES.
           05  STATUS-BYTE-2           PIC X      VALUE SPACES.

      *    "Y" the type is in the pitcher's repertoire, "N" it
      *    is not, " " no profile on file (or no type charted) --
      *    nothing to check against, so the caller says nothing.
       method-id typeStatus static public.
       local-storage section.
       01  entryIdx        type Int32.
       01  typeText        type String.
       procedure division using by value pitcherName as String
                                 by value pitchType as String
                          returning statusOut as String.
           set statusOut to " "
           if pitcherName = null or pitchType = null
               exit method.
           set typeText to pitchType::Trim::ToUpper
           if typeText = "" or pitcherName::Trim = ""
               exit method.
           OPEN INPUT REPERTOIRE-FILE.
           IF STATUS-BYTE-1 NOT EQUAL ZEROES
               exit method.
           MOVE pitcherName::Trim::ToUpper TO REP-PITCHER
           READ REPERTOIRE-FILE WITH NO LOCK
               INVALID KEY
                   CLOSE REPERTOIRE-FILE
                   exit method.
           CLOSE REPERTOIRE-FILE.
           set statusOut to "N"
           perform varying entryIdx from 1 by 1 until entryIdx > 15
               if REP-TYPE(entryIdx)::Trim = typeText
                   set statusOut to "Y"
                   exit perform
               end-if
           end-perform.
       end method.

      *    the repertoire as a display line -- "SINKER 55%,
      *    CHANGEUP 30%, ..." -- for a warning to show what the
      *    pitcher does throw. Empty when no profile is on file.
       method-id repertoireLine static public.
       local-storage section.
       01  entryIdx        type Int32.
       procedure division using by value pitcherName as String
                          returning lineOut as String.
           set lineOut to ""
           if pitcherName = null or pitcherName::Trim = ""
               exit method.
           OPEN INPUT REPERTOIRE-FILE.
           IF STATUS-BYTE-1 NOT EQUAL ZEROES
               exit method.
           MOVE pitcherName::Trim::ToUpper TO REP-PITCHER
           READ REPERTOIRE-FILE WITH NO LOCK
               INVALID KEY
                   CLOSE REPERTOIRE-FILE
                   exit method.
           CLOSE REPERTOIRE-FILE.
           perform varying entryIdx from 1 by 1 until entryIdx > 15
               if REP-TYPE(entryIdx) not = spaces
                   if lineOut not = ""
                       set lineOut to lineOut & ", "
                   end-if
                   set lineOut to lineOut & REP-TYPE(entryIdx)::Trim & " " &
                       REP-SHARE(entryIdx)::ToString & "%"
               end-if
           end-perform.
       end method.

       end class.
