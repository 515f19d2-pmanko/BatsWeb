      * one-time conversion utility for the two-factor files.
      *
      * The two-factor rows -- BATSW022.DAT on batsweb, PKW023.DAT
      * here -- carry the account's contact address, and it is now
      * enciphered on disk (sideCrypt.cbl). The record had no FILLER
      * to carve a seal from, so it grew a 9-byte MFA-SEAL and some
      * headroom on the end. An indexed file written under the old,
      * shorter layout will not open through the new FD, so before
      * deploying copy the live file to .OLD and run this once per
      * file, with SIDEFILE_KEYRING set: it reads every row under the
      * old layout and rewrites it under the new one with the address
      * sealed under the current key, then stamps the file at layout
      * 2 -- the same rebuild discipline as stintMigrate.cbl. Both
      * apps' rows are the same width (the key is split differently,
      * but is 45 bytes either way), so one utility serves both.
      *
      * Usage: mfaMigrate <path-to-OLD-file> <path-to-DAT-file>

       class-id pucksweb.mfaMigrate.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       $SET CALLFH"EXTFH"
       $SET DATACOMPRESS"1"
        SELECT OLD-MFA-FILE ASSIGN WS-OLD-FILE
              ORGANIZATION IS INDEXED
              ACCESS IS SEQUENTIAL
              RECORD KEY IS OLD-MFA-KEY
              FILE STATUS IS STATUS-COMN.

        SELECT NEW-MFA-FILE ASSIGN WS-NEW-FILE
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS NEW-MFA-KEY
              FILE STATUS IS STATUS-COMN2.

       file section.
       FD  OLD-MFA-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS OLD-MFA-REC.

       01  OLD-MFA-REC.
           05  OLD-MFA-KEY                 PIC X(45).
           05  OLD-MFA-ENABLED             PIC X.
           05  OLD-MFA-EMAIL               PIC X(60).
           05  OLD-MFA-CODE                PIC X(6).
           05  OLD-MFA-CODE-EXPIRES        PIC X(12).

       FD  NEW-MFA-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS NEW-MFA-REC.

      *    layout owned by Default.aspx.cbl (both apps) -- keep in
      *    sync with the FDs there.
       01  NEW-MFA-REC.
           05  NEW-MFA-KEY                 PIC X(45).
           05  NEW-MFA-ENABLED             PIC X.
           05  NEW-MFA-EMAIL               PIC X(60).
           05  NEW-MFA-CODE                PIC X(6).
           05  NEW-MFA-CODE-EXPIRES        PIC X(12).
           05  NEW-MFA-SEAL                PIC X(9).
           05  FILLER                      PIC X(11).

       working-storage section.
       01  WS-OLD-FILE                 PIC X(256).
       01  WS-NEW-FILE                 PIC X(256).
       01  STATUS-COMN.
           05  STATUS-BYTE-1           PIC X      VALUE SPACES.
           05  STATUS-BYTE-2           PIC X      VALUE SPACES.
       01  STATUS-COMN2.
           05  STATUS2-BYTE-1          PIC X      VALUE SPACES.
           05  STATUS2-BYTE-2          PIC X      VALUE SPACES.
       01  migratedCount               PIC 9(6) VALUE 0.

       method-id Main static public.
       procedure division using by value args as type String occurs any.
           if args::Length < 2
               invoke type Console::WriteLine("usage: mfaMigrate <path-to-OLD-file> <path-to-DAT-file>")
               exit method.
           move args[0] to WS-OLD-FILE
           move args[1] to WS-NEW-FILE
      *    without a key the addresses would go over plain and
      *    the file would still need converting -- refuse instead.
           if type pucksweb.sideCrypt::currentVersion() = " "
               invoke type Console::WriteLine("SIDEFILE_KEYRING names no key ring -- set it before migrating.")
               exit method.

           OPEN INPUT OLD-MFA-FILE.
           IF STATUS-BYTE-1 NOT EQUAL ZEROES
               invoke type Console::WriteLine("Unable to open " & WS-OLD-FILE::Trim)
               exit method.
           OPEN OUTPUT NEW-MFA-FILE.
           IF STATUS2-BYTE-1 NOT EQUAL ZEROES
               CLOSE OLD-MFA-FILE
               invoke type Console::WriteLine("Unable to open " & WS-NEW-FILE::Trim)
               exit method.

       MIG-LOOP.
           READ OLD-MFA-FILE NEXT
               AT END GO TO MIG-DONE.
           MOVE SPACES TO NEW-MFA-REC
           MOVE OLD-MFA-KEY TO NEW-MFA-KEY
           MOVE OLD-MFA-ENABLED TO NEW-MFA-ENABLED
           MOVE OLD-MFA-EMAIL TO NEW-MFA-EMAIL
           MOVE OLD-MFA-CODE TO NEW-MFA-CODE
           MOVE OLD-MFA-CODE-EXPIRES TO NEW-MFA-CODE-EXPIRES
           MOVE type pucksweb.sideCrypt::newSeal() TO NEW-MFA-SEAL
           MOVE type pucksweb.sideCrypt::seal(NEW-MFA-EMAIL, NEW-MFA-SEAL,
               length of NEW-MFA-EMAIL) TO NEW-MFA-EMAIL
           WRITE NEW-MFA-REC
           add 1 to migratedCount
           GO TO MIG-LOOP.
       MIG-DONE.
           CLOSE OLD-MFA-FILE.
           CLOSE NEW-MFA-FILE.
           invoke type pucksweb.layoutVersion::stamp(WS-NEW-FILE::Trim, 2,
               "MFAMIGRATE")
           invoke type Console::WriteLine(migratedCount::ToString &
               " two-factor row(s) migrated to the sealed layout.")
       end method.

       end class.
