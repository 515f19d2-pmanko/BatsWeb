      * the background run of a lineBreakdown / playerBreakdown
      * request, for reportWorker.cbl. The screen captures its dialog
      * blocks, exactly as the user set them up, into the job's
      * request file (<id>.req: the PK322 block then the PK320 block
      * for a line breakdown, PK300 then PK310 for a player
      * breakdown); this loads them into a fresh engine run unit,
      * makes the same GO then RE calls the screen's btnGo_Click and
      * Recalc make, and files the recalculated display block (PK320
      * / PK310) as <id>.out. Opening the result on the screen loads
      * that block back and redisplays it without touching the
      * engines. Blocks go to disk in 4,000-byte slices, binary, so
      * the COMP fields come back exactly as they left.

       class-id pucksweb.breakdownJob.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
          SELECT IMAGE-FILE ASSIGN WS-IMAGE-FILE
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS STATUS-COMN.

       DATA DIVISION.
       FILE SECTION.
      *    layout shared with lineBreakdown.aspx.cbl and
      *    playerBreakdown.aspx.cbl -- keep in sync with the FD there.
       FD  IMAGE-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS IMAGE-REC.
       01  IMAGE-REC                   PIC X(4000).

       working-storage section.
       COPY "Y:\sydexsource\shared\WS-SYS.CBL".
       01  WS-IMAGE-FILE      PIC X(256).
       01  STATUS-COMN.
           05  STATUS-BYTE-1           PIC X      VALUE SPACES.
           05  STATUS-BYTE-2           PIC X      VALUE SPACES.
       01 jobRunUnit           type RunUnit.
       01 PK320WEBF                type PK320WEBF.
       01 PK310WEBF                type PK310WEBF.
       01 mydata320 type pucksweb.pk320Data.
       01 mydata322 type pucksweb.pk322Data.
       01 mydata310 type pucksweb.pk310Data.
       01 mydata300 type pucksweb.pk300Data.

      *    runs one job; blank back when the result is filed,
      *    otherwise the reason it could not be.
       method-id run static public.
       procedure division using by value jobId as String
                                 by value kindCode as String
                          returning failText as String.
           set failText to ""
           MOVE type batsweb.reportQueue::requestPath(jobId) TO WS-IMAGE-FILE
           OPEN INPUT IMAGE-FILE.
           IF STATUS-BYTE-1 NOT EQUAL ZEROES
               set failText to "the captured request is missing"
               exit method.
           evaluate kindCode
               when "LINE"
                   set mydata322 to new pucksweb.pk322Data
                   invoke mydata322::populateData
                   set mydata320 to new pucksweb.pk320Data
                   invoke mydata320::populateData
                   invoke self::readImage322
                   invoke self::readImage320
                   CLOSE IMAGE-FILE
                   set jobRunUnit to type RunUnit::New()
                   set PK320WEBF to new PK320WEBF
                   invoke jobRunUnit::Add(PK320WEBF)
                   set failText to self::runLine()
               when "PLYR"
                   set mydata300 to new pucksweb.pk300Data
                   invoke mydata300::populateData
                   set mydata310 to new pucksweb.pk310Data
                   invoke mydata310::populateData
                   invoke self::readImage300
                   invoke self::readImage310
                   CLOSE IMAGE-FILE
                   set jobRunUnit to type RunUnit::New()
                   set PK310WEBF to new PK310WEBF
                   invoke jobRunUnit::Add(PK310WEBF)
                   set failText to self::runPlayer()
               when other
                   CLOSE IMAGE-FILE
                   set failText to "not a breakdown job"
                   exit method
           end-evaluate
           if failText not = ""
               exit method.
           MOVE type batsweb.reportQueue::resultPath(jobId) TO WS-IMAGE-FILE
           OPEN OUTPUT IMAGE-FILE.
           IF STATUS-BYTE-1 NOT EQUAL ZEROES
               set failText to "the result could not be filed"
               exit method.
           if kindCode = "LINE"
               invoke self::writeImage320
           else
               invoke self::writeImage310
           end-if
           CLOSE IMAGE-FILE.
       end method.

      *    btnGo_Click then Recalc, lineBreakdown.aspx.cbl's way.
       method-id runLine static protected.
       linkage section.
           COPY "Y:\SYDEXSOURCE\pucks\pk322_dg.CPB".
       procedure division returning failText as String.
           set failText to ""
           set address of PK322-DIALOG-FIELDS to mydata322::tablePointer
           MOVE "GO" to PK322-ACTION
           invoke jobRunUnit::Call("PK322WEBF")
           if ERROR-FOUND = "Y"
               MOVE " " TO ERROR-FOUND
               set failText to "the engine rejected the selection"
               exit method.
           invoke self::recalcLine
       end method.

       method-id recalcLine static protected.
       linkage section.
           COPY "Y:\SYDEXSOURCE\pucks\pk320_dg.CPB".
       procedure division.
           set address of PK320-DIALOG-FIELDS to mydata320::tablePointer
           move "RE" to PK320-ACTION
           invoke jobRunUnit::Call("PK320WEBF")
       end method.

      *    btnGo_Click then Recalc, playerBreakdown.aspx.cbl's way.
       method-id runPlayer static protected.
       linkage section.
           COPY "Y:\SYDEXSOURCE\pucks\pk300_dg.CPB".
       procedure division returning failText as String.
           set failText to ""
           set address of PK300-DIALOG-FIELDS to mydata300::tablePointer
           MOVE "GO" to PK300-ACTION
           invoke jobRunUnit::Call("PK300WEBF")
           if ERROR-FOUND = "Y"
               MOVE " " TO ERROR-FOUND
               set failText to "the engine rejected the selection"
               exit method.
           invoke self::recalcPlayer
       end method.

       method-id recalcPlayer static protected.
       linkage section.
           COPY "Y:\SYDEXSOURCE\pucks\pk310_dg.CPB".
       procedure division.
           set address of PK310-DIALOG-FIELDS to mydata310::tablePointer
           move "RE" to PK310-ACTION
           invoke jobRunUnit::Call("PK310WEBF")
       end method.

      *    one dialog block in and out of IMAGE-FILE, in
      *    4,000-byte slices -- the last slice short.
       method-id readImage322 static protected.
       local-storage section.
       01 imgOffset     type Int32.
       01 imgLength     type Int32.
       01 chunkLength   type Int32.
       linkage section.
           COPY "Y:\SYDEXSOURCE\pucks\pk322_dg.CPB".
       procedure division.
           set address of PK322-DIALOG-FIELDS to mydata322::tablePointer
           move length of PK322-DIALOG-FIELDS to imgLength
           move 1 to imgOffset.
       IMG-LOOP.
           if imgOffset > imgLength
               exit method.
           READ IMAGE-FILE
               AT END exit method.
           compute chunkLength = imgLength - imgOffset + 1
           if chunkLength > 4000
               move 4000 to chunkLength.
           move IMAGE-REC(1:chunkLength) to PK322-DIALOG-FIELDS(imgOffset:chunkLength)
           add 4000 to imgOffset
           go to IMG-LOOP.
       end method.

       method-id readImage320 static protected.
       local-storage section.
       01 imgOffset     type Int32.
       01 imgLength     type Int32.
       01 chunkLength   type Int32.
       linkage section.
           COPY "Y:\SYDEXSOURCE\pucks\pk320_dg.CPB".
       procedure division.
           set address of PK320-DIALOG-FIELDS to mydata320::tablePointer
           move length of PK320-DIALOG-FIELDS to imgLength
           move 1 to imgOffset.
       IMG-LOOP.
           if imgOffset > imgLength
               exit method.
           READ IMAGE-FILE
               AT END exit method.
           compute chunkLength = imgLength - imgOffset + 1
           if chunkLength > 4000
               move 4000 to chunkLength.
           move IMAGE-REC(1:chunkLength) to PK320-DIALOG-FIELDS(imgOffset:chunkLength)
           add 4000 to imgOffset
           go to IMG-LOOP.
       end method.

       method-id readImage300 static protected.
       local-storage section.
       01 imgOffset     type Int32.
       01 imgLength     type Int32.
       01 chunkLength   type Int32.
       linkage section.
           COPY "Y:\SYDEXSOURCE\pucks\pk300_dg.CPB".
       procedure division.
           set address of PK300-DIALOG-FIELDS to mydata300::tablePointer
           move length of PK300-DIALOG-FIELDS to imgLength
           move 1 to imgOffset.
       IMG-LOOP.
           if imgOffset > imgLength
               exit method.
           READ IMAGE-FILE
               AT END exit method.
           compute chunkLength = imgLength - imgOffset + 1
           if chunkLength > 4000
               move 4000 to chunkLength.
           move IMAGE-REC(1:chunkLength) to PK300-DIALOG-FIELDS(imgOffset:chunkLength)
           add 4000 to imgOffset
           go to IMG-LOOP.
       end method.

       method-id readImage310 static protected.
       local-storage section.
       01 imgOffset     type Int32.
       01 imgLength     type Int32.
       01 chunkLength   type Int32.
       linkage section.
           COPY "Y:\SYDEXSOURCE\pucks\pk310_dg.CPB".
       procedure division.
           set address of PK310-DIALOG-FIELDS to mydata310::tablePointer
           move length of PK310-DIALOG-FIELDS to imgLength
           move 1 to imgOffset.
       IMG-LOOP.
           if imgOffset > imgLength
               exit method.
           READ IMAGE-FILE
               AT END exit method.
           compute chunkLength = imgLength - imgOffset + 1
           if chunkLength > 4000
               move 4000 to chunkLength.
           move IMAGE-REC(1:chunkLength) to PK310-DIALOG-FIELDS(imgOffset:chunkLength)
           add 4000 to imgOffset
           go to IMG-LOOP.
       end method.

       method-id writeImage320 static protected.
       local-storage section.
       01 imgOffset     type Int32.
       01 imgLength     type Int32.
       01 chunkLength   type Int32.
       linkage section.
           COPY "Y:\SYDEXSOURCE\pucks\pk320_dg.CPB".
       procedure division.
           set address of PK320-DIALOG-FIELDS to mydata320::tablePointer
           move length of PK320-DIALOG-FIELDS to imgLength
           move 1 to imgOffset.
       IMG-LOOP.
           if imgOffset > imgLength
               exit method.
           compute chunkLength = imgLength - imgOffset + 1
           if chunkLength > 4000
               move 4000 to chunkLength.
           move spaces to IMAGE-REC
           move PK320-DIALOG-FIELDS(imgOffset:chunkLength) to IMAGE-REC(1:chunkLength)
           WRITE IMAGE-REC
           add 4000 to imgOffset
           go to IMG-LOOP.
       end method.

       method-id writeImage310 static protected.
       local-storage section.
       01 imgOffset     type Int32.
       01 imgLength     type Int32.
       01 chunkLength   type Int32.
       linkage section.
           COPY "Y:\SYDEXSOURCE\pucks\pk310_dg.CPB".
       procedure division.
           set address of PK310-DIALOG-FIELDS to mydata310::tablePointer
           move length of PK310-DIALOG-FIELDS to imgLength
           move 1 to imgOffset.
       IMG-LOOP.
           if imgOffset > imgLength
               exit method.
           compute chunkLength = imgLength - imgOffset + 1
           if chunkLength > 4000
               move 4000 to chunkLength.
           move spaces to IMAGE-REC
           move PK310-DIALOG-FIELDS(imgOffset:chunkLength) to IMAGE-REC(1:chunkLength)
           WRITE IMAGE-REC
           add 4000 to imgOffset
           go to IMG-LOOP.
       end method.

       end class.
