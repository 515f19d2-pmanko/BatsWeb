      * whatever is due, retrying with a doubling backoff and giving
      * up to FAIL after MAX-ATTEMPTS. The relay settings live in
      * the queue file's own "*SMTP*" config row -- admin-maintained
      * on mailLog.aspx.cbl, not recompiled constants. A message can
      * carry one attached file (submitWithFile): the row layout has
      * no room for it, so the file is copied beside the queue into
      * MAILATT\, named for the row's key, and goes out with the row
      * -- removed once the row is SENT or given up.
      * Kept in sync with batsweb/mailGateway.cbl -- same file, same
      * layout, one per app the way jobRunLog is.

      *    (never tried), RTRY (failed, due again at MAILQ-NEXT-TRY),
      *    SENT, FAIL (given up). The "*SMTP*"-keyed row -- it sorts
      *    ahead of every real stamp -- redefines the body as the
      *    relay configuration and is skipped by the pump. Both
      *    stamps are UTC.
       01  MAILQ-REC.
           05  MAILQ-KEY.
               10  MAILQ-TIMESTAMP     PIC X(14).
       01  WS-CFG-FROM        PIC X(60).
       01  WS-CFG-FROM-NAME   PIC X(30).
       01  MAX-ATTEMPTS       PIC 9(2) VALUE 10.
       01  WS-ATTACH-FOLDER   PIC X(20) VALUE "MAILATT".
       01  WS-QUEUED-FLAG     PIC X.

      *    queues one message. Nothing is sent here -- the pump
      *    (or a caller invoking deliver right after) does the relay
                                 by value bodyText as String
                                 by value sourceTag as String
                          returning submitFlag as String.
           set submitFlag to self::submitWithFile(toAddr, subjText,
               bodyText, sourceTag, "")
       end method.

      *    queues one message with a file attached (blank
      *    attachPath: none). The file is copied at queue time, so
      *    the caller may clear its own copy straight away.
       method-id submitWithFile static public.
       local-storage section.
       01  attachName      type String.
       procedure division using by value toAddr as String
                                 by value subjText as String
                                 by value bodyText as String
                                 by value sourceTag as String
                                 by value attachPath as String
                          returning submitFlag as String.
           set submitFlag to "OK"
           OPEN I-O MAILQ-FILE.
           IF STATUS-COMN = "35"
           IF STATUS-BYTE-1 NOT EQUAL ZEROES
               set submitFlag to "ERR"
               exit method.
           set MAILQ-TIMESTAMP to type DateTime::UtcNow::ToString("yyyyMMddHHmmss")
           ADD 1 TO WS-MAILQ-SEQ
           IF WS-MAILQ-SEQ > 999
               MOVE 1 TO WS-MAILQ-SEQ
           MOVE sourceTag::Trim::ToUpper TO MAILQ-SOURCE
           MOVE "QUED" TO MAILQ-STATUS
           MOVE 0 TO MAILQ-ATTEMPTS
           set MAILQ-NEXT-TRY to type DateTime::UtcNow::ToString("yyyyMMddHHmmss")
           MOVE SPACES TO MAILQ-LAST-ERROR
           MOVE "Y" TO WS-QUEUED-FLAG
           WRITE MAILQ-REC
               INVALID KEY
                   ADD 1 TO MAILQ-SEQ
                   WRITE MAILQ-REC
                       INVALID KEY MOVE "N" TO WS-QUEUED-FLAG
                   END-WRITE
           END-WRITE.
           CLOSE MAILQ-FILE.
           IF WS-QUEUED-FLAG NOT = "Y"
               set submitFlag to "ERR"
               exit method.
           if attachPath = null or attachPath::Trim = ""
               exit method.
           try
               invoke type System.IO.Directory::CreateDirectory(WS-ATTACH-FOLDER::Trim)
               set attachName to type System.IO.Path::Combine(WS-ATTACH-FOLDER::Trim,
                   MAILQ-TIMESTAMP & MAILQ-SEQ & "_" &
                   type System.IO.Path::GetFileName(attachPath::Trim))
               invoke type System.IO.File::Copy(attachPath::Trim, attachName, true)
           catch exc as type Exception
      *        the row is queued but would go out without its
      *        file -- give it up now rather than send half a message.
               invoke self::giveUp(MAILQ-TIMESTAMP & MAILQ-SEQ,
                   "attachment not copied: " & exc::Message)
               set submitFlag to "ERR"
           end-try.
       end method.

      *    marks one queued row FAIL without trying it.
       method-id giveUp static protected.
       procedure division using by value keyText as String
                                 by value reasonText as String.
           OPEN I-O MAILQ-FILE.
           IF STATUS-BYTE-1 NOT EQUAL ZEROES
               exit method.
           MOVE keyText TO MAILQ-KEY
           READ MAILQ-FILE
               INVALID KEY
                   CLOSE MAILQ-FILE
                   exit method.
           MOVE "FAIL" TO MAILQ-STATUS
           MOVE reasonText TO MAILQ-LAST-ERROR
           REWRITE MAILQ-REC.
           CLOSE MAILQ-FILE.
       end method.

      *    sends everything due. Returns the count sent. Failed
       01  mail            type MailMessage.
       01  backoffMins     type Int32.
       01  sentCount       type Int32.
       01  attachFiles     type String occurs any.
       01  attachFile      type String.
       01  mailAttach      type Attachment.
       procedure division returning sentOut as type Int32.
           set sentCount to 0
           set sentOut to 0
           OPEN I-O MAILQ-FILE.
           IF STATUS-BYTE-1 NOT EQUAL ZEROES
               exit method.
           set nowStamp to type DateTime::UtcNow::ToString("yyyyMMddHHmmss").
       PUMP-LOOP.
           READ MAILQ-FILE NEXT
               AT END GO TO PUMP-DONE.
               GO TO PUMP-LOOP.
           IF MAILQ-NEXT-TRY > nowStamp
               GO TO PUMP-LOOP.
           set mail to null
           try
               set smtp to new SmtpClient(WS-CFG-HOST::Trim)
               if WS-CFG-PORT > 0
               end-if
               set mail to new MailMessage(WS-CFG-FROM::Trim,
                   MAILQ-TO::Trim, MAILQ-SUBJECT::Trim, "" & MAILQ-BODY)
               set attachFiles to self::attachmentsOf(MAILQ-TIMESTAMP & MAILQ-SEQ)
      *        sent under the caller's own file name -- the
      *        queue key prefix is only there to pair it with the row.
               perform varying attachFile through attachFiles
                   set mailAttach to new Attachment(attachFile)
                   set mailAttach::Name to type System.IO.Path::GetFileName(
                       attachFile)::Substring(18)
                   invoke mail::Attachments::Add(mailAttach)
               end-perform
               invoke smtp::Send(mail)
               invoke mail::Dispose()
               MOVE "SENT" TO MAILQ-STATUS
               set MAILQ-NEXT-TRY to nowStamp
               add 1 to sentCount
           catch exc as type Exception
               if mail not = null
                   invoke mail::Dispose()
               end-if
               ADD 1 TO MAILQ-ATTEMPTS
               MOVE exc::Message TO MAILQ-LAST-ERROR
               IF MAILQ-ATTEMPTS >= MAX-ATTEMPTS
                   if backoffMins > 120
                       set backoffMins to 120
                   end-if
                   set MAILQ-NEXT-TRY to type DateTime::UtcNow::AddMinutes(backoffMins)::ToString("yyyyMMddHHmmss")
               END-IF
           end-try
           REWRITE MAILQ-REC
           IF MAILQ-STATUS = "SENT" OR MAILQ-STATUS = "FAIL"
               invoke self::clearAttachments(MAILQ-TIMESTAMP & MAILQ-SEQ).
           GO TO PUMP-LOOP.
       PUMP-DONE.
           CLOSE MAILQ-FILE.
           set sentOut to sentCount.
       end method.

      *    the files queued with one row -- none for most.
       method-id attachmentsOf static protected.
       procedure division using by value keyText as String
                          returning fileList as String occurs any.
           invoke type System.IO.Directory::CreateDirectory(WS-ATTACH-FOLDER::Trim)
           set fileList to type System.IO.Directory::GetFiles(
               WS-ATTACH-FOLDER::Trim, keyText & "_*")
       end method.

       method-id clearAttachments static protected.
       local-storage section.
       01  attachFiles     type String occurs any.
       01  attachFile      type String.
       procedure division using by value keyText as String.
           set attachFiles to self::attachmentsOf(keyText)
           perform varying attachFile through attachFiles
               try
                   invoke type System.IO.File::Delete(attachFile)
               catch exc as type Exception
                   continue
               end-try
           end-perform
       end method.

      *    stores the relay settings on the config row.
       method-id setRelay static public.
       procedure division using by value hostName as String
