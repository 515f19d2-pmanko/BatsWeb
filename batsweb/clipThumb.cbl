      * poster-frame thumbnails for the clip catalog. The catalog
      * and playlist screens showed clips as text rows, and a scout
      * picking by description alone often opened the wrong one.
      * thumbnailBuild.cbl grabs one frame per BATSW060 catalog clip
      * every night and files it beside the clip on the CDN origin --
      * same folder, same name, ".jpg" -- so the thumbnail's address
      * is the clip's address with the extension changed (pathOf).
      * One BATSW062.DAT row per clip records how the last grab went:
      * "O" made, "F" failed with the reason, plus the clip's size and
      * stamp and the frame moment used, so a clip is only grabbed
      * again when it or its game's clock calibration changes.
      *
      * Screens load every row once (loadStatus) and ask urlOf for
      * each clip they list -- blank when there is no good thumbnail
      * -- and draw the tiles with tileHtml so the catalog, the
      * playlists and the highlight reel all look the same. The video
      * integrity sweep reads the same rows for its missing and
      * failed thumbnail lines.
       $set ilusing"System.IO"

       class-id batsweb.clipThumb.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       $SET CALLFH"EXTFH"
       $SET DATACOMPRESS"1"
        SELECT THUMB-FILE ASSIGN WS-THUMB-FILE
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS THUMB-KEY
              LOCK MANUAL
              FILE STATUS IS STATUS-COMN.

       file section.
       FD  THUMB-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS THUMB-REC.

      *    THUMB-CLIP is the clip's path under the CDN base,
      *    upper case with "/" separators (keyOf). THUMB-SOURCE is
      *    the clip file's size and last-write stamp when it was
      *    grabbed; THUMB-MOMENT the second the frame was taken at.
      *    THUMB-MADE is UTC.
       01  THUMB-REC.
           05  THUMB-KEY.
               10  THUMB-CLIP              PIC X(120).
           05  THUMB-STATUS                PIC X.
           05  THUMB-MOMENT                PIC 9(5)V99.
           05  THUMB-SOURCE                PIC X(30).
           05  THUMB-MADE                  PIC X(14).
           05  THUMB-REASON                PIC X(40).
           05  FILLER                      PIC X(10).

       working-storage section.
       01  WS-THUMB-FILE      PIC X(256) VALUE "BATSW062.DAT".
       01  STATUS-COMN.
           05  STATUS-BYTE-1           PIC X      VALUE SPACES.
           05  STATUS-BYTE-2           PIC X      VALUE SPACES.
       01 WS-CDN-BASE-URL type String value "https://cdn.example.com/video/".
      *    tile size on the screens, in pixels -- thumbnailBuild
      *    grabs its frames at the same width.
       01  THUMB-WIDTH                 PIC 9(3)   VALUE 192.
       01  THUMB-HEIGHT                PIC 9(3)   VALUE 108.

      *    a clip path or address as the key the rows are filed
      *    under: the CDN base, any "#t=" trim and leading slashes
      *    off, "/" separators, upper case.
       method-id keyOf static public.
       procedure division using by value clipText as String
                          returning keyOut as String.
           set keyOut to ""
           if clipText = null
               exit method.
           set keyOut to clipText::Trim
           if keyOut::Contains("#")
               set keyOut to keyOut::Substring(0, keyOut::IndexOf("#")).
           if keyOut::StartsWith(WS-CDN-BASE-URL, type StringComparison::OrdinalIgnoreCase)
               set keyOut to keyOut::Substring(WS-CDN-BASE-URL::Length).
           set keyOut to keyOut::Replace("\", "/")::TrimStart("/")::ToUpper
       end method.

      *    the thumbnail's path beside the clip.
       method-id pathOf static public.
       procedure division using by value clipText as String
                          returning pathOut as String.
           set pathOut to type Path::ChangeExtension(self::keyOf(clipText), ".jpg")
           if pathOut = null
               set pathOut to "".
           set pathOut to pathOut::Replace("\", "/")
       end method.

      *    every row, clip key to "O" or "F|reason", for a screen
      *    or the integrity sweep to look clips up in.
       method-id loadStatus static public.
       procedure division returning statusOut as type Dictionary[String, String].
           set statusOut to new Dictionary[String, String]
           OPEN INPUT THUMB-FILE.
           IF STATUS-BYTE-1 NOT EQUAL ZEROES
               exit method.
       LOAD-LOOP.
           READ THUMB-FILE NEXT WITH NO LOCK
               AT END GO TO LOAD-DONE.
           if THUMB-STATUS = "O"
               set statusOut[THUMB-CLIP::Trim] to "O"
           else
               set statusOut[THUMB-CLIP::Trim] to "F|" & THUMB-REASON::Trim
           end-if
           GO TO LOAD-LOOP.
       LOAD-DONE.
           CLOSE THUMB-FILE.
       end method.

      *    the thumbnail's address for a clip, or "" when the
      *    rows hold no good one for it.
       method-id urlOf static public.
       local-storage section.
       01  statusText      type String.
       procedure division using by value statusMap as type Dictionary[String, String]
                                 by value clipText as String
                          returning urlOut as String.
           set urlOut to ""
           if statusMap = null
               exit method.
           if statusMap::TryGetValue(self::keyOf(clipText), by reference statusText) = false
               exit method.
           if statusText not = "O"
               exit method.
           set urlOut to WS-CDN-BASE-URL & self::pathOf(clipText)
       end method.

      *    one grid tile: the poster frame (or a grey box when
      *    there is none) over the clip's title. clickScript is the
      *    tile's onclick, "" for none.
       method-id tileHtml static public.
       local-storage section.
       01  tileText        type String.
       procedure division using by value thumbUrl as String
                                 by value titleText as String
                                 by value clickScript as String
                          returning tileOut as String.
           if titleText = null
               set titleText to "".
           set titleText to type System.Web.HttpUtility::HtmlEncode(titleText::Trim)
           set tileText to "<div style=""display:inline-block;vertical-align:top;width:" &
               THUMB-WIDTH & "px;margin:3px;font-size:8pt;"
           if clickScript not = null and clickScript not = ""
               set tileText to tileText & "cursor:pointer;"" onclick=""" &
                   type System.Web.HttpUtility::HtmlAttributeEncode(clickScript) & """>"
           else
               set tileText to tileText & """>"
           end-if
           if thumbUrl = null or thumbUrl = ""
               set tileText to tileText & "<div style=""width:" & THUMB-WIDTH &
                   "px;height:" & THUMB-HEIGHT & "px;background:#999;color:#eee;" &
                   "text-align:center;line-height:" & THUMB-HEIGHT & "px;"">no picture</div>"
           else
               set tileText to tileText & "<img src=""" &
                   type System.Web.HttpUtility::HtmlAttributeEncode(thumbUrl) &
                   """ width=""" & THUMB-WIDTH & """ height=""" & THUMB-HEIGHT &
                   """ alt="""" />"
           end-if
           set tileOut to tileText & "<br />" & titleText & "</div>"
       end method.

      *    the last grab for a clip, as "status|moment|source",
      *    or "" when it has never been tried.
       method-id lastOf static public.
       local-storage section.
       01  momentVal       type Decimal.
       procedure division using by value clipKey as String
                          returning lastOut as String.
           set lastOut to ""
           OPEN INPUT THUMB-FILE.
           IF STATUS-BYTE-1 NOT EQUAL ZEROES
               exit method.
           MOVE clipKey TO THUMB-CLIP
           READ THUMB-FILE
               INVALID KEY
                   CLOSE THUMB-FILE
                   exit method.
           set momentVal to THUMB-MOMENT
           set lastOut to THUMB-STATUS & "|" & momentVal::ToString("0.00") & "|" &
               THUMB-SOURCE::Trim
           CLOSE THUMB-FILE.
       end method.

      *    files the outcome of one grab. Returns "OK", or "ERR"
      *    when the file will not open.
       method-id record static public.
       procedure division using by value clipKey as String
                                 by value statusCode as String
                                 by value momentSecs as type Decimal
                                 by value sourceText as String
                                 by value reasonText as String
                          returning recFlag as String.
           set recFlag to "ERR"
           OPEN I-O THUMB-FILE.
           IF STATUS-COMN = "35"
               OPEN OUTPUT THUMB-FILE
               CLOSE THUMB-FILE
               OPEN I-O THUMB-FILE.
           IF STATUS-BYTE-1 NOT EQUAL ZEROES
               exit method.
           MOVE clipKey TO THUMB-CLIP
           MOVE statusCode TO THUMB-STATUS
           MOVE momentSecs TO THUMB-MOMENT
           MOVE sourceText TO THUMB-SOURCE
           set THUMB-MADE to type DateTime::UtcNow::ToString("yyyyMMddHHmmss")
           MOVE reasonText TO THUMB-REASON
           WRITE THUMB-REC
               INVALID KEY REWRITE THUMB-REC
           END-WRITE
           CLOSE THUMB-FILE.
           set recFlag to "OK".
       end method.

       end class.
