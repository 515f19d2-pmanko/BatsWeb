      * field encryption for the sensitive side files. Salaries
      * and contract terms on the roster stints, injury status,
      * player biographies, scouting notes and the two-factor contact
      * addresses sat in plain .DAT files -- and in every backup,
      * standby and sandbox copy made of them. Each of those records
      * now carries a 9-byte seal carved from its FILLER: the key
      * version the sensitive fields were written under, then a
      * random 8-character nonce drawn fresh on every write. The
      * fields themselves are enciphered in place with an AES-256
      * counter-mode keystream (key, nonce, block number) that maps
      * digits onto digits and every other printable character onto
      * the other printable characters -- so a PIC 9 field stays
      * numeric, the record keeps its length and keys, and the file
      * copies, replicates and clones byte for byte exactly as
      * before, still enciphered. Only the programs that show or
      * change the fields call unseal()/seal(); the rest carry the
      * enciphered bytes through untouched.
      *
      * A blank seal means the fields are plain (written before the
      * conversion, or where no key is configured); unseal() hands
      * those back as they are, so the conversion runs with the
      * screens up.
      *
      * The keys live outside the data directory, in the key ring
      * file named by the SIDEFILE_KEYRING machine environment
      * variable: one line per key, "<version> <base64 32-byte key>",
      * the version one character (1-9, then A-Z), "*" lines are
      * comments. The LAST key line is the current key -- every
      * write seals under it -- and every line stays readable. The
      * ring is re-read when the file changes, so no restart is
      * needed. Rotation: append a new key line, run
      * sideCryptConvert.cbl against each file (it re-seals every
      * record still on an older version, a record at a time, with
      * the screens up), and retire the old line only once no file,
      * backup or standby copy still holds that version -- the
      * convert's --count pass says what is left.
       $set ilusing"System.IO"
       $set ilusing"System.Security.Cryptography"

       class-id pucksweb.sideCrypt.

       working-storage section.
       01  WS-RING-PATH       PIC X(256) VALUE SPACES.
       01  WS-RING-STAMP      PIC X(20)  VALUE SPACES.
       01  WS-CURRENT-VER     PIC X      VALUE SPACE.
       01  WS-NONCE-CHARS     PIC X(62) VALUE
           "ABCDEFGHIJKLMNOPQRSTUVWXYZabcdefghijklmnopqrstuvwxyz0123456789".
       01  WS-DIGITS          PIC X(10) VALUE "0123456789".
       01  ringKeys           type Dictionary[String, String].
       01  otherChars         type String.

      *    (re)reads the key ring when it is new or has changed
      *    since the last look.
       method-id loadRing static protected.
       local-storage section.
       01  ringPath        type String.
       01  ringStamp       type String.
       01  ringLines       type String occurs any.
       01  lineIdx         type Int32.
       01  oneLine         type String.
       01  lineParts       type String occurs any.
       procedure division.
           set ringPath to type Environment::GetEnvironmentVariable("SIDEFILE_KEYRING")
           if ringPath = null or ringPath::Trim = ""
               set ringKeys to new Dictionary[String, String]
               MOVE SPACE TO WS-CURRENT-VER
               exit method.
           if type File::Exists(ringPath::Trim) = false
               set ringKeys to new Dictionary[String, String]
               MOVE SPACE TO WS-CURRENT-VER
               exit method.
           set ringStamp to type File::GetLastWriteTimeUtc(ringPath::Trim)::ToString("yyyyMMddHHmmssfff")
           if ringKeys not = null and WS-RING-PATH = ringPath::Trim
              and WS-RING-STAMP = ringStamp
               exit method.
           set ringKeys to new Dictionary[String, String]
           MOVE SPACE TO WS-CURRENT-VER
           MOVE ringPath::Trim TO WS-RING-PATH
           MOVE ringStamp TO WS-RING-STAMP
           set ringLines to type File::ReadAllLines(ringPath::Trim)
           perform varying lineIdx from 0 by 1 until lineIdx >= ringLines::Length
               set oneLine to ringLines[lineIdx]::Trim
               if oneLine not = "" and oneLine::StartsWith("*") = false
                   set lineParts to oneLine::Split(" ")
                   if lineParts::Length >= 2 and lineParts[0]::Length = 1
                       set ringKeys[lineParts[0]::ToUpper] to lineParts[lineParts::Length - 1]
                       MOVE lineParts[0]::ToUpper TO WS-CURRENT-VER
                   end-if
               end-if
           end-perform
           if otherChars = null
               invoke self::buildAlphabet.
       end method.

      *    the printable characters that are not digits, in
      *    code order -- the alphabet everything but digits cycles in.
       method-id buildAlphabet static protected.
       local-storage section.
       01  charCode        type Int32.
       01  alphaBuild      type System.Text.StringBuilder.
       procedure division.
           set alphaBuild to new System.Text.StringBuilder
           perform varying charCode from 32 by 1 until charCode > 126
               if charCode < 48 or charCode > 57
                   invoke alphaBuild::Append(type Convert::ToChar(charCode))
               end-if
           end-perform
           set otherChars to alphaBuild::ToString.
       end method.

      *    the version new writes seal under; space when no key
      *    ring is configured.
       method-id currentVersion static public.
       procedure division returning verOut as String.
           invoke self::loadRing
           set verOut to WS-CURRENT-VER.
       end method.

      *    "Y" when the ring still holds a key for the version.
       method-id hasKey static public.
       procedure division using by value keyVer as String
                          returning hasOut as String.
           invoke self::loadRing
           if keyVer = null or keyVer::Trim = ""
               set hasOut to "N"
               exit method.
           if ringKeys::ContainsKey(keyVer::Trim::ToUpper)
               set hasOut to "Y"
           else
               set hasOut to "N".
       end method.

      *    a fresh seal for a write: the current version and a
      *    random nonce. Nine spaces when no key is configured --
      *    the record is then written plain, as before.
       method-id newSeal static public.
       local-storage section.
       01  rng             type RNGCryptoServiceProvider.
       01  nonceBytes      type Byte occurs 8.
       01  byteIdx         type Int32.
       01  pickIdx         type Int32.
       01  spareIdx        type Int32.
       01  sealBuild       type System.Text.StringBuilder.
       procedure division returning sealOut as String.
           invoke self::loadRing
           if WS-CURRENT-VER = space
               set sealOut to "         "
               exit method.
           set rng to new RNGCryptoServiceProvider()
           invoke rng::GetBytes(nonceBytes)
           invoke rng::Dispose()
           set sealBuild to new System.Text.StringBuilder
           invoke sealBuild::Append(WS-CURRENT-VER)
           perform varying byteIdx from 0 by 1 until byteIdx > 7
               divide nonceBytes[byteIdx] by 62 giving spareIdx remainder pickIdx
               invoke sealBuild::Append(WS-NONCE-CHARS(pickIdx + 1:1))
           end-perform
           set sealOut to sealBuild::ToString.
       end method.

      *    enciphers a field group (fieldText, fieldWidth wide)
      *    under the seal just taken from newSeal().
       method-id seal static public.
       procedure division using by value fieldText as String
                                 by value sealText as String
                                 by value fieldWidth as type Int32
                          returning cipherOut as String.
           set cipherOut to self::transform(fieldText, sealText, fieldWidth, "E").
       end method.

      *    deciphers a field group read under sealText. A blank
      *    seal is plain data and comes back as it is; so does a
      *    version the ring no longer holds (the caller sees the
      *    enciphered bytes rather than a wrong guess).
       method-id unseal static public.
       procedure division using by value fieldText as String
                                 by value sealText as String
                                 by value fieldWidth as type Int32
                          returning plainOut as String.
           set plainOut to self::transform(fieldText, sealText, fieldWidth, "D").
       end method.

       method-id transform static protected.
       local-storage section.
       01  workText        type String.
       01  keyVer          type String.
       01  nonceText       type String.
       01  keyBytes        type Byte occurs any.
       01  aes             type Aes.
       01  encryptor       type ICryptoTransform.
       01  counterBlock    type Byte occurs 16.
       01  streamBlock     type Byte occurs 16.
       01  streamPos       type Int32.
       01  blockNo         type Int32.
       01  charIdx         type Int32.
       01  oneChar         type String.
       01  alphabet        type String.
       01  alphaLen        type Int32.
       01  acceptBelow     type Int32.
       01  charPos         type Int32.
       01  streamVal       type Int32.
       01  spareQuot       type Int32.
       01  shiftBy         type Int32.
       01  newPos          type Int32.
       01  outBuild        type System.Text.StringBuilder.
       procedure division using by value fieldText as String
                                 by value sealText as String
                                 by value fieldWidth as type Int32
                                 by value direction as String
                          returning textOut as String.
           if fieldText = null
               set workText to ""
           else
               set workText to fieldText.
           if workText::Length < fieldWidth
               set workText to workText::PadRight(fieldWidth).
           set textOut to workText
           if sealText = null or sealText::Trim = ""
               exit method.
           set sealText to sealText::PadRight(9)
           set keyVer to sealText::Substring(0, 1)::ToUpper
           set nonceText to sealText::Substring(1, 8)
           invoke self::loadRing
           if ringKeys::ContainsKey(keyVer) = false
               exit method.
           set keyBytes to type Convert::FromBase64String(ringKeys[keyVer])

           set aes to type Aes::Create()
           set aes::Mode to type CipherMode::ECB
           set aes::Padding to type PaddingMode::None
           set aes::Key to keyBytes
           set encryptor to aes::CreateEncryptor()
      *    counter block: the nonce's eight bytes, then the block
      *    number in the last four.
           perform varying charIdx from 0 by 1 until charIdx > 7
               set counterBlock[charIdx] to type Convert::ToByte(type Convert::ToChar(nonceText::Substring(charIdx, 1)))
           end-perform
           set blockNo to 0
           set streamPos to 16

           set outBuild to new System.Text.StringBuilder
           perform varying charIdx from 0 by 1 until charIdx >= workText::Length
               set oneChar to workText::Substring(charIdx, 1)
               set charPos to WS-DIGITS::IndexOf(oneChar)
               if charPos >= 0
                   set alphabet to WS-DIGITS
                   set alphaLen to 10
                   set acceptBelow to 250
               else
                   set charPos to otherChars::IndexOf(oneChar)
                   set alphabet to otherChars
                   set alphaLen to otherChars::Length
                   set acceptBelow to 255
               end-if
               if charPos < 0
      *            outside the printable set (low-values in a
      *            never-written field) -- carried as is.
                   invoke outBuild::Append(oneChar)
               else
      *            draw keystream bytes until one falls in the
      *            largest whole multiple of the alphabet, so every
      *            shift is equally likely.
                   set streamVal to 999
                   perform until streamVal < acceptBelow
                       if streamPos > 15
                           set counterBlock[12] to 0
                           set counterBlock[13] to 0
                           divide blockNo by 256 giving spareQuot remainder shiftBy
                           set counterBlock[15] to type Convert::ToByte(shiftBy)
                           divide spareQuot by 256 giving spareQuot remainder shiftBy
                           set counterBlock[14] to type Convert::ToByte(shiftBy)
                           invoke encryptor::TransformBlock(counterBlock, 0, 16, streamBlock, 0)
                           add 1 to blockNo
                           set streamPos to 0
                       end-if
                       set streamVal to streamBlock[streamPos]
                       add 1 to streamPos
                   end-perform
                   divide streamVal by alphaLen giving spareQuot remainder shiftBy
                   if direction = "E"
                       compute newPos = charPos + shiftBy
                   else
                       compute newPos = charPos - shiftBy + alphaLen
                   end-if
                   divide newPos by alphaLen giving spareQuot remainder newPos
                   invoke outBuild::Append(alphabet::Substring(newPos, 1))
               end-if
           end-perform
           invoke encryptor::Dispose
           invoke aes::Dispose
           set textOut to outBuild::ToString.
       end method.

       end class.
