      * per-team network allowlist. Every login already lands in
      * the login audit with its source address, but nothing stopped
      * a team's accounts being used from anywhere. One PKW076.DAT
      * row per team, kept by its team-admin on networkAdmin.aspx
      * .cbl: the team's address ranges (office, arena, approved VPN
      * -- single addresses or CIDR blocks, IPv4 or IPv6) and what
      * happens to a login from outside them -- refused outright, or
      * let in only through the two-factor code. No row, mode "O" or
      * an empty list leaves the team open as before. The same row
      * carries the address the nightly unusual-login sweep
      * (loginSweep.cbl) mails the team's flags to. Default.aspx.cbl
      * asks check() once the credential itself has checked out.

       class-id pucksweb.networkPolicy.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       $SET CALLFH"EXTFH"
       $SET DATACOMPRESS"1"
        SELECT NET-FILE ASSIGN WS-NET-FILE
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS NET-KEY
              LOCK MANUAL
              FILE STATUS IS STATUS-COMN.

       file section.
       FD  NET-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS NET-REC.

      *    NET-MODE: "O" no restriction (the list is kept but not
      *    enforced), "B" block logins from outside the list, "M"
      *    outside logins only with the two-factor code. NET-RANGES:
      *    comma-separated addresses and CIDR blocks.
       01  NET-REC.
           05  NET-KEY.
               10  NET-TEAM            PIC X(15).
           05  NET-MODE                PIC X.
           05  NET-RANGES              PIC X(800).
           05  NET-ALERT-EMAIL         PIC X(60).
           05  NET-STAMP               PIC X(14).
           05  NET-USER                PIC X(45).
           05  FILLER                  PIC X(20).

       working-storage section.
       01  WS-NET-FILE        PIC X(256) VALUE "PKW076.DAT".
       01  STATUS-COMN.
           05  STATUS-BYTE-1           PIC X      VALUE SPACES.
           05  STATUS-BYTE-2           PIC X      VALUE SPACES.
       01  WS-BIT-DIVISOR     PIC 9(3).
       01  WS-TOP-A           PIC 9(3).
       01  WS-TOP-B           PIC 9(3).

      *    reads a team's row; "Y" when one is on file.
       method-id loadTeam static protected.
       procedure division using by value teamName as String
                          returning foundFlag as String.
           set foundFlag to "N"
           OPEN INPUT NET-FILE.
           IF STATUS-BYTE-1 NOT EQUAL ZEROES
               exit method.
           MOVE teamName::Trim::ToUpper TO NET-TEAM
           READ NET-FILE WITH NO LOCK
               INVALID KEY
                   CLOSE NET-FILE
                   exit method.
           CLOSE NET-FILE.
           set foundFlag to "Y".
       end method.

      *    where a login from sourceIp stands: "IN" inside the
      *    list (or the team is unrestricted), "MFA" outside but
      *    allowed with the two-factor code, "BLOCK" refused.
       method-id check static public.
       local-storage section.
       01  rangeList       type String occurs any.
       01  rangeIdx        type Int32.
       procedure division using by value teamName as String
                                 by value sourceIp as String
                          returning checkOut as String.
           set checkOut to "IN"
           if self::loadTeam(teamName) not = "Y"
               exit method.
           if NET-MODE not = "B" and NET-MODE not = "M"
               exit method.
           if NET-RANGES = spaces
               exit method.
           set rangeList to NET-RANGES::Trim::Split(",")
           perform varying rangeIdx from 0 by 1 until rangeIdx >= rangeList::Length
               if self::inRange(sourceIp, rangeList[rangeIdx]) = "Y"
                   exit method
               end-if
           end-perform
           if NET-MODE = "M"
               set checkOut to "MFA"
           else
               set checkOut to "BLOCK".
       end method.

      *    the team's alert address, "" when none is kept.
       method-id alertEmail static public.
       procedure division using by value teamName as String
                          returning emailOut as String.
           set emailOut to ""
           if self::loadTeam(teamName) = "Y"
               set emailOut to NET-ALERT-EMAIL::Trim.
       end method.

      *    "Y" when rangeText reads as an address or CIDR block.
       method-id isValidRange static public.
       local-storage section.
       01  addrText        type String.
       01  bitsText        type String.
       01  slashPos        type Int32.
       01  prefixBits      type Int32.
       01  parsed          type System.Net.IPAddress.
       procedure division using by value rangeText as String
                          returning validOut as String.
           set validOut to "N"
           set slashPos to rangeText::Trim::IndexOf("/")
           if slashPos < 0
               set addrText to rangeText::Trim
               set bitsText to ""
           else
               set addrText to rangeText::Trim::Substring(0, slashPos)
               set bitsText to rangeText::Trim::Substring(slashPos + 1)
           end-if
           if type System.Net.IPAddress::TryParse(addrText, by reference parsed) = false
               exit method.
           if bitsText not = ""
               if type Int32::TryParse(bitsText, by reference prefixBits) = false
                   exit method
               end-if
               if prefixBits < 0 or prefixBits > parsed::GetAddressBytes()::Length * 8
                   exit method
               end-if
           end-if
           set validOut to "Y".
       end method.

      *    "Y" when sourceIp falls inside rangeText -- the
      *    leading prefix bits compared byte by byte, the odd bits of
      *    the last byte by dividing both down to them. An IPv4
      *    address seen through an IPv6 socket is compared as IPv4.
       method-id inRange static public.
       local-storage section.
       01  addrText        type String.
       01  slashPos        type Int32.
       01  prefixBits      type Int32.
       01  srcAddr         type System.Net.IPAddress.
       01  netAddr         type System.Net.IPAddress.
       01  srcBytes        type Byte occurs any.
       01  netBytes        type Byte occurs any.
       01  byteIdx         type Int32.
       01  fullBytes       type Int32.
       01  oddBits         type Int32.
       procedure division using by value sourceIp as String
                                 by value rangeText as String
                          returning inOut as String.
           set inOut to "N"
           if sourceIp = null or rangeText = null or rangeText::Trim = ""
               exit method.
           if type System.Net.IPAddress::TryParse(sourceIp::Trim, by reference srcAddr) = false
               exit method.
           if srcAddr::IsIPv4MappedToIPv6
               set srcAddr to srcAddr::MapToIPv4().
           set slashPos to rangeText::Trim::IndexOf("/")
           if slashPos < 0
               set addrText to rangeText::Trim
               set prefixBits to -1
           else
               set addrText to rangeText::Trim::Substring(0, slashPos)
               if type Int32::TryParse(rangeText::Trim::Substring(slashPos + 1), by reference prefixBits) = false
                   exit method
               end-if
           end-if
           if type System.Net.IPAddress::TryParse(addrText, by reference netAddr) = false
               exit method.
           set srcBytes to srcAddr::GetAddressBytes()
           set netBytes to netAddr::GetAddressBytes()
           if srcBytes::Length not = netBytes::Length
               exit method.
           if prefixBits < 0 or prefixBits > srcBytes::Length * 8
               set prefixBits to srcBytes::Length * 8.
           divide prefixBits by 8 giving fullBytes remainder oddBits
           perform varying byteIdx from 0 by 1 until byteIdx >= fullBytes
               if srcBytes[byteIdx] not = netBytes[byteIdx]
                   exit method
               end-if
           end-perform
           if oddBits > 0
               compute WS-BIT-DIVISOR = 2 ** (8 - oddBits)
               compute WS-TOP-A = srcBytes[fullBytes] / WS-BIT-DIVISOR
               compute WS-TOP-B = netBytes[fullBytes] / WS-BIT-DIVISOR
               if WS-TOP-A not = WS-TOP-B
                   exit method
               end-if
           end-if
           set inOut to "Y".
       end method.

       end class.
