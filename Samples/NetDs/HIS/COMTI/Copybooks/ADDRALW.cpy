      ***********************************************************
      * ADDRALW.cpy                                                *
      * Client address allow-list record -- keyed on the userid    *
      * (the ADDRALW CICS file). CICSCS used to accept a           *
      * connection from any network address and only check the     *
      * credentials afterwards, so a leaked password worked from   *
      * anywhere. TAKE-THE-SOCKET now checks the peer address the  *
      * listener passed in the TIM against the list before the     *
      * logon is even attempted. The record keyed '*GLOBAL*'       *
      * holds ranges every userid may connect from; a userid's own *
      * record adds ranges for that userid alone. An address       *
      * inside any range of either record is let in. A userid      *
      * with neither record is not address-restricted, so the      *
      * file can be loaded one userid at a time. Each range is a   *
      * low and a high IPv4 address held as four zero-padded       *
      * 3-digit octets (010.001.002.003 is 010001002003), so one   *
      * address is a range with low = high. Unused slots are       *
      * zeros -- 0.0.0.0 is never a real peer.                     *
      ***********************************************************
       01  ADDRESS-ALLOW-RECORD.
           05  AA-USERID                    PIC X(8).
               88  AA-GLOBAL-LIST               VALUE '*GLOBAL*'.
           05  AA-ADDRESS-RANGE             OCCURS 10 TIMES.
               10  AA-LOW-ADDRESS.
                   15  AA-LOW-OCTET         PIC 9(3) OCCURS 4 TIMES.
               10  AA-HIGH-ADDRESS.
                   15  AA-HIGH-OCTET        PIC 9(3) OCCURS 4 TIMES.
