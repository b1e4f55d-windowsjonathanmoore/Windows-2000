      ***********************************************************
      * SECEVT.cpy                                                 *
      * One structured security event, as Batch/SECEXP01.CBL       *
      * exports it to the enterprise log collector -- a fixed      *
      * layout built from the free-text CSMT security lines        *
      * (CSMTLOG.cpy) so the collector never parses our messages.  *
      * SE-EVENT-SEQUENCE rises by one per event across every run  *
      * and is never reused, so the collector can spot a gap or a  *
      * repeat. SE-EVENT-TIMESTAMP is the CSMT write stamp,        *
      * YYYYMMDDHHMMSS, local time. SE-USERID is the masked        *
      * MCID-USERID identity as written to CSMT (for a profile     *
      * event, the profile acted on); spaces when the event has    *
      * none. SE-TASK-NUMBER/SE-SOCKET-NUMBER are zero unless the  *
      * writer was a CICSCS-family task. SE-SEVERITY runs 1 (info) *
      * to 3 (high). SE-MESSAGE-TEXT is the original CSMT text.    *
      * SE-EVENT-DETAIL qualifies the type: the lifecycle word     *
      * (PROPOSED, APPROVED, REJECTED, SELFAPPR) of a profile      *
      * event, or the request code an authority denial refused.    *
      * SE-CLIENT-ADDRESS is the dotted peer address of a refused  *
      * connection (ADDRREFUSED), spaces for every other type.     *
      ***********************************************************
       01  SECURITY-EVENT-RECORD.
           05  SE-EVENT-SEQUENCE            PIC 9(9).
           05  SE-EVENT-TIMESTAMP.
               10  SE-EVENT-DATE            PIC 9(8).
               10  SE-EVENT-TIME            PIC 9(6).
           05  SE-USERID                    PIC X(8).
           05  SE-EVENT-TYPE                PIC X(12).
               88  SE-LOGON-FAILURE             VALUE 'LOGONFAIL'.
               88  SE-USERID-LOCKOUT            VALUE 'LOCKOUT'.
               88  SE-LOCKED-LOGON              VALUE 'LOCKEDLOGON'.
               88  SE-LOCKOUT-RESET             VALUE 'LOCKRESET'.
               88  SE-SESSION-CAP               VALUE 'SESSIONCAP'.
               88  SE-RATE-THROTTLE             VALUE 'RATELIMIT'.
               88  SE-AUTHORITY-DENIED          VALUE 'AUTHDENIED'.
               88  SE-PROFILE-CHANGE            VALUE 'PROFILE'.
               88  SE-INVALID-TIM               VALUE 'INVALIDTIM'.
               88  SE-ADDRESS-REFUSED           VALUE 'ADDRREFUSED'.
           05  SE-SOURCE-PROGRAM            PIC X(8).
           05  SE-TASK-NUMBER               PIC 9(7).
           05  SE-SOCKET-NUMBER             PIC 9(4).
           05  SE-OUTCOME                   PIC X(8).
               88  SE-OUTCOME-FAILURE           VALUE 'FAILURE'.
               88  SE-OUTCOME-DENIED            VALUE 'DENIED'.
               88  SE-OUTCOME-SUCCESS           VALUE 'SUCCESS'.
           05  SE-SEVERITY                  PIC 9(1).
               88  SE-SEVERITY-INFO             VALUE 1.
               88  SE-SEVERITY-MEDIUM           VALUE 2.
               88  SE-SEVERITY-HIGH             VALUE 3.
           05  SE-EVENT-DETAIL              PIC X(10).
           05  SE-MESSAGE-TEXT              PIC X(80).
           05  SE-CLIENT-ADDRESS            PIC X(15).
