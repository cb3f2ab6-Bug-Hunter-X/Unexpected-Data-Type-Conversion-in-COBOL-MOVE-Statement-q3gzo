      *> than half-updating it - this file is what WSNBATCH and
      *> WSNINTAK reject feeds against, so a fat-fingered profile
      *> locks a partner out of the night run.
      *>
      *> For the same reason the session starts with an operator id,
      *> checked against the OPERMAST operator master through
      *> WSNOPAUT: an unknown or inactive id, or one without right 03
      *> (maintain partner profiles), ends the session before the
      *> file is touched, and the refusal is logged on OPERLOG.
identification division.
program-id. WSNPPROF.


01  WS-CHANGED-COUNT PIC 9(3) value zeros.

01  WS-OPERATOR-ID PIC X(8) value spaces.
01  WS-CALLER-ID PIC X(8) value 'WSNPPROF'.
01  WS-AUTH-RIGHT PIC 9(2) value 3.
01  WS-AUTH-RESULT PIC 9(1).
    88  WS-AUTHORIZED value 0.

procedure division.

0100-MAIN.
    display 'OPERATOR ID: ' with no advancing
    accept WS-OPERATOR-ID
    move function upper-case(WS-OPERATOR-ID) to WS-OPERATOR-ID
    if WS-OPERATOR-ID = spaces
        display 'OPERATOR ID REQUIRED - SESSION ENDED'
        stop run
    end-if
    call 'WSNOPAUT' using WS-OPERATOR-ID, WS-AUTH-RIGHT,
        WS-CALLER-ID, WS-AUTH-RESULT
    if not WS-AUTHORIZED
        display 'SESSION ENDED'
        stop run
    end-if
    perform 0200-LOAD-PROFILES
    perform 0300-MAINT-LOOP until WS-DONE
    if WS-CHANGED-COUNT > zeros
