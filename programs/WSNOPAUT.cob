      *> WSNOPAUT - operator sign-on check for the console programs.
      *> Until the OPERMAST operator master existed the OPERATOR ID
      *> prompt in WSNMAINT, WSNAPPRV and WSNVOLGD RELEASE took any
      *> eight characters, and the dual-control stamp on PENDFILE was
      *> only as good as the honesty of whoever typed it. Every
      *> console program now CALLs here with the id keyed, the right
      *> the session needs (the WSOPRREC right number) and its own
      *> program id, and gets back a result:
      *>
      *>   0  authorized - the id is on OPERMAST, active, and holds
      *>      the right
      *>   1  refused - UNKNOWN ID (not on OPERMAST, or OPERMAST is
      *>      not there at all - no master, nobody signs on)
      *>   2  refused - INACTIVE
      *>   3  refused - NOT AUTHORIZED for that right
      *>
      *> Every refusal is displayed on the console and appended to
      *> OPERLOG (WSOPRREC refusal line) before control goes back -
      *> the caller only has to end the session. Like WSNRNLOG the
      *> files are opened and closed on each call, never held open:
      *> OPERMAST is a handful of lines, and a refusal must be on
      *> disk even if the caller abends straight afterwards.
      *>
      *> Entry WSNOPAUT-CHECK asks the same question about someone
      *> who is NOT signing on - the operator a supervisor is handing
      *> work to in WSNQASGN - and answers with the same result codes
      *> but writes nothing and displays nothing: a refusal there is
      *> the supervisor's typing, not a sign-on attempt.
identification division.
program-id. WSNOPAUT.

environment division.
configuration section.
input-output section.
file-control.
    select OPER-MAST assign to "OPERMAST"
        organization is line sequential
        file status is WS-OPER-STATUS.
    select OPER-LOG assign to "OPERLOG"
        organization is line sequential
        file status is WS-LOG-FILE-STATUS.

data division.
file section.
fd  OPER-MAST.
01  FD-OPER-LINE PIC X(83).

fd  OPER-LOG.
01  FD-OPER-LOG-LINE PIC X(58).

working-storage section.
copy WSOPRREC.

01  WS-OPER-STATUS PIC X(2).
    88  WS-OPER-FOUND value '00'.

01  WS-LOG-FILE-STATUS PIC X(2).
    88  WS-LOG-FILE-NOT-FOUND value '35'.

01  WS-EOF-SWITCH PIC X value 'N'.
    88  WS-EOF value 'Y'.

01  WS-OPERATOR-FOUND-SWITCH PIC X value 'N'.
    88  WS-OPERATOR-FOUND value 'Y'.

linkage section.
01  LS-OPERATOR-ID PIC X(8).
01  LS-RIGHT PIC 9(2).
01  LS-PROGRAM PIC X(8).
01  LS-AUTH-RESULT PIC 9(1).

procedure division using LS-OPERATOR-ID, LS-RIGHT, LS-PROGRAM,
        LS-AUTH-RESULT.

0100-CHECK-OPERATOR.
    perform 0200-FIND-OPERATOR
    if not WS-OPER-FOUND
        display 'OPERMAST NOT AVAILABLE, STATUS: ' WS-OPER-STATUS
    end-if
    perform 0180-JUDGE-OPERATOR
    if LS-AUTH-RESULT not = 0
        perform 0300-LOG-REFUSAL
    end-if
    goback.

entry 'WSNOPAUT-CHECK' using LS-OPERATOR-ID, LS-RIGHT,
        LS-AUTH-RESULT.

0170-CHECK-WITHOUT-LOGGING.
    perform 0200-FIND-OPERATOR
    perform 0180-JUDGE-OPERATOR
    goback.

0180-JUDGE-OPERATOR.
    evaluate true
        when not WS-OPERATOR-FOUND
            move 1 to LS-AUTH-RESULT
            move 'UNKNOWN ID' to WS-OPL-REASON
        when not WS-OPR-ACTIVE
            move 2 to LS-AUTH-RESULT
            move 'INACTIVE' to WS-OPL-REASON
        when LS-RIGHT < 1 or LS-RIGHT > 10
            move 3 to LS-AUTH-RESULT
            move 'NOT AUTHORIZED' to WS-OPL-REASON
        when WS-OPR-RIGHT(LS-RIGHT) not = 'Y'
            move 3 to LS-AUTH-RESULT
            move 'NOT AUTHORIZED' to WS-OPL-REASON
        when other
            move 0 to LS-AUTH-RESULT
    end-evaluate.

0200-FIND-OPERATOR.
    move 'N' to WS-OPERATOR-FOUND-SWITCH
    move 'N' to WS-EOF-SWITCH
    open input OPER-MAST
    if WS-OPER-FOUND
        perform 0250-MATCH-ONE-OPERATOR
            until WS-EOF or WS-OPERATOR-FOUND
        close OPER-MAST
    end-if.

0250-MATCH-ONE-OPERATOR.
    read OPER-MAST into WS-OPERATOR-RECORD
        at end
            move 'Y' to WS-EOF-SWITCH
        not at end
            if WS-OPR-ID = LS-OPERATOR-ID
                move 'Y' to WS-OPERATOR-FOUND-SWITCH
            end-if
    end-read.

0300-LOG-REFUSAL.
    display 'OPERATOR ' LS-OPERATOR-ID ' REFUSED BY ' LS-PROGRAM
        ' - ' WS-OPL-REASON
    move function current-date to WS-OPL-TIMESTAMP
    move LS-OPERATOR-ID to WS-OPL-OPERATOR-ID
    move LS-PROGRAM to WS-OPL-PROGRAM
    move LS-RIGHT to WS-OPL-RIGHT
    open extend OPER-LOG
    if WS-LOG-FILE-NOT-FOUND
        open output OPER-LOG
    end-if
    write FD-OPER-LOG-LINE from WS-OPRLOG-RECORD
    close OPER-LOG.
