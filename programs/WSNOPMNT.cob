      *> WSNOPMNT - console maintenance for the OPERMAST operator
      *> master (WSOPRREC layout), the WSNPPROF dialog applied to the
      *> people rather than the partners: enter an operator id, see
      *> the entry as it stands (or NEW OPERATOR), key the name, the
      *> active flag and the rights string, blank id ends the session.
      *> The file is small, so it is loaded into a table at startup
      *> and rewritten complete at the end; an abend mid-session
      *> leaves the file exactly as the session found it.
      *>
      *> The session itself signs on through WSNOPAUT and needs right
      *> 05 (maintain the operator master). The one exception is an
      *> empty or missing OPERMAST - there is nobody to sign on as -
      *> where the session runs unchecked and the first operator it
      *> stores must be active and hold right 05, so the master can
      *> never be seeded into a state nobody can maintain. An OPERMAST
      *> that exists but will not open ends the session with
      *> RETURN-CODE 12 before anyone is asked to sign on.
      *>
      *> An operator cannot change their own entry (granting yourself
      *> approval rights would undo dual control), and entries are
      *> never deleted - setting the active flag to N is how someone
      *> leaves. Every stored entry is stamped with the maintaining
      *> operator and timestamp. Every field is edited before it
      *> lands: the active flag Y or N, the rights exactly one Y/N
      *> byte per defined right, right 01 first; a bad field leaves
      *> the entry unchanged.
identification division.
program-id. WSNOPMNT.

environment division.
configuration section.
input-output section.
file-control.
    select OPER-MAST assign to "OPERMAST"
        organization is line sequential
        file status is WS-OPER-STATUS.

data division.
file section.
fd  OPER-MAST.
01  FD-OPER-LINE PIC X(83).

working-storage section.
copy WSOPRREC.

01  WS-OPER-STATUS PIC X(2).
    88  WS-OPER-FOUND value '00'.
    88  WS-OPER-NOT-FOUND value '35'.

01  WS-EOF-SWITCH PIC X value 'N'.
    88  WS-EOF value 'Y'.

01  WS-DONE-SWITCH PIC X value 'N'.
    88  WS-DONE value 'Y'.

01  WS-OPR-COUNT PIC 9(3) value zeros.
01  WS-OPR-TABLE.
    05  WS-OPR-ENTRY occurs 300 times.
        10  OPR-ID PIC X(8).
        10  OPR-NAME PIC X(30).
        10  OPR-ACTIVE-FLAG PIC X.
        10  OPR-RIGHTS PIC X(10).
        10  OPR-CHANGED-BY PIC X(8).
        10  OPR-CHANGED-TS PIC X(26).

01  WS-OX PIC 9(3).
01  WS-CUR-OPR PIC 9(3).
01  WS-RX PIC 9(2).

01  WS-SESSION-ID PIC X(8) value spaces.
01  WS-CALLER-ID PIC X(8) value 'WSNOPMNT'.
01  WS-AUTH-RIGHT PIC 9(2) value 5.
01  WS-AUTH-RESULT PIC 9(1).
    88  WS-AUTHORIZED value 0.

01  WS-SEED-SWITCH PIC X value 'N'.
    88  WS-SEEDING-MASTER value 'Y'.

01  WS-WORK-ID PIC X(8).
01  WS-WORK-NAME PIC X(30).
01  WS-WORK-ACTIVE PIC X.
01  WS-WORK-RIGHTS PIC X(10).

01  WS-FIELDS-GOOD-SWITCH PIC X.
    88  WS-FIELDS-GOOD value 'Y'.

01  WS-RIGHTS-BAD-SWITCH PIC X.
    88  WS-RIGHTS-BAD value 'Y'.

01  WS-CHANGED-COUNT PIC 9(3) value zeros.

procedure division.

0100-MAIN.
    perform 0200-LOAD-OPERATORS
    display 'OPERATOR ID: ' with no advancing
    accept WS-SESSION-ID
    move function upper-case(WS-SESSION-ID) to WS-SESSION-ID
    if WS-SESSION-ID = spaces
        display 'OPERATOR ID REQUIRED - SESSION ENDED'
        stop run
    end-if
    if WS-OPR-COUNT = zeros
        display 'OPERATOR MASTER IS EMPTY - FIRST OPERATOR MUST BE'
            ' ACTIVE AND HOLD RIGHT 05'
        move 'Y' to WS-SEED-SWITCH
    else
        call 'WSNOPAUT' using WS-SESSION-ID, WS-AUTH-RIGHT,
            WS-CALLER-ID, WS-AUTH-RESULT
        if not WS-AUTHORIZED
            display 'SESSION ENDED'
            stop run
        end-if
    end-if
    perform 0280-SHOW-RIGHTS-LEGEND
        varying WS-RX from 1 by 1 until WS-RX > WS-OPR-RIGHT-COUNT
    perform 0300-MAINT-LOOP until WS-DONE
    if WS-CHANGED-COUNT > zeros
        perform 0800-REWRITE-OPERATORS
    end-if
    display 'OPERATORS CHANGED: ' WS-CHANGED-COUNT
        ' ON FILE: ' WS-OPR-COUNT
    stop run.

      *> Only a master that is truly missing or has no lines may be
      *> seeded; one that is there but will not open must not be
      *> mistaken for empty and written over.
0200-LOAD-OPERATORS.
    open input OPER-MAST
    evaluate true
        when WS-OPER-FOUND
            perform 0250-READ-ONE-OPERATOR until WS-EOF
            close OPER-MAST
        when WS-OPER-NOT-FOUND
            continue
        when other
            display 'OPERMAST OPEN FAILED, STATUS: ' WS-OPER-STATUS
                ' - SESSION ENDED'
            move 12 to return-code
            stop run
    end-evaluate.

0250-READ-ONE-OPERATOR.
    read OPER-MAST into WS-OPERATOR-RECORD
        at end
            move 'Y' to WS-EOF-SWITCH
        not at end
            if WS-OPR-COUNT = 300
                display 'WSNOPMNT: OPERATOR TABLE FULL'
            else
                add 1 to WS-OPR-COUNT
                move WS-OPERATOR-RECORD
                    to WS-OPR-ENTRY(WS-OPR-COUNT)
            end-if
    end-read.

0280-SHOW-RIGHTS-LEGEND.
    display 'RIGHT ' WS-RX ' ' WS-OPR-RIGHT-NAME(WS-RX).

0300-MAINT-LOOP.
    display 'OPERATOR MASTER - OPERATOR ID (BLANK TO END): '
        with no advancing
    move spaces to WS-WORK-ID
    accept WS-WORK-ID
    move function upper-case(WS-WORK-ID) to WS-WORK-ID
    if WS-WORK-ID = spaces
        move 'Y' to WS-DONE-SWITCH
    else
        if WS-WORK-ID = WS-SESSION-ID and not WS-SEEDING-MASTER
            display 'AN OPERATOR CANNOT CHANGE THEIR OWN ENTRY'
        else
            perform 0400-EDIT-ONE-OPERATOR
        end-if
    end-if.

0400-EDIT-ONE-OPERATOR.
    perform 0450-FIND-OPERATOR
    if WS-CUR-OPR = zeros
        display 'NEW OPERATOR ' WS-WORK-ID
    else
        display 'OPERATOR ' OPR-ID(WS-CUR-OPR)
            ' ' OPR-NAME(WS-CUR-OPR)
        display 'ACTIVE ' OPR-ACTIVE-FLAG(WS-CUR-OPR)
            ' RIGHTS ' OPR-RIGHTS(WS-CUR-OPR)(1:WS-OPR-RIGHT-COUNT)
            ' LAST CHANGED BY ' OPR-CHANGED-BY(WS-CUR-OPR)
            ' AT ' OPR-CHANGED-TS(WS-CUR-OPR)(1:14)
    end-if
    perform 0500-ACCEPT-FIELDS
    if WS-FIELDS-GOOD
        perform 0600-STORE-OPERATOR
    else
        display 'OPERATOR UNCHANGED'
    end-if.

0450-FIND-OPERATOR.
    move zeros to WS-CUR-OPR
    perform 0470-MATCH-ONE-OPERATOR
        varying WS-OX from 1 by 1
        until WS-OX > WS-OPR-COUNT or WS-CUR-OPR not = zeros.

0470-MATCH-ONE-OPERATOR.
    if OPR-ID(WS-OX) = WS-WORK-ID
        move WS-OX to WS-CUR-OPR
    end-if.

      *> A blank name on an existing entry keeps the name on file -
      *> the usual change is a right or the active flag, and nobody
      *> should have to retype a name to make it.
0500-ACCEPT-FIELDS.
    move 'Y' to WS-FIELDS-GOOD-SWITCH
    display 'NAME (BLANK = UNCHANGED): ' with no advancing
    move spaces to WS-WORK-NAME
    accept WS-WORK-NAME
    move function upper-case(WS-WORK-NAME) to WS-WORK-NAME
    if WS-WORK-NAME = spaces
        if WS-CUR-OPR = zeros
            display 'NAME REQUIRED FOR A NEW OPERATOR'
            move 'N' to WS-FIELDS-GOOD-SWITCH
        else
            move OPR-NAME(WS-CUR-OPR) to WS-WORK-NAME
        end-if
    end-if
    display 'ACTIVE? (Y/N): ' with no advancing
    move spaces to WS-WORK-ACTIVE
    accept WS-WORK-ACTIVE
    move function upper-case(WS-WORK-ACTIVE) to WS-WORK-ACTIVE
    if WS-WORK-ACTIVE not = 'Y' and WS-WORK-ACTIVE not = 'N'
        display 'ACTIVE FLAG MUST BE Y OR N'
        move 'N' to WS-FIELDS-GOOD-SWITCH
    end-if
    display 'RIGHTS 01-' WS-OPR-RIGHT-COUNT ' (ONE Y/N EACH): '
        with no advancing
    move spaces to WS-WORK-RIGHTS
    accept WS-WORK-RIGHTS
    move function upper-case(WS-WORK-RIGHTS) to WS-WORK-RIGHTS
    move 'N' to WS-RIGHTS-BAD-SWITCH
    perform 0550-CHECK-ONE-RIGHT
        varying WS-RX from 1 by 1
        until WS-RX > WS-OPR-RIGHT-COUNT or WS-RIGHTS-BAD
    if WS-WORK-RIGHTS(WS-OPR-RIGHT-COUNT + 1:) not = spaces
        move 'Y' to WS-RIGHTS-BAD-SWITCH
    end-if
    if WS-RIGHTS-BAD
        display 'RIGHTS MUST BE ' WS-OPR-RIGHT-COUNT
            ' Y/N BYTES, RIGHT 01 FIRST'
        move 'N' to WS-FIELDS-GOOD-SWITCH
    end-if
    if WS-FIELDS-GOOD and WS-SEEDING-MASTER and WS-OPR-COUNT = zeros
        if WS-WORK-ACTIVE not = 'Y' or WS-WORK-RIGHTS(5:1) not = 'Y'
            display 'FIRST OPERATOR MUST BE ACTIVE AND HOLD RIGHT 05'
            move 'N' to WS-FIELDS-GOOD-SWITCH
        end-if
    end-if.

0550-CHECK-ONE-RIGHT.
    if WS-WORK-RIGHTS(WS-RX:1) not = 'Y'
            and WS-WORK-RIGHTS(WS-RX:1) not = 'N'
        move 'Y' to WS-RIGHTS-BAD-SWITCH
    end-if.

      *> Spare right positions are stored as N, so a right added
      *> later starts out held by nobody.
0600-STORE-OPERATOR.
    if WS-CUR-OPR = zeros
        if WS-OPR-COUNT = 300
            display 'WSNOPMNT: OPERATOR TABLE FULL - NOT ADDED'
        else
            add 1 to WS-OPR-COUNT
            move WS-OPR-COUNT to WS-CUR-OPR
        end-if
    end-if
    if WS-CUR-OPR not = zeros
        move WS-WORK-ID to OPR-ID(WS-CUR-OPR)
        move WS-WORK-NAME to OPR-NAME(WS-CUR-OPR)
        move WS-WORK-ACTIVE to OPR-ACTIVE-FLAG(WS-CUR-OPR)
        move all 'N' to OPR-RIGHTS(WS-CUR-OPR)
        move WS-WORK-RIGHTS(1:WS-OPR-RIGHT-COUNT)
            to OPR-RIGHTS(WS-CUR-OPR)(1:WS-OPR-RIGHT-COUNT)
        move WS-SESSION-ID to OPR-CHANGED-BY(WS-CUR-OPR)
        move function current-date to OPR-CHANGED-TS(WS-CUR-OPR)
        add 1 to WS-CHANGED-COUNT
        display 'OPERATOR STORED'
    end-if.

0800-REWRITE-OPERATORS.
    open output OPER-MAST
    perform 0850-WRITE-ONE-OPERATOR
        varying WS-OX from 1 by 1 until WS-OX > WS-OPR-COUNT
    close OPER-MAST.

0850-WRITE-ONE-OPERATOR.
    write FD-OPER-LINE from WS-OPR-ENTRY(WS-OX).
