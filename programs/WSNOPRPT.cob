      *> WSNOPRPT - operator rights report over the OPERMAST operator
      *> master, for the auditors' standing question "who can approve
      *> corrections?". Writes the OPERRPT page in two sections:
      *>
      *>   - every operator on file, active or not, with name, active
      *>     flag, the rights string (one Y/N per right, right 01
      *>     first) and who last changed the entry and when;
      *>   - for each right, the ACTIVE operators who hold it - an
      *>     inactive operator's rights cannot be used (WSNOPAUT
      *>     refuses inactive ids), so they are not listed as holders.
      *>
      *> Read-only; no command-line arguments.
identification division.
program-id. WSNOPRPT.

environment division.
configuration section.
input-output section.
file-control.
    select OPER-MAST assign to "OPERMAST"
        organization is line sequential
        file status is WS-OPER-STATUS.
    select OPER-RPT assign to "OPERRPT"
        organization is line sequential.

data division.
file section.
fd  OPER-MAST.
01  FD-OPER-LINE PIC X(83).

fd  OPER-RPT.
01  FD-RPT-LINE PIC X(80).

working-storage section.
copy WSOPRREC.

01  WS-OPER-STATUS PIC X(2).
    88  WS-OPER-FOUND value '00'.

01  WS-EOF-SWITCH PIC X value 'N'.
    88  WS-EOF value 'Y'.

01  WS-TODAY PIC 9(8).

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
01  WS-RX PIC 9(2).
01  WS-HOLDER-COUNT PIC 9(3).

01  WS-RPT-HEADER.
    05  FILLER PIC X(18) value 'OPERATOR RIGHTS - '.
    05  ORT-DATE PIC X(8).

01  WS-RPT-OPERATOR-LINE.
    05  FILLER PIC X(2) value spaces.
    05  ORL-ID PIC X(8).
    05  FILLER PIC X(1) value space.
    05  ORL-NAME PIC X(30).
    05  FILLER PIC X(1) value space.
    05  ORL-ACTIVE PIC X.
    05  FILLER PIC X(1) value space.
    05  ORL-RIGHTS PIC X(10).
    05  FILLER PIC X(1) value space.
    05  ORL-CHANGED-BY PIC X(8).
    05  FILLER PIC X(1) value space.
    05  ORL-CHANGED-DATE PIC X(8).

01  WS-RPT-RIGHT-LINE.
    05  FILLER PIC X(6) value 'RIGHT '.
    05  ORR-RIGHT PIC 99.
    05  FILLER PIC X(1) value space.
    05  ORR-RIGHT-NAME PIC X(26).

01  WS-RPT-HOLDER-LINE.
    05  FILLER PIC X(4) value spaces.
    05  ORH-ID PIC X(8).
    05  FILLER PIC X(1) value space.
    05  ORH-NAME PIC X(30).

procedure division.

0100-MAIN.
    move function current-date(1:8) to WS-TODAY
    perform 0200-LOAD-OPERATORS
    open output OPER-RPT
    perform 0300-WRITE-OPERATOR-SECTION
    perform 0500-WRITE-ONE-RIGHT
        varying WS-RX from 1 by 1 until WS-RX > WS-OPR-RIGHT-COUNT
    close OPER-RPT
    display 'OPERATORS ON FILE: ' WS-OPR-COUNT
    stop run.

0200-LOAD-OPERATORS.
    open input OPER-MAST
    if not WS-OPER-FOUND
        display 'OPERMAST NOT AVAILABLE, STATUS: ' WS-OPER-STATUS
    else
        perform 0250-READ-ONE-OPERATOR until WS-EOF
        close OPER-MAST
    end-if.

0250-READ-ONE-OPERATOR.
    read OPER-MAST into WS-OPERATOR-RECORD
        at end
            move 'Y' to WS-EOF-SWITCH
        not at end
            if WS-OPR-COUNT = 300
                display 'WSNOPRPT: OPERATOR TABLE FULL'
            else
                add 1 to WS-OPR-COUNT
                move WS-OPERATOR-RECORD
                    to WS-OPR-ENTRY(WS-OPR-COUNT)
            end-if
    end-read.

0300-WRITE-OPERATOR-SECTION.
    move WS-TODAY to ORT-DATE
    write FD-RPT-LINE from WS-RPT-HEADER
    move 'OPERATORS ON FILE (ID NAME ACTIVE RIGHTS CHANGED-BY ON)'
        to FD-RPT-LINE
    write FD-RPT-LINE
    perform 0350-WRITE-ONE-OPERATOR
        varying WS-OX from 1 by 1 until WS-OX > WS-OPR-COUNT
    if WS-OPR-COUNT = zeros
        move '  (NONE)' to FD-RPT-LINE
        write FD-RPT-LINE
    end-if.

0350-WRITE-ONE-OPERATOR.
    move OPR-ID(WS-OX) to ORL-ID
    move OPR-NAME(WS-OX) to ORL-NAME
    move OPR-ACTIVE-FLAG(WS-OX) to ORL-ACTIVE
    move OPR-RIGHTS(WS-OX)(1:WS-OPR-RIGHT-COUNT) to ORL-RIGHTS
    move OPR-CHANGED-BY(WS-OX) to ORL-CHANGED-BY
    move OPR-CHANGED-TS(WS-OX)(1:8) to ORL-CHANGED-DATE
    write FD-RPT-LINE from WS-RPT-OPERATOR-LINE.

0500-WRITE-ONE-RIGHT.
    move WS-RX to ORR-RIGHT
    move WS-OPR-RIGHT-NAME(WS-RX) to ORR-RIGHT-NAME
    write FD-RPT-LINE from WS-RPT-RIGHT-LINE
    move zeros to WS-HOLDER-COUNT
    perform 0550-CHECK-ONE-HOLDER
        varying WS-OX from 1 by 1 until WS-OX > WS-OPR-COUNT
    if WS-HOLDER-COUNT = zeros
        move '    (NO ACTIVE HOLDER)' to FD-RPT-LINE
        write FD-RPT-LINE
    end-if.

0550-CHECK-ONE-HOLDER.
    if OPR-ACTIVE-FLAG(WS-OX) = 'Y'
            and OPR-RIGHTS(WS-OX)(WS-RX:1) = 'Y'
        move OPR-ID(WS-OX) to ORH-ID
        move OPR-NAME(WS-OX) to ORH-NAME
        write FD-RPT-LINE from WS-RPT-HOLDER-LINE
        add 1 to WS-HOLDER-COUNT
    end-if.
