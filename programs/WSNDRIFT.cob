01  FD-FIX-RECORD PIC X(15).

fd  DRIFT-EXC.
01  FD-EXC-RECORD PIC X(61).

working-storage section.
copy WSDRFREC.
0500-REPAIR-ONE-RECORD.
    if WS-DRIFT-NUMBER is numeric
        move WS-DRIFT-NUMBER to WS-NUMBER
        call 'WSNAUDIT-KEY' using WS-DRIFT-KEY
        call 'WSNCONV' using WS-NUMBER, WS-NUMBER-X, WS-NUMBER-Y,
            WS-REPAIR-RC, WS-CALLER-ID
    else
    move WS-DRIFT-NUMBER to WSEXCP-NUMBER
    move WS-DRIFT-NUMBER-X to WSEXCP-NUMBER-X
    move 'WS-NUMBER NOT NUMERIC' to WSEXCP-REASON
    move spaces to WSEXCP-SOURCE-ID
    move zeros to WSEXCP-FEED-DATE
    write FD-EXC-RECORD from WSEXCP-RECORD.

0400-WRITE-SUMMARY.
