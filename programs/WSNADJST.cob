      *> EXCPFILE as a WSEXCP record (EXTEND mode, so it lands in the
      *> same operator queue WSNQUEUE has always loaded) and the run
      *> ends with RETURN-CODE 4 so the unapplied deltas get looked
      *> at instead of assumed in. Exceptions and journal entries
      *> carry the adjustment header's source id and file date, so
      *> a correction keyed against one is attributed to the partner.
      *>
      *> A result that is in range is then judged against the
      *> partner's RULEFILE value rules through CALL 'WSNRULCK' - the
      *> minimum, the maximum, and the largest change from the slot's
      *> value before the delta. A result that breaks a rule is not
      *> applied either: it goes to EXCPFILE with a reason naming the
      *> rule, the same way as the other unapplied deltas.
      *>
      *> Deltas are not idempotent the way a replacement value is -
      *> applying a feed twice doubles every adjustment in it - so
copy WSMNTREC.

fd  EXCP-FILE.
01  FD-EXCP-RECORD PIC X(61).

fd  PART-PROF.
01  FD-PROF-LINE PIC X(20).
copy WSAREAS.
copy WSEXCP.
copy WSPRTREC.
copy WSRULREC.

01  WS-ADJ-IN-STATUS PIC X(2).
    88  WS-ADJ-IN-FOUND value '00'.

01  WS-APPLIED-COUNT PIC 9(9) value zeros.
01  WS-EXCEPTION-COUNT PIC 9(9) value zeros.
01  WS-RULE-BREACH-COUNT PIC 9(9) value zeros.

01  WS-RETURN-CODE PIC 9(1).
01  WS-CALLER-ID PIC X(8) value 'WSNADJST'.
    call 'WSNMJRNL-CLOSE'
    display 'ADJUSTMENTS APPLIED: ' WS-APPLIED-COUNT
        ' EXCEPTIONS: ' WS-EXCEPTION-COUNT
        ' OF WHICH VALUE RULE BREACHES: ' WS-RULE-BREACH-COUNT
    if WS-EXCEPTION-COUNT > zeros
        move 4 to return-code
    end-if
        perform 0600-WRITE-EXCEPTION
    else
        move WS-ADJ-DELTA to WS-NUMBER-S
        call 'WSNAUDIT-KEY' using WS-ADJ-KEY
        call 'WSNCONVS' using WS-NUMBER-S, WS-NUMBER-S-X,
            WS-NUMBER-S-Y, WS-RETURN-CODE, WS-CALLER-ID
        if WS-RETURN-CODE not = 0
                    to WSEXCP-REASON
                perform 0600-WRITE-EXCEPTION
            when other
                perform 0420-CHECK-VALUE-RULES
                if WS-RCK-BREACHED
                    move WS-RCK-REASON to WSEXCP-REASON
                    add 1 to WS-RULE-BREACH-COUNT
                    perform 0600-WRITE-EXCEPTION
                else
                    perform 0500-REWRITE-MAINT-RECORD
                end-if
        end-evaluate
    end-if.

      *> The rules judge the value the slot would hold after the
      *> delta; the change limit is measured from the value it holds
      *> now.
0420-CHECK-VALUE-RULES.
    move WS-AH-SOURCE-ID to WS-RCK-SOURCE-ID
    move WS-ADJ-KEY to WS-RCK-KEY
    move WS-NEW-VALUE to WS-RCK-NUMBER
    move 'Y' to WS-RCK-CURRENT-FLAG
    move WS-MAINT-NUMBER to WS-RCK-CURRENT-NUMBER
    call 'WSNRULCK' using WS-RCK-SOURCE-ID, WS-RCK-KEY,
        WS-RCK-NUMBER, WS-RCK-CURRENT-FLAG, WS-RCK-CURRENT-NUMBER,
        WS-RCK-RESULT, WS-RCK-REASON.

0450-READ-MAINT-RECORD.
    move 'N' to WS-MAINT-READ-SWITCH
    if WS-ADJ-KEY is numeric and WS-ADJ-KEY > zeros
0500-REWRITE-MAINT-RECORD.
    move WS-MAINT-RECORD to WS-BEFORE-IMAGE
    move WS-NEW-VALUE to WS-NUMBER
    call 'WSNAUDIT-KEY' using WS-ADJ-KEY
    call 'WSNCONV' using WS-NUMBER, WS-NUMBER-X, WS-NUMBER-Y,
        WS-RETURN-CODE, WS-CALLER-ID
    move WS-NUMBER to WS-MAINT-NUMBER
    move WS-NUMBER-Y to WS-MAINT-NUMBER-Y
    rewrite WS-MAINT-RECORD
    move WS-MAINT-RECORD to WS-AFTER-IMAGE
    call 'WSNMJRNL-SRC' using WS-JRN-ACTION-CODE,
        WS-JRN-BEFORE-FLAG, WS-BEFORE-IMAGE, WS-AFTER-IMAGE,
        WS-CALLER-ID, WS-JRN-OPERATOR, WS-AH-SOURCE-ID,
        WS-AH-FILE-DATE
    add 1 to WS-APPLIED-COUNT.

      *> Value fields come from the slot as it stands, so the
        move zeros to WSEXCP-NUMBER
        move spaces to WSEXCP-NUMBER-X
    end-if
    move WS-AH-SOURCE-ID to WSEXCP-SOURCE-ID
    move WS-AH-FILE-DATE to WSEXCP-FEED-DATE
    write FD-EXCP-RECORD from WSEXCP-RECORD
    add 1 to WS-EXCEPTION-COUNT.

