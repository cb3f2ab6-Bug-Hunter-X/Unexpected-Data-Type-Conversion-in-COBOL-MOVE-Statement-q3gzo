      *> Segregation of duties: the approver identifies themselves at
      *> startup, and any pending change they entered themselves is
      *> shown but cannot be decided in their session - it stays
      *> pending for a second pair of eyes. The approver id is
      *> checked against the OPERMAST operator master through
      *> WSNOPAUT first: an unknown or inactive id, or one without
      *> right 02 (approve corrections), ends the session and the
      *> refusal is logged on OPERLOG - so the second pair of eyes
      *> is a real, current operator entitled to approve.
      *>
      *> A change keyed with an effective date still in the future is
      *> approved but NOT applied: the decision is stamped and the
      *> entry goes to status 'S' (scheduled), and the nightly
      *> WSNSCHAP step applies it through the same WSNCONV path when
      *> the date falls due. WSNSCHED lists what is scheduled and
      *> lets a supervisor cancel it before then.
      *>
      *> Every REWRITE against MAINTFIL is journaled to MNTJRNL via
      *> WSNMJRNL - before image, after image, this program and the
      *> approver - so WSNMJRCV can rebuild what a slot held at any
      *> point in time. PENDFILE keeps the decision; the journal
      *> keeps the slot's actual history. The journal entry carries
      *> the pending change's partner source id and feed date, so a
      *> partner's hand-fixed records can be counted from MNTJRNL.
identification division.
program-id. WSNAPPRV.

    88  WS-MAINT-FOUND value '00'.

01  WS-APPROVER-ID PIC X(8) value spaces.
01  WS-AUTH-RIGHT PIC 9(2) value 2.
01  WS-AUTH-RESULT PIC 9(1).
    88  WS-AUTHORIZED value 0.

01  WS-EOF-SWITCH PIC X value 'N'.
    88  WS-EOF value 'Y'.
01  WS-APPROVED-COUNT PIC 9(9) value zeros.
01  WS-REJECTED-COUNT PIC 9(9) value zeros.
01  WS-HELD-COUNT PIC 9(9) value zeros.
01  WS-SCHEDULED-COUNT PIC 9(9) value zeros.

01  WS-TODAY PIC 9(8).

01  WS-RETURN-CODE PIC 9(1).
01  WS-CALLER-ID PIC X(8) value 'WSNAPPRV'.
        display 'APPROVER ID REQUIRED - SESSION ENDED'
        stop run
    end-if
    call 'WSNOPAUT' using WS-APPROVER-ID, WS-AUTH-RIGHT,
        WS-CALLER-ID, WS-AUTH-RESULT
    if not WS-AUTHORIZED
        display 'SESSION ENDED'
        stop run
    end-if
    move function current-date(1:8) to WS-TODAY
    perform 0200-OPEN-FILES
    perform 0300-REVIEW-ONE-PENDING until WS-EOF
    perform 0900-CLOSE-FILES
    call 'WSNAUDIT-CLOSE'
    call 'WSNMJRNL-CLOSE'
    display 'APPROVED: ' WS-APPROVED-COUNT
        ' SCHEDULED: ' WS-SCHEDULED-COUNT
        ' REJECTED: ' WS-REJECTED-COUNT
        ' LEFT PENDING: ' WS-HELD-COUNT
    stop run.
    display 'PENDING CHANGE - KEY ' WS-PEND-KEY
        ' ENTERED BY ' WS-PEND-ENTERED-BY
        ' AT ' WS-PEND-ENTERED-TS(1:14)
    if WS-PEND-SOURCE-ID not = spaces
        display 'PARTNER ' WS-PEND-SOURCE-ID
            ' FEED DATE ' WS-PEND-FEED-DATE
    end-if
    if WS-PEND-EFFECTIVE-DATE > WS-TODAY
        display 'EFFECTIVE DATE ' WS-PEND-EFFECTIVE-DATE
            ' - AN APPROVAL IS SCHEDULED, NOT APPLIED NOW'
    end-if
    display 'AS KEYED:  WS-NUMBER ' WS-PEND-OLD-NUMBER
        ' WS-NUMBER-X ' WS-PEND-OLD-NUMBER-X
        ' WS-NUMBER-Y ' WS-PEND-OLD-NUMBER-Y
    move function upper-case(WS-ANSWER) to WS-ANSWER
    evaluate WS-ANSWER
        when 'A'
            if WS-PEND-EFFECTIVE-DATE > WS-TODAY
                perform 0650-SCHEDULE-APPROVED-CHANGE
            else
                perform 0600-APPLY-APPROVED-CHANGE
            end-if
        when 'R'
            perform 0700-MARK-DECISION
            move 'R' to WS-PEND-STATUS
0600-APPLY-APPROVED-CHANGE.
    move WS-MAINT-RECORD to WS-BEFORE-IMAGE
    move WS-PEND-NEW-NUMBER to WS-NUMBER
    call 'WSNAUDIT-KEY' using WS-PEND-KEY
    call 'WSNCONV' using WS-NUMBER, WS-NUMBER-X, WS-NUMBER-Y,
        WS-RETURN-CODE, WS-CALLER-ID
    move WS-NUMBER to WS-MAINT-NUMBER
    move WS-NUMBER-Y to WS-MAINT-NUMBER-Y
    rewrite WS-MAINT-RECORD
    move WS-MAINT-RECORD to WS-AFTER-IMAGE
    call 'WSNMJRNL-SRC' using WS-JRN-ACTION-CODE,
        WS-JRN-BEFORE-FLAG, WS-BEFORE-IMAGE, WS-AFTER-IMAGE,
        WS-CALLER-ID, WS-APPROVER-ID, WS-PEND-SOURCE-ID,
        WS-PEND-FEED-DATE
    perform 0700-MARK-DECISION
    move 'A' to WS-PEND-STATUS
    move WS-APPROVER-ID to WS-PEND-CLOSED-BY
    move WS-PEND-DECIDED-TS to WS-PEND-CLOSED-TS
    rewrite WS-PENDING-RECORD
    add 1 to WS-APPROVED-COUNT
    display 'CHANGE APPLIED. WS-NUMBER-Y NOW: ' WS-MAINT-NUMBER-Y.

0650-SCHEDULE-APPROVED-CHANGE.
    perform 0700-MARK-DECISION
    move 'S' to WS-PEND-STATUS
    rewrite WS-PENDING-RECORD
    add 1 to WS-SCHEDULED-COUNT
    display 'CHANGE APPROVED - SCHEDULED FOR '
        WS-PEND-EFFECTIVE-DATE.

0700-MARK-DECISION.
    move WS-APPROVER-ID to WS-PEND-DECIDED-BY
    move function current-date to WS-PEND-DECIDED-TS.
