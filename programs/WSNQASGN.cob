      *> WSNQASGN - supervisor's assignment screen for the exception
      *> work queue QUEUEFIL. Until entries could belong to someone,
      *> every operator in WSNMAINT queue mode walked the same
      *> oldest-first list from slot 1, two people working at once
      *> collided on the same exceptions, and there was no way to
      *> give a difficult partner's items to the person who knows
      *> that partner. The same ACCEPT/DISPLAY dialog as WSNSCHED:
      *>
      *>   A  assign unworked entries to an operator - one key, or a
      *>      key range, optionally only one partner's entries. An
      *>      entry already held by someone else is reassigned; the
      *>      assignment time restarts either way.
      *>   R  release unworked entries in a key range (optionally one
      *>      partner's) back to unassigned, for whoever reaches
      *>      them first.
      *>   L  list the unworked entries and who holds them.
      *>
      *> Worked entries are never touched - they are history, and
      *> WSNQPROD times them from assignment to worked. The operator
      *> work is handed to must be on OPERMAST, active and hold right
      *> 01 (key corrections); that is checked through the no-log
      *> WSNOPAUT-CHECK entry, since it is not a sign-on. The session
      *> itself signs on through WSNOPAUT and needs right 08 (assign
      *> queue work). Each A or R is one pass over QUEUEFIL, rewriting
      *> the entries it changes as it goes.
identification division.
program-id. WSNQASGN.

environment division.
configuration section.
input-output section.
file-control.
    select QUEUE-FILE assign to "QUEUEFIL"
        organization is relative
        access mode is sequential
        relative key is WS-QUE-REL-KEY
        file status is WS-QUEUE-STATUS.

data division.
file section.
fd  QUEUE-FILE.
copy WSQUEREC.

working-storage section.

01  WS-QUE-REL-KEY PIC 9(5).
01  WS-QUEUE-STATUS PIC X(2).
    88  WS-QUEUE-FOUND value '00'.

01  WS-EOF-SWITCH PIC X value 'N'.
    88  WS-EOF value 'Y'.

01  WS-DONE-SWITCH PIC X value 'N'.
    88  WS-DONE value 'Y'.

01  WS-FUNCTION PIC X value spaces.
    88  WS-ASSIGN-FUNCTION value 'A'.
    88  WS-RELEASE-FUNCTION value 'R'.

01  WS-ANSWER-TEXT PIC X(8).
01  WS-KEY-PROMPT PIC X(30).
01  WS-KEY-VALUE PIC 9(5).
01  WS-FIRST-KEY PIC 9(5).
01  WS-LAST-KEY PIC 9(5).
01  WS-PARTNER-FILTER PIC X(8).
01  WS-TARGET-ID PIC X(8).

01  WS-FIELDS-GOOD-SWITCH PIC X.
    88  WS-FIELDS-GOOD value 'Y'.

01  WS-CHANGED-COUNT PIC 9(9) value zeros.
01  WS-REASSIGNED-COUNT PIC 9(9) value zeros.
01  WS-LISTED-COUNT PIC 9(9) value zeros.

01  WS-OPERATOR-ID PIC X(8) value spaces.
01  WS-CALLER-ID PIC X(8) value 'WSNQASGN'.
01  WS-AUTH-RIGHT PIC 9(2) value 8.
01  WS-AUTH-RESULT PIC 9(1).
    88  WS-AUTHORIZED value 0.

01  WS-TARGET-RIGHT PIC 9(2) value 1.
01  WS-TARGET-RESULT PIC 9(1).
    88  WS-TARGET-AUTHORIZED value 0.
    88  WS-TARGET-UNKNOWN value 1.
    88  WS-TARGET-INACTIVE value 2.

procedure division.

0100-MAIN.
    display 'SUPERVISOR ID: ' with no advancing
    accept WS-OPERATOR-ID
    move function upper-case(WS-OPERATOR-ID) to WS-OPERATOR-ID
    if WS-OPERATOR-ID = spaces
        display 'SUPERVISOR ID REQUIRED - SESSION ENDED'
        stop run
    end-if
    call 'WSNOPAUT' using WS-OPERATOR-ID, WS-AUTH-RIGHT,
        WS-CALLER-ID, WS-AUTH-RESULT
    if not WS-AUTHORIZED
        display 'SESSION ENDED'
        stop run
    end-if
    perform 0300-ASSIGN-LOOP until WS-DONE
    stop run.

0300-ASSIGN-LOOP.
    display 'QUEUE ASSIGNMENT - A ASSIGN, R RELEASE, L LIST,'
        ' BLANK TO END: ' with no advancing
    move spaces to WS-FUNCTION
    accept WS-FUNCTION
    move function upper-case(WS-FUNCTION) to WS-FUNCTION
    evaluate WS-FUNCTION
        when space
            move 'Y' to WS-DONE-SWITCH
        when 'L'
            perform 0350-LIST-QUEUE
        when 'A'
        when 'R'
            perform 0400-CHANGE-ENTRIES
        when other
            display 'FUNCTION MUST BE A, R OR L'
    end-evaluate.

0350-LIST-QUEUE.
    move zeros to WS-LISTED-COUNT
    move 'N' to WS-EOF-SWITCH
    open input QUEUE-FILE
    if not WS-QUEUE-FOUND
        display 'QUEUEFIL NOT AVAILABLE, STATUS: ' WS-QUEUE-STATUS
    else
        perform 0850-READ-QUEUE-FILE
        perform 0370-LIST-ONE-ENTRY until WS-EOF
        close QUEUE-FILE
        if WS-LISTED-COUNT = zeros
            display '  (NO UNWORKED ENTRIES)'
        end-if
    end-if.

0370-LIST-ONE-ENTRY.
    if WS-QUEUE-WORKED-FLAG not = 'Y'
        if WS-QUEUE-ASSIGNED-TO = spaces
            display '  KEY ' WS-QUEUE-KEY
                ' PARTNER ' WS-QUEUE-SOURCE-ID
                ' UNASSIGNED                    '
                WS-QUEUE-REASON
        else
            display '  KEY ' WS-QUEUE-KEY
                ' PARTNER ' WS-QUEUE-SOURCE-ID
                ' ' WS-QUEUE-ASSIGNED-TO
                ' SINCE ' WS-QUEUE-ASSIGNED-TS(1:14)
                ' ' WS-QUEUE-REASON
        end-if
        add 1 to WS-LISTED-COUNT
    end-if
    perform 0850-READ-QUEUE-FILE.

0400-CHANGE-ENTRIES.
    perform 0500-ACCEPT-SELECTION
    if WS-FIELDS-GOOD
        perform 0600-APPLY-SELECTION
    else
        display 'QUEUE UNCHANGED'
    end-if.

0500-ACCEPT-SELECTION.
    move 'Y' to WS-FIELDS-GOOD-SWITCH
    move 'FIRST KEY' to WS-KEY-PROMPT
    move zeros to WS-KEY-VALUE
    perform 0550-ACCEPT-KEY
    move WS-KEY-VALUE to WS-FIRST-KEY
    move 'LAST KEY (BLANK = FIRST KEY)' to WS-KEY-PROMPT
    perform 0550-ACCEPT-KEY
    move WS-KEY-VALUE to WS-LAST-KEY
    if WS-FIRST-KEY = zeros or WS-FIRST-KEY > WS-LAST-KEY
        display 'KEY RANGE MUST RUN FORWARD WITHIN 00001-99999'
        move 'N' to WS-FIELDS-GOOD-SWITCH
    end-if
    display 'PARTNER (BLANK = ALL): ' with no advancing
    move spaces to WS-PARTNER-FILTER
    accept WS-PARTNER-FILTER
    move function upper-case(WS-PARTNER-FILTER) to WS-PARTNER-FILTER
    move spaces to WS-TARGET-ID
    if WS-ASSIGN-FUNCTION and WS-FIELDS-GOOD
        perform 0570-ACCEPT-TARGET
    end-if.

      *> One key: blank keeps the value held (so a blank last key is
      *> the first key again), anything else must be 1-99999.
0550-ACCEPT-KEY.
    display function trim(WS-KEY-PROMPT trailing) ': '
        with no advancing
    move spaces to WS-ANSWER-TEXT
    accept WS-ANSWER-TEXT
    if WS-ANSWER-TEXT not = spaces
        if function test-numval(WS-ANSWER-TEXT) = zero
                and function numval(WS-ANSWER-TEXT) >= 1
                and function numval(WS-ANSWER-TEXT) <= 99999
                and function numval(WS-ANSWER-TEXT) =
                    function integer(function numval(WS-ANSWER-TEXT))
            compute WS-KEY-VALUE = function numval(WS-ANSWER-TEXT)
        else
            display function trim(WS-KEY-PROMPT trailing)
                ' MUST BE A KEY 1-99999'
            move 'N' to WS-FIELDS-GOOD-SWITCH
        end-if
    end-if.

0570-ACCEPT-TARGET.
    display 'ASSIGN TO OPERATOR: ' with no advancing
    accept WS-TARGET-ID
    move function upper-case(WS-TARGET-ID) to WS-TARGET-ID
    if WS-TARGET-ID = spaces
        display 'OPERATOR REQUIRED - USE R TO RELEASE'
        move 'N' to WS-FIELDS-GOOD-SWITCH
    else
        call 'WSNOPAUT-CHECK' using WS-TARGET-ID, WS-TARGET-RIGHT,
            WS-TARGET-RESULT
        evaluate true
            when WS-TARGET-AUTHORIZED
                continue
            when WS-TARGET-UNKNOWN
                display 'OPERATOR ' WS-TARGET-ID ' IS NOT ON OPERMAST'
                move 'N' to WS-FIELDS-GOOD-SWITCH
            when WS-TARGET-INACTIVE
                display 'OPERATOR ' WS-TARGET-ID ' IS INACTIVE'
                move 'N' to WS-FIELDS-GOOD-SWITCH
            when other
                display 'OPERATOR ' WS-TARGET-ID
                    ' DOES NOT HOLD RIGHT 01 (KEY CORRECTIONS)'
                move 'N' to WS-FIELDS-GOOD-SWITCH
        end-evaluate
    end-if.

0600-APPLY-SELECTION.
    move zeros to WS-CHANGED-COUNT
    move zeros to WS-REASSIGNED-COUNT
    move 'N' to WS-EOF-SWITCH
    open i-o QUEUE-FILE
    if not WS-QUEUE-FOUND
        display 'QUEUEFIL NOT AVAILABLE, STATUS: ' WS-QUEUE-STATUS
    else
        perform 0850-READ-QUEUE-FILE
        perform 0650-CHANGE-ONE-ENTRY until WS-EOF
        close QUEUE-FILE
        if WS-ASSIGN-FUNCTION
            display 'ENTRIES ASSIGNED TO ' WS-TARGET-ID ': '
                WS-CHANGED-COUNT
                ' (REASSIGNED FROM OTHERS: ' WS-REASSIGNED-COUNT ')'
        else
            display 'ENTRIES RELEASED: ' WS-CHANGED-COUNT
        end-if
    end-if.

0650-CHANGE-ONE-ENTRY.
    if WS-QUEUE-WORKED-FLAG not = 'Y'
            and WS-QUEUE-KEY >= WS-FIRST-KEY
            and WS-QUEUE-KEY <= WS-LAST-KEY
            and (WS-PARTNER-FILTER = spaces
                or WS-QUEUE-SOURCE-ID = WS-PARTNER-FILTER)
        if WS-ASSIGN-FUNCTION
            perform 0700-ASSIGN-ONE-ENTRY
        else
            perform 0750-RELEASE-ONE-ENTRY
        end-if
    end-if
    perform 0850-READ-QUEUE-FILE.

0700-ASSIGN-ONE-ENTRY.
    if WS-QUEUE-ASSIGNED-TO not = WS-TARGET-ID
        if WS-QUEUE-ASSIGNED-TO not = spaces
            add 1 to WS-REASSIGNED-COUNT
        end-if
        move WS-TARGET-ID to WS-QUEUE-ASSIGNED-TO
        move function current-date to WS-QUEUE-ASSIGNED-TS
        rewrite WS-QUEUE-RECORD
        add 1 to WS-CHANGED-COUNT
    end-if.

0750-RELEASE-ONE-ENTRY.
    if WS-QUEUE-ASSIGNED-TO not = spaces
        move spaces to WS-QUEUE-ASSIGNED-TO
        move spaces to WS-QUEUE-ASSIGNED-TS
        rewrite WS-QUEUE-RECORD
        add 1 to WS-CHANGED-COUNT
    end-if.

0850-READ-QUEUE-FILE.
    read QUEUE-FILE
        at end
            move 'Y' to WS-EOF-SWITCH
    end-read.
