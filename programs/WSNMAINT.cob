      *> been keyed and is pending approval - the fix itself lands
      *> when WSNAPPRV approves it). With no argument the original
      *> key-lookup dialog is unchanged.
      *>
      *> QUEUE may be followed by a partner source id (QUEUE PARTNERA)
      *> to walk only that partner's exceptions - the rest stay queued
      *> untouched. A correction keyed against a queue entry carries
      *> the entry's partner source id and feed date onto the pending
      *> change, and from there onto the journal when it is approved;
      *> one keyed by plain key lookup has no partner behind it and
      *> carries spaces and zeros.
      *>
      *> Queue entries can belong to an operator (WSNQASGN assigns
      *> them). Queue mode shows the operator only the entries
      *> assigned to them and the unassigned ones, so two people
      *> working the queue at once no longer walk the same list. An
      *> unassigned entry is claimed - assigned to the operator and
      *> rewritten - the moment it is put in front of them, so a
      *> second session reaching it afterwards passes it by; answered
      *> N or E it is released again. An entry marked worked carries
      *> the operator and the time for the WSNQPROD productivity
      *> page.
      *>
      *> A correction may carry an effective date (YYYYMMDD) for a
      *> value the partner says changes as of a future day: blank
      *> means "as soon as it is approved". A date before today is
      *> refused and nothing is queued. An approved future-dated
      *> change is held by WSNAPPRV as scheduled and applied by the
      *> nightly WSNSCHAP step when the date falls due.
      *>
      *> The operator id is checked against the OPERMAST operator
      *> master through WSNOPAUT before anything is shown: an unknown
      *> or inactive id, or one without right 01 (key corrections),
      *> ends the session, and the refusal is logged on OPERLOG.
identification division.
program-id. WSNMAINT.

        file status is WS-MAINT-STATUS.
    select QUEUE-FILE assign to "QUEUEFIL"
        organization is relative
        access mode is dynamic
        relative key is WS-QUE-REL-KEY
        file status is WS-QUEUE-STATUS.
    select PEND-FILE assign to "PENDFILE"
    88  WS-PEND-FILE-NOT-FOUND value '35'.

01  WS-OPERATOR-ID PIC X(8) value spaces.
01  WS-CALLER-ID PIC X(8) value 'WSNMAINT'.
01  WS-AUTH-RIGHT PIC 9(2) value 1.
01  WS-AUTH-RESULT PIC 9(1).
    88  WS-AUTHORIZED value 0.
01  WS-PENDING-COUNT PIC 9(9) value zeros.

01  WS-COMMAND-LINE PIC X(20) value spaces.
01  WS-RUN-MODE PIC X(5) value spaces.
    88  WS-QUEUE-MODE value 'QUEUE'.
01  WS-PARTNER-FILTER PIC X(8) value spaces.

01  WS-CURRENT-SOURCE-ID PIC X(8) value spaces.
01  WS-CURRENT-FEED-DATE PIC 9(8) value zeros.

01  WS-QUEUE-EOF-SWITCH PIC X value 'N'.
    88  WS-QUEUE-EOF value 'Y'.

01  WS-QUEUE-ANSWER PIC X value spaces.

01  WS-CLAIMED-SWITCH PIC X value 'N'.
    88  WS-CLAIMED-HERE value 'Y'.

01  WS-QUEUE-WORKED-COUNT PIC 9(9) value zeros.

01  WS-NEW-NUMBER PIC 9(5) value zeros.

01  WS-TODAY PIC 9(8).
01  WS-EFFECTIVE-TEXT PIC X(8) value spaces.
01  WS-EFFECTIVE-DATE PIC 9(8) value zeros.
01  WS-EFFECTIVE-GOOD-SWITCH PIC X.
    88  WS-EFFECTIVE-GOOD value 'Y'.

01  WS-DONE-SWITCH PIC X value 'N'.
    88  WS-DONE value 'Y'.

procedure division.

0100-MAIN.
    accept WS-COMMAND-LINE from command-line
    move function upper-case(WS-COMMAND-LINE) to WS-COMMAND-LINE
    unstring WS-COMMAND-LINE delimited by all spaces
        into WS-RUN-MODE, WS-PARTNER-FILTER
    end-unstring
    display 'OPERATOR ID: ' with no advancing
    accept WS-OPERATOR-ID
    move function upper-case(WS-OPERATOR-ID) to WS-OPERATOR-ID
        display 'OPERATOR ID REQUIRED - SESSION ENDED'
        stop run
    end-if
    call 'WSNOPAUT' using WS-OPERATOR-ID, WS-AUTH-RIGHT,
        WS-CALLER-ID, WS-AUTH-RESULT
    if not WS-AUTHORIZED
        display 'SESSION ENDED'
        stop run
    end-if
    perform 0200-OPEN-FILE
    if WS-MAINT-FOUND
        if WS-QUEUE-MODE
    if not WS-QUEUE-FOUND
        display 'QUEUEFIL NOT AVAILABLE, STATUS: ' WS-QUEUE-STATUS
    else
        if WS-PARTNER-FILTER not = spaces
            display 'QUEUE FOR PARTNER ' WS-PARTNER-FILTER ' ONLY'
        end-if
        perform 0320-READ-QUEUE-FILE
        perform 0330-WORK-ONE-EXCEPTION until WS-QUEUE-EOF
        close QUEUE-FILE
    end-if.

0320-READ-QUEUE-FILE.
    read QUEUE-FILE next record
        at end
            move 'Y' to WS-QUEUE-EOF-SWITCH
    end-read.

0330-WORK-ONE-EXCEPTION.
    if WS-QUEUE-WORKED-FLAG not = 'Y'
            and (WS-PARTNER-FILTER = spaces
                or WS-QUEUE-SOURCE-ID = WS-PARTNER-FILTER)
            and (WS-QUEUE-ASSIGNED-TO = spaces
                or WS-QUEUE-ASSIGNED-TO = WS-OPERATOR-ID)
        perform 0340-CLAIM-EXCEPTION
        display 'EXCEPTION QUEUE - KEY ' WS-QUEUE-KEY
            ' QUEUED ' WS-QUEUE-ENTERED-TS(1:14)
            ' ASSIGNED ' WS-QUEUE-ASSIGNED-TS(1:14)
        display 'REASON: ' WS-QUEUE-REASON
        display 'PARTNER: ' WS-QUEUE-SOURCE-ID
            ' FEED DATE ' WS-QUEUE-FEED-DATE
        move WS-QUEUE-SOURCE-ID to WS-CURRENT-SOURCE-ID
        move WS-QUEUE-FEED-DATE to WS-CURRENT-FEED-DATE
        move WS-QUEUE-KEY to WS-REL-KEY
        perform 0400-LOOKUP-AND-EDIT
        display 'MARK WORKED? (Y=YES, N=LEAVE QUEUED, E=END): '
            to WS-QUEUE-ANSWER
        if WS-QUEUE-ANSWER = 'Y'
            move 'Y' to WS-QUEUE-WORKED-FLAG
            move WS-OPERATOR-ID to WS-QUEUE-WORKED-BY
            move function current-date to WS-QUEUE-WORKED-TS
            rewrite WS-QUEUE-RECORD
            add 1 to WS-QUEUE-WORKED-COUNT
        else
            if WS-CLAIMED-HERE
                move spaces to WS-QUEUE-ASSIGNED-TO
                move spaces to WS-QUEUE-ASSIGNED-TS
                rewrite WS-QUEUE-RECORD
            end-if
        end-if
        if WS-QUEUE-ANSWER = 'E'
            move 'Y' to WS-QUEUE-EOF-SWITCH
        perform 0320-READ-QUEUE-FILE
    end-if.

      *> The claim is written straight away, before the operator has
      *> looked at anything, so it is on QUEUEFIL for any other
      *> session reading the same slot.
0340-CLAIM-EXCEPTION.
    move 'N' to WS-CLAIMED-SWITCH
    if WS-QUEUE-ASSIGNED-TO = spaces
        move WS-OPERATOR-ID to WS-QUEUE-ASSIGNED-TO
        move function current-date to WS-QUEUE-ASSIGNED-TS
        rewrite WS-QUEUE-RECORD
        move 'Y' to WS-CLAIMED-SWITCH
    end-if.

0400-LOOKUP-AND-EDIT.
    read MAINT-FILE
        invalid key
    move zeros to WS-NEW-NUMBER
    accept WS-NEW-NUMBER
    if WS-NEW-NUMBER not = zeros
        perform 0550-ACCEPT-EFFECTIVE-DATE
        if WS-EFFECTIVE-GOOD
            perform 0600-QUEUE-PENDING-CHANGE
        else
            display 'CORRECTION NOT QUEUED'
        end-if
    end-if.

0550-ACCEPT-EFFECTIVE-DATE.
    move 'Y' to WS-EFFECTIVE-GOOD-SWITCH
    move zeros to WS-EFFECTIVE-DATE
    move function current-date(1:8) to WS-TODAY
    display 'EFFECTIVE DATE YYYYMMDD (BLANK = ON APPROVAL): '
        with no advancing
    move spaces to WS-EFFECTIVE-TEXT
    accept WS-EFFECTIVE-TEXT
    if WS-EFFECTIVE-TEXT not = spaces
        if WS-EFFECTIVE-TEXT is not numeric
            display 'EFFECTIVE DATE MUST BE YYYYMMDD'
            move 'N' to WS-EFFECTIVE-GOOD-SWITCH
        else
            move WS-EFFECTIVE-TEXT to WS-EFFECTIVE-DATE
            if function test-date-yyyymmdd(WS-EFFECTIVE-DATE)
                    not = zero
                display 'EFFECTIVE DATE ' WS-EFFECTIVE-DATE
                    ' IS NOT A CALENDAR DATE'
                move 'N' to WS-EFFECTIVE-GOOD-SWITCH
            else
                if WS-EFFECTIVE-DATE < WS-TODAY
                    display 'EFFECTIVE DATE ' WS-EFFECTIVE-DATE
                        ' IS IN THE PAST'
                    move 'N' to WS-EFFECTIVE-GOOD-SWITCH
                end-if
            end-if
        end-if
    end-if.

0600-QUEUE-PENDING-CHANGE.
    move 'P' to WS-PEND-STATUS
    move spaces to WS-PEND-DECIDED-BY
    move spaces to WS-PEND-DECIDED-TS
    move WS-CURRENT-SOURCE-ID to WS-PEND-SOURCE-ID
    move WS-CURRENT-FEED-DATE to WS-PEND-FEED-DATE
    move WS-EFFECTIVE-DATE to WS-PEND-EFFECTIVE-DATE
    move spaces to WS-PEND-CLOSED-BY
    move spaces to WS-PEND-CLOSED-TS
    write WS-PENDING-RECORD
    add 1 to WS-PENDING-COUNT
    if WS-EFFECTIVE-DATE > WS-TODAY
        display 'CORRECTION QUEUED FOR APPROVAL (WSNAPPRV),'
            ' EFFECTIVE ' WS-EFFECTIVE-DATE
    else
        display 'CORRECTION QUEUED FOR APPROVAL (WSNAPPRV)'
    end-if.

0900-CLOSE-FILE.
    close MAINT-FILE
