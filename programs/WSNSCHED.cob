      *> WSNSCHED - scheduled-corrections listing and cancel screen.
      *> Approved corrections whose effective date has not come yet
      *> sit on PENDFILE at status 'S' until the nightly WSNSCHAP step
      *> applies them; this is where a supervisor sees what is coming
      *> and stops what should no longer happen.
      *>
      *> Run with the command-line argument LIST and the program only
      *> writes the SCHEDRPT page - one line per scheduled change with
      *> the key, the value as keyed, the proposed WS-NUMBER, the
      *> effective date, who keyed it, who approved it and the partner
      *> - and changes nothing, so it needs no sign-on (the same as
      *> the WSNOPRPT and WSNAGING pages). A change whose effective
      *> date has already come is marked OVERDUE and counted: WSNSCHAP
      *> should have applied it, so a nightly apply was missed or
      *> failed.
      *>
      *> With no argument it is a console session in the WSNAPPRV
      *> style: the supervisor's id is checked against the OPERMAST
      *> operator master through WSNOPAUT and needs right 02 (approve
      *> corrections) - cancelling an approval is an approval
      *> decision - then each scheduled change is shown in turn and
      *> answered C to cancel it, K to keep it, or E to keep it and
      *> end the session. A cancelled change goes to status 'C' with
      *> the supervisor and the time in WS-PEND-CLOSED-BY / -TS; like
      *> every PENDFILE entry it is never deleted, and WSNARCHV moves
      *> it to the PENDARCH trail with the other finished work.
identification division.
program-id. WSNSCHED.

environment division.
configuration section.
input-output section.
file-control.
    select PEND-FILE assign to "PENDFILE"
        organization is relative
        access mode is sequential
        relative key is WS-PEND-REL-KEY
        file status is WS-PEND-STATUS-CODE.
    select SCHED-RPT assign to "SCHEDRPT"
        organization is line sequential.

data division.
file section.
fd  PEND-FILE.
copy WSPNDREC.

fd  SCHED-RPT.
01  FD-RPT-LINE PIC X(80).

working-storage section.

01  WS-PEND-REL-KEY PIC 9(5).
01  WS-PEND-STATUS-CODE PIC X(2).
    88  WS-PEND-FILE-FOUND value '00'.

01  WS-EOF-SWITCH PIC X value 'N'.
    88  WS-EOF value 'Y'.

01  WS-RUN-MODE PIC X(4) value spaces.
    88  WS-LIST-MODE value 'LIST'.

01  WS-TODAY PIC 9(8).
01  WS-ANSWER PIC X value spaces.

01  WS-SCHEDULED-COUNT PIC 9(9) value zeros.
01  WS-OVERDUE-COUNT PIC 9(9) value zeros.
01  WS-CANCELLED-COUNT PIC 9(9) value zeros.

01  WS-OPERATOR-ID PIC X(8) value spaces.
01  WS-CALLER-ID PIC X(8) value 'WSNSCHED'.
01  WS-AUTH-RIGHT PIC 9(2) value 2.
01  WS-AUTH-RESULT PIC 9(1).
    88  WS-AUTHORIZED value 0.

01  WS-RPT-HEADER.
    05  FILLER PIC X(24) value 'SCHEDULED CORRECTIONS - '.
    05  SCH-DATE PIC X(8).

01  WS-RPT-COLUMNS.
    05  FILLER PIC X(70) value
        'KEY   OLD   NEW   EFFECTIVE KEYED BY APPROVED PARTNER  NOTE'.

01  WS-RPT-DETAIL.
    05  SCD-KEY PIC 9(5).
    05  FILLER PIC X(1) value space.
    05  SCD-OLD-NUMBER PIC 9(5).
    05  FILLER PIC X(1) value space.
    05  SCD-NEW-NUMBER PIC 9(5).
    05  FILLER PIC X(1) value space.
    05  SCD-EFFECTIVE-DATE PIC 9(8).
    05  FILLER PIC X(2) value spaces.
    05  SCD-ENTERED-BY PIC X(8).
    05  FILLER PIC X(1) value space.
    05  SCD-DECIDED-BY PIC X(8).
    05  FILLER PIC X(1) value space.
    05  SCD-SOURCE-ID PIC X(8).
    05  FILLER PIC X(1) value space.
    05  SCD-OVERDUE PIC X(7).

01  WS-RPT-TOTAL-LINE.
    05  FILLER PIC X(24) value 'SCHEDULED, NOT APPLIED: '.
    05  SCT-COUNT PIC ZZZZZZZZ9.

01  WS-RPT-OVERDUE-LINE.
    05  FILLER PIC X(24) value 'OVERDUE (DATE PASSED):  '.
    05  SCO-COUNT PIC ZZZZZZZZ9.

procedure division.

0100-MAIN.
    move function current-date(1:8) to WS-TODAY
    accept WS-RUN-MODE from command-line
    move function upper-case(WS-RUN-MODE) to WS-RUN-MODE
    if WS-LIST-MODE
        perform 0200-WRITE-LISTING
    else
        perform 0500-CANCEL-SESSION
    end-if
    stop run.

0200-WRITE-LISTING.
    open input PEND-FILE
    if not WS-PEND-FILE-FOUND
        display 'PENDFILE NOT AVAILABLE, STATUS: '
            WS-PEND-STATUS-CODE
    else
        open output SCHED-RPT
        move WS-TODAY to SCH-DATE
        write FD-RPT-LINE from WS-RPT-HEADER
        write FD-RPT-LINE from WS-RPT-COLUMNS
        perform 0250-READ-PEND-FILE
        perform 0300-LIST-ONE-PENDING until WS-EOF
        if WS-SCHEDULED-COUNT = zeros
            move '  (NONE)' to FD-RPT-LINE
            write FD-RPT-LINE
        end-if
        move WS-SCHEDULED-COUNT to SCT-COUNT
        write FD-RPT-LINE from WS-RPT-TOTAL-LINE
        move WS-OVERDUE-COUNT to SCO-COUNT
        write FD-RPT-LINE from WS-RPT-OVERDUE-LINE
        close SCHED-RPT
        close PEND-FILE
        display 'SCHEDULED CORRECTIONS: ' WS-SCHEDULED-COUNT
            ' OVERDUE: ' WS-OVERDUE-COUNT
    end-if.

0250-READ-PEND-FILE.
    read PEND-FILE
        at end
            move 'Y' to WS-EOF-SWITCH
    end-read.

0300-LIST-ONE-PENDING.
    if WS-PEND-STATUS = 'S'
        move WS-PEND-KEY to SCD-KEY
        move WS-PEND-OLD-NUMBER to SCD-OLD-NUMBER
        move WS-PEND-NEW-NUMBER to SCD-NEW-NUMBER
        move WS-PEND-EFFECTIVE-DATE to SCD-EFFECTIVE-DATE
        move WS-PEND-ENTERED-BY to SCD-ENTERED-BY
        move WS-PEND-DECIDED-BY to SCD-DECIDED-BY
        move WS-PEND-SOURCE-ID to SCD-SOURCE-ID
        move spaces to SCD-OVERDUE
        if WS-PEND-EFFECTIVE-DATE <= WS-TODAY
            move 'OVERDUE' to SCD-OVERDUE
            add 1 to WS-OVERDUE-COUNT
        end-if
        write FD-RPT-LINE from WS-RPT-DETAIL
        add 1 to WS-SCHEDULED-COUNT
    end-if
    perform 0250-READ-PEND-FILE.

0500-CANCEL-SESSION.
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
    open i-o PEND-FILE
    if not WS-PEND-FILE-FOUND
        display 'PENDFILE NOT AVAILABLE, STATUS: '
            WS-PEND-STATUS-CODE
    else
        perform 0250-READ-PEND-FILE
        perform 0600-REVIEW-ONE-PENDING until WS-EOF
        close PEND-FILE
        display 'SCHEDULED CHANGES SHOWN: ' WS-SCHEDULED-COUNT
            ' CANCELLED: ' WS-CANCELLED-COUNT
    end-if.

0600-REVIEW-ONE-PENDING.
    if WS-PEND-STATUS = 'S'
        add 1 to WS-SCHEDULED-COUNT
        perform 0650-PRESENT-SCHEDULED-CHANGE
    end-if
    if not WS-EOF
        perform 0250-READ-PEND-FILE
    end-if.

0650-PRESENT-SCHEDULED-CHANGE.
    display 'SCHEDULED CHANGE - KEY ' WS-PEND-KEY
        ' EFFECTIVE ' WS-PEND-EFFECTIVE-DATE
    if WS-PEND-EFFECTIVE-DATE <= WS-TODAY
        display 'OVERDUE - THE NIGHTLY APPLY HAS NOT TAKEN IT'
    end-if
    display 'KEYED BY ' WS-PEND-ENTERED-BY
        ' APPROVED BY ' WS-PEND-DECIDED-BY
        ' AT ' WS-PEND-DECIDED-TS(1:14)
    if WS-PEND-SOURCE-ID not = spaces
        display 'PARTNER ' WS-PEND-SOURCE-ID
            ' FEED DATE ' WS-PEND-FEED-DATE
    end-if
    display 'WS-NUMBER ' WS-PEND-OLD-NUMBER
        ' BECOMES ' WS-PEND-NEW-NUMBER
    display 'CANCEL? (C=CANCEL, K=KEEP, E=END): ' with no advancing
    move spaces to WS-ANSWER
    accept WS-ANSWER
    move function upper-case(WS-ANSWER) to WS-ANSWER
    evaluate WS-ANSWER
        when 'C'
            move 'C' to WS-PEND-STATUS
            move WS-OPERATOR-ID to WS-PEND-CLOSED-BY
            move function current-date to WS-PEND-CLOSED-TS
            rewrite WS-PENDING-RECORD
            add 1 to WS-CANCELLED-COUNT
            display 'SCHEDULED CHANGE CANCELLED'
        when 'E'
            move 'Y' to WS-EOF-SWITCH
        when other
            continue
    end-evaluate.
