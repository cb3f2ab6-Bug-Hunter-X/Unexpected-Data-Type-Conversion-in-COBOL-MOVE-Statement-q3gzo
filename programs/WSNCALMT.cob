      *> WSNCALMT - console maintenance for the BUSCAL shop business
      *> calendar (WSCALREC layout). The same ACCEPT/DISPLAY dialog
      *> discipline as WSNPPROF: enter a date, see the entry as it
      *> stands (or BUSINESS DAY when the date is not on file), key
      *> the day type and a description, blank date ends the
      *> session. L at the date prompt lists the calendar. The file
      *> is loaded into a table at startup and rewritten complete, in
      *> date order, at the end; an abend mid-session leaves the file
      *> exactly as the session found it.
      *>
      *> Day types: H holiday, N non-processing day, D removes the
      *> date (it becomes a business day again). Dates must be real
      *> YYYYMMDD dates and weekdays - Saturday and Sunday are never
      *> business days and have no business on the file. A bad field
      *> leaves the entry unchanged. Each entry stored is stamped
      *> with the operator and the time, the same way WSNOPMNT
      *> stamps the operator master.
      *>
      *> This file decides when a send is outstanding, when a queue
      *> entry breaches SLA and what a catch-up feed is judged
      *> against, so the session signs on through WSNOPAUT and needs
      *> right 06 (maintain business calendar).
identification division.
program-id. WSNCALMT.

environment division.
configuration section.
input-output section.
file-control.
    select BUS-CAL assign to "BUSCAL"
        organization is line sequential
        file status is WS-CAL-STATUS.

data division.
file section.
fd  BUS-CAL.
01  FD-CAL-LINE PIC X(73).

working-storage section.
copy WSCALREC.

01  WS-CAL-STATUS PIC X(2).
    88  WS-CAL-FOUND value '00'.
    88  WS-CAL-NOT-FOUND value '35'.

01  WS-EOF-SWITCH PIC X value 'N'.
    88  WS-EOF value 'Y'.

01  WS-DONE-SWITCH PIC X value 'N'.
    88  WS-DONE value 'Y'.

01  WS-CAL-COUNT PIC 9(4) value zeros.
01  WS-CAL-TABLE.
    05  WS-CAL-ENTRY occurs 1000 times.
        10  CAL-DATE PIC 9(8).
        10  CAL-DAY-TYPE PIC X.
        10  CAL-DESCRIPTION PIC X(30).
        10  CAL-CHANGED-BY PIC X(8).
        10  CAL-CHANGED-TS PIC X(26).

01  WS-CX PIC 9(4).
01  WS-CUR-CAL PIC 9(4).
01  WS-INSERT-CX PIC 9(4).

01  WS-DATE-TEXT PIC X(8).
01  WS-WORK-DATE PIC 9(8).
01  WS-WORK-DAY-TYPE PIC X.
01  WS-WORK-DESCRIPTION PIC X(30).
01  WS-DAY-OF-WEEK PIC 9(1).

01  WS-DATE-GOOD-SWITCH PIC X.
    88  WS-DATE-GOOD value 'Y'.

01  WS-CHANGED-COUNT PIC 9(4) value zeros.

01  WS-OPERATOR-ID PIC X(8) value spaces.
01  WS-CALLER-ID PIC X(8) value 'WSNCALMT'.
01  WS-AUTH-RIGHT PIC 9(2) value 6.
01  WS-AUTH-RESULT PIC 9(1).
    88  WS-AUTHORIZED value 0.

procedure division.

0100-MAIN.
    perform 0200-LOAD-CALENDAR
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
    perform 0300-MAINT-LOOP until WS-DONE
    if WS-CHANGED-COUNT > zeros
        perform 0800-REWRITE-CALENDAR
    end-if
    display 'CALENDAR ENTRIES CHANGED: ' WS-CHANGED-COUNT
        ' ON FILE: ' WS-CAL-COUNT
    stop run.

      *> Only a file that is truly missing starts the session empty;
      *> one that is there but will not open, or holds more than
      *> the table takes, must not be loaded short and written
      *> back over.
0200-LOAD-CALENDAR.
    open input BUS-CAL
    evaluate true
        when WS-CAL-FOUND
            perform 0250-READ-ONE-DAY until WS-EOF
            close BUS-CAL
        when WS-CAL-NOT-FOUND
            continue
        when other
            display 'BUSCAL OPEN FAILED, STATUS: ' WS-CAL-STATUS
                ' - SESSION ENDED'
            move 12 to return-code
            stop run
    end-evaluate.

0250-READ-ONE-DAY.
    read BUS-CAL into WS-CALENDAR-RECORD
        at end
            move 'Y' to WS-EOF-SWITCH
        not at end
            if WS-CAL-COUNT = 1000
                close BUS-CAL
                display 'WSNCALMT: CALENDAR TABLE FULL - SESSION ENDED'
                move 12 to return-code
                stop run
            else
                add 1 to WS-CAL-COUNT
                move WS-CALENDAR-RECORD to WS-CAL-ENTRY(WS-CAL-COUNT)
            end-if
    end-read.

0300-MAINT-LOOP.
    display 'CALENDAR DATE YYYYMMDD (L TO LIST, BLANK TO END): '
        with no advancing
    move spaces to WS-DATE-TEXT
    accept WS-DATE-TEXT
    move function upper-case(WS-DATE-TEXT) to WS-DATE-TEXT
    evaluate true
        when WS-DATE-TEXT = spaces
            move 'Y' to WS-DONE-SWITCH
        when WS-DATE-TEXT = 'L'
            perform 0350-LIST-CALENDAR
        when other
            perform 0400-EDIT-ONE-DAY
    end-evaluate.

0350-LIST-CALENDAR.
    if WS-CAL-COUNT = zeros
        display '  (NO HOLIDAYS OR NON-PROCESSING DAYS ON FILE)'
    end-if
    perform 0370-LIST-ONE-DAY
        varying WS-CX from 1 by 1 until WS-CX > WS-CAL-COUNT.

0370-LIST-ONE-DAY.
    display '  ' CAL-DATE(WS-CX) ' ' CAL-DAY-TYPE(WS-CX)
        ' ' CAL-DESCRIPTION(WS-CX) ' ' CAL-CHANGED-BY(WS-CX).

0400-EDIT-ONE-DAY.
    perform 0420-EDIT-DATE
    if WS-DATE-GOOD
        perform 0450-FIND-DAY
        if WS-CUR-CAL = zeros
            display WS-WORK-DATE ' NOT ON CALENDAR - BUSINESS DAY'
        else
            display 'DATE ' CAL-DATE(WS-CUR-CAL)
                ' TYPE ' CAL-DAY-TYPE(WS-CUR-CAL)
                ' ' CAL-DESCRIPTION(WS-CUR-CAL)
        end-if
        perform 0500-ACCEPT-FIELDS
    end-if.

0420-EDIT-DATE.
    move 'Y' to WS-DATE-GOOD-SWITCH
    if WS-DATE-TEXT is not numeric
        display 'DATE MUST BE YYYYMMDD'
        move 'N' to WS-DATE-GOOD-SWITCH
    else
        move WS-DATE-TEXT to WS-WORK-DATE
        if function test-date-yyyymmdd(WS-WORK-DATE) not = zero
            display 'DATE ' WS-WORK-DATE ' IS NOT A CALENDAR DATE'
            move 'N' to WS-DATE-GOOD-SWITCH
        else
            compute WS-DAY-OF-WEEK = function mod(
                function integer-of-date(WS-WORK-DATE), 7)
            if WS-DAY-OF-WEEK = zero or WS-DAY-OF-WEEK = 6
                display WS-WORK-DATE
                    ' IS A WEEKEND - NEVER A BUSINESS DAY'
                move 'N' to WS-DATE-GOOD-SWITCH
            end-if
        end-if
    end-if.

0450-FIND-DAY.
    move zeros to WS-CUR-CAL
    perform 0470-MATCH-ONE-DAY
        varying WS-CX from 1 by 1
        until WS-CX > WS-CAL-COUNT or WS-CUR-CAL not = zeros.

0470-MATCH-ONE-DAY.
    if CAL-DATE(WS-CX) = WS-WORK-DATE
        move WS-CX to WS-CUR-CAL
    end-if.

0500-ACCEPT-FIELDS.
    display 'DAY TYPE (H HOLIDAY, N NON-PROCESSING, D DELETE): '
        with no advancing
    move spaces to WS-WORK-DAY-TYPE
    accept WS-WORK-DAY-TYPE
    move function upper-case(WS-WORK-DAY-TYPE) to WS-WORK-DAY-TYPE
    evaluate WS-WORK-DAY-TYPE
        when 'H'
        when 'N'
            perform 0550-ACCEPT-DESCRIPTION
            perform 0600-STORE-DAY
        when 'D'
            perform 0700-DELETE-DAY
        when other
            display 'DAY TYPE MUST BE H, N OR D - ENTRY UNCHANGED'
    end-evaluate.

      *> A blank description keeps the one on file, so changing an
      *> H to an N does not mean retyping the holiday's name.
0550-ACCEPT-DESCRIPTION.
    display 'DESCRIPTION: ' with no advancing
    move spaces to WS-WORK-DESCRIPTION
    accept WS-WORK-DESCRIPTION
    move function upper-case(WS-WORK-DESCRIPTION)
        to WS-WORK-DESCRIPTION
    if WS-WORK-DESCRIPTION = spaces and WS-CUR-CAL not = zeros
        move CAL-DESCRIPTION(WS-CUR-CAL) to WS-WORK-DESCRIPTION
    end-if.

      *> A new date is inserted in date order so the file stays
      *> readable by eye; everything after it moves down one slot.
0600-STORE-DAY.
    if WS-CUR-CAL = zeros
        if WS-CAL-COUNT = 1000
            display 'WSNCALMT: CALENDAR TABLE FULL - NOT ADDED'
        else
            move zeros to WS-INSERT-CX
            perform 0620-CHECK-INSERT-POINT
                varying WS-CX from 1 by 1
                until WS-CX > WS-CAL-COUNT or WS-INSERT-CX not = zeros
            if WS-INSERT-CX = zeros
                compute WS-INSERT-CX = WS-CAL-COUNT + 1
            end-if
            perform 0640-SHIFT-ONE-DOWN
                varying WS-CX from WS-CAL-COUNT by -1
                until WS-CX < WS-INSERT-CX
            add 1 to WS-CAL-COUNT
            move WS-INSERT-CX to WS-CUR-CAL
        end-if
    end-if
    if WS-CUR-CAL not = zeros
        move WS-WORK-DATE to CAL-DATE(WS-CUR-CAL)
        move WS-WORK-DAY-TYPE to CAL-DAY-TYPE(WS-CUR-CAL)
        move WS-WORK-DESCRIPTION to CAL-DESCRIPTION(WS-CUR-CAL)
        move WS-OPERATOR-ID to CAL-CHANGED-BY(WS-CUR-CAL)
        move function current-date to CAL-CHANGED-TS(WS-CUR-CAL)
        add 1 to WS-CHANGED-COUNT
        display 'CALENDAR ENTRY STORED'
    end-if.

0620-CHECK-INSERT-POINT.
    if CAL-DATE(WS-CX) > WS-WORK-DATE
        move WS-CX to WS-INSERT-CX
    end-if.

0640-SHIFT-ONE-DOWN.
    move WS-CAL-ENTRY(WS-CX) to WS-CAL-ENTRY(WS-CX + 1).

0700-DELETE-DAY.
    if WS-CUR-CAL = zeros
        display WS-WORK-DATE ' IS NOT ON THE CALENDAR - NOTHING DELETED'
    else
        perform 0740-SHIFT-ONE-UP
            varying WS-CX from WS-CUR-CAL by 1
            until WS-CX >= WS-CAL-COUNT
        subtract 1 from WS-CAL-COUNT
        add 1 to WS-CHANGED-COUNT
        display 'CALENDAR ENTRY DELETED'
    end-if.

0740-SHIFT-ONE-UP.
    move WS-CAL-ENTRY(WS-CX + 1) to WS-CAL-ENTRY(WS-CX).

0800-REWRITE-CALENDAR.
    open output BUS-CAL
    perform 0850-WRITE-ONE-DAY
        varying WS-CX from 1 by 1 until WS-CX > WS-CAL-COUNT
    close BUS-CAL.

0850-WRITE-ONE-DAY.
    write FD-CAL-LINE from WS-CAL-ENTRY(WS-CX).
