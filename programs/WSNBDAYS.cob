      *> WSNBDAYS - business-day arithmetic over the BUSCAL shop
      *> business calendar (WSCALREC layout). Every age the morning
      *> reports judge used to be a raw calendar-day subtraction, so
      *> a send went OUTSTANDING across a holiday weekend and queue
      *> entries aged into the over-3-days bucket while the office
      *> was shut. Callers now ask here instead:
      *>
      *>   main entry      FROM-DATE, TO-DATE -> BUSINESS-DAYS, the
      *>                   number of business days after FROM-DATE up
      *>                   to and including TO-DATE (zero when TO-DATE
      *>                   is not after FROM-DATE). A send made on
      *>                   Friday and judged the following Tuesday is
      *>                   two business days old, or one if Monday was
      *>                   a bank holiday.
      *>   WSNBDAYS-TYPE   DATE -> DAY-TYPE: B business day, W weekend,
      *>                   H holiday, N non-processing day.
      *>   WSNBDAYS-CATCHUP
      *>                   DATE, FEED-DAYS (the partner's WSPRTREC
      *>                   Y/N string, Monday first) -> CLOSED-DAYS,
      *>                   how many of the partner's expected feed days
      *>                   immediately before DATE fell on a holiday or
      *>                   non-processing day. Days the partner never
      *>                   feeds on are stepped over; the first expected
      *>                   feed day that was open ends the count. A feed
      *>                   dated the Tuesday after a bank-holiday Monday
      *>                   is a catch-up of one day. The walk looks back
      *>                   two weeks at most.
      *>
      *> Saturday and Sunday are never business days; a weekday is a
      *> business day unless BUSCAL lists it. The calendar is loaded
      *> on the first call and kept for the rest of the run - it is a
      *> few dozen lines a year. No BUSCAL at all is not an error:
      *> every weekday is then a business day, which is exactly the
      *> behaviour the system had before the calendar existed.
identification division.
program-id. WSNBDAYS.

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

01  WS-EOF-SWITCH PIC X value 'N'.
    88  WS-EOF value 'Y'.

01  WS-LOADED-SWITCH PIC X value 'N'.
    88  WS-LOADED value 'Y'.

01  WS-CAL-COUNT PIC 9(4) value zeros.
01  WS-CAL-TABLE.
    05  WS-CAL-ENTRY occurs 1000 times.
        10  CAL-INTEGER PIC 9(7).
        10  CAL-DAY-TYPE PIC X.

01  WS-CX PIC 9(4).
01  WS-FOUND-CX PIC 9(4).

01  WS-FROM-INTEGER PIC 9(7).
01  WS-TO-INTEGER PIC 9(7).
01  WS-DAY-INTEGER PIC 9(7).
01  WS-DAY-OF-WEEK PIC 9(1).
01  WS-WORK-DAY-TYPE PIC X.
    88  WS-WORK-BUSINESS-DAY value 'B'.
    88  WS-WORK-CLOSED-DAY value 'H' 'N'.

01  WS-WALK-COUNT PIC 9(2).
01  WS-WALK-DONE-SWITCH PIC X.
    88  WS-WALK-DONE value 'Y'.

linkage section.
01  LS-FROM-DATE PIC 9(8).
01  LS-TO-DATE PIC 9(8).
01  LS-BUSINESS-DAYS PIC 9(5).
01  LS-DATE PIC 9(8).
01  LS-DAY-TYPE PIC X.
01  LS-FEED-DAYS PIC X(7).
01  LS-CLOSED-DAYS PIC 9(2).

procedure division using LS-FROM-DATE, LS-TO-DATE, LS-BUSINESS-DAYS.

0100-COUNT-BUSINESS-DAYS.
    perform 0500-LOAD-CALENDAR
    move zeros to LS-BUSINESS-DAYS
    if LS-FROM-DATE is numeric and LS-TO-DATE is numeric
            and LS-TO-DATE > LS-FROM-DATE
        compute WS-FROM-INTEGER =
            function integer-of-date(LS-FROM-DATE) + 1
        compute WS-TO-INTEGER = function integer-of-date(LS-TO-DATE)
        perform 0150-COUNT-ONE-DAY
            varying WS-DAY-INTEGER from WS-FROM-INTEGER by 1
            until WS-DAY-INTEGER > WS-TO-INTEGER
    end-if
    goback.

0150-COUNT-ONE-DAY.
    perform 0300-CLASSIFY-DAY
    if WS-WORK-BUSINESS-DAY
        add 1 to LS-BUSINESS-DAYS
    end-if.

entry 'WSNBDAYS-TYPE' using LS-DATE, LS-DAY-TYPE.

0200-DAY-TYPE.
    perform 0500-LOAD-CALENDAR
    move 'B' to LS-DAY-TYPE
    if LS-DATE is numeric
        compute WS-DAY-INTEGER = function integer-of-date(LS-DATE)
        perform 0300-CLASSIFY-DAY
        move WS-WORK-DAY-TYPE to LS-DAY-TYPE
    end-if
    goback.

entry 'WSNBDAYS-CATCHUP' using LS-DATE, LS-FEED-DAYS, LS-CLOSED-DAYS.

0250-COUNT-CLOSED-FEED-DAYS.
    perform 0500-LOAD-CALENDAR
    move zeros to LS-CLOSED-DAYS
    if LS-DATE is numeric
            and function test-date-yyyymmdd(LS-DATE) = zero
        compute WS-DAY-INTEGER = function integer-of-date(LS-DATE)
        move 'N' to WS-WALK-DONE-SWITCH
        perform 0270-WALK-BACK-ONE-DAY
            varying WS-WALK-COUNT from 1 by 1
            until WS-WALK-COUNT > 14 or WS-WALK-DONE
    end-if
    goback.

0270-WALK-BACK-ONE-DAY.
    subtract 1 from WS-DAY-INTEGER
    perform 0300-CLASSIFY-DAY
    if LS-FEED-DAYS(WS-DAY-OF-WEEK:1) = 'Y'
        if WS-WORK-CLOSED-DAY
            add 1 to LS-CLOSED-DAYS
        else
            move 'Y' to WS-WALK-DONE-SWITCH
        end-if
    end-if.

      *> Monday = 1 ... Sunday = 7, the same numbering WSNBATCH uses
      *> to index WS-PART-FEED-DAYS.
0300-CLASSIFY-DAY.
    compute WS-DAY-OF-WEEK = function mod(WS-DAY-INTEGER, 7)
    if WS-DAY-OF-WEEK = zero
        move 7 to WS-DAY-OF-WEEK
    end-if
    if WS-DAY-OF-WEEK > 5
        move 'W' to WS-WORK-DAY-TYPE
    else
        move 'B' to WS-WORK-DAY-TYPE
        move zeros to WS-FOUND-CX
        perform 0350-MATCH-ONE-DAY
            varying WS-CX from 1 by 1
            until WS-CX > WS-CAL-COUNT or WS-FOUND-CX not = zeros
        if WS-FOUND-CX not = zeros
            move CAL-DAY-TYPE(WS-FOUND-CX) to WS-WORK-DAY-TYPE
        end-if
    end-if.

0350-MATCH-ONE-DAY.
    if CAL-INTEGER(WS-CX) = WS-DAY-INTEGER
        move WS-CX to WS-FOUND-CX
    end-if.

0500-LOAD-CALENDAR.
    if not WS-LOADED
        move 'Y' to WS-LOADED-SWITCH
        open input BUS-CAL
        if WS-CAL-FOUND
            perform 0550-READ-ONE-DAY until WS-EOF
            close BUS-CAL
        end-if
    end-if.

      *> Only H and N lines count; a blank or damaged line is passed
      *> over rather than closing a day nobody meant to close.
0550-READ-ONE-DAY.
    read BUS-CAL into WS-CALENDAR-RECORD
        at end
            move 'Y' to WS-EOF-SWITCH
        not at end
            if WS-CAL-DATE is numeric and WS-CAL-CLOSED
                if WS-CAL-COUNT = 1000
                    display 'WSNBDAYS: CALENDAR TABLE FULL'
                else
                    add 1 to WS-CAL-COUNT
                    compute CAL-INTEGER(WS-CAL-COUNT) =
                        function integer-of-date(WS-CAL-DATE)
                    move WS-CAL-DAY-TYPE to CAL-DAY-TYPE(WS-CAL-COUNT)
                end-if
            end-if
    end-read.
