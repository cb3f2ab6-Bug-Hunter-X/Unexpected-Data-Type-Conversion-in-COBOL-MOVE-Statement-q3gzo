      *> WSNQPROD - daily exception-queue productivity page. For one
      *> report date (today, or a YYYYMMDD date on the command line
      *> for a rerun) it writes QPRODRPT:
      *>
      *>   one detail line per queue entry worked that day - who
      *>   worked it, the key and partner, when it was assigned, when
      *>   it was marked worked and how long that took (hours and
      *>   minutes, wall clock);
      *>
      *>   one line per operator - entries assigned to them that day,
      *>   entries they worked that day, entries they hold still
      *>   unworked now, and their average assignment-to-worked time.
      *>
      *> QUEUEFIL keeps only the current assignment, so "assigned that
      *> day" means the entry's present assignment was made that day;
      *> an entry reassigned since counts for the operator who holds
      *> it now. Entries unassigned and unworked are counted on the
      *> UNASSIGNED line. An entry worked before assignment times
      *> were kept has no assignment time: it counts as worked but
      *> stays out of the average.
      *>
      *> Worked entries leave QUEUEFIL when WSNARCHV archives them,
      *> so every QUEARCH archive on the QUEAGEN registry dated on or
      *> after the report date is read too. WSNARCHV names an archive
      *> by its own run date, so the day's work may sit in that
      *> night's archive, the next morning's (a run after midnight)
      *> or any later one (a rerun for an earlier date); an entry is
      *> archived only once, so nothing is counted twice.
identification division.
program-id. WSNQPROD.

environment division.
configuration section.
input-output section.
file-control.
    select QUEUE-FILE assign to "QUEUEFIL"
        organization is relative
        access mode is sequential
        relative key is WS-QUE-REL-KEY
        file status is WS-QUEUE-STATUS.
    select ARCH-IN assign using WS-ARCH-FILE-NAME
        organization is line sequential
        file status is WS-ARCH-STATUS.
    select QUE-REGISTRY assign to "QUEAGEN"
        organization is line sequential
        file status is WS-REGISTRY-STATUS.
    select PROD-RPT assign to "QPRODRPT"
        organization is line sequential.

data division.
file section.
fd  QUEUE-FILE.
copy WSQUEREC.

fd  ARCH-IN.
01  FD-ARCH-LINE PIC X(156).

fd  QUE-REGISTRY.
01  FD-REGISTRY-LINE PIC X(8).

fd  PROD-RPT.
01  FD-RPT-LINE PIC X(80).

working-storage section.

01  WS-QUE-REL-KEY PIC 9(5).
01  WS-QUEUE-STATUS PIC X(2).
    88  WS-QUEUE-FOUND value '00'.

01  WS-ARCH-STATUS PIC X(2).
    88  WS-ARCH-FOUND value '00'.

01  WS-ARCH-FILE-NAME PIC X(17) value spaces.

01  WS-REGISTRY-STATUS PIC X(2).
    88  WS-REGISTRY-FOUND value '00'.
01  WS-REG-COUNT PIC 9(4) value zeros.
01  WS-REG-TABLE.
    05  WS-REG-DATE PIC X(8) occurs 400 times.
01  WS-RX PIC 9(4).

01  WS-EOF-SWITCH PIC X value 'N'.
    88  WS-EOF value 'Y'.

01  WS-DATE-ARG PIC X(8) value spaces.
01  WS-REPORT-DATE PIC 9(8).

01  WS-STAMP.
    05  WS-STAMP-DATE PIC 9(8).
    05  WS-STAMP-HH PIC 9(2).
    05  WS-STAMP-MM PIC 9(2).
01  WS-ASSIGNED-MINUTES PIC 9(9).
01  WS-WORKED-MINUTES PIC 9(9).
01  WS-ELAPSED-MINUTES PIC 9(9).
01  WS-STAMP-MINUTES PIC 9(9).
01  WS-STAMP-GOOD-SWITCH PIC X.
    88  WS-STAMP-GOOD value 'Y'.
01  WS-TIMED-SWITCH PIC X.
    88  WS-ENTRY-TIMED value 'Y'.

01  WS-LOOKUP-ID PIC X(8).
01  WS-OPR-COUNT PIC 9(3) value zeros.
01  WS-OPR-TABLE.
    05  WS-OPR-ENTRY occurs 300 times.
        10  QPT-OPERATOR-ID PIC X(8).
        10  QPT-ASSIGNED PIC 9(9).
        10  QPT-WORKED PIC 9(9).
        10  QPT-OPEN PIC 9(9).
        10  QPT-TIMED PIC 9(9).
        10  QPT-MINUTES PIC 9(11).
01  WS-OX PIC 9(3).
01  WS-CUR-OPR PIC 9(3).

01  WS-UNASSIGNED-COUNT PIC 9(9) value zeros.
01  WS-DETAIL-COUNT PIC 9(9) value zeros.
01  WS-AVERAGE-MINUTES PIC 9(9).

01  WS-RPT-HEADER.
    05  FILLER PIC X(30) value 'EXCEPTION QUEUE PRODUCTIVITY -'.
    05  FILLER PIC X(1) value space.
    05  QPH-DATE PIC X(8).

01  WS-RPT-DETAIL-HEADING.
    05  FILLER PIC X(62) value
        'OPERATOR KEY   PARTNER  ASSIGNED       WORKED             TOOK'.

01  WS-RPT-DETAIL.
    05  QPD-OPERATOR-ID PIC X(8).
    05  FILLER PIC X(1) value space.
    05  QPD-KEY PIC 9(5).
    05  FILLER PIC X(1) value space.
    05  QPD-SOURCE-ID PIC X(8).
    05  FILLER PIC X(1) value space.
    05  QPD-ASSIGNED-TS PIC X(14).
    05  FILLER PIC X(1) value space.
    05  QPD-WORKED-TS PIC X(14).
    05  FILLER PIC X(1) value space.
    05  QPD-TOOK PIC X(8).

01  WS-RPT-TOOK.
    05  QPK-HOURS PIC ZZZZ9.
    05  FILLER PIC X(1) value ':'.
    05  QPK-MINUTES PIC 99.

01  WS-RPT-SUMMARY-HEADING.
    05  FILLER PIC X(54) value
        'OPERATOR   ASSIGNED     WORKED       OPEN     AVG TOOK'.

01  WS-RPT-SUMMARY.
    05  QPS-OPERATOR-ID PIC X(10).
    05  QPS-ASSIGNED PIC ZZZZZZZZ9.
    05  FILLER PIC X(2) value spaces.
    05  QPS-WORKED PIC ZZZZZZZZ9.
    05  FILLER PIC X(2) value spaces.
    05  QPS-OPEN PIC ZZZZZZZZ9.
    05  FILLER PIC X(5) value spaces.
    05  QPS-AVERAGE PIC X(8).

procedure division.

0100-MAIN.
    move function current-date(1:8) to WS-REPORT-DATE
    accept WS-DATE-ARG from command-line
    if WS-DATE-ARG not = spaces
        if WS-DATE-ARG is numeric
                and function test-date-yyyymmdd(
                    function numval(WS-DATE-ARG)) = zero
            move WS-DATE-ARG to WS-REPORT-DATE
        else
            display 'REPORT DATE ''' WS-DATE-ARG
                ''' NOT A YYYYMMDD DATE - USING ' WS-REPORT-DATE
        end-if
    end-if
    open output PROD-RPT
    move WS-REPORT-DATE to QPH-DATE
    write FD-RPT-LINE from WS-RPT-HEADER
    move spaces to FD-RPT-LINE
    write FD-RPT-LINE
    write FD-RPT-LINE from WS-RPT-DETAIL-HEADING
    perform 0200-READ-LIVE-QUEUE
    perform 0300-LOAD-REGISTRY
    perform 0330-READ-ONE-ARCHIVE
        varying WS-RX from 1 by 1 until WS-RX > WS-REG-COUNT
    if WS-DETAIL-COUNT = zeros
        move '  (NOTHING WORKED ON THIS DATE)' to FD-RPT-LINE
        write FD-RPT-LINE
    end-if
    perform 0700-WRITE-SUMMARY
    close PROD-RPT
    display 'QUEUE ENTRIES WORKED ON ' WS-REPORT-DATE ': '
        WS-DETAIL-COUNT ' OPERATORS: ' WS-OPR-COUNT
    stop run.

0200-READ-LIVE-QUEUE.
    move 'N' to WS-EOF-SWITCH
    open input QUEUE-FILE
    if not WS-QUEUE-FOUND
        display 'QUEUEFIL NOT AVAILABLE, STATUS: ' WS-QUEUE-STATUS
    else
        perform 0250-READ-QUEUE-FILE
        perform 0220-TALLY-LIVE-ENTRY until WS-EOF
        close QUEUE-FILE
    end-if.

0220-TALLY-LIVE-ENTRY.
    perform 0400-TALLY-ONE-ENTRY
    perform 0250-READ-QUEUE-FILE.

0250-READ-QUEUE-FILE.
    read QUEUE-FILE
        at end
            move 'Y' to WS-EOF-SWITCH
    end-read.

      *> No QUEAGEN, or no archive since the date, is the normal
      *> case, not an error.
0300-LOAD-REGISTRY.
    move 'N' to WS-EOF-SWITCH
    open input QUE-REGISTRY
    if WS-REGISTRY-FOUND
        perform 0310-READ-REGISTRY until WS-EOF
        close QUE-REGISTRY
    end-if.

0310-READ-REGISTRY.
    read QUE-REGISTRY
        at end
            move 'Y' to WS-EOF-SWITCH
        not at end
            if FD-REGISTRY-LINE is numeric
                    and FD-REGISTRY-LINE >= WS-REPORT-DATE
                    and WS-REG-COUNT < 400
                add 1 to WS-REG-COUNT
                move FD-REGISTRY-LINE to WS-REG-DATE(WS-REG-COUNT)
            end-if
    end-read.

0330-READ-ONE-ARCHIVE.
    move spaces to WS-ARCH-FILE-NAME
    string 'QUEARCH.' delimited by size
        WS-REG-DATE(WS-RX) delimited by size
        into WS-ARCH-FILE-NAME
    end-string
    move 'N' to WS-EOF-SWITCH
    open input ARCH-IN
    if WS-ARCH-FOUND
        perform 0350-READ-ARCHIVE-ENTRY until WS-EOF
        close ARCH-IN
    end-if.

0350-READ-ARCHIVE-ENTRY.
    read ARCH-IN
        at end
            move 'Y' to WS-EOF-SWITCH
        not at end
            move FD-ARCH-LINE(1:156) to WS-QUEUE-RECORD
            perform 0400-TALLY-ONE-ENTRY
    end-read.

0400-TALLY-ONE-ENTRY.
    if WS-QUEUE-ASSIGNED-TO not = spaces
            and WS-QUEUE-ASSIGNED-TS(1:8) = WS-REPORT-DATE
        move WS-QUEUE-ASSIGNED-TO to WS-LOOKUP-ID
        perform 0600-FIND-OPERATOR
        add 1 to QPT-ASSIGNED(WS-CUR-OPR)
    end-if
    if WS-QUEUE-WORKED-FLAG = 'Y'
        if WS-QUEUE-WORKED-BY not = spaces
                and WS-QUEUE-WORKED-TS(1:8) = WS-REPORT-DATE
            perform 0500-WRITE-WORKED-ENTRY
        end-if
    else
        if WS-QUEUE-ASSIGNED-TO = spaces
            add 1 to WS-UNASSIGNED-COUNT
        else
            move WS-QUEUE-ASSIGNED-TO to WS-LOOKUP-ID
            perform 0600-FIND-OPERATOR
            add 1 to QPT-OPEN(WS-CUR-OPR)
        end-if
    end-if.

0500-WRITE-WORKED-ENTRY.
    move WS-QUEUE-WORKED-BY to WS-LOOKUP-ID
    perform 0600-FIND-OPERATOR
    add 1 to QPT-WORKED(WS-CUR-OPR)
    move WS-QUEUE-WORKED-BY to QPD-OPERATOR-ID
    move WS-QUEUE-KEY to QPD-KEY
    move WS-QUEUE-SOURCE-ID to QPD-SOURCE-ID
    move WS-QUEUE-ASSIGNED-TS(1:14) to QPD-ASSIGNED-TS
    move WS-QUEUE-WORKED-TS(1:14) to QPD-WORKED-TS
    perform 0550-TIME-ENTRY
    if WS-ENTRY-TIMED
        add 1 to QPT-TIMED(WS-CUR-OPR)
        add WS-ELAPSED-MINUTES to QPT-MINUTES(WS-CUR-OPR)
        move WS-ELAPSED-MINUTES to WS-STAMP-MINUTES
        perform 0580-EDIT-TOOK
        move WS-RPT-TOOK to QPD-TOOK
    else
        move '     N/A' to QPD-TOOK
    end-if
    write FD-RPT-LINE from WS-RPT-DETAIL
    add 1 to WS-DETAIL-COUNT.

      *> Wall-clock minutes from the assignment stamp to the worked
      *> stamp; a missing or damaged assignment stamp, or one after
      *> the worked stamp, leaves the entry untimed.
0550-TIME-ENTRY.
    move 'N' to WS-TIMED-SWITCH
    move WS-QUEUE-ASSIGNED-TS(1:12) to WS-STAMP
    perform 0560-STAMP-TO-MINUTES
    if WS-STAMP-GOOD
        move WS-STAMP-MINUTES to WS-ASSIGNED-MINUTES
        move WS-QUEUE-WORKED-TS(1:12) to WS-STAMP
        perform 0560-STAMP-TO-MINUTES
        if WS-STAMP-GOOD
            move WS-STAMP-MINUTES to WS-WORKED-MINUTES
            if WS-WORKED-MINUTES >= WS-ASSIGNED-MINUTES
                compute WS-ELAPSED-MINUTES =
                    WS-WORKED-MINUTES - WS-ASSIGNED-MINUTES
                move 'Y' to WS-TIMED-SWITCH
            end-if
        end-if
    end-if.

0560-STAMP-TO-MINUTES.
    move 'N' to WS-STAMP-GOOD-SWITCH
    if WS-STAMP-DATE is numeric and WS-STAMP-HH is numeric
            and WS-STAMP-MM is numeric
        if function test-date-yyyymmdd(WS-STAMP-DATE) = zero
            compute WS-STAMP-MINUTES =
                function integer-of-date(WS-STAMP-DATE) * 1440
                + WS-STAMP-HH * 60 + WS-STAMP-MM
            move 'Y' to WS-STAMP-GOOD-SWITCH
        end-if
    end-if.

0580-EDIT-TOOK.
    compute QPK-HOURS = WS-STAMP-MINUTES / 60
    compute QPK-MINUTES = function mod(WS-STAMP-MINUTES, 60).

0600-FIND-OPERATOR.
    move zeros to WS-CUR-OPR
    perform 0650-MATCH-ONE-OPERATOR
        varying WS-OX from 1 by 1
        until WS-OX > WS-OPR-COUNT or WS-CUR-OPR not = zeros
    if WS-CUR-OPR = zeros
        if WS-OPR-COUNT = 300
            display 'WSNQPROD: OPERATOR TABLE FULL - '
                WS-LOOKUP-ID ' COUNTED WITH THE LAST'
            move WS-OPR-COUNT to WS-CUR-OPR
        else
            add 1 to WS-OPR-COUNT
            move WS-OPR-COUNT to WS-CUR-OPR
            move WS-LOOKUP-ID to QPT-OPERATOR-ID(WS-CUR-OPR)
            move zeros to QPT-ASSIGNED(WS-CUR-OPR)
            move zeros to QPT-WORKED(WS-CUR-OPR)
            move zeros to QPT-OPEN(WS-CUR-OPR)
            move zeros to QPT-TIMED(WS-CUR-OPR)
            move zeros to QPT-MINUTES(WS-CUR-OPR)
        end-if
    end-if.

0650-MATCH-ONE-OPERATOR.
    if QPT-OPERATOR-ID(WS-OX) = WS-LOOKUP-ID
        move WS-OX to WS-CUR-OPR
    end-if.

0700-WRITE-SUMMARY.
    move spaces to FD-RPT-LINE
    write FD-RPT-LINE
    write FD-RPT-LINE from WS-RPT-SUMMARY-HEADING
    perform 0750-WRITE-ONE-OPERATOR
        varying WS-OX from 1 by 1 until WS-OX > WS-OPR-COUNT
    move 'UNASSIGNED' to QPS-OPERATOR-ID
    move zeros to QPS-ASSIGNED
    move zeros to QPS-WORKED
    move WS-UNASSIGNED-COUNT to QPS-OPEN
    move spaces to QPS-AVERAGE
    write FD-RPT-LINE from WS-RPT-SUMMARY.

0750-WRITE-ONE-OPERATOR.
    move QPT-OPERATOR-ID(WS-OX) to QPS-OPERATOR-ID
    move QPT-ASSIGNED(WS-OX) to QPS-ASSIGNED
    move QPT-WORKED(WS-OX) to QPS-WORKED
    move QPT-OPEN(WS-OX) to QPS-OPEN
    if QPT-TIMED(WS-OX) = zeros
        move '     N/A' to QPS-AVERAGE
    else
        compute WS-AVERAGE-MINUTES =
            QPT-MINUTES(WS-OX) / QPT-TIMED(WS-OX)
        move WS-AVERAGE-MINUTES to WS-STAMP-MINUTES
        perform 0580-EDIT-TOOK
        move WS-RPT-TOOK to QPS-AVERAGE
    end-if
    write FD-RPT-LINE from WS-RPT-SUMMARY.
