      *> WSNARRIV - expected-feed arrival monitor, run at the intake
      *> cutoff. WSNVOLGD and WSNBATCH only ever judge a feed that
      *> actually arrived; an active partner who is due to send today
      *> and sends nothing used to go unnoticed until the month-end
      *> WSNPTOTS page showed a stale latest feed date. This step
      *> walks every ACTIVE profile on PARTPROF and writes one
      *> ARRIVRPT line per partner for the feed date:
      *>
      *>   RECEIVED            the feed is on PARTACT (WSNBATCH
      *>                       converted it) or on VOLHIST (the volume
      *>                       guard passed or a released feed went
      *>                       through) - record count shown;
      *>   RECEIVED - HELD     the feed is sitting on BATCHIN (header
      *>                       source and date match) but the volume
      *>                       guard has not let it through: it is
      *>                       waiting for a WSNVOLGD RELEASE;
      *>   MISSING             the partner's WS-PART-FEED-DAYS says it
      *>                       sends today and nothing has been seen;
      *>   NOT EXPECTED        today is not one of the partner's feed
      *>                       days, or the BUSCAL business calendar
      *>                       has the shop closed (WSNBDAYS-TYPE) -
      *>                       nothing seen and nothing owed.
      *>
      *> A feed that arrives on a day it was not expected is still
      *> RECEIVED - it came, which is all this page answers.
      *>
      *> The feed date is today unless a YYYYMMDD date is given on the
      *> command line (rerunning an earlier cutoff). The program ends
      *> with RETURN-CODE 20 when any partner is MISSING - a code of
      *> its own, above the 16 the volume guard holds a feed with, so
      *> the scheduler can page someone - or 4 when nothing is missing
      *> but a feed is still held. START and END events go to RUNLOG
      *> through WSNRNLOG (END carries the received and missing
      *> counts) so the WSNRNRPT morning page shows the check ran.
identification division.
program-id. WSNARRIV.

environment division.
configuration section.
input-output section.
file-control.
    select PART-PROF assign to "PARTPROF"
        organization is line sequential
        file status is WS-PROF-STATUS.
    select PART-ACT assign to "PARTACT"
        organization is line sequential
        file status is WS-PART-ACT-STATUS.
    select VOL-HIST assign to "VOLHIST"
        organization is line sequential
        file status is WS-HIST-STATUS.
    select BATCH-IN assign to "BATCHIN"
        organization is line sequential
        file status is WS-BATCH-IN-STATUS.
    select ARRIV-RPT assign to "ARRIVRPT"
        organization is line sequential.

data division.
file section.
fd  PART-PROF.
01  FD-PROF-LINE PIC X(20).

fd  PART-ACT.
01  FD-PART-ACT-LINE PIC X(34).

fd  VOL-HIST.
01  FD-HIST-LINE PIC X(34).

fd  BATCH-IN.
01  FD-BATCH-IN-RECORD PIC X(19).

fd  ARRIV-RPT.
01  FD-RPT-LINE PIC X(80).

working-storage section.
copy WSPRTREC.
copy WSPACREC.
copy WSVOLREC.
copy WSBATCTL.

01  WS-PROF-STATUS PIC X(2).
    88  WS-PROF-FOUND value '00'.

01  WS-PART-ACT-STATUS PIC X(2).
    88  WS-PART-ACT-FOUND value '00'.

01  WS-HIST-STATUS PIC X(2).
    88  WS-HIST-FOUND value '00'.

01  WS-BATCH-IN-STATUS PIC X(2).
    88  WS-BATCH-IN-FOUND value '00'.

01  WS-EOF-SWITCH PIC X value 'N'.
    88  WS-EOF value 'Y'.

01  WS-DATE-ARG PIC X(8) value spaces.
01  WS-FEED-DATE PIC 9(8).
01  WS-FEED-DOW PIC 9(1).
01  WS-FEED-DAY-TYPE PIC X.
    88  WS-FEED-DAY-CLOSED value 'H' 'N'.

01  WS-IN-BUFFER PIC X(19).

01  WS-ARV-COUNT PIC 9(3) value zeros.
01  WS-ARV-TABLE.
    05  WS-ARV-ENTRY occurs 200 times.
        10  ARV-SOURCE-ID PIC X(8).
        10  ARV-FEED-DAYS PIC X(7).
        10  ARV-RECORDS PIC 9(9).
        10  ARV-ON-PARTACT PIC X.
        10  ARV-ON-VOLHIST PIC X.
        10  ARV-ON-BATCHIN PIC X.

01  WS-AX PIC 9(3).
01  WS-CUR-ARV PIC 9(3).
01  WS-WORK-SOURCE-ID PIC X(8).

01  WS-RECEIVED-COUNT PIC 9(9) value zeros.
01  WS-HELD-COUNT PIC 9(9) value zeros.
01  WS-MISSING-COUNT PIC 9(9) value zeros.
01  WS-NOT-EXPECTED-COUNT PIC 9(9) value zeros.

01  WS-RPT-HEADER.
    05  FILLER PIC X(22) value 'FEED ARRIVAL STATUS - '.
    05  ARH-DATE PIC 9(8).
    05  FILLER PIC X(2) value spaces.
    05  ARH-DAY-NOTE PIC X(30).

01  WS-RPT-COLUMNS.
    05  FILLER PIC X(48) value
        'SOURCE ID  FEED DAYS  RECORDS    STATUS'.

01  WS-RPT-DETAIL.
    05  ARD-SOURCE-ID PIC X(8).
    05  FILLER PIC X(3) value spaces.
    05  ARD-FEED-DAYS PIC X(7).
    05  FILLER PIC X(2) value spaces.
    05  ARD-RECORDS PIC ZZZZZZZZ9.
    05  FILLER PIC X(2) value spaces.
    05  ARD-STATUS PIC X(40).

01  WS-RPT-TOTAL-LINE.
    05  ART-LABEL PIC X(20).
    05  ART-COUNT PIC ZZZZZZZZ9.

01  WS-CALLER-ID PIC X(8) value 'WSNARRIV'.
01  WS-RUN-STREAM PIC X(1) value space.
01  WS-RUN-RC PIC 9(2).
01  WS-RUN-ZERO PIC 9(9) value zeros.

procedure division.

0100-MAIN.
    perform 9700-LOG-RUN-START
    move function current-date(1:8) to WS-FEED-DATE
    accept WS-DATE-ARG from command-line
    if WS-DATE-ARG not = spaces
        if WS-DATE-ARG is numeric
                and function test-date-yyyymmdd(
                    function numval(WS-DATE-ARG)) = zero
            move WS-DATE-ARG to WS-FEED-DATE
        else
            display 'FEED DATE ''' WS-DATE-ARG
                ''' NOT A YYYYMMDD DATE - USING ' WS-FEED-DATE
        end-if
    end-if
    compute WS-FEED-DOW = function mod(
        function integer-of-date(WS-FEED-DATE), 7)
    if WS-FEED-DOW = zero
        move 7 to WS-FEED-DOW
    end-if
    call 'WSNBDAYS-TYPE' using WS-FEED-DATE, WS-FEED-DAY-TYPE
    perform 0200-LOAD-PROFILES
    perform 0300-SCAN-PARTNER-ACTIVITY
    perform 0400-SCAN-VOLUME-HISTORY
    perform 0500-CHECK-BATCH-IN
    open output ARRIV-RPT
    perform 0600-WRITE-REPORT
    close ARRIV-RPT
    display 'FEEDS RECEIVED: ' WS-RECEIVED-COUNT
        ' HELD: ' WS-HELD-COUNT
        ' MISSING: ' WS-MISSING-COUNT
    evaluate true
        when WS-MISSING-COUNT > zeros
            display 'EXPECTED FEED MISSING - ALERT'
            move 20 to return-code
        when WS-HELD-COUNT > zeros
            move 4 to return-code
        when other
            continue
    end-evaluate
    perform 9750-LOG-RUN-END
    stop run.

0200-LOAD-PROFILES.
    open input PART-PROF
    if not WS-PROF-FOUND
        display 'PARTPROF NOT AVAILABLE, STATUS: ' WS-PROF-STATUS
    else
        perform 0250-READ-ONE-PROFILE until WS-EOF
        close PART-PROF
    end-if.

0250-READ-ONE-PROFILE.
    read PART-PROF into WS-PARTNER-RECORD
        at end
            move 'Y' to WS-EOF-SWITCH
        not at end
            if WS-PART-ACTIVE
                if WS-ARV-COUNT = 200
                    display 'WSNARRIV: PROFILE TABLE FULL'
                else
                    add 1 to WS-ARV-COUNT
                    move WS-PART-SOURCE-ID
                        to ARV-SOURCE-ID(WS-ARV-COUNT)
                    move WS-PART-FEED-DAYS
                        to ARV-FEED-DAYS(WS-ARV-COUNT)
                    move zeros to ARV-RECORDS(WS-ARV-COUNT)
                    move 'N' to ARV-ON-PARTACT(WS-ARV-COUNT)
                    move 'N' to ARV-ON-VOLHIST(WS-ARV-COUNT)
                    move 'N' to ARV-ON-BATCHIN(WS-ARV-COUNT)
                end-if
            end-if
    end-read.

      *> A partitioned night appends one PARTACT line per stream for
      *> the same source and date; the record counts add up.
0300-SCAN-PARTNER-ACTIVITY.
    move 'N' to WS-EOF-SWITCH
    open input PART-ACT
    if WS-PART-ACT-FOUND
        perform 0350-CHECK-ONE-ACTIVITY until WS-EOF
        close PART-ACT
    end-if.

0350-CHECK-ONE-ACTIVITY.
    read PART-ACT into WS-PARTACT-RECORD
        at end
            move 'Y' to WS-EOF-SWITCH
        not at end
            if WS-PA-FILE-DATE = WS-FEED-DATE
                move WS-PA-SOURCE-ID to WS-WORK-SOURCE-ID
                perform 0700-FIND-PARTNER
                if WS-CUR-ARV not = zeros
                    move 'Y' to ARV-ON-PARTACT(WS-CUR-ARV)
                    add WS-PA-RECORD-COUNT to ARV-RECORDS(WS-CUR-ARV)
                end-if
            end-if
    end-read.

      *> The guard appends at most one VOLHIST line per source and
      *> date; its trailer count stands in for a feed not yet
      *> converted.
0400-SCAN-VOLUME-HISTORY.
    move 'N' to WS-EOF-SWITCH
    open input VOL-HIST
    if WS-HIST-FOUND
        perform 0450-CHECK-ONE-HISTORY until WS-EOF
        close VOL-HIST
    end-if.

0450-CHECK-ONE-HISTORY.
    read VOL-HIST into WS-VOLHIST-RECORD
        at end
            move 'Y' to WS-EOF-SWITCH
        not at end
            if WS-VH-FILE-DATE = WS-FEED-DATE
                move WS-VH-SOURCE-ID to WS-WORK-SOURCE-ID
                perform 0700-FIND-PARTNER
                if WS-CUR-ARV not = zeros
                    move 'Y' to ARV-ON-VOLHIST(WS-CUR-ARV)
                    if ARV-ON-PARTACT(WS-CUR-ARV) not = 'Y'
                        move WS-VH-RECORD-COUNT
                            to ARV-RECORDS(WS-CUR-ARV)
                    end-if
                end-if
            end-if
    end-read.

      *> Only the header and trailer matter: a feed the guard held is
      *> still on BATCHIN, and nowhere else.
0500-CHECK-BATCH-IN.
    move 'N' to WS-EOF-SWITCH
    move spaces to WS-BATCH-HEADER
    move zeros to WS-BT-RECORD-COUNT
    open input BATCH-IN
    if WS-BATCH-IN-FOUND
        perform 0550-READ-ONE-CONTROL until WS-EOF
        close BATCH-IN
        if WS-BH-RECORD-TYPE = 'H'
                and WS-BH-FILE-DATE = WS-FEED-DATE
            move WS-BH-SOURCE-ID to WS-WORK-SOURCE-ID
            perform 0700-FIND-PARTNER
            if WS-CUR-ARV not = zeros
                move 'Y' to ARV-ON-BATCHIN(WS-CUR-ARV)
                if ARV-ON-PARTACT(WS-CUR-ARV) not = 'Y'
                        and ARV-ON-VOLHIST(WS-CUR-ARV) not = 'Y'
                    move WS-BT-RECORD-COUNT to ARV-RECORDS(WS-CUR-ARV)
                end-if
            end-if
        end-if
    end-if.

0550-READ-ONE-CONTROL.
    read BATCH-IN into WS-IN-BUFFER
        at end
            move 'Y' to WS-EOF-SWITCH
        not at end
            evaluate WS-IN-BUFFER(1:1)
                when 'H'
                    move WS-IN-BUFFER(1:17) to WS-BATCH-HEADER
                when 'T'
                    move WS-IN-BUFFER(1:19) to WS-BATCH-TRAILER
                when other
                    continue
            end-evaluate
    end-read.

0600-WRITE-REPORT.
    move WS-FEED-DATE to ARH-DATE
    evaluate true
        when WS-FEED-DAY-TYPE = 'H'
            move 'SHOP HOLIDAY' to ARH-DAY-NOTE
        when WS-FEED-DAY-TYPE = 'N'
            move 'NON-PROCESSING DAY' to ARH-DAY-NOTE
        when other
            move spaces to ARH-DAY-NOTE
    end-evaluate
    write FD-RPT-LINE from WS-RPT-HEADER
    write FD-RPT-LINE from WS-RPT-COLUMNS
    perform 0650-WRITE-ONE-PARTNER
        varying WS-AX from 1 by 1 until WS-AX > WS-ARV-COUNT
    if WS-ARV-COUNT = zeros
        move '  (NO ACTIVE PARTNER PROFILES)' to FD-RPT-LINE
        write FD-RPT-LINE
    end-if
    move spaces to FD-RPT-LINE
    write FD-RPT-LINE
    move 'RECEIVED' to ART-LABEL
    move WS-RECEIVED-COUNT to ART-COUNT
    write FD-RPT-LINE from WS-RPT-TOTAL-LINE
    move 'RECEIVED - HELD' to ART-LABEL
    move WS-HELD-COUNT to ART-COUNT
    write FD-RPT-LINE from WS-RPT-TOTAL-LINE
    move 'MISSING' to ART-LABEL
    move WS-MISSING-COUNT to ART-COUNT
    write FD-RPT-LINE from WS-RPT-TOTAL-LINE
    move 'NOT EXPECTED' to ART-LABEL
    move WS-NOT-EXPECTED-COUNT to ART-COUNT
    write FD-RPT-LINE from WS-RPT-TOTAL-LINE.

0650-WRITE-ONE-PARTNER.
    move ARV-SOURCE-ID(WS-AX) to ARD-SOURCE-ID
    move ARV-FEED-DAYS(WS-AX) to ARD-FEED-DAYS
    move ARV-RECORDS(WS-AX) to ARD-RECORDS
    evaluate true
        when ARV-ON-PARTACT(WS-AX) = 'Y'
                or ARV-ON-VOLHIST(WS-AX) = 'Y'
            move 'RECEIVED' to ARD-STATUS
            add 1 to WS-RECEIVED-COUNT
        when ARV-ON-BATCHIN(WS-AX) = 'Y'
            move 'RECEIVED - HELD BY VOLUME GUARD' to ARD-STATUS
            add 1 to WS-HELD-COUNT
        when WS-FEED-DAY-CLOSED
            move 'NOT EXPECTED - SHOP CLOSED' to ARD-STATUS
            add 1 to WS-NOT-EXPECTED-COUNT
        when ARV-FEED-DAYS(WS-AX)(WS-FEED-DOW:1) not = 'Y'
            move 'NOT EXPECTED TODAY' to ARD-STATUS
            add 1 to WS-NOT-EXPECTED-COUNT
        when other
            move '** MISSING **' to ARD-STATUS
            add 1 to WS-MISSING-COUNT
    end-evaluate
    write FD-RPT-LINE from WS-RPT-DETAIL.

0700-FIND-PARTNER.
    move zeros to WS-CUR-ARV
    perform 0750-MATCH-ONE-PARTNER
        varying WS-AX from 1 by 1
        until WS-AX > WS-ARV-COUNT or WS-CUR-ARV not = zeros.

0750-MATCH-ONE-PARTNER.
    if ARV-SOURCE-ID(WS-AX) = WS-WORK-SOURCE-ID
        move WS-AX to WS-CUR-ARV
    end-if.

9700-LOG-RUN-START.
    call 'WSNRNLOG' using WS-CALLER-ID, WS-RUN-STREAM.

      *> The step's own return code is saved around the CALL, as in
      *> WSNRECON - the subprogram comes back with zero.
9750-LOG-RUN-END.
    move return-code to WS-RUN-RC
    call 'WSNRNLOG-END' using WS-CALLER-ID, WS-RUN-STREAM,
        WS-RUN-RC, WS-RECEIVED-COUNT, WS-MISSING-COUNT,
        WS-RUN-ZERO
    move WS-RUN-RC to return-code.
