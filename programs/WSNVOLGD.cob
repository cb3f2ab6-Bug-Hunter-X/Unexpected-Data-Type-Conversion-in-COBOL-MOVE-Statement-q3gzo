      *> so a rerun cannot double-load the history and a held feed
      *> cannot poison the average it was judged against.
      *>
      *> The releasing operator id is checked against the OPERMAST
      *> operator master through WSNOPAUT: an unknown or inactive id,
      *> or one without right 04 (release held feeds), releases
      *> nothing and ends RETURN-CODE 12 like a missing id, and the
      *> refusal is logged on OPERLOG.
      *>
      *> A catch-up feed - the first feed after one or more of the
      *> partner's expected feed days fell on a BUSCAL holiday or
      *> non-processing day - legitimately carries those days' volume
      *> too, so it is judged against the average times one plus the
      *> number of closed feed days it covers (WSNBDAYS-CATCHUP over
      *> the partner's PARTPROF feed days; Monday to Friday when the
      *> source has no active profile). For the same reason a past
      *> catch-up feed's history line is divided by the days it
      *> covered before it goes into the average; VOLHIST keeps the
      *> real count.
      *>
      *> Tolerance percent comes from the command line, default 25;
      *> a source with no history yet passes (there is nothing to
      *> judge against) and seeds the history with today's totals.
    select VOL-REL assign to "VOLREL"
        organization is line sequential
        file status is WS-REL-FILE-STATUS.
    select PART-PROF assign to "PARTPROF"
        organization is line sequential
        file status is WS-PROF-STATUS.

data division.
file section.
fd  VOL-REL.
01  FD-REL-LINE PIC X(50).

fd  PART-PROF.
01  FD-PROF-LINE PIC X(20).

working-storage section.
copy WSBATCTL.
copy WSVOLREC.
copy WSPRTREC.

01  WS-BATCH-IN-STATUS PIC X(2).
    88  WS-BATCH-IN-FOUND value '00'.
    88  WS-REL-FOUND value '00'.
    88  WS-REL-NOT-FOUND value '35'.

01  WS-PROF-STATUS PIC X(2).
    88  WS-PROF-FILE-FOUND value '00'.

01  WS-PROFILE-FOUND-SWITCH PIC X value 'N'.
    88  WS-PROFILE-FOUND value 'Y'.

01  WS-MATCHED-FEED-DAYS PIC X(7) value 'YYYYYNN'.
01  WS-CATCH-UP-DAYS PIC 9(2) value zeros.
01  WS-EXPECTED-COUNT PIC 9(9) value zeros.

01  WS-RUN-ARG PIC X(7) value spaces.
    88  WS-RELEASE-MODE value 'RELEASE'.


01  WS-HIST-ENTRY-COUNT PIC 9(4) value zeros.
01  WS-HIST-SUM PIC 9(12) value zeros.
01  WS-HIST-CATCH-UP-DAYS PIC 9(2) value zeros.
01  WS-HIST-DAY-COUNT PIC 9(9) value zeros.
01  WS-HIST-AVERAGE PIC 9(9) value zeros.
01  WS-DEVIATION-PCT PIC 9(5) value zeros.


01  WS-RELEASED-BY PIC X(8) value spaces.
01  WS-OPERATOR-ID PIC X(8) value spaces.
01  WS-CALLER-ID PIC X(8) value 'WSNVOLGD'.
01  WS-AUTH-RIGHT PIC 9(2) value 4.
01  WS-AUTH-RESULT PIC 9(1).
    88  WS-AUTHORIZED value 0.

procedure division.

        end-if
    end-if
    perform 0200-READ-FEED-CONTROLS
    perform 0290-FIND-FEED-DAYS
    perform 0300-SCAN-HISTORY
    perform 0400-SCAN-RELEASES
    if WS-RELEASE-MODE
    end-evaluate
    perform 0250-READ-BATCH-IN.

      *> The partner's feed days are needed both to normalize the
      *> history and to judge today's feed as a catch-up.
0290-FIND-FEED-DAYS.
    move 'N' to WS-EOF-SWITCH
    open input PART-PROF
    if WS-PROF-FILE-FOUND
        perform 0650-MATCH-ONE-PROFILE
            until WS-EOF or WS-PROFILE-FOUND
        close PART-PROF
    end-if.

0300-SCAN-HISTORY.
    move 'N' to WS-EOF-SWITCH
    open input VOL-HIST
                if WS-VH-FILE-DATE = WS-BH-FILE-DATE
                    move 'Y' to WS-TODAY-ON-HIST-SWITCH
                else
                    perform 0370-ADD-HISTORY-DAY
                end-if
            end-if
    end-read.

      *> A catch-up feed's history line carries several days' volume;
      *> it counts toward the average as the one day it stands for,
      *> so a holiday week does not make the next normal day look
      *> low. VOLHIST itself keeps the real count.
0370-ADD-HISTORY-DAY.
    call 'WSNBDAYS-CATCHUP' using WS-VH-FILE-DATE,
        WS-MATCHED-FEED-DAYS, WS-HIST-CATCH-UP-DAYS
    compute WS-HIST-DAY-COUNT rounded =
        WS-VH-RECORD-COUNT / (1 + WS-HIST-CATCH-UP-DAYS)
    add 1 to WS-HIST-ENTRY-COUNT
    add WS-HIST-DAY-COUNT to WS-HIST-SUM.

0400-SCAN-RELEASES.
    move 'N' to WS-EOF-SWITCH
    open input VOL-REL
            display 'OPERATOR ID REQUIRED - NOTHING RELEASED'
            move 12 to return-code
        else
            call 'WSNOPAUT' using WS-OPERATOR-ID, WS-AUTH-RIGHT,
                WS-CALLER-ID, WS-AUTH-RESULT
            if WS-AUTHORIZED
                perform 0550-WRITE-RELEASE
            else
                display 'NOTHING RELEASED'
                move 12 to return-code
            end-if
        end-if
    end-if.

0550-WRITE-RELEASE.
    move WS-BH-SOURCE-ID to WS-VR-SOURCE-ID
    move WS-BH-FILE-DATE to WS-VR-FILE-DATE
    move WS-OPERATOR-ID to WS-VR-RELEASED-BY
    move function current-date to WS-VR-RELEASED-TS
    open extend VOL-REL
    if WS-REL-NOT-FOUND
        open output VOL-REL
    end-if
    write FD-REL-LINE from WS-VOLREL-RECORD
    close VOL-REL
    display 'FEED ' WS-BH-SOURCE-ID ' ' WS-BH-FILE-DATE
        ' RELEASED - RERUN THE GUARD TO PASS IT'.

0600-JUDGE-FEED.
    perform 0620-COUNT-CATCH-UP-DAYS
    if WS-HIST-ENTRY-COUNT = zeros
        display 'NO VOLUME HISTORY FOR ' WS-BH-SOURCE-ID
            ' - FEED PASSES, HISTORY SEEDED'
    else
        compute WS-HIST-AVERAGE =
            WS-HIST-SUM / WS-HIST-ENTRY-COUNT
        compute WS-EXPECTED-COUNT =
            WS-HIST-AVERAGE * (1 + WS-CATCH-UP-DAYS)
        if WS-CATCH-UP-DAYS > zeros
            display 'CATCH-UP FEED COVERING ' WS-CATCH-UP-DAYS
                ' CLOSED FEED DAY(S) - EXPECTING ' WS-EXPECTED-COUNT
        end-if
        if WS-EXPECTED-COUNT = zeros
            move zeros to WS-DEVIATION-PCT
        else
            if WS-BT-RECORD-COUNT >= WS-EXPECTED-COUNT
                compute WS-DEVIATION-PCT =
                    ((WS-BT-RECORD-COUNT - WS-EXPECTED-COUNT) * 100)
                        / WS-EXPECTED-COUNT
            else
                compute WS-DEVIATION-PCT =
                    ((WS-EXPECTED-COUNT - WS-BT-RECORD-COUNT) * 100)
                        / WS-EXPECTED-COUNT
            end-if
        end-if
        display 'FEED ' WS-BH-SOURCE-ID ' ' WS-BH-FILE-DATE
            ' COUNT ' WS-BT-RECORD-COUNT
            ' EXPECTED ' WS-EXPECTED-COUNT
            ' DEVIATION ' WS-DEVIATION-PCT ' PCT'
        if WS-DEVIATION-PCT > WS-TOLERANCE-PCT
            if WS-FEED-RELEASED
        end-if
    end-if.

0620-COUNT-CATCH-UP-DAYS.
    call 'WSNBDAYS-CATCHUP' using WS-BH-FILE-DATE,
        WS-MATCHED-FEED-DAYS, WS-CATCH-UP-DAYS.

0650-MATCH-ONE-PROFILE.
    read PART-PROF into WS-PARTNER-RECORD
        at end
            move 'Y' to WS-EOF-SWITCH
        not at end
            if WS-PART-SOURCE-ID = WS-BH-SOURCE-ID
                    and WS-PART-ACTIVE
                move 'Y' to WS-PROFILE-FOUND-SWITCH
                move WS-PART-FEED-DAYS to WS-MATCHED-FEED-DAYS
            end-if
    end-read.

0700-APPEND-HISTORY.
    if not WS-TODAY-ON-HIST
        move WS-BH-SOURCE-ID to WS-VH-SOURCE-ID
