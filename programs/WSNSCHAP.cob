      *> WSNSCHAP - nightly apply step for scheduled corrections. A
      *> correction keyed in WSNMAINT with a future effective date is
      *> approved in WSNAPPRV as usual but left at status 'S'
      *> (scheduled) instead of being applied on the spot. This step
      *> walks PENDFILE and applies every scheduled change whose
      *> effective date has fallen due (on or before the run date)
      *> exactly the way WSNAPPRV applies an immediate one: the
      *> proposed WS-NUMBER goes through the shared CALL 'WSNCONV',
      *> MAINTFIL is REWRITTEN, and the before/after images are
      *> journaled to MNTJRNL through WSNMJRNL-SRC with the pending
      *> change's partner source id and feed date. The journal
      *> operator is the approver who authorized the change - this
      *> step only carried it out.
      *>
      *> An applied entry goes to status 'A' with WS-PEND-CLOSED-BY
      *> set to this step and WS-PEND-CLOSED-TS to the time it ran;
      *> the approver's decision stamp is left as it was. A due change
      *> whose MAINTFIL record is missing stays scheduled, is listed
      *> on the console, and the run ends with RETURN-CODE 4 so
      *> someone looks at it in the morning. Not-yet-due, cancelled
      *> and every other entry is passed over untouched. No PENDFILE
      *> means nothing is scheduled; a PENDFILE or MAINTFIL that is
      *> there but will not open ends the step with RETURN-CODE 12.
      *>
      *> The run date is today unless a YYYYMMDD date is given on the
      *> command line (catching up after a missed night). START and
      *> END events go to RUNLOG through WSNRNLOG, END carrying the
      *> applied and failed counts.
identification division.
program-id. WSNSCHAP.

environment division.
configuration section.
input-output section.
file-control.
    select PEND-FILE assign to "PENDFILE"
        organization is relative
        access mode is sequential
        relative key is WS-PEND-REL-KEY
        file status is WS-PEND-STATUS-CODE.
    select MAINT-FILE assign to "MAINTFIL"
        organization is relative
        access mode is random
        relative key is WS-REL-KEY
        file status is WS-MAINT-STATUS.

data division.
file section.
fd  PEND-FILE.
copy WSPNDREC.

fd  MAINT-FILE.
copy WSMNTREC.

working-storage section.
copy WSAREA.

01  WS-PEND-REL-KEY PIC 9(5).
01  WS-PEND-STATUS-CODE PIC X(2).
    88  WS-PEND-FILE-FOUND value '00'.
    88  WS-PEND-FILE-NOT-FOUND value '35'.

01  WS-REL-KEY PIC 9(5).
01  WS-MAINT-STATUS PIC X(2).
    88  WS-MAINT-FOUND value '00'.

01  WS-EOF-SWITCH PIC X value 'N'.
    88  WS-EOF value 'Y'.

01  WS-MAINT-READ-SWITCH PIC X value 'N'.
    88  WS-MAINT-RECORD-FOUND value 'Y'.

01  WS-FILES-OPEN-SWITCH PIC X value 'N'.
    88  WS-FILES-OPEN value 'Y'.

01  WS-DATE-ARG PIC X(8) value spaces.
01  WS-RUN-DATE PIC 9(8).

01  WS-APPLIED-COUNT PIC 9(9) value zeros.
01  WS-FAILED-COUNT PIC 9(9) value zeros.
01  WS-NOT-DUE-COUNT PIC 9(9) value zeros.

01  WS-RETURN-CODE PIC 9(1).
01  WS-CALLER-ID PIC X(8) value 'WSNSCHAP'.

01  WS-JRN-ACTION-CODE PIC X(2) value 'RW'.
01  WS-JRN-BEFORE-FLAG PIC X value 'Y'.
01  WS-BEFORE-IMAGE PIC X(20).
01  WS-AFTER-IMAGE PIC X(20).

01  WS-RUN-STREAM PIC X(1) value space.
01  WS-RUN-RC PIC 9(2).
01  WS-RUN-ZERO PIC 9(9) value zeros.

procedure division.

0100-MAIN.
    perform 9700-LOG-RUN-START
    move function current-date(1:8) to WS-RUN-DATE
    accept WS-DATE-ARG from command-line
    if WS-DATE-ARG not = spaces
        if WS-DATE-ARG is numeric
                and function test-date-yyyymmdd(
                    function numval(WS-DATE-ARG)) = zero
            move WS-DATE-ARG to WS-RUN-DATE
        else
            display 'RUN DATE ''' WS-DATE-ARG
                ''' NOT A YYYYMMDD DATE - USING ' WS-RUN-DATE
        end-if
    end-if
    perform 0200-OPEN-FILES
    perform 0300-CHECK-ONE-PENDING until WS-EOF
    perform 0900-CLOSE-FILES
    call 'WSNAUDIT-CLOSE'
    call 'WSNMJRNL-CLOSE'
    display 'SCHEDULED CHANGES APPLIED: ' WS-APPLIED-COUNT
        ' NOT YET DUE: ' WS-NOT-DUE-COUNT
        ' FAILED: ' WS-FAILED-COUNT
    if WS-FAILED-COUNT > zeros
        move 4 to return-code
    end-if
    perform 9750-LOG-RUN-END
    stop run.

      *> No PENDFILE at all means nothing has ever been scheduled;
      *> one that is there but will not open must not pass as that,
      *> or the night's due changes would be skipped without a word.
0200-OPEN-FILES.
    open i-o PEND-FILE
    if WS-PEND-FILE-NOT-FOUND
        display 'NO PENDFILE - NOTHING SCHEDULED'
        move 'Y' to WS-EOF-SWITCH
    else
        if not WS-PEND-FILE-FOUND
            display 'PENDFILE NOT AVAILABLE, STATUS: '
                WS-PEND-STATUS-CODE
            move 12 to return-code
            perform 9750-LOG-RUN-END
            stop run
        end-if
        open i-o MAINT-FILE
        if not WS-MAINT-FOUND
            display 'MAINTFIL NOT AVAILABLE, STATUS: '
                WS-MAINT-STATUS
            close PEND-FILE
            move 12 to return-code
            perform 9750-LOG-RUN-END
            stop run
        end-if
        move 'Y' to WS-FILES-OPEN-SWITCH
        perform 0250-READ-PEND-FILE
    end-if.

0250-READ-PEND-FILE.
    read PEND-FILE
        at end
            move 'Y' to WS-EOF-SWITCH
    end-read.

0300-CHECK-ONE-PENDING.
    if WS-PEND-STATUS = 'S'
        if WS-PEND-EFFECTIVE-DATE > WS-RUN-DATE
            add 1 to WS-NOT-DUE-COUNT
        else
            perform 0400-READ-MAINT-RECORD
            if WS-MAINT-RECORD-FOUND
                perform 0500-APPLY-SCHEDULED-CHANGE
            else
                display 'KEY ' WS-PEND-KEY ' EFFECTIVE '
                    WS-PEND-EFFECTIVE-DATE
                    ' - MAINTFIL RECORD MISSING - LEFT SCHEDULED'
                add 1 to WS-FAILED-COUNT
            end-if
        end-if
    end-if
    perform 0250-READ-PEND-FILE.

0400-READ-MAINT-RECORD.
    move 'N' to WS-MAINT-READ-SWITCH
    move WS-PEND-KEY to WS-REL-KEY
    read MAINT-FILE
        invalid key
            continue
        not invalid key
            move 'Y' to WS-MAINT-READ-SWITCH
    end-read.

      *> 0400 read the live record just before this ran, so
      *> WS-MAINT-RECORD still holds the before image when we arrive.
0500-APPLY-SCHEDULED-CHANGE.
    move WS-MAINT-RECORD to WS-BEFORE-IMAGE
    move WS-PEND-NEW-NUMBER to WS-NUMBER
    call 'WSNAUDIT-KEY' using WS-PEND-KEY
    call 'WSNCONV' using WS-NUMBER, WS-NUMBER-X, WS-NUMBER-Y,
        WS-RETURN-CODE, WS-CALLER-ID
    move WS-NUMBER to WS-MAINT-NUMBER
    move WS-NUMBER-X to WS-MAINT-NUMBER-X
    move WS-NUMBER-Y to WS-MAINT-NUMBER-Y
    rewrite WS-MAINT-RECORD
    move WS-MAINT-RECORD to WS-AFTER-IMAGE
    call 'WSNMJRNL-SRC' using WS-JRN-ACTION-CODE,
        WS-JRN-BEFORE-FLAG, WS-BEFORE-IMAGE, WS-AFTER-IMAGE,
        WS-CALLER-ID, WS-PEND-DECIDED-BY, WS-PEND-SOURCE-ID,
        WS-PEND-FEED-DATE
    move 'A' to WS-PEND-STATUS
    move WS-CALLER-ID to WS-PEND-CLOSED-BY
    move function current-date to WS-PEND-CLOSED-TS
    rewrite WS-PENDING-RECORD
    add 1 to WS-APPLIED-COUNT
    display 'KEY ' WS-PEND-KEY ' EFFECTIVE ' WS-PEND-EFFECTIVE-DATE
        ' APPLIED. WS-NUMBER-Y NOW: ' WS-MAINT-NUMBER-Y.

0900-CLOSE-FILES.
    if WS-FILES-OPEN
        close PEND-FILE
        close MAINT-FILE
    end-if.

9700-LOG-RUN-START.
    call 'WSNRNLOG' using WS-CALLER-ID, WS-RUN-STREAM.

      *> The step's own return code is saved around the CALL - the
      *> subprogram comes back with zero.
9750-LOG-RUN-END.
    move return-code to WS-RUN-RC
    call 'WSNRNLOG-END' using WS-CALLER-ID, WS-RUN-STREAM,
        WS-RUN-RC, WS-APPLIED-COUNT, WS-FAILED-COUNT, WS-RUN-ZERO
    move WS-RUN-RC to return-code.
