      *> WSNMAINT queue mode walks it). On a restart EXCPFILE is
      *> reopened in EXTEND mode and skipped records write no second
      *> exception, so the queue sees each failure exactly once.
      *> Each exception carries the feed header's source id and file
      *> date, so the queue entry, the pending correction and the
      *> journal entry downstream all name the partner it came from.
      *>
      *> A record that converts cleanly is then judged against the
      *> partner's RULEFILE value rules through CALL 'WSNRULCK' - the
      *> minimum, the maximum and the largest change from the value
      *> now on MAINTFIL (read here, never written). A record that
      *> breaks a rule goes to BATCH-OUT as RC=4 with WS-NUMBER-Y
      *> zeroed, exactly like a conversion failure, so WSNEXPRT does
      *> not send it as clean, and to EXCPFILE with a reason naming
      *> the rule, so the operator queue shows what it broke. No
      *> MAINTFIL yet just means no change limit can be judged.
      *>
      *> BATCHIN is framed by WSBATCTL control records: a header
      *> (file date, source id) and a trailer (detail count, hash
    select PART-PROF assign to "PARTPROF"
        organization is line sequential
        file status is WS-PROF-STATUS.
    select MAINT-FILE assign to "MAINTFIL"
        organization is relative
        access mode is random
        relative key is WS-REL-KEY
        file status is WS-MAINT-STATUS.
    select PART-ACT assign to "PARTACT"
        organization is line sequential
        file status is WS-PART-ACT-STATUS.
01  FD-BATCH-OUT-RECORD PIC X(21).

fd  EXCP-FILE.
01  FD-EXCP-RECORD PIC X(61).

fd  PART-PROF.
01  FD-PROF-LINE PIC X(20).

fd  MAINT-FILE.
copy WSMNTREC.

fd  PART-ACT.
01  FD-PART-ACT-LINE PIC X(34).

copy WSBATCTL.
copy WSPRTREC.
copy WSPACREC.
copy WSRULREC.

01  WS-BATCH-IN-NAME PIC X(9) value 'BATCHIN'.
01  WS-BATCH-OUT-NAME PIC X(9) value 'BATCHOUT'.
01  WS-RECORD-COUNT PIC 9(9) value zeros.
01  WS-SKIPPED-COUNT PIC 9(9) value zeros.
01  WS-EXCEPTION-COUNT PIC 9(9) value zeros.
01  WS-RULE-BREACH-COUNT PIC 9(9) value zeros.
01  WS-EXCEPTION-REASON PIC X(30).

01  WS-REL-KEY PIC 9(5).
01  WS-MAINT-STATUS PIC X(2).
    88  WS-MAINT-FOUND value '00'.

01  WS-MAINT-OPEN-SWITCH PIC X value 'N'.
    88  WS-MAINT-OPEN value 'Y'.

01  WS-EOF-SWITCH PIC X value 'N'.
    88  WS-EOF value 'Y'.

01  WS-MATCHED-FEED-DAYS PIC X(7) value 'YYYYYYY'.
01  WS-FEED-DOW PIC 9(1).
01  WS-FEED-DAY-TYPE PIC X.
    88  WS-FEED-DAY-CLOSED value 'H' 'N'.
01  WS-CATCH-UP-DAYS PIC 9(2).

01  WS-REJADV-NAME PIC X(9) value 'REJADV'.
01  WS-REJECT-REASON PIC X(21).
    display 'RECORDS CONVERTED: ' WS-RECORD-COUNT
        ' SKIPPED ON RESTART: ' WS-SKIPPED-COUNT
        ' EXCEPTIONS: ' WS-EXCEPTION-COUNT
    display 'OF WHICH VALUE RULE BREACHES: ' WS-RULE-BREACH-COUNT
    perform 9750-LOG-RUN-END
    stop run.

            move 7 to WS-FEED-DOW
        end-if
        if WS-MATCHED-FEED-DAYS(WS-FEED-DOW:1) = 'N'
            perform 0197-CHECK-CALENDAR-EXCUSE
        end-if
    end-if.

      *> Shop holidays and non-processing days on the BUSCAL calendar
      *> are expected non-feed days for every partner, so a feed
      *> dated on one, or the first feed after an expected feed day
      *> that fell on one (a catch-up), is off-schedule for a known
      *> reason - noted, not warned about.
0197-CHECK-CALENDAR-EXCUSE.
    call 'WSNBDAYS-TYPE' using WS-BH-FILE-DATE, WS-FEED-DAY-TYPE
    call 'WSNBDAYS-CATCHUP' using WS-BH-FILE-DATE,
        WS-MATCHED-FEED-DAYS, WS-CATCH-UP-DAYS
    evaluate true
        when WS-FEED-DAY-CLOSED
            display 'NOTE: ' WS-BH-FILE-DATE
                ' IS CLOSED ON THE SHOP CALENDAR - FEED FROM '
                WS-BH-SOURCE-ID
        when WS-CATCH-UP-DAYS > zeros
            display 'NOTE: ' WS-BH-FILE-DATE
                ' IS A CATCH-UP FEED FROM ' WS-BH-SOURCE-ID
                ' AFTER ' WS-CATCH-UP-DAYS ' CLOSED FEED DAY(S)'
        when other
            display 'WARNING: ' WS-BH-FILE-DATE
                ' IS NOT AN EXPECTED FEED DAY FOR ' WS-BH-SOURCE-ID
    end-evaluate.

0195-MATCH-ONE-PROFILE.
    read PART-PROF into WS-PARTNER-RECORD
        at end
        open output EXCP-FILE
        write FD-BATCH-OUT-RECORD from WS-BATCH-HEADER
    end-if
    open input MAINT-FILE
    if WS-MAINT-FOUND
        move 'Y' to WS-MAINT-OPEN-SWITCH
    end-if
    perform 0250-READ-BATCH-IN.

0250-READ-BATCH-IN.

0350-CONVERT-ONE-RECORD.
    move WS-BATCH-NUMBER to WS-NUMBER
    call 'WSNAUDIT-KEY' using WS-BATCH-KEY
    call 'WSNCONV' using WS-NUMBER, WS-NUMBER-X, WS-NUMBER-Y,
        WS-RETURN-CODE, WS-CALLER-ID
    move 'WS-NUMBER-X NOT NUMERIC' to WS-EXCEPTION-REASON
    if WS-RETURN-CODE = 0
        perform 0360-CHECK-VALUE-RULES
    end-if
    move WS-BATCH-KEY to WS-BATCH-OUT-KEY
    move WS-NUMBER to WS-BATCH-OUT-NUMBER
    move WS-NUMBER-X to WS-BATCH-OUT-NUMBER-X
    add 1 to WS-RECORD-COUNT
    move WS-BATCH-KEY to WS-LAST-CKPT-KEY.

      *> A rule breach is held back the same way WSNCONV holds back a
      *> conversion failure: RC 4 and a zero WS-NUMBER-Y, so nothing
      *> downstream can mistake the value for a clean one.
0360-CHECK-VALUE-RULES.
    move WS-BH-SOURCE-ID to WS-RCK-SOURCE-ID
    move WS-BATCH-KEY to WS-RCK-KEY
    move WS-NUMBER to WS-RCK-NUMBER
    move 'N' to WS-RCK-CURRENT-FLAG
    move zeros to WS-RCK-CURRENT-NUMBER
    if WS-MAINT-OPEN and WS-BATCH-KEY > zeros
        move WS-BATCH-KEY to WS-REL-KEY
        read MAINT-FILE
            invalid key
                continue
            not invalid key
                move 'Y' to WS-RCK-CURRENT-FLAG
                move WS-MAINT-NUMBER to WS-RCK-CURRENT-NUMBER
        end-read
    end-if
    call 'WSNRULCK' using WS-RCK-SOURCE-ID, WS-RCK-KEY,
        WS-RCK-NUMBER, WS-RCK-CURRENT-FLAG, WS-RCK-CURRENT-NUMBER,
        WS-RCK-RESULT, WS-RCK-REASON
    if WS-RCK-BREACHED
        move 4 to WS-RETURN-CODE
        move zeros to WS-NUMBER-Y
        move WS-RCK-REASON to WS-EXCEPTION-REASON
        add 1 to WS-RULE-BREACH-COUNT
    end-if.

0380-WRITE-EXCEPTION.
    move WS-BATCH-KEY to WSEXCP-KEY
    move WS-NUMBER to WSEXCP-NUMBER
    move WS-NUMBER-X to WSEXCP-NUMBER-X
    move WS-EXCEPTION-REASON to WSEXCP-REASON
    move WS-BH-SOURCE-ID to WSEXCP-SOURCE-ID
    move WS-BH-FILE-DATE to WSEXCP-FEED-DATE
    write FD-EXCP-RECORD from WSEXCP-RECORD
    add 1 to WS-EXCEPTION-COUNT.

    write FD-BATCH-OUT-RECORD from WS-BATCH-TRAILER
    close BATCH-IN
    close BATCH-OUT
    close EXCP-FILE
    if WS-MAINT-OPEN
        close MAINT-FILE
    end-if.

      *> One PARTACT line per completed run - slice counts for a
      *> partitioned stream, whole-feed counts single-stream. The
