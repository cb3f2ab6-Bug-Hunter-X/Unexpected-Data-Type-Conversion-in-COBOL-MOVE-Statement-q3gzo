      *> WSNTRACE - key lifecycle trace. Answering one partner dispute
      *> used to mean WSNBHIST for the BATCHOUT history, WSNARCHQ for
      *> the archived decisions, and then reading AUDITLOG, EXCPFILE,
      *> QUEUEFIL, PENDFILE, MNTJRNL and EXPRTOUT by hand. This is one
      *> console inquiry: given a key and an optional date range it
      *> lists everything that happened to that key, merged into one
      *> timeline in time order:
      *>
      *>   AUDITLOG  conversions of the key's values - the live log and
      *>             every generation registered in AUDITGEN
      *>   BATCHOUT  the key's line in every retained BATCHOUT
      *>             generation (BOUTGEN) and in a BATCHOUT not yet
      *>             rolled, with whether it went out on that day's
      *>             export (EXPSENT) or was held back by its RC
      *>   EXPRTOUT  whether the key is on the export file last sent
      *>   EXCPFILE  exceptions raised for the key
      *>   QUEUEFIL  queued, assigned and worked - live entries and
      *>   QUEARCH   the QUEAGEN archives
      *>   PENDFILE  corrections keyed, approved, rejected, applied or
      *>   PENDARCH  cancelled - live entries and the PENDAGEN archives
      *>   MNTJRNL   every MAINTFIL write, before and after values;
      *>             WSNADJST writes show as delta adjustments
      *>   ADJIN     a delta for the key on the adjustment feed, and
      *>             whether ADJAPLD says that feed has been applied
      *>
      *> Events with a timestamp sort by it; events that only carry a
      *> date (a generation, a feed, an exception) sort at the start
      *> of that day and show no time. The date range filters on the
      *> event date; blank or zeros leaves that end open, and any
      *> other answer that is not a real YYYYMMDD date ends the
      *> session with RETURN-CODE 12, as a missing key does. The key
      *> may be keyed without leading zeros. Answering Y
      *> to the print prompt also writes the timeline to TRACERPT, to
      *> attach to the dispute response.
      *>
      *> Conversions only carry a key on AUDITLOG from the day the
      *> keyed callers began naming it through WSNAUDIT-KEY; earlier
      *> lines cannot be attributed and are not listed. A registered
      *> generation or archive whose file is missing is listed as a
      *> trail break, the same as WSNBHIST and WSNARCHQ report it.
identification division.
program-id. WSNTRACE.

environment division.
configuration section.
input-output section.
file-control.
    select GEN-IN assign using WS-GEN-FILE-NAME
        organization is line sequential
        file status is WS-GEN-STATUS.
    select GEN-REGISTRY assign using WS-REGISTRY-NAME
        organization is line sequential
        file status is WS-REGISTRY-STATUS.
    select QUEUE-FILE assign to "QUEUEFIL"
        organization is relative
        access mode is sequential
        relative key is WS-QUE-REL-KEY
        file status is WS-QUEUE-STATUS.
    select PEND-FILE assign to "PENDFILE"
        organization is relative
        access mode is sequential
        relative key is WS-PEND-REL-KEY
        file status is WS-PEND-FILE-STATUS.
    select EXP-SENT assign to "EXPSENT"
        organization is line sequential
        file status is WS-SENT-STATUS.
    select ADJ-APPLIED assign to "ADJAPLD"
        organization is line sequential
        file status is WS-APPLIED-STATUS.
    select TRACE-RPT assign to "TRACERPT"
        organization is line sequential.
    select SORT-WORK assign to "TRACEWRK".

data division.
file section.
fd  GEN-IN.
01  FD-GEN-LINE PIC X(156).

fd  GEN-REGISTRY.
01  FD-REGISTRY-LINE PIC X(8).

fd  QUEUE-FILE.
01  FD-QUEUE-RECORD PIC X(156).

fd  PEND-FILE.
01  FD-PEND-RECORD PIC X(152).

fd  EXP-SENT.
01  FD-SENT-LINE PIC X(29).

fd  ADJ-APPLIED.
01  FD-APPLIED-LINE PIC X(16).

fd  TRACE-RPT.
01  FD-RPT-LINE PIC X(100).

sd  SORT-WORK.
01  SW-RECORD.
    05  SW-STAMP PIC X(14).
    05  SW-SEQUENCE PIC 9(7).
    05  SW-TIMED-FLAG PIC X.
    05  SW-SOURCE PIC X(8).
    05  SW-TEXT PIC X(70).

working-storage section.
copy WSAUDLIN.
copy WSBATOUT.
copy WSBATCTL.
copy WSEXCP.
copy WSQUEREC.
copy WSPNDREC.
copy WSJRNREC.
copy WSADJREC.
copy WSADJCTL.
copy WSSNTREC.

01  WS-GEN-STATUS PIC X(2).
    88  WS-GEN-FOUND value '00'.
01  WS-REGISTRY-STATUS PIC X(2).
    88  WS-REGISTRY-FOUND value '00'.
01  WS-QUEUE-STATUS PIC X(2).
    88  WS-QUEUE-FOUND value '00'.
01  WS-PEND-FILE-STATUS PIC X(2).
    88  WS-PEND-FOUND value '00'.
01  WS-SENT-STATUS PIC X(2).
    88  WS-SENT-FOUND value '00'.
01  WS-APPLIED-STATUS PIC X(2).
    88  WS-APPLIED-FOUND value '00'.

01  WS-QUE-REL-KEY PIC 9(5).
01  WS-PEND-REL-KEY PIC 9(5).

01  WS-GEN-FILE-NAME PIC X(17) value spaces.
01  WS-REGISTRY-NAME PIC X(8) value spaces.

01  WS-EOF-SWITCH PIC X value 'N'.
    88  WS-EOF value 'Y'.
01  WS-RETURN-EOF-SWITCH PIC X value 'N'.
    88  WS-RETURN-EOF value 'Y'.

01  WS-KEY-ANSWER PIC X(10) value spaces.
01  WS-WANTED-KEY PIC 9(5) value zeros.
01  WS-WANTED-KEY-X redefines WS-WANTED-KEY PIC X(5).
01  WS-FROM-DATE PIC 9(8) value zeros.
01  WS-TO-DATE PIC 9(8) value 99999999.
01  WS-DATE-ANSWER PIC X(10) value spaces.
01  WS-DATE-VALUE PIC 9(8) value zeros.
01  WS-DATE-OPEN-SWITCH PIC X value 'N'.
    88  WS-DATE-OPEN value 'Y'.
01  WS-PRINT-ANSWER PIC X value 'N'.
    88  WS-PRINT-WANTED value 'Y'.
01  WS-TODAY PIC 9(8).

01  WS-REG-COUNT PIC 9(4) value zeros.
01  WS-REG-TABLE.
    05  WS-REG-DATE PIC X(8) occurs 400 times.
01  WS-RX PIC 9(4).

      *> What WSNTRACE is reading from GEN-IN at the moment - one
      *> reader paragraph serves every dated generation and archive.
01  WS-GEN-KIND PIC X.
    88  WS-GEN-AUDIT value 'A'.
    88  WS-GEN-BATCHOUT value 'B'.
    88  WS-GEN-QUEUE value 'Q'.
    88  WS-GEN-PENDING value 'P'.
01  WS-GEN-SOURCE PIC X(8).
01  WS-GEN-DATE PIC 9(8).
01  WS-GEN-PARTNER PIC X(8).
01  WS-KEY-SEEN-SWITCH PIC X.
    88  WS-KEY-SEEN value 'Y'.

01  WS-SENT-COUNT PIC 9(4) value zeros.
01  WS-SENT-TABLE.
    05  WS-SENT-DATE PIC 9(8) occurs 400 times.
01  WS-SX PIC 9(4).
01  WS-LAST-SENT-DATE PIC 9(8) value zeros.
01  WS-SENT-MATCH-SWITCH PIC X.
    88  WS-SENT-MATCHED value 'Y'.

01  WS-EXPORT-PARTS.
    05  WS-EXP-PART-1 PIC X(20).
    05  WS-EXP-PART-2 PIC X(20).
    05  WS-EXP-PART-3 PIC X(20).
    05  WS-EXP-PART-4 PIC X(20).
01  WS-EXPORT-KEY PIC 9(5).
01  WS-EXPORT-VALUE PIC X(5).

01  WS-APPLIED-RECORD.
    05  WS-APL-SOURCE-ID PIC X(8).
    05  WS-APL-FILE-DATE PIC 9(8).
01  WS-ADJ-APPLIED-SWITCH PIC X.
    88  WS-ADJ-FEED-APPLIED value 'Y'.
01  WS-APPLIED-EOF-SWITCH PIC X.
    88  WS-APPLIED-EOF value 'Y'.

01  WS-IMAGE.
    05  WS-IMG-KEY PIC 9(5).
    05  WS-IMG-NUMBER PIC 9(5).
    05  WS-IMG-NUMBER-X PIC X(5).
    05  WS-IMG-NUMBER-Y PIC 9(5).
01  WS-BEFORE-NUMBER PIC 9(5).
01  WS-AFTER-NUMBER PIC 9(5).
01  WS-DELTA PIC S9(6).

      *> One event on its way into the sort.
01  WS-EVENT.
    05  WS-EVT-STAMP PIC X(14).
    05  WS-EVT-TIMED-FLAG PIC X.
    05  WS-EVT-SOURCE PIC X(8).
    05  WS-EVT-TEXT PIC X(70).
01  WS-EVENT-SEQUENCE PIC 9(7) value zeros.
01  WS-EVENT-COUNT PIC 9(7) value zeros.

01  WS-TXT-CONVERSION.
    05  FILLER PIC X(11) value 'CONVERTED  '.
    05  TXC-ORIGINAL PIC X(6).
    05  FILLER PIC X(9) value '  STAGE  '.
    05  TXC-INTERMEDIATE PIC X(5).
    05  FILLER PIC X(7) value '  OUT  '.
    05  TXC-FINAL PIC X(6).
    05  FILLER PIC X(5) value '  RC '.
    05  TXC-RC PIC X(1).
    05  FILLER PIC X(5) value '  BY '.
    05  TXC-PROGRAM PIC X(8).

01  WS-TXT-BATCHOUT.
    05  FILLER PIC X(7) value 'NUMBER '.
    05  TXB-NUMBER PIC 9(5).
    05  FILLER PIC X(3) value ' X '.
    05  TXB-NUMBER-X PIC X(5).
    05  FILLER PIC X(3) value ' Y '.
    05  TXB-NUMBER-Y PIC 9(5).
    05  FILLER PIC X(4) value ' RC '.
    05  TXB-RC PIC 9(1).
    05  FILLER PIC X(1) value space.
    05  TXB-PARTNER PIC X(8).
    05  FILLER PIC X(1) value space.
    05  TXB-EXPORT PIC X(27).

01  WS-TXT-EXCEPTION.
    05  FILLER PIC X(10) value 'EXCEPTION '.
    05  TXE-REASON PIC X(30).
    05  FILLER PIC X(3) value ' X '.
    05  TXE-NUMBER-X PIC X(5).
    05  FILLER PIC X(1) value space.
    05  TXE-PARTNER PIC X(8).
    05  FILLER PIC X(1) value space.
    05  TXE-NOTE PIC X(12).

01  WS-TXT-QUEUED.
    05  FILLER PIC X(7) value 'QUEUED '.
    05  TXQ-REASON PIC X(30).
    05  FILLER PIC X(1) value space.
    05  TXQ-PARTNER PIC X(8).

01  WS-TXT-PENDING.
    05  TXP-ACTION PIC X(18).
    05  TXP-OPERATOR PIC X(8).
    05  FILLER PIC X(1) value space.
    05  TXP-OLD-NUMBER PIC 9(5).
    05  FILLER PIC X(4) value ' -> '.
    05  TXP-NEW-NUMBER PIC 9(5).
    05  FILLER PIC X(1) value space.
    05  TXP-NOTE PIC X(28).

01  WS-TXT-JOURNAL.
    05  TXJ-ACTION PIC X(18).
    05  TXJ-PROGRAM PIC X(8).
    05  FILLER PIC X(1) value space.
    05  TXJ-OPERATOR PIC X(8).
    05  FILLER PIC X(1) value space.
    05  TXJ-BEFORE PIC X(5).
    05  FILLER PIC X(4) value ' -> '.
    05  TXJ-AFTER PIC 9(5).
    05  FILLER PIC X(1) value space.
    05  TXJ-DELTA-LABEL PIC X(6).
    05  TXJ-DELTA PIC +(5)9.

01  WS-TXT-ADJUSTMENT.
    05  FILLER PIC X(11) value 'DELTA FEED '.
    05  TXA-PARTNER PIC X(8).
    05  FILLER PIC X(7) value ' DELTA '.
    05  TXA-DELTA PIC X(6).
    05  FILLER PIC X(1) value space.
    05  TXA-NOTE PIC X(20).
01  WS-DELTA-EDIT PIC +(5)9.

01  WS-RPT-HEADER.
    05  FILLER PIC X(25) value 'KEY LIFECYCLE TRACE - KEY'.
    05  FILLER PIC X(1) value space.
    05  TRH-KEY PIC 9(5).
    05  FILLER PIC X(6) value '  FROM'.
    05  FILLER PIC X(1) value space.
    05  TRH-FROM PIC X(8).
    05  FILLER PIC X(4) value '  TO'.
    05  FILLER PIC X(1) value space.
    05  TRH-TO PIC X(8).
    05  FILLER PIC X(9) value '  PRINTED'.
    05  FILLER PIC X(1) value space.
    05  TRH-PRINTED PIC X(8).

01  WS-TIMELINE-LINE.
    05  TRL-DATE PIC X(8).
    05  FILLER PIC X(1) value space.
    05  TRL-TIME PIC X(6).
    05  FILLER PIC X(1) value space.
    05  TRL-SOURCE PIC X(8).
    05  FILLER PIC X(1) value space.
    05  TRL-TEXT PIC X(70).

procedure division.

0100-MAIN.
    move function current-date(1:8) to WS-TODAY
    display 'KEY LIFECYCLE TRACE - KEY: ' with no advancing
    accept WS-KEY-ANSWER
    if WS-KEY-ANSWER = spaces
            or function test-numval(WS-KEY-ANSWER) not = zero
        display 'A KEY 1-99999 IS REQUIRED'
        move 12 to return-code
        stop run
    end-if
    if function numval(WS-KEY-ANSWER) < 1
            or function numval(WS-KEY-ANSWER) > 99999
            or function numval(WS-KEY-ANSWER) not =
                function integer(function numval(WS-KEY-ANSWER))
        display 'A KEY 1-99999 IS REQUIRED'
        move 12 to return-code
        stop run
    end-if
    compute WS-WANTED-KEY = function numval(WS-KEY-ANSWER)
    display 'FROM DATE (BLANK = OPEN): ' with no advancing
    perform 0150-ACCEPT-DATE
    if not WS-DATE-OPEN
        move WS-DATE-VALUE to WS-FROM-DATE
    end-if
    display 'TO DATE (BLANK = OPEN): ' with no advancing
    perform 0150-ACCEPT-DATE
    if not WS-DATE-OPEN
        move WS-DATE-VALUE to WS-TO-DATE
    end-if
    if WS-FROM-DATE > WS-TO-DATE
        display 'FROM DATE IS AFTER TO DATE - SESSION ENDED'
        move 12 to return-code
        stop run
    end-if
    display 'PRINT TO TRACERPT? (Y/N): ' with no advancing
    accept WS-PRINT-ANSWER
    move function upper-case(WS-PRINT-ANSWER) to WS-PRINT-ANSWER
    move WS-WANTED-KEY to TRH-KEY
    move WS-FROM-DATE to TRH-FROM
    if WS-FROM-DATE = zeros
        move 'OPEN' to TRH-FROM
    end-if
    move WS-TO-DATE to TRH-TO
    if WS-TO-DATE = 99999999
        move 'OPEN' to TRH-TO
    end-if
    move WS-TODAY to TRH-PRINTED
    display WS-RPT-HEADER
    if WS-PRINT-WANTED
        open output TRACE-RPT
        write FD-RPT-LINE from WS-RPT-HEADER
        move spaces to FD-RPT-LINE
        write FD-RPT-LINE
    end-if
    sort SORT-WORK ascending key SW-STAMP SW-SEQUENCE
        input procedure is 0200-GATHER-EVENTS
        output procedure is 0800-WRITE-TIMELINE
    display 'EVENTS LISTED: ' WS-EVENT-COUNT
    if WS-PRINT-WANTED
        close TRACE-RPT
        display 'TIMELINE WRITTEN TO TRACERPT'
    end-if
    stop run.

      *> ----------------------------------------------------------
      *> Input side of the sort: every source in turn RELEASEs the
      *> key's events through 0290-RELEASE-EVENT.
      *> ----------------------------------------------------------
      *> Blank or zeros leaves that end of the range open; anything
      *> else must be a real YYYYMMDD date, or the trace would quietly
      *> run over a range the operator did not ask for.
0150-ACCEPT-DATE.
    move spaces to WS-DATE-ANSWER
    accept WS-DATE-ANSWER
    move 'N' to WS-DATE-OPEN-SWITCH
    evaluate true
        when WS-DATE-ANSWER = spaces
            move 'Y' to WS-DATE-OPEN-SWITCH
        when WS-DATE-ANSWER(1:8) is numeric
                and WS-DATE-ANSWER(9:2) = spaces
            move WS-DATE-ANSWER(1:8) to WS-DATE-VALUE
            if WS-DATE-VALUE = zeros
                move 'Y' to WS-DATE-OPEN-SWITCH
            else
                if function test-date-yyyymmdd(WS-DATE-VALUE)
                        not = zero
                    perform 0160-REJECT-DATE
                end-if
            end-if
        when other
            perform 0160-REJECT-DATE
    end-evaluate.

0160-REJECT-DATE.
    display '''' function trim(WS-DATE-ANSWER)
        ''' IS NOT A YYYYMMDD DATE - SESSION ENDED'
    move 12 to return-code
    stop run.

0200-GATHER-EVENTS.
    perform 0210-LOAD-EXPORT-REGISTER
    perform 0300-GATHER-AUDIT-TRAIL
    perform 0400-GATHER-BATCHOUT
    perform 0450-GATHER-EXPORT-FILE
    perform 0500-GATHER-EXCEPTIONS
    perform 0550-GATHER-QUEUE
    perform 0600-GATHER-PENDING
    perform 0700-GATHER-JOURNAL
    perform 0750-GATHER-ADJUSTMENTS.

      *> EXPSENT says which days went out at all; the last line is
      *> the send that EXPRTOUT now holds.
0210-LOAD-EXPORT-REGISTER.
    move 'N' to WS-EOF-SWITCH
    open input EXP-SENT
    if WS-SENT-FOUND
        perform 0220-READ-EXPORT-REGISTER until WS-EOF
        close EXP-SENT
    end-if.

0220-READ-EXPORT-REGISTER.
    read EXP-SENT into WS-SENT-RECORD
        at end
            move 'Y' to WS-EOF-SWITCH
        not at end
            if WS-SNT-EXPORT-DATE is numeric
                move WS-SNT-EXPORT-DATE to WS-LAST-SENT-DATE
                if WS-SENT-COUNT < 400
                    add 1 to WS-SENT-COUNT
                    move WS-SNT-EXPORT-DATE
                        to WS-SENT-DATE(WS-SENT-COUNT)
                end-if
            end-if
    end-read.

0250-LOAD-REGISTRY.
    move zeros to WS-REG-COUNT
    move 'N' to WS-EOF-SWITCH
    open input GEN-REGISTRY
    if WS-REGISTRY-FOUND
        perform 0260-READ-REGISTRY until WS-EOF
        close GEN-REGISTRY
    end-if.

0260-READ-REGISTRY.
    read GEN-REGISTRY
        at end
            move 'Y' to WS-EOF-SWITCH
        not at end
            if FD-REGISTRY-LINE is numeric
                    and WS-REG-COUNT < 400
                add 1 to WS-REG-COUNT
                move FD-REGISTRY-LINE to WS-REG-DATE(WS-REG-COUNT)
            end-if
    end-read.

      *> Opens WS-GEN-FILE-NAME and feeds every line to the reader
      *> for WS-GEN-KIND; a registered file that is not there is a
      *> trail break and goes on the timeline as one.
0270-READ-ONE-GENERATION.
    open input GEN-IN
    if not WS-GEN-FOUND
        if WS-GEN-DATE >= WS-FROM-DATE and WS-GEN-DATE <= WS-TO-DATE
            move WS-GEN-DATE to WS-EVT-STAMP
            move 'N' to WS-EVT-TIMED-FLAG
            move WS-GEN-SOURCE to WS-EVT-SOURCE
            move spaces to WS-EVT-TEXT
            string 'REGISTERED FILE MISSING (' delimited by size
                WS-GEN-FILE-NAME delimited by space
                ') STATUS ' delimited by size
                WS-GEN-STATUS delimited by size
                into WS-EVT-TEXT
            end-string
            perform 0290-RELEASE-EVENT
        end-if
    else
        move 'N' to WS-EOF-SWITCH
        move 'N' to WS-KEY-SEEN-SWITCH
        move spaces to WS-GEN-PARTNER
        perform 0280-READ-GENERATION-LINE until WS-EOF
        close GEN-IN
        if WS-GEN-BATCHOUT and not WS-KEY-SEEN
            perform 0430-NOTE-NOT-IN-RUN
        end-if
    end-if.

      *> A live file that is not there is simply not part of the
      *> story - only registered files are a trail break.
0275-READ-LIVE-FILE.
    open input GEN-IN
    if WS-GEN-FOUND
        close GEN-IN
        perform 0270-READ-ONE-GENERATION
    end-if.

0280-READ-GENERATION-LINE.
    read GEN-IN
        at end
            move 'Y' to WS-EOF-SWITCH
        not at end
            evaluate true
                when WS-GEN-AUDIT
                    perform 0350-TAKE-AUDIT-LINE
                when WS-GEN-BATCHOUT
                    perform 0410-TAKE-BATCHOUT-LINE
                when WS-GEN-QUEUE
                    move FD-GEN-LINE(1:156) to WS-QUEUE-RECORD
                    perform 0570-TAKE-QUEUE-ENTRY
                when WS-GEN-PENDING
                    move FD-GEN-LINE(1:152) to WS-PENDING-RECORD
                    perform 0620-TAKE-PENDING-ENTRY
            end-evaluate
    end-read.

0290-RELEASE-EVENT.
    if WS-EVT-STAMP(1:8) >= WS-FROM-DATE
            and WS-EVT-STAMP(1:8) <= WS-TO-DATE
        if WS-EVT-TIMED-FLAG not = 'Y'
            move '000000' to WS-EVT-STAMP(9:6)
        end-if
        add 1 to WS-EVENT-SEQUENCE
        move WS-EVT-STAMP to SW-STAMP
        move WS-EVENT-SEQUENCE to SW-SEQUENCE
        move WS-EVT-TIMED-FLAG to SW-TIMED-FLAG
        move WS-EVT-SOURCE to SW-SOURCE
        move WS-EVT-TEXT to SW-TEXT
        release SW-RECORD
    end-if.

      *> ----------------------------------------------------------
      *> AUDITLOG - the live log, then the AUDITGEN generations. A
      *> generation dated before the range cannot hold a line in it.
      *> ----------------------------------------------------------
0300-GATHER-AUDIT-TRAIL.
    move 'A' to WS-GEN-KIND
    move 'AUDITLOG' to WS-GEN-SOURCE
    move 'AUDITLOG' to WS-GEN-FILE-NAME
    move WS-TODAY to WS-GEN-DATE
    perform 0275-READ-LIVE-FILE
    move 'AUDITGEN' to WS-REGISTRY-NAME
    perform 0250-LOAD-REGISTRY
    perform 0320-READ-AUDIT-GENERATION
        varying WS-RX from 1 by 1 until WS-RX > WS-REG-COUNT.

0320-READ-AUDIT-GENERATION.
    move WS-REG-DATE(WS-RX) to WS-GEN-DATE
    if WS-GEN-DATE >= WS-FROM-DATE
        move spaces to WS-GEN-FILE-NAME
        string 'AUDITLOG.' delimited by size
            WS-REG-DATE(WS-RX) delimited by size
            into WS-GEN-FILE-NAME
        end-string
        perform 0270-READ-ONE-GENERATION
    end-if.

0350-TAKE-AUDIT-LINE.
    move FD-GEN-LINE(1:118) to WS-AUDIT-LINE
    if RPT-KEY = WS-WANTED-KEY-X
        move RPT-TIMESTAMP(1:14) to WS-EVT-STAMP
        move 'Y' to WS-EVT-TIMED-FLAG
        move 'AUDITLOG' to WS-EVT-SOURCE
        move RPT-ORIGINAL to TXC-ORIGINAL
        move RPT-INTERMEDIATE to TXC-INTERMEDIATE
        move RPT-FINAL to TXC-FINAL
        move RPT-RC to TXC-RC
        move RPT-PROGRAM to TXC-PROGRAM
        move WS-TXT-CONVERSION to WS-EVT-TEXT
        perform 0290-RELEASE-EVENT
    end-if.

      *> ----------------------------------------------------------
      *> BATCHOUT - every BOUTGEN generation, then a live BATCHOUT
      *> that WSNBROLL has not rolled yet, dated by its own header.
      *> ----------------------------------------------------------
0400-GATHER-BATCHOUT.
    move 'B' to WS-GEN-KIND
    move 'BATCHOUT' to WS-GEN-SOURCE
    move 'BOUTGEN' to WS-REGISTRY-NAME
    perform 0250-LOAD-REGISTRY
    perform 0420-READ-BATCHOUT-GENERATION
        varying WS-RX from 1 by 1 until WS-RX > WS-REG-COUNT
    move 'BATCHOUT' to WS-GEN-FILE-NAME
    move WS-TODAY to WS-GEN-DATE
    perform 0275-READ-LIVE-FILE.

0410-TAKE-BATCHOUT-LINE.
    evaluate FD-GEN-LINE(1:1)
        when 'H'
            move FD-GEN-LINE(1:17) to WS-BATCH-HEADER
            move WS-BH-SOURCE-ID to WS-GEN-PARTNER
            if WS-GEN-FILE-NAME = 'BATCHOUT'
                    and WS-BH-FILE-DATE is numeric
                move WS-BH-FILE-DATE to WS-GEN-DATE
            end-if
        when 'T'
            continue
        when other
            move FD-GEN-LINE(1:21) to WS-BATCH-OUT-RECORD
            if WS-BATCH-OUT-KEY = WS-WANTED-KEY
                move 'Y' to WS-KEY-SEEN-SWITCH
                perform 0440-TAKE-BATCHOUT-RECORD
            end-if
    end-evaluate.

0420-READ-BATCHOUT-GENERATION.
    move WS-REG-DATE(WS-RX) to WS-GEN-DATE
    move spaces to WS-GEN-FILE-NAME
    string 'BATCHOUT.' delimited by size
        WS-REG-DATE(WS-RX) delimited by size
        into WS-GEN-FILE-NAME
    end-string
    perform 0270-READ-ONE-GENERATION.

0430-NOTE-NOT-IN-RUN.
    move WS-GEN-DATE to WS-EVT-STAMP
    move 'N' to WS-EVT-TIMED-FLAG
    move 'BATCHOUT' to WS-EVT-SOURCE
    move 'NOT IN THAT RUN' to WS-EVT-TEXT
    perform 0290-RELEASE-EVENT.

      *> WSNEXPRT sends only RC 0 lines, so a generation line plus
      *> EXPSENT is enough to say whether the key went out that day.
0440-TAKE-BATCHOUT-RECORD.
    move WS-GEN-DATE to WS-EVT-STAMP
    move 'N' to WS-EVT-TIMED-FLAG
    move 'BATCHOUT' to WS-EVT-SOURCE
    move WS-BATCH-OUT-NUMBER to TXB-NUMBER
    move WS-BATCH-OUT-NUMBER-X to TXB-NUMBER-X
    move WS-BATCH-OUT-NUMBER-Y to TXB-NUMBER-Y
    move WS-BATCH-OUT-RETURN-CODE to TXB-RC
    move WS-GEN-PARTNER to TXB-PARTNER
    move 'N' to WS-SENT-MATCH-SWITCH
    perform 0445-MATCH-ONE-SEND
        varying WS-SX from 1 by 1
        until WS-SX > WS-SENT-COUNT or WS-SENT-MATCHED
    evaluate true
        when WS-BATCH-OUT-RETURN-CODE not = 0
            move 'HELD FROM EXPORT BY RC' to TXB-EXPORT
        when WS-SENT-MATCHED
            move 'WENT OUT ON EXPORT' to TXB-EXPORT
        when other
            move 'NO EXPORT SENT FOR THE DAY' to TXB-EXPORT
    end-evaluate
    move WS-TXT-BATCHOUT to WS-EVT-TEXT
    perform 0290-RELEASE-EVENT.

0445-MATCH-ONE-SEND.
    if WS-SENT-DATE(WS-SX) = WS-GEN-DATE
        move 'Y' to WS-SENT-MATCH-SWITCH
    end-if.

      *> EXPRTOUT holds the last send only (the last EXPSENT line).
      *> CSV lines are KEY,VALUE; JSON lines {"key":K,"wsNumberY":V}.
0450-GATHER-EXPORT-FILE.
    move 'EXPRTOUT' to WS-GEN-FILE-NAME
    open input GEN-IN
    if WS-GEN-FOUND and WS-LAST-SENT-DATE not = zeros
        move 'N' to WS-EOF-SWITCH
        move 'N' to WS-KEY-SEEN-SWITCH
        perform 0460-READ-EXPORT-LINE until WS-EOF
        close GEN-IN
        move WS-LAST-SENT-DATE to WS-EVT-STAMP
        move 'N' to WS-EVT-TIMED-FLAG
        move 'EXPRTOUT' to WS-EVT-SOURCE
        move spaces to WS-EVT-TEXT
        if WS-KEY-SEEN
            string 'ON THE EXPORT FILE LAST SENT, WS-NUMBER-Y '
                    delimited by size
                WS-EXPORT-VALUE delimited by size
                into WS-EVT-TEXT
            end-string
        else
            move 'NOT ON THE EXPORT FILE LAST SENT' to WS-EVT-TEXT
        end-if
        perform 0290-RELEASE-EVENT
    else
        if WS-GEN-FOUND
            close GEN-IN
        end-if
    end-if.

0460-READ-EXPORT-LINE.
    read GEN-IN
        at end
            move 'Y' to WS-EOF-SWITCH
        not at end
            move spaces to WS-EXPORT-PARTS
            unstring FD-GEN-LINE delimited by ':' or ',' or '}'
                into WS-EXP-PART-1, WS-EXP-PART-2, WS-EXP-PART-3,
                    WS-EXP-PART-4
            end-unstring
            if FD-GEN-LINE(1:1) = '{'
                move WS-EXP-PART-2 to WS-EXP-PART-1
                move WS-EXP-PART-4 to WS-EXP-PART-2
            end-if
            if WS-EXP-PART-1 not = spaces
                    and function test-numval(WS-EXP-PART-1) = zero
                compute WS-EXPORT-KEY = function numval(WS-EXP-PART-1)
                if WS-EXPORT-KEY = WS-WANTED-KEY
                    move 'Y' to WS-KEY-SEEN-SWITCH
                    move WS-EXP-PART-2 to WS-EXPORT-VALUE
                end-if
            end-if
    end-read.

      *> ----------------------------------------------------------
      *> EXCPFILE - the exceptions of the last run. An exception
      *> with no feed date (a drift run) is dated today.
      *> ----------------------------------------------------------
0500-GATHER-EXCEPTIONS.
    move 'EXCPFILE' to WS-GEN-FILE-NAME
    open input GEN-IN
    if WS-GEN-FOUND
        move 'N' to WS-EOF-SWITCH
        perform 0510-READ-EXCEPTION until WS-EOF
        close GEN-IN
    end-if.

0510-READ-EXCEPTION.
    read GEN-IN
        at end
            move 'Y' to WS-EOF-SWITCH
        not at end
            move FD-GEN-LINE(1:61) to WSEXCP-RECORD
            if WSEXCP-KEY = WS-WANTED-KEY
                move spaces to TXE-NOTE
                if WSEXCP-FEED-DATE is numeric
                        and WSEXCP-FEED-DATE not = zeros
                    move WSEXCP-FEED-DATE to WS-EVT-STAMP
                else
                    move WS-TODAY to WS-EVT-STAMP
                    move 'NO FEED DATE' to TXE-NOTE
                end-if
                move 'N' to WS-EVT-TIMED-FLAG
                move 'EXCPFILE' to WS-EVT-SOURCE
                move WSEXCP-REASON to TXE-REASON
                move WSEXCP-NUMBER-X to TXE-NUMBER-X
                move WSEXCP-SOURCE-ID to TXE-PARTNER
                move WS-TXT-EXCEPTION to WS-EVT-TEXT
                perform 0290-RELEASE-EVENT
            end-if
    end-read.

      *> ----------------------------------------------------------
      *> Exception queue - live QUEUEFIL, then the QUEAGEN archives.
      *> ----------------------------------------------------------
0550-GATHER-QUEUE.
    move 'QUEUEFIL' to WS-GEN-SOURCE
    move 'N' to WS-EOF-SWITCH
    open input QUEUE-FILE
    if WS-QUEUE-FOUND
        perform 0560-READ-QUEUE-FILE until WS-EOF
        close QUEUE-FILE
    end-if
    move 'Q' to WS-GEN-KIND
    move 'QUEARCH' to WS-GEN-SOURCE
    move 'QUEAGEN' to WS-REGISTRY-NAME
    perform 0250-LOAD-REGISTRY
    perform 0580-READ-QUEUE-ARCHIVE
        varying WS-RX from 1 by 1 until WS-RX > WS-REG-COUNT.

0560-READ-QUEUE-FILE.
    read QUEUE-FILE into WS-QUEUE-RECORD
        at end
            move 'Y' to WS-EOF-SWITCH
        not at end
            perform 0570-TAKE-QUEUE-ENTRY
    end-read.

0570-TAKE-QUEUE-ENTRY.
    if WS-QUEUE-KEY = WS-WANTED-KEY
        move WS-GEN-SOURCE to WS-EVT-SOURCE
        move 'Y' to WS-EVT-TIMED-FLAG
        move WS-QUEUE-ENTERED-TS(1:14) to WS-EVT-STAMP
        move WS-QUEUE-REASON to TXQ-REASON
        move WS-QUEUE-SOURCE-ID to TXQ-PARTNER
        move WS-TXT-QUEUED to WS-EVT-TEXT
        perform 0290-RELEASE-EVENT
        if WS-QUEUE-ASSIGNED-TO not = spaces
                and WS-QUEUE-ASSIGNED-TS not = spaces
            move WS-QUEUE-ASSIGNED-TS(1:14) to WS-EVT-STAMP
            move spaces to WS-EVT-TEXT
            string 'ASSIGNED TO ' delimited by size
                WS-QUEUE-ASSIGNED-TO delimited by size
                into WS-EVT-TEXT
            end-string
            perform 0290-RELEASE-EVENT
        end-if
        if WS-QUEUE-WORKED-BY not = spaces
            move WS-QUEUE-WORKED-TS(1:14) to WS-EVT-STAMP
            move spaces to WS-EVT-TEXT
            string 'MARKED WORKED BY ' delimited by size
                WS-QUEUE-WORKED-BY delimited by size
                into WS-EVT-TEXT
            end-string
            perform 0290-RELEASE-EVENT
        end-if
    end-if.

0580-READ-QUEUE-ARCHIVE.
    move WS-REG-DATE(WS-RX) to WS-GEN-DATE
    move spaces to WS-GEN-FILE-NAME
    string 'QUEARCH.' delimited by size
        WS-REG-DATE(WS-RX) delimited by size
        into WS-GEN-FILE-NAME
    end-string
    perform 0270-READ-ONE-GENERATION.

      *> ----------------------------------------------------------
      *> Pending corrections - live PENDFILE, then the PENDAGEN
      *> archives. Keyed, decided, and - when it came later than the
      *> decision - applied or cancelled.
      *> ----------------------------------------------------------
0600-GATHER-PENDING.
    move 'PENDFILE' to WS-GEN-SOURCE
    move 'N' to WS-EOF-SWITCH
    open input PEND-FILE
    if WS-PEND-FOUND
        perform 0610-READ-PEND-FILE until WS-EOF
        close PEND-FILE
    end-if
    move 'P' to WS-GEN-KIND
    move 'PENDARCH' to WS-GEN-SOURCE
    move 'PENDAGEN' to WS-REGISTRY-NAME
    perform 0250-LOAD-REGISTRY
    perform 0680-READ-PENDING-ARCHIVE
        varying WS-RX from 1 by 1 until WS-RX > WS-REG-COUNT.

0610-READ-PEND-FILE.
    read PEND-FILE into WS-PENDING-RECORD
        at end
            move 'Y' to WS-EOF-SWITCH
        not at end
            perform 0620-TAKE-PENDING-ENTRY
    end-read.

0620-TAKE-PENDING-ENTRY.
    if WS-PEND-KEY = WS-WANTED-KEY
        move WS-GEN-SOURCE to WS-EVT-SOURCE
        move 'Y' to WS-EVT-TIMED-FLAG
        move WS-PEND-OLD-NUMBER to TXP-OLD-NUMBER
        move WS-PEND-NEW-NUMBER to TXP-NEW-NUMBER
        move WS-PEND-ENTERED-TS(1:14) to WS-EVT-STAMP
        move 'CORRECTION KEYED ' to TXP-ACTION
        move WS-PEND-ENTERED-BY to TXP-OPERATOR
        move spaces to TXP-NOTE
        if WS-PEND-SOURCE-ID not = spaces
            string 'PARTNER ' delimited by size
                WS-PEND-SOURCE-ID delimited by size
                into TXP-NOTE
            end-string
        end-if
        move WS-TXT-PENDING to WS-EVT-TEXT
        perform 0290-RELEASE-EVENT
        if WS-PEND-DECIDED-BY not = spaces
            perform 0630-TAKE-PENDING-DECISION
        end-if
        if WS-PEND-CLOSED-BY not = spaces
                and WS-PEND-CLOSED-TS not = WS-PEND-DECIDED-TS
            perform 0640-TAKE-PENDING-CLOSE
        end-if
    end-if.

0630-TAKE-PENDING-DECISION.
    move WS-PEND-DECIDED-TS(1:14) to WS-EVT-STAMP
    move WS-PEND-DECIDED-BY to TXP-OPERATOR
    move spaces to TXP-NOTE
    if WS-PEND-STATUS = 'R'
        move 'REJECTED BY ' to TXP-ACTION
    else
        move 'APPROVED BY ' to TXP-ACTION
        if WS-PEND-EFFECTIVE-DATE is numeric
                and WS-PEND-EFFECTIVE-DATE not = zeros
            string 'EFFECTIVE ' delimited by size
                WS-PEND-EFFECTIVE-DATE delimited by size
                into TXP-NOTE
            end-string
        end-if
    end-if
    move WS-TXT-PENDING to WS-EVT-TEXT
    perform 0290-RELEASE-EVENT.

0640-TAKE-PENDING-CLOSE.
    move WS-PEND-CLOSED-TS(1:14) to WS-EVT-STAMP
    move WS-PEND-CLOSED-BY to TXP-OPERATOR
    move spaces to TXP-NOTE
    if WS-PEND-STATUS = 'C'
        move 'CANCELLED BY ' to TXP-ACTION
    else
        move 'APPLIED BY ' to TXP-ACTION
    end-if
    move WS-TXT-PENDING to WS-EVT-TEXT
    perform 0290-RELEASE-EVENT.

0680-READ-PENDING-ARCHIVE.
    move WS-REG-DATE(WS-RX) to WS-GEN-DATE
    move spaces to WS-GEN-FILE-NAME
    string 'PENDARCH.' delimited by size
        WS-REG-DATE(WS-RX) delimited by size
        into WS-GEN-FILE-NAME
    end-string
    perform 0270-READ-ONE-GENERATION.

      *> ----------------------------------------------------------
      *> MNTJRNL - what the MAINTFIL slot actually held, write by
      *> write. A WSNADJST write is the delta adjustment landing.
      *> ----------------------------------------------------------
0700-GATHER-JOURNAL.
    move 'MNTJRNL' to WS-GEN-FILE-NAME
    open input GEN-IN
    if WS-GEN-FOUND
        move 'N' to WS-EOF-SWITCH
        perform 0710-READ-JOURNAL until WS-EOF
        close GEN-IN
    end-if.

0710-READ-JOURNAL.
    read GEN-IN
        at end
            move 'Y' to WS-EOF-SWITCH
        not at end
            move FD-GEN-LINE(1:106) to WS-JOURNAL-RECORD
            if WS-JRN-KEY = WS-WANTED-KEY
                perform 0720-TAKE-JOURNAL-ENTRY
            end-if
    end-read.

0720-TAKE-JOURNAL-ENTRY.
    move WS-JRN-TIMESTAMP(1:14) to WS-EVT-STAMP
    move 'Y' to WS-EVT-TIMED-FLAG
    move 'MNTJRNL' to WS-EVT-SOURCE
    move WS-JRN-AFTER-IMAGE to WS-IMAGE
    move WS-IMG-NUMBER to WS-AFTER-NUMBER
    move WS-IMG-NUMBER to TXJ-AFTER
    move WS-JRN-PROGRAM to TXJ-PROGRAM
    move WS-JRN-OPERATOR to TXJ-OPERATOR
    move spaces to TXJ-DELTA-LABEL
    move zeros to TXJ-DELTA
    if WS-JRN-BEFORE-PRESENT = 'N'
        move 'NONE' to TXJ-BEFORE
        move zeros to WS-BEFORE-NUMBER
    else
        move WS-JRN-BEFORE-IMAGE to WS-IMAGE
        move WS-IMG-NUMBER to TXJ-BEFORE
        move WS-IMG-NUMBER to WS-BEFORE-NUMBER
    end-if
    if WS-JRN-PROGRAM = 'WSNADJST'
        move 'DELTA ADJUSTMENT ' to TXJ-ACTION
        compute WS-DELTA = WS-AFTER-NUMBER - WS-BEFORE-NUMBER
        move 'DELTA ' to TXJ-DELTA-LABEL
        move WS-DELTA to TXJ-DELTA
    else
        if WS-JRN-ACTION = 'WR'
            move 'MAINTFIL WRITE ' to TXJ-ACTION
        else
            move 'MAINTFIL REWRITE ' to TXJ-ACTION
        end-if
    end-if
    move WS-TXT-JOURNAL to WS-EVT-TEXT
    if TXJ-DELTA-LABEL = spaces
        move spaces to WS-EVT-TEXT(52:12)
    end-if
    perform 0290-RELEASE-EVENT.

      *> ----------------------------------------------------------
      *> ADJIN - a delta for the key on the adjustment feed now on
      *> disk, and whether ADJAPLD has that feed as applied.
      *> ----------------------------------------------------------
0750-GATHER-ADJUSTMENTS.
    move 'ADJIN' to WS-GEN-FILE-NAME
    open input GEN-IN
    if WS-GEN-FOUND
        move spaces to WS-ADJ-HEADER
        move 'N' to WS-EOF-SWITCH
        perform 0760-READ-ADJUSTMENT until WS-EOF
        close GEN-IN
    end-if.

0760-READ-ADJUSTMENT.
    read GEN-IN
        at end
            move 'Y' to WS-EOF-SWITCH
        not at end
            evaluate FD-GEN-LINE(1:1)
                when 'H'
                    move FD-GEN-LINE(1:17) to WS-ADJ-HEADER
                    perform 0780-CHECK-FEED-APPLIED
                when 'T'
                    continue
                when other
                    move FD-GEN-LINE(1:10) to WS-ADJUST-RECORD
                    if WS-ADJ-KEY = WS-WANTED-KEY
                        perform 0770-TAKE-ADJUSTMENT
                    end-if
            end-evaluate
    end-read.

0770-TAKE-ADJUSTMENT.
    if WS-AH-FILE-DATE is numeric and WS-AH-FILE-DATE not = zeros
        move WS-AH-FILE-DATE to WS-EVT-STAMP
    else
        move WS-TODAY to WS-EVT-STAMP
    end-if
    move 'N' to WS-EVT-TIMED-FLAG
    move 'ADJIN' to WS-EVT-SOURCE
    move WS-AH-SOURCE-ID to TXA-PARTNER
    if WS-ADJ-DELTA is numeric
        move WS-ADJ-DELTA to WS-DELTA-EDIT
        move WS-DELTA-EDIT to TXA-DELTA
    else
        move FD-GEN-LINE(6:5) to TXA-DELTA
    end-if
    if WS-ADJ-FEED-APPLIED
        move 'FEED APPLIED' to TXA-NOTE
    else
        move 'FEED NOT YET APPLIED' to TXA-NOTE
    end-if
    move WS-TXT-ADJUSTMENT to WS-EVT-TEXT
    perform 0290-RELEASE-EVENT.

0780-CHECK-FEED-APPLIED.
    move 'N' to WS-ADJ-APPLIED-SWITCH
    move 'N' to WS-APPLIED-EOF-SWITCH
    open input ADJ-APPLIED
    if WS-APPLIED-FOUND
        perform 0790-READ-APPLIED-FEED until WS-APPLIED-EOF
        close ADJ-APPLIED
    end-if.

0790-READ-APPLIED-FEED.
    read ADJ-APPLIED into WS-APPLIED-RECORD
        at end
            move 'Y' to WS-APPLIED-EOF-SWITCH
        not at end
            if WS-APL-SOURCE-ID = WS-AH-SOURCE-ID
                    and WS-APL-FILE-DATE = WS-AH-FILE-DATE
                move 'Y' to WS-ADJ-APPLIED-SWITCH
            end-if
    end-read.

      *> ----------------------------------------------------------
      *> Output side of the sort: one timeline line per event, to
      *> the console and, when asked for, to TRACERPT.
      *> ----------------------------------------------------------
0800-WRITE-TIMELINE.
    perform 0850-RETURN-EVENT
    perform 0860-WRITE-ONE-EVENT until WS-RETURN-EOF
    if WS-EVENT-COUNT = zeros
        display 'NO ACTIVITY FOUND FOR THE KEY'
        if WS-PRINT-WANTED
            move 'NO ACTIVITY FOUND FOR THE KEY' to FD-RPT-LINE
            write FD-RPT-LINE
        end-if
    end-if.

0850-RETURN-EVENT.
    return SORT-WORK
        at end
            move 'Y' to WS-RETURN-EOF-SWITCH
    end-return.

0860-WRITE-ONE-EVENT.
    move SW-STAMP(1:8) to TRL-DATE
    if SW-TIMED-FLAG = 'Y'
        move SW-STAMP(9:6) to TRL-TIME
    else
        move spaces to TRL-TIME
    end-if
    move SW-SOURCE to TRL-SOURCE
    move SW-TEXT to TRL-TEXT
    display WS-TIMELINE-LINE
    if WS-PRINT-WANTED
        write FD-RPT-LINE from WS-TIMELINE-LINE
    end-if
    add 1 to WS-EVENT-COUNT
    perform 0850-RETURN-EVENT.
