      *>
      *>   - unworked exceptions (worked flag still 'N') bucketed by
      *>     age of their load timestamp: queued today, 1-3 days old,
      *>     over 3 days old - and the same buckets again broken
      *>     down by the partner source id the exception came in on
      *>     ((NONE) for exceptions with no partner feed behind them);
      *>   - pending approvals (status 'P') older than the SLA
      *>     threshold, one line each with the key, who keyed the
      *>     correction, when, and the age in days - these stale
      *>
      *> The SLA threshold in days comes from the command line,
      *> default 2 (the same argument convention as the WSNAROLL
      *> retention). Ages are business days between the entry's
      *> timestamp date and today, counted through WSNBDAYS against
      *> the BUSCAL business calendar - weekends, holidays and
      *> non-processing days do not age anything, so nothing breaches
      *> SLA while the office is shut. The program ends with RETURN-CODE
      *> 4 when anything is over threshold (old exceptions, stale
      *> pendings or repeat keys), so a scheduler can flag the report
      *> for a morning look instead of relying on someone opening it.
01  WS-SLA-DAYS PIC 9(3) value 2.

01  WS-TODAY PIC 9(8).
01  WS-ENTRY-DATE PIC 9(8).
01  WS-AGE-DAYS PIC 9(5).

01  WS-EOF-SWITCH PIC X value 'N'.
    88  WS-EOF value 'Y'.
01  WS-STALE-PEND-COUNT PIC 9(9) value zeros.
01  WS-REPEAT-KEY-COUNT PIC 9(9) value zeros.

01  WS-PARTNER-COUNT PIC 9(3) value zeros.
01  WS-PARTNER-TABLE.
    05  WS-PARTNER-ENTRY occurs 200 times.
        10  PTB-SOURCE-ID PIC X(8).
        10  PTB-TODAY PIC 9(9).
        10  PTB-1-TO-3 PIC 9(9).
        10  PTB-OVER-3 PIC 9(9).
01  WS-PX PIC 9(3).
01  WS-CUR-PARTNER PIC 9(3).

01  WS-KX PIC 9(6).
01  WS-KEY-DATE-TABLE.
    05  WS-KEY-DATE-ENTRY occurs 99999 times.
    05  AGB-LABEL PIC X(20).
    05  AGB-COUNT PIC ZZZZZZZZ9.

01  WS-RPT-PARTNER-HEADING.
    05  FILLER PIC X(11) value '  PARTNER'.
    05  FILLER PIC X(9) value '    TODAY'.
    05  FILLER PIC X(10) value '  1-3 DAYS'.
    05  FILLER PIC X(10) value '    OVER 3'.

01  WS-RPT-PARTNER-LINE.
    05  FILLER PIC X(2) value spaces.
    05  AGT-SOURCE-ID PIC X(8).
    05  FILLER PIC X(1) value space.
    05  AGT-TODAY PIC ZZZZZZZZ9.
    05  FILLER PIC X(1) value space.
    05  AGT-1-TO-3 PIC ZZZZZZZZ9.
    05  FILLER PIC X(1) value space.
    05  AGT-OVER-3 PIC ZZZZZZZZ9.

01  WS-RPT-PEND-LINE.
    05  FILLER PIC X(6) value '  KEY '.
    05  AGP-KEY PIC 9(5).
        end-if
    end-if
    move function current-date(1:8) to WS-TODAY
    initialize WS-KEY-DATE-TABLE
    perform 0200-SCAN-QUEUE
    open output AGING-RPT
    if WS-QUEUE-ENTERED-TS(1:8) is numeric
        if WS-QUEUE-WORKED-FLAG not = 'Y'
            perform 0350-AGE-FROM-ENTERED-TS
            perform 0370-FIND-PARTNER
            evaluate true
                when WS-AGE-DAYS <= zeros
                    add 1 to WS-BUCKET-TODAY
                    if WS-CUR-PARTNER not = zeros
                        add 1 to PTB-TODAY(WS-CUR-PARTNER)
                    end-if
                when WS-AGE-DAYS <= 3
                    add 1 to WS-BUCKET-1-TO-3
                    if WS-CUR-PARTNER not = zeros
                        add 1 to PTB-1-TO-3(WS-CUR-PARTNER)
                    end-if
                when other
                    add 1 to WS-BUCKET-OVER-3
                    if WS-CUR-PARTNER not = zeros
                        add 1 to PTB-OVER-3(WS-CUR-PARTNER)
                    end-if
            end-evaluate
        end-if
        if WS-QUEUE-KEY > zeros
    perform 0250-READ-QUEUE-FILE.

0350-AGE-FROM-ENTERED-TS.
    move WS-QUEUE-ENTERED-TS(1:8) to WS-ENTRY-DATE
    call 'WSNBDAYS' using WS-ENTRY-DATE, WS-TODAY, WS-AGE-DAYS.

      *> Partners are added to the table in the order their first
      *> unworked exception turns up - queue order, oldest first.
0370-FIND-PARTNER.
    move zeros to WS-CUR-PARTNER
    perform 0380-MATCH-ONE-PARTNER
        varying WS-PX from 1 by 1
        until WS-PX > WS-PARTNER-COUNT or WS-CUR-PARTNER not = zeros
    if WS-CUR-PARTNER = zeros
        if WS-PARTNER-COUNT = 200
            display 'WSNAGING: PARTNER TABLE FULL - '
                WS-QUEUE-SOURCE-ID ' NOT BROKEN DOWN'
        else
            add 1 to WS-PARTNER-COUNT
            move WS-PARTNER-COUNT to WS-CUR-PARTNER
            move WS-QUEUE-SOURCE-ID to PTB-SOURCE-ID(WS-CUR-PARTNER)
            move zeros to PTB-TODAY(WS-CUR-PARTNER)
            move zeros to PTB-1-TO-3(WS-CUR-PARTNER)
            move zeros to PTB-OVER-3(WS-CUR-PARTNER)
        end-if
    end-if.

0380-MATCH-ONE-PARTNER.
    if PTB-SOURCE-ID(WS-PX) = WS-QUEUE-SOURCE-ID
        move WS-PX to WS-CUR-PARTNER
    end-if.

0500-WRITE-QUEUE-SECTION.
    move WS-TODAY to AGH-DATE
    write FD-RPT-LINE from WS-RPT-BUCKET-LINE
    move 'OVER 3 DAYS OLD' to AGB-LABEL
    move WS-BUCKET-OVER-3 to AGB-COUNT
    write FD-RPT-LINE from WS-RPT-BUCKET-LINE
    move 'UNWORKED EXCEPTIONS BY PARTNER AND AGE' to FD-RPT-LINE
    write FD-RPT-LINE
    write FD-RPT-LINE from WS-RPT-PARTNER-HEADING
    perform 0550-WRITE-ONE-PARTNER
        varying WS-PX from 1 by 1 until WS-PX > WS-PARTNER-COUNT
    if WS-PARTNER-COUNT = zeros
        move '  (NONE)' to FD-RPT-LINE
        write FD-RPT-LINE
    end-if.

0550-WRITE-ONE-PARTNER.
    if PTB-SOURCE-ID(WS-PX) = spaces
        move '(NONE)' to AGT-SOURCE-ID
    else
        move PTB-SOURCE-ID(WS-PX) to AGT-SOURCE-ID
    end-if
    move PTB-TODAY(WS-PX) to AGT-TODAY
    move PTB-1-TO-3(WS-PX) to AGT-1-TO-3
    move PTB-OVER-3(WS-PX) to AGT-OVER-3
    write FD-RPT-LINE from WS-RPT-PARTNER-LINE.

0600-REPORT-STALE-PENDINGS.
    move spaces to FD-RPT-LINE
    string 'PENDING APPROVALS OVER SLA OF '
        delimited by size
        WS-SLA-DAYS delimited by size
        ' BUSINESS DAYS' delimited by size
        into FD-RPT-LINE
    end-string
    write FD-RPT-LINE
0650-CHECK-ONE-PENDING.
    if WS-PEND-STATUS = 'P'
            and WS-PEND-ENTERED-TS(1:8) is numeric
        move WS-PEND-ENTERED-TS(1:8) to WS-ENTRY-DATE
        call 'WSNBDAYS' using WS-ENTRY-DATE, WS-TODAY, WS-AGE-DAYS
        if WS-AGE-DAYS > WS-SLA-DAYS
            move WS-PEND-KEY to AGP-KEY
            move WS-PEND-ENTERED-BY to AGP-ENTERED-BY
