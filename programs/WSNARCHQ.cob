data division.
file section.
fd  ARCH-IN.
01  FD-ARCH-LINE PIC X(156).

fd  ARCH-REGISTRY.
01  FD-REGISTRY-LINE PIC X(8).
    end-read.

0400-LIST-PENDING-ENTRY.
    move FD-ARCH-LINE(1:152) to WS-PENDING-RECORD
    if WS-WANTED-KEY = zeros or WS-PEND-KEY = WS-WANTED-KEY
        display '  ' WS-REG-DATE(WS-RX)
            ' KEY ' WS-PEND-KEY
            ' BY ' WS-PEND-ENTERED-BY
            ' DECIDED BY ' WS-PEND-DECIDED-BY
            ' AT ' WS-PEND-DECIDED-TS(1:14)
            ' PARTNER ' WS-PEND-SOURCE-ID
        if WS-PEND-CLOSED-BY not = spaces
            display '      EFFECTIVE ' WS-PEND-EFFECTIVE-DATE
                ' CLOSED BY ' WS-PEND-CLOSED-BY
                ' AT ' WS-PEND-CLOSED-TS(1:14)
        end-if
        add 1 to WS-LISTED-COUNT
    end-if.

0500-LIST-QUEUE-ENTRY.
    move FD-ARCH-LINE(1:156) to WS-QUEUE-RECORD
    if WS-WANTED-KEY = zeros or WS-QUEUE-KEY = WS-WANTED-KEY
        display '  ' WS-REG-DATE(WS-RX)
            ' KEY ' WS-QUEUE-KEY
            ' QUEUED ' WS-QUEUE-ENTERED-TS(1:14)
            ' REASON ' WS-QUEUE-REASON
            ' PARTNER ' WS-QUEUE-SOURCE-ID
        if WS-QUEUE-WORKED-BY not = spaces
            display '      ASSIGNED TO ' WS-QUEUE-ASSIGNED-TO
                ' AT ' WS-QUEUE-ASSIGNED-TS(1:14)
                ' WORKED BY ' WS-QUEUE-WORKED-BY
                ' AT ' WS-QUEUE-WORKED-TS(1:14)
        end-if
        add 1 to WS-LISTED-COUNT
    end-if.
