      *>   - ack present, count and total match: OK;
      *>   - ack present but out of balance: flagged MISMATCH;
      *>   - no ack and the send is older than the age threshold
      *>     (command-line business days, default 2 - counted
      *>     through WSNBDAYS against the BUSCAL business calendar,
      *>     so a holiday weekend does not make a send late):
      *>     flagged OUTSTANDING;
      *>   - no ack but still within the threshold: noted, not
      *>     flagged - acks legitimately lag a day;
      *>   - an ack for a date we never registered: flagged, because
01  WS-AGE-TEXT PIC X(3) value spaces.
01  WS-AGE-DAYS PIC 9(3) value 2.

01  WS-TODAY PIC 9(8).
01  WS-SENT-AGE PIC 9(5).

01  WS-EOF-SWITCH PIC X value 'N'.
    88  WS-EOF value 'Y'.
                ''' NOT NUMERIC - USING ' WS-AGE-DAYS ' DAYS'
        end-if
    end-if
    move function current-date(1:8) to WS-TODAY
    perform 0200-LOAD-SENT-REGISTER
    perform 0300-LOAD-ACKS
    open output ACK-RPT
        end-if
        write FD-RPT-LINE from WS-RPT-DETAIL
    else
        call 'WSNBDAYS' using SNT-DATE(WS-SX), WS-TODAY, WS-SENT-AGE
        move SNT-DATE(WS-SX) to ACN-DATE
        move SNT-COUNT(WS-SX) to ACN-SENT-COUNT
        move SNT-TOTAL(WS-SX) to ACN-SENT-TOTAL
