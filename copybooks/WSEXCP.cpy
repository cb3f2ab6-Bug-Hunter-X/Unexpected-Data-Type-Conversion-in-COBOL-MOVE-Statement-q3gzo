      *> report found did not re-convert cleanly. WSEXCP-KEY carries
      *> the record key of the failed record when the writer has one
      *> (batch and drift runs), zeros when it does not.
      *> WSEXCP-SOURCE-ID and WSEXCP-FEED-DATE are the WS-BH-SOURCE-ID
      *> and WS-BH-FILE-DATE of the feed the record came in on (the
      *> adjustment header for WSNADJST), spaces and zeros when the
      *> exception did not come from a partner feed (drift runs) -
      *> WSNQUEUE carries them onto the queue entry so every manual
      *> fix downstream can be attributed to the partner.
01  WSEXCP-RECORD.
    05  WSEXCP-KEY PIC 9(5).
    05  WSEXCP-NUMBER PIC 9(5).
    05  WSEXCP-NUMBER-X PIC X(5).
    05  WSEXCP-REASON PIC X(30).
    05  WSEXCP-SOURCE-ID PIC X(8).
    05  WSEXCP-FEED-DATE PIC 9(8).
