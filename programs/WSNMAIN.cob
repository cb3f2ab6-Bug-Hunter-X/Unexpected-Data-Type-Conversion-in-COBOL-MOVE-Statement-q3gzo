    move WS-NUMBER to WSEXCP-NUMBER
    move WS-NUMBER-X to WSEXCP-NUMBER-X
    move 'WS-NUMBER-X NOT NUMERIC' to WSEXCP-REASON
    move spaces to WSEXCP-SOURCE-ID
    move zeros to WSEXCP-FEED-DATE
    display 'EXCEPTION: ' WSEXCP-RECORD.

0300-DEMO-EXTERNALLY-POPULATED-X.
