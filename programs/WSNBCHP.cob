
0350-CONVERT-ONE-RECORD.
    move WS-BATCH-NUMBER to WS-NUMBER-P
    call 'WSNAUDIT-KEY' using WS-BATCH-KEY
    call 'WSNCONVP' using WS-NUMBER-P, WS-NUMBER-P-X, WS-NUMBER-P-Y,
        WS-RETURN-CODE, WS-CALLER-ID
    move WS-BATCH-KEY to WS-BATCH-OUT-P-KEY
