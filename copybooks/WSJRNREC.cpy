      *> records what each slot actually held and when it changed,
      *> which is what a point-in-time rebuild (WSNMJRCV) needs after
      *> a bad run overlays good corrections.
      *>
      *> WS-JRN-SOURCE-ID and WS-JRN-FEED-DATE name the partner feed
      *> behind the change when the writer knows it (an approved
      *> correction of a queued exception, a queue-load post, a delta
      *> adjustment), spaces and zeros when it does not.
01  WS-JOURNAL-RECORD.
    05  WS-JRN-ACTION PIC X(2).
    05  WS-JRN-KEY PIC 9(5).
    05  WS-JRN-PROGRAM PIC X(8).
    05  WS-JRN-OPERATOR PIC X(8).
    05  WS-JRN-TIMESTAMP PIC X(26).
    05  WS-JRN-SOURCE-ID PIC X(8).
    05  WS-JRN-FEED-DATE PIC 9(8).
