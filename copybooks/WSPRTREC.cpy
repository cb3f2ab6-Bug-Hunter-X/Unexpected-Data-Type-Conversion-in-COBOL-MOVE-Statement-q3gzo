      *> 'YYYYYNN' is a Monday-to-Friday sender. A feed arriving on
      *> an 'N' day is worth a console warning but not a reject: a
      *> resend after a failed night is legitimate off-schedule
      *> traffic. Days closed on the BUSCAL business calendar are
      *> expected non-feed days for every partner whatever this
      *> string says. WS-PART-FORMAT is CSV or JSON, the same two
      *> values WSNEXPRT has always accepted. Maintained by WSNPPROF.
01  WS-PARTNER-RECORD.
    05  WS-PART-SOURCE-ID PIC X(8).
    05  WS-PART-ACTIVE-FLAG PIC X.
