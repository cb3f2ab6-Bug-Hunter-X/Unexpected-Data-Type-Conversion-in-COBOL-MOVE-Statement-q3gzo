      *> WSCALREC.cpy
      *> One day on the BUSCAL shop business calendar. Saturdays and
      *> Sundays are never business days and are NOT listed - the
      *> file only names the weekdays the office is closed:
      *>   H  public / bank holiday
      *>   N  non-processing day (office shut, no night run)
      *> A weekday not on the file is a business day. Every age the
      *> morning reports judge (WSNACKMT ack aging, WSNAGING SLA
      *> buckets) is counted in business days through WSNBDAYS, and
      *> WSNVOLGD / WSNBATCH treat a calendar day as an expected
      *> non-feed day for every partner. Maintained by WSNCALMT, one
      *> line per date, kept in date order, with who last changed the
      *> entry and when.
01  WS-CALENDAR-RECORD.
    05  WS-CAL-DATE PIC 9(8).
    05  WS-CAL-DAY-TYPE PIC X.
        88  WS-CAL-HOLIDAY value 'H'.
        88  WS-CAL-NON-PROCESSING value 'N'.
        88  WS-CAL-CLOSED value 'H' 'N'.
    05  WS-CAL-DESCRIPTION PIC X(30).
    05  WS-CAL-CHANGED-BY PIC X(8).
    05  WS-CAL-CHANGED-TS PIC X(26).
