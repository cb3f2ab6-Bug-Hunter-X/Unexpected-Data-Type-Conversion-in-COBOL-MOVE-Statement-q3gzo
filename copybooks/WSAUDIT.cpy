      *> callers - an unsigned DISPLAY digit is byte-identical to its
      *> signed positive overpunch, so reading it through a PIC S9(5)
      *> loses nothing.
      *> KEY is the record key of the value, when the caller named it
      *> (spaces otherwise) - what lets WSNTRACE find a key's
      *> conversions on the trail.
01  WS-AUDIT-RECORD.
    05  WS-AUDIT-ORIGINAL PIC S9(5).
    05  WS-AUDIT-INTERMEDIATE PIC X(5).
    05  WS-AUDIT-RETURN-CODE PIC 9(1).
    05  WS-AUDIT-PROGRAM PIC X(8).
    05  WS-AUDIT-TIMESTAMP PIC X(26).
    05  WS-AUDIT-KEY PIC X(5).
