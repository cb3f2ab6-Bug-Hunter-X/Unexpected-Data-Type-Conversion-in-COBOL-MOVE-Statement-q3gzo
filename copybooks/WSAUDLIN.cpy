      *> WSAUDLIN.cpy
      *> Formatted AUDITLOG line - the labelled ORIGINAL/INTERMED/
      *> FINAL/RC/PROGRAM/TS/KEY rendering of a WSAUDIT.cpy entry, 118
      *> bytes. WSNAUDIT writes AUDITLOG through this layout and the
      *> report programs read it back through the same layout, so the
      *> writer and its readers cannot drift out of step on column
      *> positions - same reasoning as sharing the guard in WSNCVGRD.
      *> RPT-KEY is the record key the converted value belongs to when
      *> the caller named one through WSNAUDIT-KEY, spaces when it did
      *> not; lines written before the key was carried read back with
      *> spaces there too.
01  WS-AUDIT-LINE.
    05  FILLER PIC X(10) value 'ORIGINAL= '.
    05  RPT-ORIGINAL PIC -(5)9.
    05  RPT-PROGRAM PIC X(8).
    05  FILLER PIC X(6) value '  TS= '.
    05  RPT-TIMESTAMP PIC X(26).
    05  FILLER PIC X(7) value '  KEY= '.
    05  RPT-KEY PIC X(5).
