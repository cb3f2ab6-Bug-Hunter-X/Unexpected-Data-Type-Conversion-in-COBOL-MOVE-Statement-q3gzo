      *> work out to dated archive files and rewrites the live files
      *> compacted down to just the open work:
      *>
      *>   PENDFILE: finished entries ('A' applied, 'R' rejected,
      *>             'C' cancelled) out to PENDARCH.date; pending
      *>             'P' and scheduled 'S' entries stay live;
      *>   QUEUEFIL: worked entries ('Y') out to QUEARCH.date,
      *>             unworked entries stay live, still oldest-first.
      *>
copy WSQUEREC.

fd  ARCH-OUT.
01  FD-ARCH-LINE PIC X(156).

fd  ARCH-REGISTRY.
01  FD-REGISTRY-LINE PIC X(8).

01  WS-KEEP-COUNT PIC 9(5) value zeros.
01  WS-KX PIC 9(6).
01  WS-QUEUE-KEEP-TABLE.
    05  WS-QUEUE-KEEP PIC X(156) occurs 26000 times.
01  WS-PEND-KEEP-TABLE redefines WS-QUEUE-KEEP-TABLE.
    05  WS-PEND-KEEP PIC X(152) occurs 20000 times.

01  WS-DATE-REGISTERED-SW PIC X value 'N'.
    88  WS-DATE-REGISTERED value 'Y'.

0300-SPLIT-ONE-PENDING.
    if WS-PEND-STATUS = 'A' or WS-PEND-STATUS = 'R'
            or WS-PEND-STATUS = 'C'
        write FD-ARCH-LINE from WS-PENDING-RECORD
        add 1 to WS-PEND-ARCHIVED
    else
