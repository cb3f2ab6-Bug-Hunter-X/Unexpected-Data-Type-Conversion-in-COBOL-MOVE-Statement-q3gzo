      *> WSNCKSUM - running checksum over the lines of a file, for the
      *> WSNBKUP backup manifest and for WSNBKRST to prove a set (or a
      *> restored file) against it. The caller passes each line in
      *> turn with the number of bytes that count, and the
      *> WS-CHECKSUM-AREA from WSBKMREC, started at SUM-A 1, SUM-B 0
      *> for each file.
      *>
      *> The sum is Adler-32: SUM-A adds every byte, SUM-B adds every
      *> SUM-A, both modulo 65521, and the value is SUM-B * 65536 +
      *> SUM-A. A record count alone misses a changed value and a
      *> plain byte total misses two records swapped; SUM-B weights
      *> each byte by its position, so either shows up.
identification division.
program-id. WSNCKSUM.

data division.
working-storage section.
01  WS-BX PIC 9(3).
01  WS-BYTE-VALUE PIC 9(3).

linkage section.
01  LS-LINE PIC X(256).
01  LS-LENGTH PIC 9(3).
01  LS-CHECKSUM-AREA.
    05  LS-SUM-A PIC 9(5).
    05  LS-SUM-B PIC 9(5).
    05  LS-VALUE PIC 9(10).

procedure division using LS-LINE, LS-LENGTH, LS-CHECKSUM-AREA.

0100-ADD-LINE.
    perform 0200-ADD-ONE-BYTE
        varying WS-BX from 1 by 1 until WS-BX > LS-LENGTH
    compute LS-VALUE = LS-SUM-B * 65536 + LS-SUM-A
    goback.

0200-ADD-ONE-BYTE.
    compute WS-BYTE-VALUE = function ord(LS-LINE(WS-BX:1)) - 1
    compute LS-SUM-A = function mod(LS-SUM-A + WS-BYTE-VALUE, 65521)
    compute LS-SUM-B = function mod(LS-SUM-B + LS-SUM-A, 65521).
