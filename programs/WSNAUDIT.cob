      *> subprogram). Callers should CALL 'WSNAUDIT-CLOSE' before
      *> STOP RUN so the final buffered records are flushed and the
      *> file closed.
      *>
      *> A caller that knows which record the value belongs to CALLs
      *> entry 'WSNAUDIT-KEY' with the key just before the conversion;
      *> the next audit line written carries that key, and the key is
      *> then forgotten, so a later keyless conversion in the same run
      *> can never be stamped with a stale one. Lines without a key
      *> carry spaces there.
identification division.
program-id. WSNAUDIT.

data division.
file section.
fd  AUDIT-LOG.
01  FD-AUDIT-LINE PIC X(118).

working-storage section.
copy WSAUDIT.
01  WS-FILE-OPEN-SWITCH PIC X value 'N'.
    88  WS-FILE-IS-OPEN value 'Y'.

01  WS-NEXT-KEY PIC X(5) value spaces.

copy WSAUDLIN.

linkage section.
01  LS-FINAL PIC S9(5).
01  LS-RETURN-CODE PIC 9(1).
01  LS-CALLER-ID PIC X(8).
01  LS-KEY PIC 9(5).

procedure division using LS-ORIGINAL, LS-INTERMEDIATE, LS-FINAL,
        LS-RETURN-CODE, LS-CALLER-ID.
    move LS-RETURN-CODE to WS-AUDIT-RETURN-CODE
    move LS-CALLER-ID to WS-AUDIT-PROGRAM
    move function current-date to WS-AUDIT-TIMESTAMP
    move WS-NEXT-KEY to WS-AUDIT-KEY
    move spaces to WS-NEXT-KEY
    move WS-AUDIT-ORIGINAL to RPT-ORIGINAL
    move WS-AUDIT-INTERMEDIATE to RPT-INTERMEDIATE
    move WS-AUDIT-FINAL to RPT-FINAL
    move WS-AUDIT-RETURN-CODE to RPT-RC
    move WS-AUDIT-PROGRAM to RPT-PROGRAM
    move WS-AUDIT-TIMESTAMP to RPT-TIMESTAMP
    move WS-AUDIT-KEY to RPT-KEY
    write FD-AUDIT-LINE from WS-AUDIT-LINE
    goback.

entry 'WSNAUDIT-KEY' using LS-KEY.

0150-NOTE-NEXT-KEY.
    move LS-KEY to WS-NEXT-KEY
    goback.

entry 'WSNAUDIT-CLOSE'.

0200-CLOSE-AUDIT.
