01  FD-BATCH-OUT-RECORD PIC X(21).

fd  EXCP-IN.
01  FD-EXCP-IN-RECORD PIC X(61).

fd  EXCP-OUT.
01  FD-EXCP-OUT-RECORD PIC X(61).

working-storage section.
copy WSBATOUT.
