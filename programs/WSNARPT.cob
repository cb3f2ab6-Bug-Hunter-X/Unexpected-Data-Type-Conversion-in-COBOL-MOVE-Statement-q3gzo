data division.
file section.
fd  AUDIT-LOG.
01  FD-AUDIT-LINE PIC X(118).

fd  AUDIT-RPT.
01  FD-RPT-LINE PIC X(80).
