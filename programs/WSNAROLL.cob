data division.
file section.
fd  AUDIT-LOG.
01  FD-AUDIT-LINE PIC X(118).

fd  AUDIT-GENFILE.
01  FD-GEN-LINE PIC X(118).

fd  AUDIT-HIST.
copy WSAHIST.
