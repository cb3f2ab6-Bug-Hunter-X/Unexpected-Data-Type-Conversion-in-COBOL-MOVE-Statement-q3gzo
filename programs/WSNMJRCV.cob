01  FD-UNLOAD-RECORD PIC X(20).

fd  MAINT-JOURNAL.
01  FD-JOURNAL-LINE PIC X(106).

fd  RECOV-FILE.
copy WSMNTREC.
