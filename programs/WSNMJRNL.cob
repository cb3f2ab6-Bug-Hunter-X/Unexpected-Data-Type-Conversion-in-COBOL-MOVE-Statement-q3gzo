      *> same subprogram, as in WSNAUDIT). Callers should CALL
      *> 'WSNMJRNL-CLOSE' before STOP RUN so the final entries are
      *> flushed and the file closed.
      *>
      *> A caller that knows which partner feed is behind the change
      *> CALLs entry 'WSNMJRNL-SRC' instead, with the same six
      *> arguments plus the source id and feed date, and they land on
      *> the entry; the main entry journals spaces and zeros there.
identification division.
program-id. WSNMJRNL.

data division.
file section.
fd  MAINT-JOURNAL.
01  FD-JOURNAL-LINE PIC X(106).

working-storage section.
copy WSJRNREC.
01  LS-AFTER-IMAGE PIC X(20).
01  LS-PROGRAM PIC X(8).
01  LS-OPERATOR PIC X(8).
01  LS-SOURCE-ID PIC X(8).
01  LS-FEED-DATE PIC 9(8).

procedure division using LS-ACTION, LS-BEFORE-PRESENT,
        LS-BEFORE-IMAGE, LS-AFTER-IMAGE, LS-PROGRAM, LS-OPERATOR.

0100-WRITE-JOURNAL.
    move spaces to WS-JRN-SOURCE-ID
    move zeros to WS-JRN-FEED-DATE
    perform 0300-WRITE-ENTRY
    goback.

entry 'WSNMJRNL-SRC' using LS-ACTION, LS-BEFORE-PRESENT,
        LS-BEFORE-IMAGE, LS-AFTER-IMAGE, LS-PROGRAM, LS-OPERATOR,
        LS-SOURCE-ID, LS-FEED-DATE.

0150-WRITE-JOURNAL-WITH-SOURCE.
    move LS-SOURCE-ID to WS-JRN-SOURCE-ID
    move LS-FEED-DATE to WS-JRN-FEED-DATE
    perform 0300-WRITE-ENTRY
    goback.

entry 'WSNMJRNL-CLOSE'.

0200-CLOSE-JOURNAL.
    if WS-FILE-IS-OPEN
        close MAINT-JOURNAL
        move 'N' to WS-FILE-OPEN-SWITCH
    end-if
    goback.

0300-WRITE-ENTRY.
    if not WS-FILE-IS-OPEN
        open extend MAINT-JOURNAL
        if WS-JOURNAL-NOT-FOUND
    move LS-PROGRAM to WS-JRN-PROGRAM
    move LS-OPERATOR to WS-JRN-OPERATOR
    move function current-date to WS-JRN-TIMESTAMP
    write FD-JOURNAL-LINE from WS-JOURNAL-RECORD.
