      *> presence alone tells the transfer script there is something
      *> to send back.
      *>
      *> A good row is also judged against the partner's RULEFILE
      *> value rules through CALL 'WSNRULCK' (minimum, maximum, and
      *> the largest change from the value now on MAINTFIL, which is
      *> read here and never written). A row that breaks a rule is
      *> not a reject - it is well formed, and the partner's value is
      *> the thing to look at - so it still goes to INTAKOUT, where
      *> WSNBATCH breaks the same rule and sends it to EXCPFILE and
      *> the operator queue instead of the export. It is flagged on
      *> INTAKRPT (FLG line, with the rule named) and ends the run
      *> with RETURN-CODE 4 like a reject, so the breach is seen at
      *> intake rather than first thing the next morning.
      *>
      *> The header source id comes from the command line (who sent
      *> the file), defaulting to PARTNER; the header file date is the
      *> run date. The source id must name an active PARTPROF partner
        file status is WS-PROF-STATUS.
    select REJT-ADV assign to "REJADV"
        organization is line sequential.
    select MAINT-FILE assign to "MAINTFIL"
        organization is relative
        access mode is random
        relative key is WS-REL-KEY
        file status is WS-MAINT-STATUS.
    select SORT-WORK assign to "INTAKWRK".

data division.
fd  REJT-ADV.
01  FD-REJADV-LINE PIC X(90).

fd  MAINT-FILE.
copy WSMNTREC.

sd  SORT-WORK.
01  SW-RECORD.
    05  SW-KEY PIC 9(5).
copy WSBATREC.
copy WSBATCTL.
copy WSPRTREC.
copy WSRULREC.

01  WS-SOURCE-ID PIC X(8) value spaces.


01  WS-GOOD-COUNT PIC 9(9) value zeros.
01  WS-REJECT-COUNT PIC 9(9) value zeros.
01  WS-FLAGGED-COUNT PIC 9(9) value zeros.
01  WS-WRITTEN-COUNT PIC 9(9) value zeros.
01  WS-HASH-TOTAL PIC 9(9) value zeros.

01  WS-REL-KEY PIC 9(5).
01  WS-MAINT-STATUS PIC X(2).
    88  WS-MAINT-FOUND value '00'.

01  WS-MAINT-OPEN-SWITCH PIC X value 'N'.
    88  WS-MAINT-OPEN value 'Y'.

01  WS-KEY-SEEN-MAP PIC X(99999) value spaces.
01  WS-KEY-SEEN-TABLE redefines WS-KEY-SEEN-MAP.
    05  WS-KEY-SEEN-FLAG PIC X occurs 99999 times.
    05  FILLER PIC X(2) value spaces.
    05  IRP-REASON PIC X(30).

01  WS-RPT-FLAG-DETAIL.
    05  FILLER PIC X(4) value 'FLG '.
    05  IRF-ROW PIC ZZZZZZZZ9.
    05  FILLER PIC X(2) value spaces.
    05  IRF-CONTENT PIC X(30).
    05  FILLER PIC X(2) value spaces.
    05  IRF-REASON PIC X(30).

01  WS-RPT-SUMMARY.
    05  FILLER PIC X(11) value 'GOOD ROWS '.
    05  IRP-GOOD PIC ZZZZZZZZ9.
    05  FILLER PIC X(16) value '  REJECTED ROWS '.
    05  IRP-REJECTED PIC ZZZZZZZZ9.
    05  FILLER PIC X(14) value '  RULE FLAGS '.
    05  IRP-FLAGGED PIC ZZZZZZZZ9.

01  WS-RUN-DATE PIC 9(8).

        output procedure is 0500-WRITE-OUTPUT
    move WS-GOOD-COUNT to IRP-GOOD
    move WS-REJECT-COUNT to IRP-REJECTED
    move WS-FLAGGED-COUNT to IRP-FLAGGED
    write FD-RPT-LINE from WS-RPT-SUMMARY
    close INTAK-RPT
    perform 0700-CLOSE-REJECT-ADVICE
    display 'INTAKE GOOD ROWS: ' WS-GOOD-COUNT
        ' REJECTED: ' WS-REJECT-COUNT
        ' RULE FLAGS: ' WS-FLAGGED-COUNT
    if WS-REJECT-COUNT > zeros or WS-FLAGGED-COUNT > zeros
        move 4 to return-code
    end-if
    stop run.

0200-EDIT-INPUT.
    open input INTAK-IN
    open input MAINT-FILE
    if WS-MAINT-FOUND
        move 'Y' to WS-MAINT-OPEN-SWITCH
    end-if
    perform 0250-READ-INTAK-IN
    perform 0300-EDIT-ONE-ROW until WS-EOF
    close INTAK-IN
    if WS-MAINT-OPEN
        close MAINT-FILE
    end-if.

0250-READ-INTAK-IN.
    read INTAK-IN into WS-CSV-LINE
            move 'Y' to WS-KEY-SEEN-FLAG(SW-KEY)
            release SW-RECORD
            add 1 to WS-GOOD-COUNT
            perform 0350-CHECK-VALUE-RULES
    end-evaluate
    perform 0250-READ-INTAK-IN.

0350-CHECK-VALUE-RULES.
    move WS-SOURCE-ID to WS-RCK-SOURCE-ID
    move SW-KEY to WS-RCK-KEY
    move SW-NUMBER to WS-RCK-NUMBER
    move 'N' to WS-RCK-CURRENT-FLAG
    move zeros to WS-RCK-CURRENT-NUMBER
    if WS-MAINT-OPEN
        move SW-KEY to WS-REL-KEY
        read MAINT-FILE
            invalid key
                continue
            not invalid key
                move 'Y' to WS-RCK-CURRENT-FLAG
                move WS-MAINT-NUMBER to WS-RCK-CURRENT-NUMBER
        end-read
    end-if
    call 'WSNRULCK' using WS-RCK-SOURCE-ID, WS-RCK-KEY,
        WS-RCK-NUMBER, WS-RCK-CURRENT-FLAG, WS-RCK-CURRENT-NUMBER,
        WS-RCK-RESULT, WS-RCK-REASON
    if WS-RCK-BREACHED
        move WS-ROW-NUMBER to IRF-ROW
        move WS-CSV-LINE to IRF-CONTENT
        move WS-RCK-REASON to IRF-REASON
        write FD-RPT-LINE from WS-RPT-FLAG-DETAIL
        add 1 to WS-FLAGGED-COUNT
    end-if.

0400-WRITE-REJECT.
    move WS-ROW-NUMBER to IRP-ROW
    move WS-CSV-LINE to IRP-CONTENT
