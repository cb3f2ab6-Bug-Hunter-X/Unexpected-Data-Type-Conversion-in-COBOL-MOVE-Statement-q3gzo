      *> WSNBDIFF - day-over-day movement report over BATCHOUT.
      *> WSNBHIST answers for one key when a partner calls; nobody
      *> was looking at the whole file to see what moved overnight.
      *> This compares tonight's live BATCHOUT against the previous
      *> generation WSNBROLL registered in BOUTGEN - the latest
      *> registered date earlier than tonight's feed date (the
      *> WSBATCTL header date, the run date when there is no header) -
      *> and writes the BDIFFRPT page in four sections:
      *>
      *>   - keys whose WS-BATCH-OUT-NUMBER-Y moved by more than the
      *>     tolerance percent of last night's value (clean both
      *>     nights - a key going to or from RC=4 is the fourth
      *>     section's business, its NUMBER-Y is zero on the RC=4 side);
      *>   - keys on tonight's file that were not on last night's;
      *>   - keys on last night's file that are not on tonight's;
      *>   - keys whose conversion return code changed, RC=0 to RC=4
      *>     or back;
      *>
      *> followed by the totals. A partner quietly resending last
      *> month's values shows up in the first section, a lost block
      *> of keys in the third, the morning after.
      *>
      *> Run it after WSNRECON and before WSNBROLL rotates BATCHOUT
      *> away. Tolerance percent comes from the command line, default
      *> 10 (the WSNVOLGD argument convention); a key whose value
      *> was zero last night counts as moved whenever it is not zero
      *> tonight. Both files are taken into a keyed table, so a key
      *> appearing twice in one file (a restart append) is judged on
      *> its last occurrence. The program ends with RETURN-CODE 4
      *> when anything moved, dropped out or changed return code, so
      *> the scheduler can flag the page for a morning look - new
      *> keys alone are growth, listed but not flagged.
identification division.
program-id. WSNBDIFF.

environment division.
configuration section.
input-output section.
file-control.
    select BATCH-OUT assign to "BATCHOUT"
        organization is line sequential
        file status is WS-BATCH-OUT-STATUS.
    select BOUT-GENFILE assign using WS-GEN-FILE-NAME
        organization is line sequential
        file status is WS-GEN-FILE-STATUS.
    select BOUT-REGISTRY assign to "BOUTGEN"
        organization is line sequential
        file status is WS-REGISTRY-STATUS.
    select BDIFF-RPT assign to "BDIFFRPT"
        organization is line sequential.

data division.
file section.
fd  BATCH-OUT.
01  FD-BATCH-OUT-RECORD PIC X(21).

fd  BOUT-GENFILE.
01  FD-GEN-RECORD PIC X(21).

fd  BOUT-REGISTRY.
01  FD-REGISTRY-LINE PIC X(8).

fd  BDIFF-RPT.
01  FD-RPT-LINE PIC X(80).

working-storage section.
copy WSBATOUT.
copy WSBATCTL.

01  WS-BATCH-OUT-STATUS PIC X(2).
    88  WS-BATCH-OUT-FOUND value '00'.

01  WS-GEN-FILE-STATUS PIC X(2).
    88  WS-GEN-FILE-FOUND value '00'.

01  WS-REGISTRY-STATUS PIC X(2).
    88  WS-REGISTRY-FOUND value '00'.

01  WS-GEN-FILE-NAME PIC X(17) value spaces.

01  WS-TOLERANCE-TEXT PIC X(3) value spaces.
01  WS-TOLERANCE-PCT PIC 9(3) value 10.

01  WS-TODAY PIC 9(8).
01  WS-TONIGHT-DATE PIC 9(8).
01  WS-PRIOR-DATE PIC X(8) value spaces.

01  WS-EOF-SWITCH PIC X value 'N'.
    88  WS-EOF value 'Y'.

01  WS-REG-COUNT PIC 9(4) value zeros.
01  WS-REG-TABLE.
    05  WS-REG-DATE PIC X(8) occurs 400 times.
01  WS-RX PIC 9(4).

      *> One entry per key, slot = key (the MAINTFIL convention) -
      *> last night's side and tonight's side of the same key sit
      *> next to each other, so every section is one pass over it.
01  WS-KX PIC 9(6).
01  WS-MOVE-TABLE.
    05  WS-MOVE-ENTRY occurs 99999 times.
        10  WS-PRV-PRESENT PIC X.
        10  WS-PRV-NUMBER-Y PIC 9(5).
        10  WS-PRV-RC PIC 9(1).
        10  WS-CUR-PRESENT PIC X.
        10  WS-CUR-NUMBER-Y PIC 9(5).
        10  WS-CUR-RC PIC 9(1).

01  WS-MOVED-AMOUNT PIC 9(5).
01  WS-DEVIATION-PCT PIC 9(5).

01  WS-TONIGHT-KEY-COUNT PIC 9(9) value zeros.
01  WS-PRIOR-KEY-COUNT PIC 9(9) value zeros.
01  WS-MOVED-COUNT PIC 9(9) value zeros.
01  WS-NEW-COUNT PIC 9(9) value zeros.
01  WS-DROPPED-COUNT PIC 9(9) value zeros.
01  WS-RC-TO-4-COUNT PIC 9(9) value zeros.
01  WS-RC-TO-0-COUNT PIC 9(9) value zeros.

01  WS-RPT-HEADER.
    05  FILLER PIC X(20) value 'BATCHOUT MOVEMENT - '.
    05  BDH-TONIGHT PIC X(8).
    05  FILLER PIC X(9) value ' AGAINST '.
    05  BDH-PRIOR PIC X(8).
    05  FILLER PIC X(12) value ' TOLERANCE '.
    05  BDH-TOLERANCE PIC ZZ9.
    05  FILLER PIC X(4) value ' PCT'.

01  WS-RPT-MOVED-LINE.
    05  FILLER PIC X(6) value '  KEY '.
    05  BDM-KEY PIC 9(5).
    05  FILLER PIC X(6) value '  WAS '.
    05  BDM-WAS PIC 9(5).
    05  FILLER PIC X(6) value '  NOW '.
    05  BDM-NOW PIC 9(5).
    05  FILLER PIC X(8) value '  MOVED '.
    05  BDM-PCT PIC ZZZZ9.
    05  FILLER PIC X(4) value ' PCT'.

01  WS-RPT-KEY-LINE.
    05  FILLER PIC X(6) value '  KEY '.
    05  BDK-KEY PIC 9(5).
    05  FILLER PIC X(11) value '  NUMBER-Y '.
    05  BDK-NUMBER-Y PIC 9(5).
    05  FILLER PIC X(5) value '  RC '.
    05  BDK-RC PIC 9(1).

01  WS-RPT-RC-LINE.
    05  FILLER PIC X(6) value '  KEY '.
    05  BDR-KEY PIC 9(5).
    05  FILLER PIC X(5) value '  RC '.
    05  BDR-WAS-RC PIC 9(1).
    05  FILLER PIC X(4) value ' TO '.
    05  BDR-NOW-RC PIC 9(1).
    05  FILLER PIC X(15) value '  NUMBER-Y WAS '.
    05  BDR-WAS PIC 9(5).
    05  FILLER PIC X(5) value ' NOW '.
    05  BDR-NOW PIC 9(5).

01  WS-RPT-TOTAL-LINE.
    05  FILLER PIC X(2) value spaces.
    05  BDT-LABEL PIC X(34).
    05  BDT-COUNT PIC ZZZZZZZZ9.

procedure division.

0100-MAIN.
    accept WS-TOLERANCE-TEXT from command-line
    if WS-TOLERANCE-TEXT not = spaces
        if function test-numval(WS-TOLERANCE-TEXT) = zero
            compute WS-TOLERANCE-PCT =
                function numval(WS-TOLERANCE-TEXT)
        else
            display 'TOLERANCE ''' WS-TOLERANCE-TEXT
                ''' NOT NUMERIC - USING ' WS-TOLERANCE-PCT ' PCT'
        end-if
    end-if
    move function current-date(1:8) to WS-TODAY
    move WS-TODAY to WS-TONIGHT-DATE
    initialize WS-MOVE-TABLE
    perform 0200-LOAD-TONIGHT
    perform 0300-LOAD-REGISTRY
    perform 0350-FIND-PRIOR-GENERATION
        varying WS-RX from 1 by 1 until WS-RX > WS-REG-COUNT
    if WS-PRIOR-DATE = spaces
        display 'NO GENERATION REGISTERED BEFORE ' WS-TONIGHT-DATE
            ' (BOUTGEN) - NOTHING TO COMPARE AGAINST'
        stop run
    end-if
    perform 0400-LOAD-PRIOR-GENERATION
    open output BDIFF-RPT
    perform 0500-REPORT-MOVED
    perform 0600-REPORT-NEW
    perform 0700-REPORT-DROPPED
    perform 0800-REPORT-RC-CHANGES
    perform 0900-WRITE-TOTALS
    close BDIFF-RPT
    display 'MOVED: ' WS-MOVED-COUNT
        ' NEW: ' WS-NEW-COUNT
        ' DROPPED: ' WS-DROPPED-COUNT
        ' RC CHANGES: ' WS-RC-TO-4-COUNT ' / ' WS-RC-TO-0-COUNT
    if WS-MOVED-COUNT > zeros
            or WS-DROPPED-COUNT > zeros
            or WS-RC-TO-4-COUNT > zeros
            or WS-RC-TO-0-COUNT > zeros
        move 4 to return-code
    end-if
    stop run.

0200-LOAD-TONIGHT.
    open input BATCH-OUT
    if not WS-BATCH-OUT-FOUND
        display 'BATCHOUT NOT AVAILABLE, STATUS: '
            WS-BATCH-OUT-STATUS
        move 12 to return-code
        stop run
    end-if
    move 'N' to WS-EOF-SWITCH
    perform 0250-TAKE-TONIGHT-RECORD until WS-EOF
    close BATCH-OUT.

0250-TAKE-TONIGHT-RECORD.
    read BATCH-OUT into WS-BATCH-OUT-RECORD
        at end
            move 'Y' to WS-EOF-SWITCH
        not at end
            evaluate WS-BATCH-OUT-RECORD(1:1)
                when 'H'
                    move WS-BATCH-OUT-RECORD(1:17) to WS-BATCH-HEADER
                    if WS-BH-FILE-DATE is numeric
                        move WS-BH-FILE-DATE to WS-TONIGHT-DATE
                    end-if
                when 'T'
                    continue
                when other
                    if WS-BATCH-OUT-KEY > zeros
                        move WS-BATCH-OUT-KEY to WS-KX
                        if WS-CUR-PRESENT(WS-KX) not = 'Y'
                            add 1 to WS-TONIGHT-KEY-COUNT
                        end-if
                        move 'Y' to WS-CUR-PRESENT(WS-KX)
                        move WS-BATCH-OUT-NUMBER-Y
                            to WS-CUR-NUMBER-Y(WS-KX)
                        move WS-BATCH-OUT-RETURN-CODE
                            to WS-CUR-RC(WS-KX)
                    end-if
            end-evaluate
    end-read.

0300-LOAD-REGISTRY.
    open input BOUT-REGISTRY
    if WS-REGISTRY-FOUND
        move 'N' to WS-EOF-SWITCH
        perform 0320-READ-REGISTRY until WS-EOF
        close BOUT-REGISTRY
    end-if.

0320-READ-REGISTRY.
    read BOUT-REGISTRY
        at end
            move 'Y' to WS-EOF-SWITCH
        not at end
            if FD-REGISTRY-LINE is numeric
                    and WS-REG-COUNT < 400
                add 1 to WS-REG-COUNT
                move FD-REGISTRY-LINE to WS-REG-DATE(WS-REG-COUNT)
            end-if
    end-read.

      *> Latest registered date strictly before tonight - a rerun
      *> after WSNBROLL has already registered tonight's date must
      *> not compare tonight against itself.
0350-FIND-PRIOR-GENERATION.
    if WS-REG-DATE(WS-RX) < WS-TONIGHT-DATE
        if WS-PRIOR-DATE = spaces
                or WS-REG-DATE(WS-RX) > WS-PRIOR-DATE
            move WS-REG-DATE(WS-RX) to WS-PRIOR-DATE
        end-if
    end-if.

0400-LOAD-PRIOR-GENERATION.
    move spaces to WS-GEN-FILE-NAME
    string 'BATCHOUT.' delimited by size
        WS-PRIOR-DATE delimited by size
        into WS-GEN-FILE-NAME
    end-string
    open input BOUT-GENFILE
    if not WS-GEN-FILE-FOUND
        display 'GENERATION FILE MISSING (' WS-GEN-FILE-NAME
            ') STATUS: ' WS-GEN-FILE-STATUS
        move 12 to return-code
        stop run
    end-if
    move 'N' to WS-EOF-SWITCH
    perform 0450-TAKE-PRIOR-RECORD until WS-EOF
    close BOUT-GENFILE.

0450-TAKE-PRIOR-RECORD.
    read BOUT-GENFILE into WS-BATCH-OUT-RECORD
        at end
            move 'Y' to WS-EOF-SWITCH
        not at end
            if WS-BATCH-OUT-RECORD(1:1) not = 'H'
                    and WS-BATCH-OUT-RECORD(1:1) not = 'T'
                    and WS-BATCH-OUT-KEY > zeros
                move WS-BATCH-OUT-KEY to WS-KX
                if WS-PRV-PRESENT(WS-KX) not = 'Y'
                    add 1 to WS-PRIOR-KEY-COUNT
                end-if
                move 'Y' to WS-PRV-PRESENT(WS-KX)
                move WS-BATCH-OUT-NUMBER-Y to WS-PRV-NUMBER-Y(WS-KX)
                move WS-BATCH-OUT-RETURN-CODE to WS-PRV-RC(WS-KX)
            end-if
    end-read.

0500-REPORT-MOVED.
    move WS-TONIGHT-DATE to BDH-TONIGHT
    move WS-PRIOR-DATE to BDH-PRIOR
    move WS-TOLERANCE-PCT to BDH-TOLERANCE
    write FD-RPT-LINE from WS-RPT-HEADER
    move 'NUMBER-Y MOVED BEYOND TOLERANCE' to FD-RPT-LINE
    write FD-RPT-LINE
    perform 0550-CHECK-ONE-MOVE
        varying WS-KX from 1 by 1 until WS-KX > 99999
    if WS-MOVED-COUNT = zeros
        move '  (NONE)' to FD-RPT-LINE
        write FD-RPT-LINE
    end-if.

0550-CHECK-ONE-MOVE.
    if WS-PRV-PRESENT(WS-KX) = 'Y' and WS-CUR-PRESENT(WS-KX) = 'Y'
            and WS-PRV-RC(WS-KX) = 0 and WS-CUR-RC(WS-KX) = 0
            and WS-PRV-NUMBER-Y(WS-KX) not = WS-CUR-NUMBER-Y(WS-KX)
        if WS-CUR-NUMBER-Y(WS-KX) > WS-PRV-NUMBER-Y(WS-KX)
            compute WS-MOVED-AMOUNT =
                WS-CUR-NUMBER-Y(WS-KX) - WS-PRV-NUMBER-Y(WS-KX)
        else
            compute WS-MOVED-AMOUNT =
                WS-PRV-NUMBER-Y(WS-KX) - WS-CUR-NUMBER-Y(WS-KX)
        end-if
        if WS-PRV-NUMBER-Y(WS-KX) = zeros
            move 99999 to WS-DEVIATION-PCT
        else
            compute WS-DEVIATION-PCT =
                (WS-MOVED-AMOUNT * 100) / WS-PRV-NUMBER-Y(WS-KX)
                on size error
                    move 99999 to WS-DEVIATION-PCT
            end-compute
        end-if
        if WS-DEVIATION-PCT > WS-TOLERANCE-PCT
            move WS-KX to BDM-KEY
            move WS-PRV-NUMBER-Y(WS-KX) to BDM-WAS
            move WS-CUR-NUMBER-Y(WS-KX) to BDM-NOW
            move WS-DEVIATION-PCT to BDM-PCT
            write FD-RPT-LINE from WS-RPT-MOVED-LINE
            add 1 to WS-MOVED-COUNT
        end-if
    end-if.

0600-REPORT-NEW.
    move 'KEYS NEW TONIGHT' to FD-RPT-LINE
    write FD-RPT-LINE
    perform 0650-CHECK-ONE-NEW
        varying WS-KX from 1 by 1 until WS-KX > 99999
    if WS-NEW-COUNT = zeros
        move '  (NONE)' to FD-RPT-LINE
        write FD-RPT-LINE
    end-if.

0650-CHECK-ONE-NEW.
    if WS-CUR-PRESENT(WS-KX) = 'Y' and WS-PRV-PRESENT(WS-KX) not = 'Y'
        move WS-KX to BDK-KEY
        move WS-CUR-NUMBER-Y(WS-KX) to BDK-NUMBER-Y
        move WS-CUR-RC(WS-KX) to BDK-RC
        write FD-RPT-LINE from WS-RPT-KEY-LINE
        add 1 to WS-NEW-COUNT
    end-if.

0700-REPORT-DROPPED.
    move spaces to FD-RPT-LINE
    string 'KEYS DROPPED SINCE ' delimited by size
        WS-PRIOR-DATE delimited by size
        ' (LAST VALUES SHOWN)' delimited by size
        into FD-RPT-LINE
    end-string
    write FD-RPT-LINE
    perform 0750-CHECK-ONE-DROPPED
        varying WS-KX from 1 by 1 until WS-KX > 99999
    if WS-DROPPED-COUNT = zeros
        move '  (NONE)' to FD-RPT-LINE
        write FD-RPT-LINE
    end-if.

0750-CHECK-ONE-DROPPED.
    if WS-PRV-PRESENT(WS-KX) = 'Y' and WS-CUR-PRESENT(WS-KX) not = 'Y'
        move WS-KX to BDK-KEY
        move WS-PRV-NUMBER-Y(WS-KX) to BDK-NUMBER-Y
        move WS-PRV-RC(WS-KX) to BDK-RC
        write FD-RPT-LINE from WS-RPT-KEY-LINE
        add 1 to WS-DROPPED-COUNT
    end-if.

0800-REPORT-RC-CHANGES.
    move 'CONVERSION RETURN CODE CHANGES' to FD-RPT-LINE
    write FD-RPT-LINE
    perform 0850-CHECK-ONE-RC-CHANGE
        varying WS-KX from 1 by 1 until WS-KX > 99999
    if WS-RC-TO-4-COUNT = zeros and WS-RC-TO-0-COUNT = zeros
        move '  (NONE)' to FD-RPT-LINE
        write FD-RPT-LINE
    end-if.

0850-CHECK-ONE-RC-CHANGE.
    if WS-PRV-PRESENT(WS-KX) = 'Y' and WS-CUR-PRESENT(WS-KX) = 'Y'
            and WS-PRV-RC(WS-KX) not = WS-CUR-RC(WS-KX)
        move WS-KX to BDR-KEY
        move WS-PRV-RC(WS-KX) to BDR-WAS-RC
        move WS-CUR-RC(WS-KX) to BDR-NOW-RC
        move WS-PRV-NUMBER-Y(WS-KX) to BDR-WAS
        move WS-CUR-NUMBER-Y(WS-KX) to BDR-NOW
        write FD-RPT-LINE from WS-RPT-RC-LINE
        if WS-CUR-RC(WS-KX) = 0
            add 1 to WS-RC-TO-0-COUNT
        else
            add 1 to WS-RC-TO-4-COUNT
        end-if
    end-if.

0900-WRITE-TOTALS.
    move 'TOTALS' to FD-RPT-LINE
    write FD-RPT-LINE
    move 'KEYS TONIGHT' to BDT-LABEL
    move WS-TONIGHT-KEY-COUNT to BDT-COUNT
    write FD-RPT-LINE from WS-RPT-TOTAL-LINE
    move 'KEYS PREVIOUS GENERATION' to BDT-LABEL
    move WS-PRIOR-KEY-COUNT to BDT-COUNT
    write FD-RPT-LINE from WS-RPT-TOTAL-LINE
    move 'MOVED BEYOND TOLERANCE' to BDT-LABEL
    move WS-MOVED-COUNT to BDT-COUNT
    write FD-RPT-LINE from WS-RPT-TOTAL-LINE
    move 'NEW KEYS' to BDT-LABEL
    move WS-NEW-COUNT to BDT-COUNT
    write FD-RPT-LINE from WS-RPT-TOTAL-LINE
    move 'DROPPED KEYS' to BDT-LABEL
    move WS-DROPPED-COUNT to BDT-COUNT
    write FD-RPT-LINE from WS-RPT-TOTAL-LINE
    move 'WENT RC=0 TO RC=4' to BDT-LABEL
    move WS-RC-TO-4-COUNT to BDT-COUNT
    write FD-RPT-LINE from WS-RPT-TOTAL-LINE
    move 'WENT RC=4 TO RC=0' to BDT-LABEL
    move WS-RC-TO-0-COUNT to BDT-COUNT
    write FD-RPT-LINE from WS-RPT-TOTAL-LINE.
