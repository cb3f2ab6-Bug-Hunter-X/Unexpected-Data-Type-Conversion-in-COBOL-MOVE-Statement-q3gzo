      *> WSNBKUP - end-of-night backup set. More and more files are
      *> the only record of something the auditors care about, and
      *> nothing used to back them up together - WSNMUNLD covers
      *> MAINTFIL alone. This step copies every file in
      *> WS-BKUP-FILE-LIST into one dated set, <name>.BKYYYYMMDD, and
      *> writes the set's manifest BKUPMAN.YYYYMMDD (WSBKMREC): per
      *> file the record count and a WSNCKSUM checksum, closed by a
      *> trailer line once the whole set is on disk. WSNBKRST proves
      *> a set against its manifest and restores the set, or one
      *> file, from it.
      *>
      *> Run it last in the night, after the rolls and the archive, so
      *> the set is the state the next day starts from. Running it
      *> twice on one date replaces that date's set. A file that does
      *> not exist is recorded as not on disk - some of them are only
      *> created the first time they are needed - and is not an
      *> error; a file that exists but cannot be read, or whose copy
      *> cannot be created or written, is, and the step ends with
      *> RETURN-CODE 8. A manifest that cannot be written ends it
      *> with RETURN-CODE 12 and the set is not registered.
      *>
      *> The BKUPGEN registry lists the sets on disk, one date per
      *> line, oldest first - COBOL cannot list a directory, the same
      *> reasoning as BOUTGEN and AUDITGEN. A set is registered only
      *> when its manifest is complete. Sets older than the retention
      *> period are purged - every file the old set's own manifest
      *> names, then the manifest - and dropped from the registry.
      *> Retention days come from the command line, default 14.
      *>
      *> OPERLOG (refused sign-ons) and PARTACT (partner activity)
      *> are in the set: neither can be rebuilt from reports. The
      *> generation and archive files the registries point at
      *> (BATCHOUT.*, AUDITLOG.*, PENDARCH.*, QUEARCH.*) are not in
      *> the set; the registries are, so a restore knows what ought to
      *> be on disk.
      *>
      *> Night-run control: START and END events go to RUNLOG via
      *> WSNRNLOG, the END carrying the files backed up and the files
      *> that could not be read.
identification division.
program-id. WSNBKUP.

environment division.
configuration section.
input-output section.
file-control.
    select LIVE-IN assign using WS-LIVE-NAME
        organization is line sequential
        file status is WS-LIVE-STATUS.
    select MAINT-FILE assign to "MAINTFIL"
        organization is relative
        access mode is sequential
        relative key is WS-SLOT-KEY
        file status is WS-LIVE-STATUS.
    select PEND-FILE assign to "PENDFILE"
        organization is relative
        access mode is sequential
        relative key is WS-SLOT-KEY
        file status is WS-LIVE-STATUS.
    select QUEUE-FILE assign to "QUEUEFIL"
        organization is relative
        access mode is sequential
        relative key is WS-SLOT-KEY
        file status is WS-LIVE-STATUS.
    select BKUP-OUT assign using WS-BACKUP-NAME
        organization is line sequential
        file status is WS-BACKUP-STATUS.
    select BKUP-MANIFEST assign using WS-MANIFEST-NAME
        organization is line sequential
        file status is WS-MANIFEST-STATUS.
    select BKUP-REGISTRY assign to "BKUPGEN"
        organization is line sequential
        file status is WS-REGISTRY-STATUS.

data division.
file section.
fd  LIVE-IN.
01  FD-LIVE-LINE PIC X(200).

fd  MAINT-FILE.
01  FD-MAINT-RECORD PIC X(20).

fd  PEND-FILE.
01  FD-PEND-RECORD PIC X(152).

fd  QUEUE-FILE.
01  FD-QUEUE-RECORD PIC X(156).

fd  BKUP-OUT.
01  FD-BKUP-LINE PIC X(205).

fd  BKUP-MANIFEST.
01  FD-MANIFEST-LINE PIC X(59).

fd  BKUP-REGISTRY.
01  FD-REGISTRY-LINE PIC X(8).

working-storage section.
copy WSBKMREC.

      *> Every file in the set: name, organization (R relative, L
      *> line sequential) and live record length.
01  WS-BKUP-FILE-LIST.
    05  FILLER PIC X(12) value 'MAINTFILR020'.
    05  FILLER PIC X(12) value 'PENDFILER152'.
    05  FILLER PIC X(12) value 'QUEUEFILR156'.
    05  FILLER PIC X(12) value 'PARTPROFL020'.
    05  FILLER PIC X(12) value 'OPERMASTL083'.
    05  FILLER PIC X(12) value 'BUSCAL  L073'.
    05  FILLER PIC X(12) value 'RULEFILEL076'.
    05  FILLER PIC X(12) value 'VOLHIST L034'.
    05  FILLER PIC X(12) value 'VOLREL  L050'.
    05  FILLER PIC X(12) value 'EXPSENT L029'.
    05  FILLER PIC X(12) value 'ADJAPLD L016'.
    05  FILLER PIC X(12) value 'MNTJRNL L106'.
    05  FILLER PIC X(12) value 'AUDITHSTL034'.
    05  FILLER PIC X(12) value 'BOUTGEN L008'.
    05  FILLER PIC X(12) value 'AUDITGENL008'.
    05  FILLER PIC X(12) value 'PENDAGENL008'.
    05  FILLER PIC X(12) value 'QUEAGEN L008'.
    05  FILLER PIC X(12) value 'OPERLOG L058'.
    05  FILLER PIC X(12) value 'PARTACT L034'.
01  WS-BKUP-FILE-TABLE redefines WS-BKUP-FILE-LIST.
    05  WS-BKF-ENTRY occurs 19 times.
        10  BKF-NAME PIC X(8).
        10  BKF-ORGANIZATION PIC X.
        10  BKF-RECORD-LENGTH PIC 9(3).
01  WS-BKUP-FILE-COUNT PIC 9(3) value 19.
01  WS-FX PIC 9(3).

01  WS-LIVE-STATUS PIC X(2).
    88  WS-LIVE-FOUND value '00'.
    88  WS-LIVE-NOT-FOUND value '35'.
01  WS-BACKUP-STATUS PIC X(2).
    88  WS-BACKUP-FOUND value '00'.
    88  WS-BACKUP-NOT-FOUND value '35'.
01  WS-MANIFEST-STATUS PIC X(2).
    88  WS-MANIFEST-FOUND value '00'.
01  WS-REGISTRY-STATUS PIC X(2).
    88  WS-REGISTRY-FOUND value '00'.

01  WS-SLOT-KEY PIC 9(5).
01  WS-LIVE-NAME PIC X(8) value spaces.
01  WS-BACKUP-NAME PIC X(19) value spaces.
01  WS-MANIFEST-NAME PIC X(16) value spaces.

01  WS-RETENTION-TEXT PIC X(3) value spaces.
01  WS-RETENTION-DAYS PIC 9(3) value 14.

01  WS-TODAY PIC 9(8).
01  WS-SET-DATE PIC X(8).
01  WS-CUTOFF-INTEGER PIC 9(9).
01  WS-GEN-INTEGER PIC 9(9).

01  WS-EOF-SWITCH PIC X value 'N'.
    88  WS-EOF value 'Y'.
01  WS-COPY-FAILED-SWITCH PIC X value 'N'.
    88  WS-COPY-FAILED value 'Y'.

01  WS-IMAGE-LINE.
    05  WS-IMAGE-SLOT PIC 9(5).
    05  WS-IMAGE-RECORD PIC X(200).
01  WS-IMAGE-LENGTH PIC 9(3).

01  WS-FILES-COPIED PIC 9(9) value zeros.
01  WS-FILES-ABSENT PIC 9(9) value zeros.
01  WS-FILES-FAILED PIC 9(9) value zeros.
01  WS-TOTAL-RECORDS PIC 9(11) value zeros.
01  WS-PURGED-COUNT PIC 9(4) value zeros.

01  WS-REG-COUNT PIC 9(4) value zeros.
01  WS-REG-TABLE.
    05  WS-REG-DATE PIC X(8) occurs 400 times.
01  WS-RX PIC 9(4).
01  WS-TODAY-REGISTERED-SW PIC X value 'N'.
    88  WS-TODAY-REGISTERED value 'Y'.

01  WS-CALLER-ID PIC X(8) value 'WSNBKUP'.
01  WS-RUN-STREAM PIC X(1) value space.
01  WS-RUN-RC PIC 9(2).
01  WS-RUN-ZERO PIC 9(9) value zeros.

procedure division.

0100-MAIN.
    perform 9700-LOG-RUN-START
    accept WS-RETENTION-TEXT from command-line
    if WS-RETENTION-TEXT not = spaces
        if function test-numval(WS-RETENTION-TEXT) = zero
            compute WS-RETENTION-DAYS =
                function numval(WS-RETENTION-TEXT)
        else
            display 'RETENTION ''' WS-RETENTION-TEXT
                ''' NOT NUMERIC - USING ' WS-RETENTION-DAYS ' DAYS'
        end-if
    end-if
    move function current-date(1:8) to WS-TODAY
    move WS-TODAY to WS-SET-DATE
    perform 0200-TAKE-BACKUP-SET
    perform 0600-LOAD-REGISTRY
    perform 0650-REGISTER-TODAY
    perform 0700-PURGE-OLD-SETS
    perform 0800-REWRITE-REGISTRY
    display 'BACKUP SET ' WS-TODAY ' FILES COPIED: '
        WS-FILES-COPIED ' NOT ON DISK: ' WS-FILES-ABSENT
        ' UNREADABLE: ' WS-FILES-FAILED
    display 'RECORDS BACKED UP: ' WS-TOTAL-RECORDS
        ' SETS PURGED: ' WS-PURGED-COUNT
    if WS-FILES-FAILED > zeros
        move 8 to return-code
    end-if
    perform 9750-LOG-RUN-END
    stop run.

0200-TAKE-BACKUP-SET.
    perform 0210-SET-MANIFEST-NAME
    open output BKUP-MANIFEST
    if not WS-MANIFEST-FOUND
        display WS-MANIFEST-NAME ' COULD NOT BE WRITTEN, STATUS: '
            WS-MANIFEST-STATUS ' - NO BACKUP TAKEN'
        move 12 to return-code
        perform 9750-LOG-RUN-END
        stop run
    end-if
    perform 0300-BACK-UP-ONE-FILE
        varying WS-FX from 1 by 1 until WS-FX > WS-BKUP-FILE-COUNT
    move 'T' to WS-BKT-RECORD-TYPE
    move WS-TODAY to WS-BKT-SET-DATE
    move WS-BKUP-FILE-COUNT to WS-BKT-FILE-COUNT
    move WS-TOTAL-RECORDS to WS-BKT-TOTAL-RECORDS
    move function current-date to WS-BKT-COMPLETED-TS
    write FD-MANIFEST-LINE from WS-BKUP-MANIFEST-TRAILER
    if not WS-MANIFEST-FOUND
        display WS-MANIFEST-NAME ' TRAILER NOT WRITTEN, STATUS: '
            WS-MANIFEST-STATUS ' - SET NOT REGISTERED'
        close BKUP-MANIFEST
        move 12 to return-code
        perform 9750-LOG-RUN-END
        stop run
    end-if
    close BKUP-MANIFEST.

0210-SET-MANIFEST-NAME.
    move spaces to WS-MANIFEST-NAME
    string 'BKUPMAN.' delimited by size
        WS-SET-DATE delimited by size
        into WS-MANIFEST-NAME
    end-string.

0220-SET-BACKUP-NAME.
    move spaces to WS-BACKUP-NAME
    string WS-LIVE-NAME delimited by space
        '.BK' delimited by size
        WS-SET-DATE delimited by size
        into WS-BACKUP-NAME
    end-string.

      *> ----------------------------------------------------------
      *> One file of the set: copy it, then its manifest line.
      *> ----------------------------------------------------------
0300-BACK-UP-ONE-FILE.
    move BKF-NAME(WS-FX) to WS-LIVE-NAME
    perform 0220-SET-BACKUP-NAME
    move 'F' to WS-BKM-RECORD-TYPE
    move BKF-NAME(WS-FX) to WS-BKM-FILE-NAME
    move BKF-ORGANIZATION(WS-FX) to WS-BKM-ORGANIZATION
    move BKF-RECORD-LENGTH(WS-FX) to WS-BKM-RECORD-LENGTH
    move zeros to WS-BKM-RECORD-COUNT
    move 1 to WS-CKS-SUM-A
    move 0 to WS-CKS-SUM-B
    move 1 to WS-CKS-VALUE
    move function current-date to WS-BKM-TAKEN-TS
    if WS-BKM-RELATIVE
        compute WS-IMAGE-LENGTH = WS-BKM-RECORD-LENGTH + 5
    else
        move WS-BKM-RECORD-LENGTH to WS-IMAGE-LENGTH
    end-if
    evaluate WS-LIVE-NAME
        when 'MAINTFIL'
            open input MAINT-FILE
        when 'PENDFILE'
            open input PEND-FILE
        when 'QUEUEFIL'
            open input QUEUE-FILE
        when other
            open input LIVE-IN
    end-evaluate
    evaluate true
        when WS-LIVE-FOUND
            perform 0350-COPY-OPEN-FILE
            if WS-COPY-FAILED
                move 'E' to WS-BKM-PRESENT-FLAG
                add 1 to WS-FILES-FAILED
            else
                move 'Y' to WS-BKM-PRESENT-FLAG
                add 1 to WS-FILES-COPIED
                add WS-BKM-RECORD-COUNT to WS-TOTAL-RECORDS
            end-if
        when WS-LIVE-NOT-FOUND
            move 'N' to WS-BKM-PRESENT-FLAG
            add 1 to WS-FILES-ABSENT
            display WS-LIVE-NAME ' NOT ON DISK - NOTED ON MANIFEST'
        when other
            move 'E' to WS-BKM-PRESENT-FLAG
            add 1 to WS-FILES-FAILED
            display WS-LIVE-NAME ' COULD NOT BE READ, STATUS: '
                WS-LIVE-STATUS ' - NOT IN THE SET'
    end-evaluate
    move WS-CKS-VALUE to WS-BKM-CHECKSUM
    write FD-MANIFEST-LINE from WS-BKUP-MANIFEST-RECORD.

      *> A copy that cannot be opened or written is not in the set,
      *> however well the live file read.
0350-COPY-OPEN-FILE.
    move 'N' to WS-COPY-FAILED-SWITCH
    open output BKUP-OUT
    if not WS-BACKUP-FOUND
        move 'Y' to WS-COPY-FAILED-SWITCH
        display WS-BACKUP-NAME ' COULD NOT BE CREATED, STATUS: '
            WS-BACKUP-STATUS ' - NOT IN THE SET'
    else
        move 'N' to WS-EOF-SWITCH
        perform 0400-READ-LIVE-RECORD
        perform 0450-COPY-ONE-RECORD until WS-EOF
        close BKUP-OUT
    end-if
    evaluate WS-LIVE-NAME
        when 'MAINTFIL'
            close MAINT-FILE
        when 'PENDFILE'
            close PEND-FILE
        when 'QUEUEFIL'
            close QUEUE-FILE
        when other
            close LIVE-IN
    end-evaluate.

      *> Leaves the next record in WS-IMAGE-LINE laid out the way it
      *> goes to the backup: slot and record for a relative file,
      *> the line itself (from column 1) for a line sequential one.
0400-READ-LIVE-RECORD.
    move spaces to WS-IMAGE-LINE
    evaluate WS-LIVE-NAME
        when 'MAINTFIL'
            read MAINT-FILE
                at end
                    move 'Y' to WS-EOF-SWITCH
                not at end
                    move WS-SLOT-KEY to WS-IMAGE-SLOT
                    move FD-MAINT-RECORD to WS-IMAGE-RECORD
            end-read
        when 'PENDFILE'
            read PEND-FILE
                at end
                    move 'Y' to WS-EOF-SWITCH
                not at end
                    move WS-SLOT-KEY to WS-IMAGE-SLOT
                    move FD-PEND-RECORD to WS-IMAGE-RECORD
            end-read
        when 'QUEUEFIL'
            read QUEUE-FILE
                at end
                    move 'Y' to WS-EOF-SWITCH
                not at end
                    move WS-SLOT-KEY to WS-IMAGE-SLOT
                    move FD-QUEUE-RECORD to WS-IMAGE-RECORD
            end-read
        when other
            read LIVE-IN
                at end
                    move 'Y' to WS-EOF-SWITCH
                not at end
                    move FD-LIVE-LINE to WS-IMAGE-LINE
            end-read
    end-evaluate.

0450-COPY-ONE-RECORD.
    move WS-IMAGE-LINE to FD-BKUP-LINE
    write FD-BKUP-LINE
    if not WS-BACKUP-FOUND
        move 'Y' to WS-COPY-FAILED-SWITCH
        move 'Y' to WS-EOF-SWITCH
        display WS-BACKUP-NAME ' WRITE FAILED, STATUS: '
            WS-BACKUP-STATUS ' - NOT IN THE SET'
    else
        add 1 to WS-BKM-RECORD-COUNT
        call 'WSNCKSUM' using WS-IMAGE-LINE, WS-IMAGE-LENGTH,
            WS-CHECKSUM-AREA
        perform 0400-READ-LIVE-RECORD
    end-if.

      *> ----------------------------------------------------------
      *> BKUPGEN registry and retention - the WSNAROLL pattern.
      *> ----------------------------------------------------------
0600-LOAD-REGISTRY.
    open input BKUP-REGISTRY
    if WS-REGISTRY-FOUND
        move 'N' to WS-EOF-SWITCH
        perform 0620-READ-REGISTRY until WS-EOF
        close BKUP-REGISTRY
    end-if.

0620-READ-REGISTRY.
    read BKUP-REGISTRY
        at end
            move 'Y' to WS-EOF-SWITCH
        not at end
            if FD-REGISTRY-LINE is numeric
                    and WS-REG-COUNT < 400
                add 1 to WS-REG-COUNT
                move FD-REGISTRY-LINE to WS-REG-DATE(WS-REG-COUNT)
                if FD-REGISTRY-LINE = WS-TODAY
                    move 'Y' to WS-TODAY-REGISTERED-SW
                end-if
            end-if
    end-read.

0650-REGISTER-TODAY.
    if not WS-TODAY-REGISTERED
        if WS-REG-COUNT = 400
            display 'WSNBKUP: REGISTRY TABLE FULL'
        else
            add 1 to WS-REG-COUNT
            move WS-TODAY to WS-REG-DATE(WS-REG-COUNT)
            move 'Y' to WS-TODAY-REGISTERED-SW
            perform 0800-REWRITE-REGISTRY
        end-if
    end-if.

0700-PURGE-OLD-SETS.
    compute WS-CUTOFF-INTEGER =
        function integer-of-date(WS-TODAY) - WS-RETENTION-DAYS
    perform 0750-PURGE-ONE-SET
        varying WS-RX from 1 by 1 until WS-RX > WS-REG-COUNT.

      *> The old set's own manifest says which files it holds, so a
      *> file since dropped from the list is purged with its set.
0750-PURGE-ONE-SET.
    compute WS-GEN-INTEGER =
        function integer-of-date(function numval(WS-REG-DATE(WS-RX)))
    if WS-GEN-INTEGER < WS-CUTOFF-INTEGER
        move WS-REG-DATE(WS-RX) to WS-SET-DATE
        perform 0210-SET-MANIFEST-NAME
        open input BKUP-MANIFEST
        if WS-MANIFEST-FOUND
            move 'N' to WS-EOF-SWITCH
            perform 0770-PURGE-ONE-MANIFEST-FILE until WS-EOF
            close BKUP-MANIFEST
            delete file BKUP-MANIFEST
        end-if
        move spaces to WS-REG-DATE(WS-RX)
        add 1 to WS-PURGED-COUNT
    end-if.

0770-PURGE-ONE-MANIFEST-FILE.
    read BKUP-MANIFEST into WS-BKUP-MANIFEST-RECORD
        at end
            move 'Y' to WS-EOF-SWITCH
        not at end
            if WS-BKM-FILE-LINE and not WS-BKM-NOT-ON-DISK
                move WS-BKM-FILE-NAME to WS-LIVE-NAME
                perform 0220-SET-BACKUP-NAME
                delete file BKUP-OUT
                if not WS-BACKUP-FOUND and not WS-BACKUP-NOT-FOUND
                    display 'PURGE FAILED FOR ' WS-BACKUP-NAME
                        ' STATUS: ' WS-BACKUP-STATUS
                end-if
            end-if
    end-read.

0800-REWRITE-REGISTRY.
    open output BKUP-REGISTRY
    perform 0850-WRITE-ONE-REGISTRY-LINE
        varying WS-RX from 1 by 1 until WS-RX > WS-REG-COUNT
    close BKUP-REGISTRY.

0850-WRITE-ONE-REGISTRY-LINE.
    if WS-REG-DATE(WS-RX) not = spaces
        move WS-REG-DATE(WS-RX) to FD-REGISTRY-LINE
        write FD-REGISTRY-LINE
    end-if.

9700-LOG-RUN-START.
    call 'WSNRNLOG' using WS-CALLER-ID, WS-RUN-STREAM.

      *> The CALL comes back with the subprogram's own RETURN-CODE
      *> (zero), so the step's code is saved first and put back after
      *> - otherwise logging would quietly turn a nonzero exit into a
      *> clean one for the scheduler.
9750-LOG-RUN-END.
    move return-code to WS-RUN-RC
    call 'WSNRNLOG-END' using WS-CALLER-ID, WS-RUN-STREAM,
        WS-RUN-RC, WS-FILES-COPIED, WS-FILES-FAILED, WS-RUN-ZERO
    move WS-RUN-RC to return-code.
