      *> WSNBKRST - verify a WSNBKUP backup set against its manifest,
      *> and restore the whole set or one file from it.
      *>
      *> Command line: VERIFY [YYYYMMDD] [FILENAME]
      *>           or  RESTORE [YYYYMMDD] [FILENAME]
      *> The mode defaults to VERIFY and the date to the newest set on
      *> the BKUPGEN registry; with no file name every file of the set
      *> is taken. A manifest that is missing, has no trailer, or has
      *> fewer file lines than its trailer counts is a set whose
      *> backup never finished, and nothing is done with it
      *> (RETURN-CODE 12); so is a file name the manifest does not
      *> list.
      *>
      *> VERIFY recounts and re-checksums every backup copy taken and
      *> reports each file OK, COUNT MISMATCH, CHECKSUM MISMATCH or
      *> BACKUP FILE MISSING - plus NOT ON DISK AT BACKUP TIME for a
      *> file that did not exist yet (nothing to prove) and
      *> NOT COPIED AT BACKUP TIME for one the backup could not read
      *> or could not write.
      *> Anything but OK and not-on-disk ends with RETURN-CODE 8.
      *>
      *> RESTORE verifies first and refuses (RETURN-CODE 12) unless
      *> every file it was asked for proves clean - a bad copy is not
      *> put over a live file, even a damaged one. Each file is then
      *> rewritten from its copy - a relative file record by record
      *> into the slots it came from - and read back, and the live
      *> file must give the manifest's count and checksum again
      *> (RETURN-CODE 8 if not). A file that was not on disk at
      *> backup time is left as it is and reported.
      *>
      *> Night-run control: START and END events go to RUNLOG via
      *> WSNRNLOG, the END carrying the files proven, the files that
      *> failed and the files restored.
identification division.
program-id. WSNBKRST.

environment division.
configuration section.
input-output section.
file-control.
    select LIVE-FILE assign using WS-LIVE-NAME
        organization is line sequential
        file status is WS-LIVE-STATUS.
    select MAINT-FILE assign to "MAINTFIL"
        organization is relative
        access mode is dynamic
        relative key is WS-SLOT-KEY
        file status is WS-LIVE-STATUS.
    select PEND-FILE assign to "PENDFILE"
        organization is relative
        access mode is dynamic
        relative key is WS-SLOT-KEY
        file status is WS-LIVE-STATUS.
    select QUEUE-FILE assign to "QUEUEFIL"
        organization is relative
        access mode is dynamic
        relative key is WS-SLOT-KEY
        file status is WS-LIVE-STATUS.
    select BKUP-IN assign using WS-BACKUP-NAME
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
fd  LIVE-FILE.
01  FD-LIVE-LINE PIC X(200).

fd  MAINT-FILE.
01  FD-MAINT-RECORD PIC X(20).

fd  PEND-FILE.
01  FD-PEND-RECORD PIC X(152).

fd  QUEUE-FILE.
01  FD-QUEUE-RECORD PIC X(156).

fd  BKUP-IN.
01  FD-BKUP-LINE PIC X(205).

fd  BKUP-MANIFEST.
01  FD-MANIFEST-LINE PIC X(59).

fd  BKUP-REGISTRY.
01  FD-REGISTRY-LINE PIC X(8).

working-storage section.
copy WSBKMREC.

01  WS-LIVE-STATUS PIC X(2).
    88  WS-LIVE-FOUND value '00'.
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

01  WS-COMMAND-LINE PIC X(80) value spaces.
01  WS-ARG-1 PIC X(10) value spaces.
01  WS-ARG-2 PIC X(10) value spaces.
01  WS-ARG-3 PIC X(10) value spaces.
01  WS-MODE PIC X(7) value 'VERIFY'.
    88  WS-MODE-VERIFY value 'VERIFY'.
    88  WS-MODE-RESTORE value 'RESTORE'.
01  WS-SET-DATE PIC X(8) value spaces.
01  WS-ONLY-FILE PIC X(8) value spaces.

01  WS-EOF-SWITCH PIC X value 'N'.
    88  WS-EOF value 'Y'.
01  WS-SET-OK-SWITCH PIC X value 'Y'.
    88  WS-SET-OK value 'Y'.
01  WS-TRAILER-SWITCH PIC X value 'N'.
    88  WS-TRAILER-SEEN value 'Y'.
01  WS-REFUSED-SWITCH PIC X value 'N'.
    88  WS-RESTORE-REFUSED value 'Y'.

      *> The manifest's file lines, with the outcome of each file.
01  WS-MAN-COUNT PIC 9(3) value zeros.
01  WS-MAN-TABLE.
    05  WS-MAN-ENTRY occurs 40 times.
        10  WS-MAN-LINE PIC X(59).
        10  WS-MAN-SELECTED PIC X.
        10  WS-MAN-OUTCOME PIC X(27).
        10  WS-MAN-FAILED PIC X.
01  WS-MX PIC 9(3).
01  WS-SELECTED-COUNT PIC 9(3) value zeros.

01  WS-IMAGE-LINE.
    05  WS-IMAGE-SLOT PIC 9(5).
    05  WS-IMAGE-RECORD PIC X(200).
01  WS-IMAGE-LENGTH PIC 9(3).
01  WS-FOUND-COUNT PIC 9(9).

01  WS-FILES-PROVEN PIC 9(9) value zeros.
01  WS-FILES-FAILED PIC 9(9) value zeros.
01  WS-FILES-RESTORED PIC 9(9) value zeros.

01  WS-CALLER-ID PIC X(8) value 'WSNBKRST'.
01  WS-RUN-STREAM PIC X(1) value space.
01  WS-RUN-RC PIC 9(2).

procedure division.

0100-MAIN.
    perform 9700-LOG-RUN-START
    perform 0150-READ-COMMAND-LINE
    if WS-SET-OK and WS-SET-DATE = spaces
        perform 0200-FIND-NEWEST-SET
    end-if
    if WS-SET-OK
        perform 0300-LOAD-MANIFEST
    end-if
    if WS-SET-OK
        perform 0380-SELECT-FILES
    end-if
    if WS-SET-OK
        display 'BACKUP SET ' WS-SET-DATE ' - ' WS-MODE
        perform 0400-VERIFY-ONE-FILE
            varying WS-MX from 1 by 1 until WS-MX > WS-MAN-COUNT
        if WS-MODE-RESTORE
            perform 0600-RESTORE-SET
        end-if
        display 'FILES PROVEN: ' WS-FILES-PROVEN
            ' FAILED: ' WS-FILES-FAILED
            ' RESTORED: ' WS-FILES-RESTORED
    end-if
    evaluate true
        when not WS-SET-OK or WS-RESTORE-REFUSED
            move 12 to return-code
        when WS-FILES-FAILED > zeros
            move 8 to return-code
    end-evaluate
    perform 9750-LOG-RUN-END
    stop run.

0150-READ-COMMAND-LINE.
    accept WS-COMMAND-LINE from command-line
    move function upper-case(WS-COMMAND-LINE) to WS-COMMAND-LINE
    unstring WS-COMMAND-LINE delimited by all space
        into WS-ARG-1, WS-ARG-2, WS-ARG-3
    end-unstring
    if WS-ARG-1 = spaces
        move 'VERIFY' to WS-ARG-1
    end-if
    if WS-ARG-1 = 'VERIFY' or WS-ARG-1 = 'RESTORE'
        move WS-ARG-1 to WS-MODE
    else
        display 'MODE ''' WS-ARG-1 ''' UNKNOWN - VERIFY OR RESTORE'
        move 'N' to WS-SET-OK-SWITCH
    end-if
      *> The date may be left out and the file name given on its own.
    if WS-ARG-2(1:8) is numeric and WS-ARG-2(9:2) = spaces
        move WS-ARG-2 to WS-SET-DATE
        move WS-ARG-3 to WS-ONLY-FILE
    else
        move WS-ARG-2 to WS-ONLY-FILE
    end-if.

0200-FIND-NEWEST-SET.
    open input BKUP-REGISTRY
    if WS-REGISTRY-FOUND
        move 'N' to WS-EOF-SWITCH
        perform 0220-READ-REGISTRY until WS-EOF
        close BKUP-REGISTRY
    end-if
    if WS-SET-DATE = spaces
        display 'NO BACKUP SET ON THE BKUPGEN REGISTRY'
        move 'N' to WS-SET-OK-SWITCH
    end-if.

0220-READ-REGISTRY.
    read BKUP-REGISTRY
        at end
            move 'Y' to WS-EOF-SWITCH
        not at end
            if FD-REGISTRY-LINE is numeric
                move FD-REGISTRY-LINE to WS-SET-DATE
            end-if
    end-read.

0300-LOAD-MANIFEST.
    move spaces to WS-MANIFEST-NAME
    string 'BKUPMAN.' delimited by size
        WS-SET-DATE delimited by size
        into WS-MANIFEST-NAME
    end-string
    open input BKUP-MANIFEST
    if not WS-MANIFEST-FOUND
        display WS-MANIFEST-NAME ' NOT FOUND, STATUS: '
            WS-MANIFEST-STATUS
        move 'N' to WS-SET-OK-SWITCH
    else
        move 'N' to WS-EOF-SWITCH
        perform 0320-READ-MANIFEST until WS-EOF
        close BKUP-MANIFEST
        if not WS-TRAILER-SEEN
                or WS-BKT-FILE-COUNT not = WS-MAN-COUNT
            display WS-MANIFEST-NAME
                ' IS INCOMPLETE - THE BACKUP DID NOT FINISH'
            move 'N' to WS-SET-OK-SWITCH
        end-if
    end-if.

0320-READ-MANIFEST.
    read BKUP-MANIFEST
        at end
            move 'Y' to WS-EOF-SWITCH
        not at end
            move FD-MANIFEST-LINE to WS-BKUP-MANIFEST-RECORD
            evaluate true
                when WS-BKM-TRAILER-LINE
                    move FD-MANIFEST-LINE to WS-BKUP-MANIFEST-TRAILER
                    move 'Y' to WS-TRAILER-SWITCH
                when WS-BKM-FILE-LINE and WS-MAN-COUNT < 40
                    add 1 to WS-MAN-COUNT
                    move FD-MANIFEST-LINE to WS-MAN-LINE(WS-MAN-COUNT)
                    move 'N' to WS-MAN-SELECTED(WS-MAN-COUNT)
                    move spaces to WS-MAN-OUTCOME(WS-MAN-COUNT)
                    move 'N' to WS-MAN-FAILED(WS-MAN-COUNT)
            end-evaluate
    end-read.

0380-SELECT-FILES.
    perform 0390-SELECT-ONE-FILE
        varying WS-MX from 1 by 1 until WS-MX > WS-MAN-COUNT
    if WS-SELECTED-COUNT = zeros
        display WS-ONLY-FILE ' IS NOT IN BACKUP SET ' WS-SET-DATE
        move 'N' to WS-SET-OK-SWITCH
    end-if.

0390-SELECT-ONE-FILE.
    move WS-MAN-LINE(WS-MX) to WS-BKUP-MANIFEST-RECORD
    if WS-ONLY-FILE = spaces or WS-ONLY-FILE = WS-BKM-FILE-NAME
        move 'Y' to WS-MAN-SELECTED(WS-MX)
        add 1 to WS-SELECTED-COUNT
    end-if.

      *> ----------------------------------------------------------
      *> Verify: recount and re-checksum one backup copy.
      *> ----------------------------------------------------------
0400-VERIFY-ONE-FILE.
    if WS-MAN-SELECTED(WS-MX) = 'Y'
        move WS-MAN-LINE(WS-MX) to WS-BKUP-MANIFEST-RECORD
        move WS-BKM-FILE-NAME to WS-LIVE-NAME
        perform 0420-SET-BACKUP-NAME
        evaluate true
            when WS-BKM-NOT-ON-DISK
                move 'NOT ON DISK AT BACKUP TIME'
                    to WS-MAN-OUTCOME(WS-MX)
            when WS-BKM-READ-ERROR
                move 'NOT COPIED AT BACKUP TIME'
                    to WS-MAN-OUTCOME(WS-MX)
                move 'Y' to WS-MAN-FAILED(WS-MX)
            when other
                perform 0450-PROVE-BACKUP-COPY
        end-evaluate
        if WS-MAN-FAILED(WS-MX) = 'Y'
            add 1 to WS-FILES-FAILED
        else
            if WS-BKM-PRESENT
                add 1 to WS-FILES-PROVEN
            end-if
        end-if
        display '  ' WS-BKM-FILE-NAME ' ' WS-BKM-RECORD-COUNT
            ' RECORDS  ' WS-MAN-OUTCOME(WS-MX)
    end-if.

0420-SET-BACKUP-NAME.
    move spaces to WS-BACKUP-NAME
    string WS-LIVE-NAME delimited by space
        '.BK' delimited by size
        WS-SET-DATE delimited by size
        into WS-BACKUP-NAME
    end-string.

0450-PROVE-BACKUP-COPY.
    perform 0900-START-CHECKSUM
    open input BKUP-IN
    if not WS-BACKUP-FOUND
        move 'BACKUP FILE MISSING' to WS-MAN-OUTCOME(WS-MX)
        move 'Y' to WS-MAN-FAILED(WS-MX)
    else
        move 'N' to WS-EOF-SWITCH
        perform 0470-READ-BACKUP-LINE until WS-EOF
        close BKUP-IN
        perform 0950-JUDGE-CHECKSUM
    end-if.

0470-READ-BACKUP-LINE.
    read BKUP-IN
        at end
            move 'Y' to WS-EOF-SWITCH
        not at end
            move FD-BKUP-LINE to WS-IMAGE-LINE
            perform 0920-COUNT-IMAGE-LINE
    end-read.

      *> ----------------------------------------------------------
      *> Restore: only from a set proven clean for every file asked
      *> for; each live file is then read back and proven again.
      *> ----------------------------------------------------------
0600-RESTORE-SET.
    if WS-FILES-FAILED > zeros
        display 'RESTORE REFUSED - THE SET DID NOT PROVE CLEAN'
        move 'Y' to WS-REFUSED-SWITCH
    else
        perform 0620-RESTORE-ONE-FILE
            varying WS-MX from 1 by 1 until WS-MX > WS-MAN-COUNT
    end-if.

0620-RESTORE-ONE-FILE.
    if WS-MAN-SELECTED(WS-MX) = 'Y'
        move WS-MAN-LINE(WS-MX) to WS-BKUP-MANIFEST-RECORD
        move WS-BKM-FILE-NAME to WS-LIVE-NAME
        if WS-BKM-PRESENT
            perform 0420-SET-BACKUP-NAME
            perform 0650-COPY-BACK-ONE-FILE
            perform 0700-PROVE-LIVE-FILE
            if WS-MAN-FAILED(WS-MX) = 'Y'
                add 1 to WS-FILES-FAILED
            else
                add 1 to WS-FILES-RESTORED
            end-if
            display '  ' WS-BKM-FILE-NAME ' RESTORED  '
                WS-MAN-OUTCOME(WS-MX)
        else
            display '  ' WS-BKM-FILE-NAME
                ' NOT ON DISK AT BACKUP TIME - LEFT AS IT IS'
        end-if
    end-if.

0650-COPY-BACK-ONE-FILE.
    open input BKUP-IN
    evaluate WS-LIVE-NAME
        when 'MAINTFIL'
            open output MAINT-FILE
        when 'PENDFILE'
            open output PEND-FILE
        when 'QUEUEFIL'
            open output QUEUE-FILE
        when other
            open output LIVE-FILE
    end-evaluate
    move 'N' to WS-EOF-SWITCH
    perform 0670-COPY-BACK-ONE-LINE until WS-EOF
    close BKUP-IN
    evaluate WS-LIVE-NAME
        when 'MAINTFIL'
            close MAINT-FILE
        when 'PENDFILE'
            close PEND-FILE
        when 'QUEUEFIL'
            close QUEUE-FILE
        when other
            close LIVE-FILE
    end-evaluate.

0670-COPY-BACK-ONE-LINE.
    read BKUP-IN
        at end
            move 'Y' to WS-EOF-SWITCH
        not at end
            move FD-BKUP-LINE to WS-IMAGE-LINE
            evaluate WS-LIVE-NAME
                when 'MAINTFIL'
                    move WS-IMAGE-SLOT to WS-SLOT-KEY
                    write FD-MAINT-RECORD from WS-IMAGE-RECORD
                when 'PENDFILE'
                    move WS-IMAGE-SLOT to WS-SLOT-KEY
                    write FD-PEND-RECORD from WS-IMAGE-RECORD
                when 'QUEUEFIL'
                    move WS-IMAGE-SLOT to WS-SLOT-KEY
                    write FD-QUEUE-RECORD from WS-IMAGE-RECORD
                when other
                    write FD-LIVE-LINE from WS-IMAGE-LINE
            end-evaluate
            if not WS-LIVE-FOUND
                display WS-LIVE-NAME ' WRITE FAILED, STATUS: '
                    WS-LIVE-STATUS
            end-if
    end-read.

      *> Read the restored live file the way WSNBKUP read it, so the
      *> count and checksum must come out as the manifest has them.
0700-PROVE-LIVE-FILE.
    perform 0900-START-CHECKSUM
    evaluate WS-LIVE-NAME
        when 'MAINTFIL'
            open input MAINT-FILE
        when 'PENDFILE'
            open input PEND-FILE
        when 'QUEUEFIL'
            open input QUEUE-FILE
        when other
            open input LIVE-FILE
    end-evaluate
    if not WS-LIVE-FOUND
        move 'LIVE FILE UNREADABLE' to WS-MAN-OUTCOME(WS-MX)
        move 'Y' to WS-MAN-FAILED(WS-MX)
    else
        move 'N' to WS-EOF-SWITCH
        perform 0720-READ-LIVE-RECORD until WS-EOF
        evaluate WS-LIVE-NAME
            when 'MAINTFIL'
                close MAINT-FILE
            when 'PENDFILE'
                close PEND-FILE
            when 'QUEUEFIL'
                close QUEUE-FILE
            when other
                close LIVE-FILE
        end-evaluate
        perform 0950-JUDGE-CHECKSUM
    end-if.

0720-READ-LIVE-RECORD.
    move spaces to WS-IMAGE-LINE
    evaluate WS-LIVE-NAME
        when 'MAINTFIL'
            read MAINT-FILE next record
                at end
                    move 'Y' to WS-EOF-SWITCH
                not at end
                    move WS-SLOT-KEY to WS-IMAGE-SLOT
                    move FD-MAINT-RECORD to WS-IMAGE-RECORD
                    perform 0920-COUNT-IMAGE-LINE
            end-read
        when 'PENDFILE'
            read PEND-FILE next record
                at end
                    move 'Y' to WS-EOF-SWITCH
                not at end
                    move WS-SLOT-KEY to WS-IMAGE-SLOT
                    move FD-PEND-RECORD to WS-IMAGE-RECORD
                    perform 0920-COUNT-IMAGE-LINE
            end-read
        when 'QUEUEFIL'
            read QUEUE-FILE next record
                at end
                    move 'Y' to WS-EOF-SWITCH
                not at end
                    move WS-SLOT-KEY to WS-IMAGE-SLOT
                    move FD-QUEUE-RECORD to WS-IMAGE-RECORD
                    perform 0920-COUNT-IMAGE-LINE
            end-read
        when other
            read LIVE-FILE
                at end
                    move 'Y' to WS-EOF-SWITCH
                not at end
                    move FD-LIVE-LINE to WS-IMAGE-LINE
                    perform 0920-COUNT-IMAGE-LINE
            end-read
    end-evaluate.

      *> ----------------------------------------------------------
      *> Count and checksum shared by verify and restore.
      *> ----------------------------------------------------------
0900-START-CHECKSUM.
    move zeros to WS-FOUND-COUNT
    move 1 to WS-CKS-SUM-A
    move 0 to WS-CKS-SUM-B
    move 1 to WS-CKS-VALUE
    if WS-BKM-RELATIVE
        compute WS-IMAGE-LENGTH = WS-BKM-RECORD-LENGTH + 5
    else
        move WS-BKM-RECORD-LENGTH to WS-IMAGE-LENGTH
    end-if.

0920-COUNT-IMAGE-LINE.
    add 1 to WS-FOUND-COUNT
    call 'WSNCKSUM' using WS-IMAGE-LINE, WS-IMAGE-LENGTH,
        WS-CHECKSUM-AREA.

0950-JUDGE-CHECKSUM.
    evaluate true
        when WS-FOUND-COUNT not = WS-BKM-RECORD-COUNT
            move 'COUNT MISMATCH' to WS-MAN-OUTCOME(WS-MX)
            move 'Y' to WS-MAN-FAILED(WS-MX)
        when WS-CKS-VALUE not = WS-BKM-CHECKSUM
            move 'CHECKSUM MISMATCH' to WS-MAN-OUTCOME(WS-MX)
            move 'Y' to WS-MAN-FAILED(WS-MX)
        when other
            move 'OK' to WS-MAN-OUTCOME(WS-MX)
    end-evaluate.

9700-LOG-RUN-START.
    call 'WSNRNLOG' using WS-CALLER-ID, WS-RUN-STREAM.

      *> The CALL comes back with the subprogram's own RETURN-CODE
      *> (zero), so the step's code is saved first and put back after
      *> - otherwise logging would quietly turn a nonzero exit into a
      *> clean one for the scheduler.
9750-LOG-RUN-END.
    move return-code to WS-RUN-RC
    call 'WSNRNLOG-END' using WS-CALLER-ID, WS-RUN-STREAM,
        WS-RUN-RC, WS-FILES-PROVEN, WS-FILES-FAILED, WS-FILES-RESTORED
    move WS-RUN-RC to return-code.
