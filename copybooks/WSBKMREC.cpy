      *> WSBKMREC.cpy
      *> The BKUPMAN.YYYYMMDD manifest of one nightly backup set, and
      *> the running checksum WSNCKSUM keeps over a file. WSNBKUP
      *> writes one 'F' line per file it was asked to back up and a
      *> closing 'T' line once the whole set is on disk; WSNBKRST
      *> proves a set against its manifest before it will restore
      *> anything from it. A manifest with no 'T' line, or with fewer
      *> 'F' lines than the 'T' line counts, is a set whose backup
      *> never finished and is not to be trusted.
      *>
      *> Each file is copied to <name>.BKYYYYMMDD. A line sequential
      *> file is copied line for line. A relative file (MAINTFIL,
      *> PENDFILE, QUEUEFIL) is copied as one line per occupied slot:
      *> the five-digit slot number, then the record - so a restore
      *> puts every record back in the slot it came from, whatever
      *> gaps the live file had. WS-BKM-RECORD-LENGTH is the live
      *> record length; the backup lines of a relative file are five
      *> bytes longer.
      *>
      *> WS-BKM-PRESENT-FLAG: 'Y' copied; 'N' the file did not exist
      *> at backup time (nothing to restore - the file had simply
      *> never been created yet); 'E' the file was there but could
      *> not be read, or its copy could not be created or written,
      *> so the set does not hold it and the backup run ended with
      *> RETURN-CODE 8.
      *>
      *> WS-BKM-CHECKSUM is taken over the backup lines exactly as
      *> written - each line padded with spaces to its full length,
      *> so trailing blanks the file system drops cannot change it.
01  WS-BKUP-MANIFEST-RECORD.
    05  WS-BKM-RECORD-TYPE PIC X.
        88  WS-BKM-FILE-LINE value 'F'.
        88  WS-BKM-TRAILER-LINE value 'T'.
    05  WS-BKM-FILE-NAME PIC X(8).
    05  WS-BKM-ORGANIZATION PIC X.
        88  WS-BKM-RELATIVE value 'R'.
        88  WS-BKM-LINE-SEQUENTIAL value 'L'.
    05  WS-BKM-RECORD-LENGTH PIC 9(3).
    05  WS-BKM-PRESENT-FLAG PIC X.
        88  WS-BKM-PRESENT value 'Y'.
        88  WS-BKM-NOT-ON-DISK value 'N'.
        88  WS-BKM-READ-ERROR value 'E'.
    05  WS-BKM-RECORD-COUNT PIC 9(9).
    05  WS-BKM-CHECKSUM PIC 9(10).
    05  WS-BKM-TAKEN-TS PIC X(26).

01  WS-BKUP-MANIFEST-TRAILER.
    05  WS-BKT-RECORD-TYPE PIC X.
    05  WS-BKT-SET-DATE PIC 9(8).
    05  WS-BKT-FILE-COUNT PIC 9(3).
    05  WS-BKT-TOTAL-RECORDS PIC 9(11).
    05  WS-BKT-COMPLETED-TS PIC X(26).

      *> Start every file with SUM-A 1 and SUM-B 0; after the last
      *> CALL 'WSNCKSUM' the file's checksum is in WS-CKS-VALUE.
01  WS-CHECKSUM-AREA.
    05  WS-CKS-SUM-A PIC 9(5) value 1.
    05  WS-CKS-SUM-B PIC 9(5) value 0.
    05  WS-CKS-VALUE PIC 9(10) value 1.
