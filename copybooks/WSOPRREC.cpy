      *> WSOPRREC.cpy
      *> Records for the OPERMAST operator master and its refusal log.
      *> An operator line names one person who may sign on to the
      *> console programs: the id they key at the OPERATOR ID prompt,
      *> their name, an active flag (operators are never deleted, they
      *> are made inactive - the id stays on every PENDFILE stamp and
      *> journal line they ever left), one Y/N byte per right, and
      *> who last changed the entry and when. Maintained by WSNOPMNT,
      *> listed by WSNOPRPT, checked by WSNOPAUT.
      *>
      *> Rights are positional, one byte each - only 'Y' grants, so a
      *> line written before a right existed (short line, space byte)
      *> holds nothing it was not given:
      *>   01  key corrections             (WSNMAINT)
      *>   02  approve corrections         (WSNAPPRV)
      *>   03  maintain partner profiles   (WSNPPROF)
      *>   04  release held feeds          (WSNVOLGD RELEASE)
      *>   05  maintain the operator master (WSNOPMNT)
      *>   06  maintain business calendar (WSNCALMT)
      *>   07  maintain value rules        (WSNRULMT)
      *>   08  assign queue work           (WSNQASGN)
      *>   09-10 spare
      *>
      *> An OPERLOG line is one refused sign-on: when, the id keyed,
      *> the program, the right it asked for, and why it was refused
      *> (UNKNOWN ID, INACTIVE, NOT AUTHORIZED). Refusal lines are
      *> never deleted, same as VOLREL release lines.
01  WS-OPERATOR-RECORD.
    05  WS-OPR-ID PIC X(8).
    05  WS-OPR-NAME PIC X(30).
    05  WS-OPR-ACTIVE-FLAG PIC X.
        88  WS-OPR-ACTIVE value 'Y'.
    05  WS-OPR-RIGHTS.
        10  WS-OPR-RIGHT PIC X occurs 10 times.
    05  WS-OPR-CHANGED-BY PIC X(8).
    05  WS-OPR-CHANGED-TS PIC X(26).

01  WS-OPRLOG-RECORD.
    05  WS-OPL-TIMESTAMP PIC X(26).
    05  WS-OPL-OPERATOR-ID PIC X(8).
    05  WS-OPL-PROGRAM PIC X(8).
    05  WS-OPL-RIGHT PIC 9(2).
    05  WS-OPL-REASON PIC X(14).

01  WS-OPR-RIGHT-COUNT PIC 9(2) value 8.
01  WS-OPR-RIGHT-NAMES.
    05  FILLER PIC X(26) value 'KEY CORRECTIONS'.
    05  FILLER PIC X(26) value 'APPROVE CORRECTIONS'.
    05  FILLER PIC X(26) value 'MAINTAIN PARTNER PROFILES'.
    05  FILLER PIC X(26) value 'RELEASE HELD FEEDS'.
    05  FILLER PIC X(26) value 'MAINTAIN OPERATOR MASTER'.
    05  FILLER PIC X(26) value 'MAINTAIN BUSINESS CALENDAR'.
    05  FILLER PIC X(26) value 'MAINTAIN VALUE RULES'.
    05  FILLER PIC X(26) value 'ASSIGN QUEUE WORK'.
    05  FILLER PIC X(26) value spaces.
    05  FILLER PIC X(26) value spaces.
01  WS-OPR-RIGHT-NAME-TABLE redefines WS-OPR-RIGHT-NAMES.
    05  WS-OPR-RIGHT-NAME PIC X(26) occurs 10 times.
