      *> WSNRULCK - value rule checker over the RULEFILE rule master
      *> (WSRULREC layout). WSNCONV proves a WS-NUMBER is digits and
      *> nothing more, so a perfectly numeric 99999 from a partner
      *> whose values never pass 500 used to go straight through to
      *> EXPRTOUT. Every path that lands a partner value - WSNBATCH,
      *> WSNINTAK, WSNADJST - now asks here once the value has
      *> converted cleanly:
      *>
      *>   SOURCE-ID, KEY, NUMBER, CURRENT-FLAG, CURRENT-NUMBER
      *>       -> RESULT 0 (passes every rule) or 4 (breaks one),
      *>          and REASON naming the rule and what it broke:
      *>          RULE xxxxxxxx BELOW MINIMUM
      *>          RULE xxxxxxxx ABOVE MAXIMUM
      *>          RULE xxxxxxxx CHANGE TOO LARGE
      *>
      *> Only active rules for the partner whose key range covers the
      *> key are judged, in file order, and the first one broken is
      *> the one reported. The change limit is judged only when the
      *> caller passes CURRENT-FLAG 'Y' with the value now on
      *> MAINTFIL - a key with no record yet has nothing to change
      *> from. The caller reads MAINTFIL; some callers already hold it
      *> open for update.
      *>
      *> The rules are loaded on the first call and kept for the rest
      *> of the run. No RULEFILE at all is not an error: every value
      *> then passes, which is exactly the behaviour the system had
      *> before the rule master existed.
identification division.
program-id. WSNRULCK.

environment division.
configuration section.
input-output section.
file-control.
    select RULE-FILE assign to "RULEFILE"
        organization is line sequential
        file status is WS-RULE-STATUS.

data division.
file section.
fd  RULE-FILE.
01  FD-RULE-LINE PIC X(76).

working-storage section.
copy WSRULREC.

01  WS-RULE-STATUS PIC X(2).
    88  WS-RULE-FILE-FOUND value '00'.

01  WS-EOF-SWITCH PIC X value 'N'.
    88  WS-EOF value 'Y'.

01  WS-LOADED-SWITCH PIC X value 'N'.
    88  WS-LOADED value 'Y'.

01  WS-RULE-COUNT PIC 9(3) value zeros.
01  WS-RULE-TABLE.
    05  WS-RULE-ENTRY occurs 500 times.
        10  RUL-ID PIC X(8).
        10  RUL-SOURCE-ID PIC X(8).
        10  RUL-KEY-FROM PIC 9(5).
        10  RUL-KEY-TO PIC 9(5).
        10  RUL-MIN PIC 9(5).
        10  RUL-MAX PIC 9(5).
        10  RUL-MAX-CHANGE PIC 9(5).

01  WS-RX PIC 9(3).
01  WS-CHANGE PIC 9(5).
01  WS-BREACH-TEXT PIC X(17).

linkage section.
01  LS-SOURCE-ID PIC X(8).
01  LS-KEY PIC 9(5).
01  LS-NUMBER PIC 9(5).
01  LS-CURRENT-FLAG PIC X.
01  LS-CURRENT-NUMBER PIC 9(5).
01  LS-RESULT PIC 9(1).
01  LS-REASON PIC X(30).

procedure division using LS-SOURCE-ID, LS-KEY, LS-NUMBER,
    LS-CURRENT-FLAG, LS-CURRENT-NUMBER, LS-RESULT, LS-REASON.

0100-CHECK-VALUE.
    perform 0500-LOAD-RULES
    move 0 to LS-RESULT
    move spaces to LS-REASON
    perform 0200-CHECK-ONE-RULE
        varying WS-RX from 1 by 1
        until WS-RX > WS-RULE-COUNT or LS-RESULT not = 0
    goback.

0200-CHECK-ONE-RULE.
    if RUL-SOURCE-ID(WS-RX) = LS-SOURCE-ID
            and LS-KEY >= RUL-KEY-FROM(WS-RX)
            and LS-KEY <= RUL-KEY-TO(WS-RX)
        move spaces to WS-BREACH-TEXT
        evaluate true
            when LS-NUMBER < RUL-MIN(WS-RX)
                move ' BELOW MINIMUM' to WS-BREACH-TEXT
            when LS-NUMBER > RUL-MAX(WS-RX)
                move ' ABOVE MAXIMUM' to WS-BREACH-TEXT
            when LS-CURRENT-FLAG = 'Y'
                    and RUL-MAX-CHANGE(WS-RX) > zeros
                perform 0250-CHECK-CHANGE
        end-evaluate
        if WS-BREACH-TEXT not = spaces
            move 4 to LS-RESULT
            string 'RULE ' delimited by size
                RUL-ID(WS-RX) delimited by space
                WS-BREACH-TEXT delimited by size
                into LS-REASON
            end-string
        end-if
    end-if.

0250-CHECK-CHANGE.
    if LS-NUMBER > LS-CURRENT-NUMBER
        compute WS-CHANGE = LS-NUMBER - LS-CURRENT-NUMBER
    else
        compute WS-CHANGE = LS-CURRENT-NUMBER - LS-NUMBER
    end-if
    if WS-CHANGE > RUL-MAX-CHANGE(WS-RX)
        move ' CHANGE TOO LARGE' to WS-BREACH-TEXT
    end-if.

0500-LOAD-RULES.
    if not WS-LOADED
        move 'Y' to WS-LOADED-SWITCH
        open input RULE-FILE
        if WS-RULE-FILE-FOUND
            perform 0550-READ-ONE-RULE until WS-EOF
            close RULE-FILE
        end-if
    end-if.

      *> Inactive rules stay on the file for the record but are never
      *> judged; a line whose limits are not digits is passed over
      *> rather than breaching every value the partner sends.
0550-READ-ONE-RULE.
    read RULE-FILE into WS-RULE-RECORD
        at end
            move 'Y' to WS-EOF-SWITCH
        not at end
            if WS-RULE-ACTIVE
                    and WS-RULE-KEY-FROM is numeric
                    and WS-RULE-KEY-TO is numeric
                    and WS-RULE-MIN is numeric
                    and WS-RULE-MAX is numeric
                    and WS-RULE-MAX-CHANGE is numeric
                if WS-RULE-COUNT = 500
                    display 'WSNRULCK: RULE TABLE FULL'
                else
                    add 1 to WS-RULE-COUNT
                    move WS-RULE-ID to RUL-ID(WS-RULE-COUNT)
                    move WS-RULE-SOURCE-ID
                        to RUL-SOURCE-ID(WS-RULE-COUNT)
                    move WS-RULE-KEY-FROM
                        to RUL-KEY-FROM(WS-RULE-COUNT)
                    move WS-RULE-KEY-TO to RUL-KEY-TO(WS-RULE-COUNT)
                    move WS-RULE-MIN to RUL-MIN(WS-RULE-COUNT)
                    move WS-RULE-MAX to RUL-MAX(WS-RULE-COUNT)
                    move WS-RULE-MAX-CHANGE
                        to RUL-MAX-CHANGE(WS-RULE-COUNT)
                end-if
            end-if
    end-read.
