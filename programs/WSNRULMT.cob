      *> WSNRULMT - console maintenance for the RULEFILE value rule
      *> master (WSRULREC layout). The same ACCEPT/DISPLAY dialog
      *> discipline as WSNPPROF: enter a rule id, see the rule as it
      *> stands (or NEW RULE), key the partner source id, the key
      *> range, the minimum and maximum WS-NUMBER, the largest change
      *> allowed from the MAINTFIL value and the active flag; blank
      *> rule id ends the session, L at the rule id prompt lists the
      *> file. The file is loaded into a table at startup and
      *> rewritten complete at the end; an abend mid-session leaves
      *> the file exactly as the session found it.
      *>
      *> A blank answer keeps the value shown - the rule as it stands,
      *> or for a new rule the widest setting (keys 00001-99999,
      *> minimum 0, maximum 99999, no change limit), so a new rule
      *> only needs the limits it is actually about. Every field is
      *> edited before it lands: the limits whole numbers 0-99999,
      *> the key range inside 00001-99999 and not backwards, the
      *> minimum not above the maximum, the active flag Y or N. A bad
      *> field leaves the rule unchanged. Rules are never deleted -
      *> setting the active flag to N retires one - and every rule
      *> stored is stamped with the operator and the time, the same
      *> way WSNOPMNT stamps the operator master.
      *>
      *> These rules send partner values to the exception queue in
      *> WSNBATCH, WSNINTAK and WSNADJST, so the session signs on
      *> through WSNOPAUT and needs right 07 (maintain value rules).
identification division.
program-id. WSNRULMT.

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
    88  WS-RULE-FOUND value '00'.
    88  WS-RULE-NOT-FOUND value '35'.

01  WS-EOF-SWITCH PIC X value 'N'.
    88  WS-EOF value 'Y'.

01  WS-DONE-SWITCH PIC X value 'N'.
    88  WS-DONE value 'Y'.

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
        10  RUL-ACTIVE-FLAG PIC X.
        10  RUL-CHANGED-BY PIC X(8).
        10  RUL-CHANGED-TS PIC X(26).

01  WS-RX PIC 9(3).
01  WS-CUR-RULE PIC 9(3).

01  WS-WORK-ID PIC X(8).
01  WS-WORK-SOURCE-ID PIC X(8).
01  WS-WORK-KEY-FROM PIC 9(5).
01  WS-WORK-KEY-TO PIC 9(5).
01  WS-WORK-MIN PIC 9(5).
01  WS-WORK-MAX PIC 9(5).
01  WS-WORK-MAX-CHANGE PIC 9(5).
01  WS-WORK-ACTIVE PIC X.

01  WS-ANSWER-TEXT PIC X(8).
01  WS-LIMIT-PROMPT PIC X(30).
01  WS-LIMIT-VALUE PIC 9(5).

01  WS-FIELDS-GOOD-SWITCH PIC X.
    88  WS-FIELDS-GOOD value 'Y'.

01  WS-CHANGED-COUNT PIC 9(3) value zeros.

01  WS-OPERATOR-ID PIC X(8) value spaces.
01  WS-CALLER-ID PIC X(8) value 'WSNRULMT'.
01  WS-AUTH-RIGHT PIC 9(2) value 7.
01  WS-AUTH-RESULT PIC 9(1).
    88  WS-AUTHORIZED value 0.

procedure division.

0100-MAIN.
    perform 0200-LOAD-RULES
    display 'OPERATOR ID: ' with no advancing
    accept WS-OPERATOR-ID
    move function upper-case(WS-OPERATOR-ID) to WS-OPERATOR-ID
    if WS-OPERATOR-ID = spaces
        display 'OPERATOR ID REQUIRED - SESSION ENDED'
        stop run
    end-if
    call 'WSNOPAUT' using WS-OPERATOR-ID, WS-AUTH-RIGHT,
        WS-CALLER-ID, WS-AUTH-RESULT
    if not WS-AUTHORIZED
        display 'SESSION ENDED'
        stop run
    end-if
    perform 0300-MAINT-LOOP until WS-DONE
    if WS-CHANGED-COUNT > zeros
        perform 0800-REWRITE-RULES
    end-if
    display 'RULES CHANGED: ' WS-CHANGED-COUNT
        ' ON FILE: ' WS-RULE-COUNT
    stop run.

      *> Only a file that is truly missing starts the session empty;
      *> one that is there but will not open, or holds more than
      *> the table takes, must not be loaded short and written
      *> back over.
0200-LOAD-RULES.
    open input RULE-FILE
    evaluate true
        when WS-RULE-FOUND
            perform 0250-READ-ONE-RULE until WS-EOF
            close RULE-FILE
        when WS-RULE-NOT-FOUND
            continue
        when other
            display 'RULEFILE OPEN FAILED, STATUS: ' WS-RULE-STATUS
                ' - SESSION ENDED'
            move 12 to return-code
            stop run
    end-evaluate.

0250-READ-ONE-RULE.
    read RULE-FILE into WS-RULE-RECORD
        at end
            move 'Y' to WS-EOF-SWITCH
        not at end
            if WS-RULE-COUNT = 500
                close RULE-FILE
                display 'WSNRULMT: RULE TABLE FULL - SESSION ENDED'
                move 12 to return-code
                stop run
            else
                add 1 to WS-RULE-COUNT
                move WS-RULE-RECORD to WS-RULE-ENTRY(WS-RULE-COUNT)
            end-if
    end-read.

0300-MAINT-LOOP.
    display 'VALUE RULE - RULE ID (L TO LIST, BLANK TO END): '
        with no advancing
    move spaces to WS-WORK-ID
    accept WS-WORK-ID
    move function upper-case(WS-WORK-ID) to WS-WORK-ID
    evaluate true
        when WS-WORK-ID = spaces
            move 'Y' to WS-DONE-SWITCH
        when WS-WORK-ID = 'L'
            perform 0350-LIST-RULES
        when other
            perform 0400-EDIT-ONE-RULE
    end-evaluate.

0350-LIST-RULES.
    if WS-RULE-COUNT = zeros
        display '  (NO VALUE RULES ON FILE)'
    end-if
    perform 0370-LIST-ONE-RULE
        varying WS-RX from 1 by 1 until WS-RX > WS-RULE-COUNT.

0370-LIST-ONE-RULE.
    display '  ' RUL-ID(WS-RX) ' ' RUL-SOURCE-ID(WS-RX)
        ' KEYS ' RUL-KEY-FROM(WS-RX) '-' RUL-KEY-TO(WS-RX)
        ' MIN ' RUL-MIN(WS-RX) ' MAX ' RUL-MAX(WS-RX)
        ' CHANGE ' RUL-MAX-CHANGE(WS-RX)
        ' ACTIVE ' RUL-ACTIVE-FLAG(WS-RX).

0400-EDIT-ONE-RULE.
    perform 0450-FIND-RULE
    if WS-CUR-RULE = zeros
        display 'NEW RULE ' WS-WORK-ID
        move spaces to WS-WORK-SOURCE-ID
        move 1 to WS-WORK-KEY-FROM
        move 99999 to WS-WORK-KEY-TO
        move zeros to WS-WORK-MIN
        move 99999 to WS-WORK-MAX
        move zeros to WS-WORK-MAX-CHANGE
        move 'Y' to WS-WORK-ACTIVE
    else
        move RUL-SOURCE-ID(WS-CUR-RULE) to WS-WORK-SOURCE-ID
        move RUL-KEY-FROM(WS-CUR-RULE) to WS-WORK-KEY-FROM
        move RUL-KEY-TO(WS-CUR-RULE) to WS-WORK-KEY-TO
        move RUL-MIN(WS-CUR-RULE) to WS-WORK-MIN
        move RUL-MAX(WS-CUR-RULE) to WS-WORK-MAX
        move RUL-MAX-CHANGE(WS-CUR-RULE) to WS-WORK-MAX-CHANGE
        move RUL-ACTIVE-FLAG(WS-CUR-RULE) to WS-WORK-ACTIVE
        display 'RULE ' RUL-ID(WS-CUR-RULE)
            ' SOURCE ' RUL-SOURCE-ID(WS-CUR-RULE)
            ' ACTIVE ' RUL-ACTIVE-FLAG(WS-CUR-RULE)
            ' LAST CHANGED BY ' RUL-CHANGED-BY(WS-CUR-RULE)
            ' AT ' RUL-CHANGED-TS(WS-CUR-RULE)(1:14)
        display 'KEYS ' RUL-KEY-FROM(WS-CUR-RULE)
            '-' RUL-KEY-TO(WS-CUR-RULE)
            ' MIN ' RUL-MIN(WS-CUR-RULE)
            ' MAX ' RUL-MAX(WS-CUR-RULE)
            ' MAX CHANGE ' RUL-MAX-CHANGE(WS-CUR-RULE)
    end-if
    perform 0500-ACCEPT-FIELDS
    if WS-FIELDS-GOOD
        perform 0600-STORE-RULE
    else
        display 'RULE UNCHANGED'
    end-if.

0450-FIND-RULE.
    move zeros to WS-CUR-RULE
    perform 0470-MATCH-ONE-RULE
        varying WS-RX from 1 by 1
        until WS-RX > WS-RULE-COUNT or WS-CUR-RULE not = zeros.

0470-MATCH-ONE-RULE.
    if RUL-ID(WS-RX) = WS-WORK-ID
        move WS-RX to WS-CUR-RULE
    end-if.

0500-ACCEPT-FIELDS.
    move 'Y' to WS-FIELDS-GOOD-SWITCH
    display 'PARTNER SOURCE ID [' WS-WORK-SOURCE-ID ']: '
        with no advancing
    move spaces to WS-ANSWER-TEXT
    accept WS-ANSWER-TEXT
    move function upper-case(WS-ANSWER-TEXT) to WS-ANSWER-TEXT
    if WS-ANSWER-TEXT not = spaces
        move WS-ANSWER-TEXT to WS-WORK-SOURCE-ID
    end-if
    if WS-WORK-SOURCE-ID = spaces
        display 'SOURCE ID REQUIRED FOR A RULE'
        move 'N' to WS-FIELDS-GOOD-SWITCH
    end-if
    move 'FIRST KEY' to WS-LIMIT-PROMPT
    move WS-WORK-KEY-FROM to WS-LIMIT-VALUE
    perform 0550-ACCEPT-LIMIT
    move WS-LIMIT-VALUE to WS-WORK-KEY-FROM
    move 'LAST KEY' to WS-LIMIT-PROMPT
    move WS-WORK-KEY-TO to WS-LIMIT-VALUE
    perform 0550-ACCEPT-LIMIT
    move WS-LIMIT-VALUE to WS-WORK-KEY-TO
    if WS-WORK-KEY-FROM = zeros or WS-WORK-KEY-FROM > WS-WORK-KEY-TO
        display 'KEY RANGE MUST RUN FORWARD WITHIN 00001-99999'
        move 'N' to WS-FIELDS-GOOD-SWITCH
    end-if
    move 'MINIMUM WS-NUMBER' to WS-LIMIT-PROMPT
    move WS-WORK-MIN to WS-LIMIT-VALUE
    perform 0550-ACCEPT-LIMIT
    move WS-LIMIT-VALUE to WS-WORK-MIN
    move 'MAXIMUM WS-NUMBER' to WS-LIMIT-PROMPT
    move WS-WORK-MAX to WS-LIMIT-VALUE
    perform 0550-ACCEPT-LIMIT
    move WS-LIMIT-VALUE to WS-WORK-MAX
    if WS-WORK-MIN > WS-WORK-MAX
        display 'MINIMUM MUST NOT BE ABOVE MAXIMUM'
        move 'N' to WS-FIELDS-GOOD-SWITCH
    end-if
    move 'MAX CHANGE (0 = NO LIMIT)' to WS-LIMIT-PROMPT
    move WS-WORK-MAX-CHANGE to WS-LIMIT-VALUE
    perform 0550-ACCEPT-LIMIT
    move WS-LIMIT-VALUE to WS-WORK-MAX-CHANGE
    display 'ACTIVE? (Y/N) [' WS-WORK-ACTIVE ']: ' with no advancing
    move spaces to WS-ANSWER-TEXT
    accept WS-ANSWER-TEXT
    move function upper-case(WS-ANSWER-TEXT) to WS-ANSWER-TEXT
    if WS-ANSWER-TEXT not = spaces
        move WS-ANSWER-TEXT to WS-WORK-ACTIVE
    end-if
    if WS-WORK-ACTIVE not = 'Y' and WS-WORK-ACTIVE not = 'N'
        display 'ACTIVE FLAG MUST BE Y OR N'
        move 'N' to WS-FIELDS-GOOD-SWITCH
    end-if.

      *> One numeric limit: prompt with the value held, blank keeps
      *> it, anything else must be a whole number 0-99999.
0550-ACCEPT-LIMIT.
    display function trim(WS-LIMIT-PROMPT trailing)
        ' [' WS-LIMIT-VALUE ']: ' with no advancing
    move spaces to WS-ANSWER-TEXT
    accept WS-ANSWER-TEXT
    if WS-ANSWER-TEXT not = spaces
        if function test-numval(WS-ANSWER-TEXT) = zero
                and function numval(WS-ANSWER-TEXT) >= zero
                and function numval(WS-ANSWER-TEXT) <= 99999
                and function numval(WS-ANSWER-TEXT) =
                    function integer(function numval(WS-ANSWER-TEXT))
            compute WS-LIMIT-VALUE = function numval(WS-ANSWER-TEXT)
        else
            display function trim(WS-LIMIT-PROMPT trailing)
                ' MUST BE A WHOLE NUMBER 0-99999'
            move 'N' to WS-FIELDS-GOOD-SWITCH
        end-if
    end-if.

0600-STORE-RULE.
    if WS-CUR-RULE = zeros
        if WS-RULE-COUNT = 500
            display 'WSNRULMT: RULE TABLE FULL - NOT ADDED'
        else
            add 1 to WS-RULE-COUNT
            move WS-RULE-COUNT to WS-CUR-RULE
        end-if
    end-if
    if WS-CUR-RULE not = zeros
        move WS-WORK-ID to RUL-ID(WS-CUR-RULE)
        move WS-WORK-SOURCE-ID to RUL-SOURCE-ID(WS-CUR-RULE)
        move WS-WORK-KEY-FROM to RUL-KEY-FROM(WS-CUR-RULE)
        move WS-WORK-KEY-TO to RUL-KEY-TO(WS-CUR-RULE)
        move WS-WORK-MIN to RUL-MIN(WS-CUR-RULE)
        move WS-WORK-MAX to RUL-MAX(WS-CUR-RULE)
        move WS-WORK-MAX-CHANGE to RUL-MAX-CHANGE(WS-CUR-RULE)
        move WS-WORK-ACTIVE to RUL-ACTIVE-FLAG(WS-CUR-RULE)
        move WS-OPERATOR-ID to RUL-CHANGED-BY(WS-CUR-RULE)
        move function current-date to RUL-CHANGED-TS(WS-CUR-RULE)
        add 1 to WS-CHANGED-COUNT
        display 'RULE STORED'
    end-if.

0800-REWRITE-RULES.
    open output RULE-FILE
    perform 0850-WRITE-ONE-RULE
        varying WS-RX from 1 by 1 until WS-RX > WS-RULE-COUNT
    close RULE-FILE.

0850-WRITE-ONE-RULE.
    write FD-RULE-LINE from WS-RULE-ENTRY(WS-RX).
