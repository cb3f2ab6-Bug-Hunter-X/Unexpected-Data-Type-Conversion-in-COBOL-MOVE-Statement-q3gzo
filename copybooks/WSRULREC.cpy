      *> WSRULREC.cpy
      *> One value rule on the RULEFILE rule master, and the argument
      *> fields callers pass to the WSNRULCK rule checker. The NUMERIC
      *> class guard in WSNCONV only proves a value is digits; a rule
      *> says what the digits may be for one partner: the lowest and
      *> highest WS-NUMBER allowed, and the largest move allowed away
      *> from the value currently on MAINTFIL.
      *>
      *> A rule belongs to one WS-BH-SOURCE-ID and covers the keys
      *> from WS-RULE-KEY-FROM to WS-RULE-KEY-TO inclusive (00001 to
      *> 99999 when it covers the partner's whole key range). A
      *> partner may have several rules - a wide default and tighter
      *> ones over a key band - and a value must satisfy every active
      *> rule that covers its key. WS-RULE-MAX-CHANGE of zero means
      *> the rule sets no change limit; the change limit is only
      *> judged when the key already has a MAINTFIL record. Rules are
      *> never deleted, they are made inactive, the same as operators
      *> and partner profiles. Maintained by WSNRULMT, which stamps
      *> who last changed the rule and when.
      *>
      *> WS-RULE-CHECK holds one CALL 'WSNRULCK': the caller fills the
      *> source id, key, value and (when known) the current MAINTFIL
      *> value; WS-RCK-RESULT comes back 0 when the value passes every
      *> rule, 4 when it breaks one, and WS-RCK-REASON then names the
      *> rule and the limit broken, ready for WSEXCP-REASON.
01  WS-RULE-RECORD.
    05  WS-RULE-ID PIC X(8).
    05  WS-RULE-SOURCE-ID PIC X(8).
    05  WS-RULE-KEY-FROM PIC 9(5).
    05  WS-RULE-KEY-TO PIC 9(5).
    05  WS-RULE-MIN PIC 9(5).
    05  WS-RULE-MAX PIC 9(5).
    05  WS-RULE-MAX-CHANGE PIC 9(5).
    05  WS-RULE-ACTIVE-FLAG PIC X.
        88  WS-RULE-ACTIVE value 'Y'.
    05  WS-RULE-CHANGED-BY PIC X(8).
    05  WS-RULE-CHANGED-TS PIC X(26).

01  WS-RULE-CHECK.
    05  WS-RCK-SOURCE-ID PIC X(8).
    05  WS-RCK-KEY PIC 9(5).
    05  WS-RCK-NUMBER PIC 9(5).
    05  WS-RCK-CURRENT-FLAG PIC X.
        88  WS-RCK-CURRENT-KNOWN value 'Y'.
    05  WS-RCK-CURRENT-NUMBER PIC 9(5).
    05  WS-RCK-RESULT PIC 9(1).
        88  WS-RCK-PASSED value 0.
        88  WS-RCK-BREACHED value 4.
    05  WS-RCK-REASON PIC X(30).
