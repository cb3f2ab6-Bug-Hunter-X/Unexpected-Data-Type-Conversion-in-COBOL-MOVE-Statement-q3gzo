      *> so walking the file from slot 1 is oldest-first; the worked
      *> flag is 'N' when queued and rewritten to 'Y' by the WSNMAINT
      *> queue mode once the operator has dealt with the exception.
      *> The partner source id and feed date come across from the
      *> WSEXCP exception (spaces/zeros when it had none) and go on to
      *> the pending change the operator keys against the entry.
      *>
      *> WS-QUEUE-ASSIGNED-TO is the operator the entry belongs to,
      *> spaces while it is unassigned. A supervisor assigns,
      *> reassigns and releases entries through WSNQASGN; an operator
      *> working the queue in WSNMAINT claims an unassigned entry when
      *> it is put in front of them. Queue mode shows each operator
      *> only their own entries and unassigned ones. ASSIGNED-TS is
      *> when the current assignment was made; WORKED-BY / WORKED-TS
      *> are who marked the entry worked and when, so WSNQPROD can
      *> time every entry from assignment to worked.
01  WS-QUEUE-RECORD.
    05  WS-QUEUE-KEY PIC 9(5).
    05  WS-QUEUE-NUMBER PIC 9(5).
    05  WS-QUEUE-REASON PIC X(30).
    05  WS-QUEUE-ENTERED-TS PIC X(26).
    05  WS-QUEUE-WORKED-FLAG PIC X.
    05  WS-QUEUE-SOURCE-ID PIC X(8).
    05  WS-QUEUE-FEED-DATE PIC 9(8).
    05  WS-QUEUE-ASSIGNED-TO PIC X(8).
    05  WS-QUEUE-ASSIGNED-TS PIC X(26).
    05  WS-QUEUE-WORKED-BY PIC X(8).
    05  WS-QUEUE-WORKED-TS PIC X(26).
