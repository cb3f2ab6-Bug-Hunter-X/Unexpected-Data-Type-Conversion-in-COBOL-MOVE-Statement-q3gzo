      *> 'A' (approved - only then does the conversion and REWRITE
      *> happen) or 'R' (rejected), stamping who decided and when.
      *> Records are never deleted; the file is the audit trail of
      *> every correction decision. WS-PEND-SOURCE-ID and
      *> WS-PEND-FEED-DATE name the partner feed whose data the
      *> correction fixes - carried from the queue entry when the
      *> change was keyed in WSNMAINT queue mode, spaces/zeros for a
      *> change keyed by plain key lookup - and go on to the MNTJRNL
      *> journal entry when WSNAPPRV applies the change.
      *>
      *> WS-PEND-EFFECTIVE-DATE is the date the change takes effect,
      *> zeros for "as soon as approved". An approval of a change
      *> whose effective date is still in the future does not touch
      *> MAINTFIL: WSNAPPRV sets status 'S' (scheduled) and the
      *> nightly WSNSCHAP step applies it when the date falls due,
      *> moving it to 'A'. A supervisor can cancel a scheduled change
      *> through WSNSCHED, status 'C'. WS-PEND-CLOSED-BY / -TS record
      *> who (or which step) finally applied or cancelled the change
      *> and when - for an immediate approval that is the approver.
      *> Statuses: P pending, S scheduled, A applied, R rejected,
      *> C cancelled.
01  WS-PENDING-RECORD.
    05  WS-PEND-KEY PIC 9(5).
    05  WS-PEND-OLD-NUMBER PIC 9(5).
    05  WS-PEND-STATUS PIC X.
    05  WS-PEND-DECIDED-BY PIC X(8).
    05  WS-PEND-DECIDED-TS PIC X(26).
    05  WS-PEND-SOURCE-ID PIC X(8).
    05  WS-PEND-FEED-DATE PIC 9(8).
    05  WS-PEND-EFFECTIVE-DATE PIC 9(8).
    05  WS-PEND-CLOSED-BY PIC X(8).
    05  WS-PEND-CLOSED-TS PIC X(26).
