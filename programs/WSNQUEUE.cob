      *> program, no operator - it is a batch load), so a queue-load
      *> refresh that overlays a corrected slot is recoverable
      *> through WSNMJRCV like any other MAINTFIL write.
      *>
      *> A value-rule breach (reason starting 'RULE ') never overlays
      *> a slot that is already on MAINTFIL: the slot keeps the last
      *> accepted value, with no journal entry, so the change-limit
      *> rule goes on measuring from that value and not from the
      *> rejected one. The exception is still queued for the operator,
      *> and a breach for a key with no slot yet is written as usual.
      *>
      *> The exception's partner source id and feed date ride onto
      *> the queue entry and the journal entry. An EXCPFILE line from
      *> before the exception carried them reads with spaces there;
      *> it is queued with spaces and zeros rather than a garbage
      *> date. A new entry goes on unassigned; WSNQASGN hands it to
      *> an operator, or the first operator to reach it in the
      *> WSNMAINT queue mode claims it.
identification division.
program-id. WSNQUEUE.

data division.
file section.
fd  EXCP-FILE.
01  FD-EXCP-RECORD PIC X(61).

fd  QUEUE-FILE.
copy WSQUEREC.
    read EXCP-FILE into WSEXCP-RECORD
        at end
            move 'Y' to WS-EOF-SWITCH
        not at end
            if WSEXCP-FEED-DATE not numeric
                move zeros to WSEXCP-FEED-DATE
            end-if
    end-read.

0300-LOAD-ONE-EXCEPTION.
0400-POST-TO-MAINT-FILE.
    move WSEXCP-KEY to WS-REL-KEY
    perform 0420-READ-BEFORE-IMAGE
    if WS-JRN-BEFORE-FLAG = 'Y' and WSEXCP-REASON(1:5) = 'RULE '
        continue
    else
        perform 0440-WRITE-MAINT-SLOT
    end-if.

0420-READ-BEFORE-IMAGE.
    move 'N' to WS-JRN-BEFORE-FLAG
    move spaces to WS-BEFORE-IMAGE
    read MAINT-FILE
        invalid key
            continue
        not invalid key
            move 'Y' to WS-JRN-BEFORE-FLAG
            move WS-MAINT-RECORD to WS-BEFORE-IMAGE
    end-read.

0440-WRITE-MAINT-SLOT.
    move WSEXCP-KEY to WS-MAINT-KEY
    move WSEXCP-NUMBER to WS-MAINT-NUMBER
    move WSEXCP-NUMBER-X to WS-MAINT-NUMBER-X
        end-write
    end-if
    move WS-MAINT-RECORD to WS-AFTER-IMAGE
    call 'WSNMJRNL-SRC' using WS-JRN-ACTION-CODE,
        WS-JRN-BEFORE-FLAG, WS-BEFORE-IMAGE, WS-AFTER-IMAGE,
        WS-CALLER-ID, WS-JRN-OPERATOR, WSEXCP-SOURCE-ID,
        WSEXCP-FEED-DATE.

0500-APPEND-QUEUE-ENTRY.
    move WSEXCP-KEY to WS-QUEUE-KEY
    move WSEXCP-REASON to WS-QUEUE-REASON
    move function current-date to WS-QUEUE-ENTERED-TS
    move 'N' to WS-QUEUE-WORKED-FLAG
    move WSEXCP-SOURCE-ID to WS-QUEUE-SOURCE-ID
    move WSEXCP-FEED-DATE to WS-QUEUE-FEED-DATE
    move spaces to WS-QUEUE-ASSIGNED-TO
    move spaces to WS-QUEUE-ASSIGNED-TS
    move spaces to WS-QUEUE-WORKED-BY
    move spaces to WS-QUEUE-WORKED-TS
    write WS-QUEUE-RECORD
    if WS-QUEUE-KEY > zeros
        move 'Y' to WS-KEY-QUEUED-FLAG(WS-QUEUE-KEY)
