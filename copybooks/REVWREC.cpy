*> REVWREC.cpy - shared over-limit review record: a transaction the
*> front-end edit held back because its amount is over the control
*> code's limit, kept exactly as the sender sent it together with
*> the sender's feed id and the cycle date it arrived on, so a
*> supervisor can approve it back into the cycle or decline it
*> without anybody re-keying it. The same layout carries the
*> standing review queue, the approved items waiting for the next
*> edit run, and an approved item the edit could not release (back
*> on the queue with the reason saying why). A transaction that
*> exactly matches one the edit already released inside its
*> duplicate window (a resent block) is queued the same way, so a
*> genuine repeat can be approved back in and a real duplicate
*> declined.
01  REVIEW-RECORD.
    05  RVW-FEED-ID                PIC X(8).
    05  RVW-CYCLE-DATE             PIC X(8).
    05  RVW-TRANS.
        10  RVW-KEY                PIC X(6).
        10  RVW-CONTROL            PIC X(4).
        10  RVW-AMOUNT             PIC S9(7)V99.
        10  RVW-AMOUNT-X REDEFINES RVW-AMOUNT
                                   PIC X(9).
        10  RVW-TYPE               PIC X.
        10  RVW-ORIG-DATE          PIC X(8).
        10  FILLER                 PIC X(50).
    05  RVW-REASON                 PIC X(2).
        88  RVW-OVER-LIMIT         VALUE 'OL'.
        88  RVW-RELEASE-FAILED     VALUE 'RF'.
        88  RVW-DUP-SUSPECT        VALUE 'DS'.
    05  FILLER                     PIC X(4).
