*> EDITHIST.cpy - shared front-end edit history record: one entry per
*> transaction the edit released to TRANSFIL, kept for a rolling
*> window of business days so a block a sender resends under a new
*> header can be caught before it posts twice. The match fields -
*> feed id, key, control code, amount exactly as sent, type - lead
*> the key, so an incoming record reads its earlier copies directly;
*> the cycle date and a sequence number keep two identical items
*> released on the same cycle apart. The cycle date is also an
*> alternate key (duplicates allowed) so the edit can drop the
*> entries that have aged out of the window, and the cycle's own
*> entries before a rerun writes them again.
01  EDIT-HIST-RECORD.
    05  EDH-KEY.
        10  EDH-MATCH.
            15  EDH-FEED-ID        PIC X(8).
            15  EDH-TRAN-KEY       PIC X(6).
            15  EDH-CONTROL        PIC X(4).
            15  EDH-AMOUNT         PIC X(9).
            15  EDH-TYPE           PIC X.
        10  EDH-CYCLE-DATE         PIC X(8).
        10  EDH-SEQ                PIC 9(4).
*> how the item reached TRANSFIL: with its feed, with its feed on
*> a repeat-release override, or from the review queue
    05  EDH-SOURCE                 PIC X.
        88  EDH-FROM-FEED          VALUE 'F'.
        88  EDH-FROM-OVERRIDE      VALUE 'O'.
        88  EDH-FROM-REVIEW        VALUE 'R'.
    05  FILLER                     PIC X(9).
