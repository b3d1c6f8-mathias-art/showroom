*> balance movement the posting step applied to the master - the
*> employee, control code, signed amount and cycle date, with the
*> type telling an original posting ('P') from a reversal ('R',
*> which also carries the original posting's cycle date) and from
*> a balance transfer between two IDs ('T', one entry out of the
*> old ID and one into the new, written by the ID merge). The
*> journal is how a reversal proves its original was really posted
*> and not already backed out, it is the auditors' quarterly
*> adjustments trail, and its before/after balance images are what
*> the backout program restores after a failed posting run.
*>
*> The journal is a keyed file: employee, control code and cycle
*> date lead the key, so a reversal reads its original directly
*> instead of scanning the whole journal, and a sequence number
*> keeps two postings of the same code on the same day apart. The
*> cycle date is also an alternate key (duplicates allowed, read
*> back in the order written) for the programs that work one cycle
*> at a time - the backout and the retention archive.
*>
*> CUTOVER: the record kept its 80 bytes but the fields moved to
*> put the key first - the flat journal is converted once with
*> JRNCONV (see jcl/JRNCONV.jcl) before the keyed file goes live.
01  JOURNAL-RECORD.
    05  JRN-KEY.
        10  JRN-ID                 PIC X(6).
        10  JRN-CONTROL            PIC X(4).
        10  JRN-CYCLE-DATE         PIC X(8).
        10  JRN-SEQ                PIC 9(4).
    05  JRN-AMOUNT                 PIC S9(7)V99.
    05  JRN-TYPE                   PIC X.
        88  JRN-POSTING            VALUE 'P'.
        88  JRN-REVERSAL           VALUE 'R'.
        88  JRN-TRANSFER           VALUE 'T'.
*> a reversal names its original by cycle date and sequence number,
*> so the backout can put the original's reversed flag back
    05  JRN-ORIG-DATE              PIC X(8).
    05  JRN-ORIG-SEQ               PIC 9(4).
    05  JRN-BEFORE-BAL             PIC S9(7)V9(4).
    05  JRN-AFTER-BAL              PIC S9(7)V9(4).
*> which program applied the movement - the backout restores only
    05  JRN-SOURCE                 PIC X(8).
        88  JRN-FROM-POSTTRN       VALUE 'POSTTRN' ' '.
        88  JRN-FROM-SUSPWB        VALUE 'SUSPWB'.
        88  JRN-FROM-EMPMERGE      VALUE 'EMPMERGE'.
*> set on an original posting once a reversal has been applied
*> against it - a second arrival of the same correction is refused,
*> and the flag travels with the entry into the history archive
    05  JRN-REVERSED-SW            PIC X.
        88  JRN-IS-REVERSED        VALUE 'Y'.
        88  JRN-NOT-REVERSED       VALUE 'N' ' '.
*> set on a workbench entry once a general-ledger cut has booked it,
*> so a re-drive run after the day's cut is booked by the next cut
*> and no cut books it twice
    05  JRN-GL-BOOKED-SW           PIC X.
        88  JRN-GL-BOOKED          VALUE 'Y'.
        88  JRN-GL-NOT-BOOKED      VALUE 'N' ' '.
    05  FILLER                     PIC X(4).
