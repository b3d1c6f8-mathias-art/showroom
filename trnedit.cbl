*> record is validated as before (TR-KEY format and check digit,
*> TR-AMOUNT numeric, TR-CONTROL against the maintained CTLCODE
*> reference file - existence, active window for the cycle date,
*> allowed sign, and the per-code amount limit that holds oversized
*> items back from posting), and
*> each feed is balanced against its own trailer independently:
*> clean records are held until the trailer proves the block, and
*> every accepted feed is then released to the single combined
*> us - without killing the other feeds. Return code 0 means every
*> feed balanced, 4 means at least one feed was rejected but the
*> rest released, 16 means nothing usable arrived.
*> An over-limit item is not a reject: it is held with its feed and,
*> when the feed balances, appended to the standing REVIEWQ queue
*> (feed id, cycle date, the record exactly as sent) for the
*> supervisor's review run (REVIEWQ program) to approve or decline.
*> An item already standing on the queue - same feed, cycle date,
*> key, control code and amount, as a top-of-job resubmit of the
*> cycle would queue it again - is listed and not queued twice.
*> Items the supervisor approved arrive back on REVREL and go into
*> this cycle's TRANSFIL with the amount limit waived - every other
*> edit still applies, and one that now fails goes back on the
*> queue marked release-failed. They sit outside every feed, so
*> they never touch a sender's trailer balance, and the totals
*> show them apart from the feed releases.
*> Every released record is kept on the EDITHIST history for a
*> rolling window of business days (CALFIL calendar). A clean record
*> that exactly matches one already released in that window - same
*> feed id, key, control code, amount and type - is a duplicate
*> suspect: it is listed and queued for review instead of going to
*> TRANSFIL. When the suspects reach the EDITCTL percentage of a
*> feed's data records the sender has resent a block, and the whole
*> feed is held: nothing of it is released, and the run ends with
*> return code 8, which stops the cycle for a decision. An EDITCTL
*> override card for the feed and cycle date releases the block as
*> a legitimate repeat on the rerun. While the run is held neither
*> the review queue nor the history is updated, so the rerun starts
*> clean.
*> Every feed decision, and the run's own outcome and return code,
*> is appended to the FEEDLOG edit log for the morning operations
*> summary. The log is a record of the run, not part of it - a log
*> that cannot be written is warned about and the edit carries on.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-CLEAN-STATUS.

    SELECT REVIEW-FILE ASSIGN TO REVIEWQ
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-REVIEW-STATUS.

    SELECT REVREL-FILE ASSIGN TO REVREL
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-REVREL-STATUS.

    SELECT ECTL-FILE ASSIGN TO EDITCTL
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-ECTL-STATUS.

    SELECT CAL-FILE ASSIGN TO CALFIL
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CAL-STATUS.

    SELECT HIST-FILE ASSIGN TO EDITHIST
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS EDH-KEY
        ALTERNATE RECORD KEY IS EDH-CYCLE-DATE WITH DUPLICATES
        FILE STATUS IS WS-HIST-STATUS.

    SELECT CODE-FILE ASSIGN TO CTLCODE
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS CC-CODE
        FILE STATUS IS WS-CODE-STATUS.

    SELECT FEEDLOG-FILE ASSIGN TO FEEDLOG
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-FEEDLOG-STATUS.

DATA DIVISION.
FILE SECTION.
FD  RAW-FILE.
FD  CLEAN-FILE.
01  CLEAN-RECORD                    PIC X(78).

FD  REVIEW-FILE.
    COPY REVWREC.

*> approved review items carry the review record as is
FD  REVREL-FILE.
01  REVREL-RECORD                   PIC X(100).

*> EDITCTL cards: 'P' sets the duplicate window in business days
*> (columns 2-3, default 5) and the percentage of a feed's data
*> records that holds the feed (columns 4-6, default 50); 'O'
*> releases the named feed's duplicate suspects as a legitimate
*> repeat on the named cycle date only, signed by the authorizer
FD  ECTL-FILE.
01  ECTL-RECORD.
    05  ECTL-CARD-TYPE              PIC X.
        88  ECTL-PARAMETERS         VALUE 'P'.
        88  ECTL-OVERRIDE           VALUE 'O'.
    05  ECTL-DATA                   PIC X(79).
    05  ECTL-PARM-DATA REDEFINES ECTL-DATA.
        10  ECTL-WINDOW-DAYS        PIC X(2).
        10  ECTL-DUP-PERCENT        PIC X(3).
        10  FILLER                  PIC X(74).
    05  ECTL-OVRD-DATA REDEFINES ECTL-DATA.
        10  ECTL-OVRD-FEED-ID       PIC X(8).
        10  ECTL-OVRD-CYCLE-DATE    PIC X(8).
        10  ECTL-OVRD-AUTHORIZER    PIC X(8).
        10  FILLER                  PIC X(55).

FD  CAL-FILE.
01  CAL-RECORD.
    05  CAL-DATE                    PIC X(8).
    05  CAL-TYPE                    PIC X.
        88  CAL-BUSINESS-DAY        VALUE 'B'.
    05  FILLER                      PIC X(71).

FD  HIST-FILE.
    COPY EDITHIST.

FD  CODE-FILE.
    COPY CTLCODE.

FD  FEEDLOG-FILE.
    COPY FEEDLOG.

WORKING-STORAGE SECTION.
01  WS-RAW-STATUS                   PIC XX VALUE '00'.
01  WS-CLEAN-STATUS                 PIC XX VALUE '00'.
01  WS-CODE-STATUS                  PIC XX VALUE '00'.
01  WS-REVIEW-STATUS                PIC XX VALUE '00'.
01  WS-REVREL-STATUS                PIC XX VALUE '00'.
01  WS-ECTL-STATUS                  PIC XX VALUE '00'.
01  WS-CAL-STATUS                   PIC XX VALUE '00'.
01  WS-HIST-STATUS                  PIC XX VALUE '00'.
01  WS-FEEDLOG-STATUS               PIC XX VALUE '00'.
01  WS-CYCLE-DATE                   PIC X(8).
01  WS-RUN-STAMP                    PIC X(14).

01  WS-RAW-EOF-SW                   PIC X VALUE 'N'.
    88  END-OF-RAW                  VALUE 'Y'.
    88  STRAY-RECORDS-SEEN          VALUE 'Y'.
01  WS-REC-VALID-SW                 PIC X VALUE 'Y'.
    88  RECORD-IS-VALID             VALUE 'Y'.
01  WS-FOR-REVIEW-SW                PIC X VALUE 'N'.
    88  RECORD-FOR-REVIEW           VALUE 'Y'.
01  WS-LIMIT-WAIVED-SW              PIC X VALUE 'N'.
    88  LIMIT-WAIVED                VALUE 'Y'.
01  WS-REVREL-EOF-SW                PIC X VALUE 'N'.
    88  END-OF-REVREL               VALUE 'Y'.
01  WS-REVIEW-EOF-SW                PIC X VALUE 'N'.
    88  END-OF-REVIEW               VALUE 'Y'.
01  WS-DUP-SUSPECT-SW               PIC X VALUE 'N'.
    88  RECORD-DUP-SUSPECT          VALUE 'Y'.
01  WS-FEED-OVERRIDE-SW             PIC X VALUE 'N'.
    88  FEED-OVERRIDDEN             VALUE 'Y'.
01  WS-ECTL-EOF-SW                  PIC X VALUE 'N'.
    88  END-OF-ECTL                 VALUE 'Y'.
01  WS-CAL-EOF-SW                   PIC X VALUE 'N'.
    88  END-OF-CAL                  VALUE 'Y'.
01  WS-HIST-EOF-SW                  PIC X VALUE 'N'.
    88  END-OF-HIST                 VALUE 'Y'.
01  WS-HIST-DONE-SW                 PIC X VALUE 'N'.
    88  HIST-SCAN-DONE              VALUE 'Y'.
01  WS-FEEDLOG-OPEN-SW              PIC X VALUE 'N'.
    88  FEEDLOG-IS-OPEN             VALUE 'Y'.
01  WS-REJECT-REASON                PIC X(44) VALUE SPACES.
01  WS-FEED-FAIL-REASON             PIC X(44) VALUE SPACES.

01  WS-FEED-READ                    PIC 9(6) VALUE 0.
01  WS-FEED-CLEAN                   PIC 9(6) VALUE 0.
01  WS-FEED-REJECTS                 PIC 9(6) VALUE 0.
01  WS-FEED-REVIEWS                 PIC 9(6) VALUE 0.
01  WS-FEED-DUPS                    PIC 9(6) VALUE 0.
01  WS-FEED-DUP-AMOUNT              PIC S9(11)V99 VALUE 0.
01  WS-FEED-AUTHORIZER              PIC X(8) VALUE SPACES.
01  WS-FEED-INPUT-AMOUNT            PIC S9(11)V99 VALUE 0.
01  WS-FEED-CLEAN-AMOUNT            PIC S9(11)V99 VALUE 0.
01  WS-TRAILER-COUNT                PIC 9(6) VALUE 0.
01  WS-HOLD-MAX                     PIC 9(4) VALUE 2000.
01  WS-HOLD-COUNT                   PIC 9(4) VALUE 0.
01  WS-HOLD-TABLE.
    05  WS-HOLD-ENTRY OCCURS 2000 TIMES.
        10  WS-HOLD-REC             PIC X(78).
        10  WS-HOLD-DUP-SW          PIC X.
01  WS-HOLD-SUB                     PIC 9(4).

*> over-limit items are held with their feed the same way and only
*> go on the review queue once the trailer proves the block - a
*> rejected feed is resent whole, review items and all
01  WS-RVHOLD-MAX                   PIC 9(3) VALUE 200.
01  WS-RVHOLD-COUNT                 PIC 9(3) VALUE 0.
01  WS-RVHOLD-TABLE.
    05  WS-RVHOLD-REC               PIC X(78) OCCURS 200 TIMES.
01  WS-RVHOLD-SUB                   PIC 9(3).

*> review-queue items from every released feed, and approved items
*> that failed their release, wait here until end of run - a run
*> held for a duplicate decision is rerun, and must not have queued
*> anything the rerun queues again
01  WS-RVQ-MAX                      PIC 9(4) VALUE 1000.
01  WS-RVQ-COUNT                    PIC 9(4) VALUE 0.
01  WS-RVQ-TABLE.
    05  WS-RVQ-REC                  PIC X(100) OCCURS 1000 TIMES.
01  WS-RVQ-SUB                      PIC 9(4).

*> the items already standing on the queue when the run started -
*> each can stand in for one item this run would queue again, so
*> two genuinely identical items in one feed are both still queued
01  WS-RVSTD-MAX                    PIC 9(4) VALUE 2000.
01  WS-RVSTD-COUNT                  PIC 9(4) VALUE 0.
01  WS-RVSTD-TABLE.
    05  WS-RVSTD-ENTRY OCCURS 2000 TIMES.
        10  WS-RVSTD-FEED-ID        PIC X(8).
        10  WS-RVSTD-CYCLE-DATE     PIC X(8).
        10  WS-RVSTD-KEY            PIC X(6).
        10  WS-RVSTD-CONTROL        PIC X(4).
        10  WS-RVSTD-AMOUNT         PIC X(9).
        10  WS-RVSTD-USED-SW        PIC X.
01  WS-RVSTD-SUB                    PIC 9(4).
01  WS-RVSTD-FOUND                  PIC 9(4).
01  WS-RVSTD-FULL-SW                PIC X VALUE 'N'.
    88  RVSTD-TABLE-FULL            VALUE 'Y'.

*> accepted feeds are staged here until end of run, then written
*> grouped by control code across feeds (TR-CONTROL is bytes 7-10
*> of the record) in first-appearance order - grouped is all the
    05  WS-ACC-ENTRY OCCURS 6000 TIMES.
        10  WS-ACC-REC              PIC X(78).
        10  WS-ACC-DONE-SW          PIC X.
        10  WS-ACC-FEED-ID          PIC X(8).
        10  WS-ACC-SOURCE           PIC X.
01  WS-ACC-SUB                      PIC 9(4).
01  WS-ACC-SCAN                     PIC 9(4).
01  WS-GROUP-CONTROL                PIC X(4).
01  WS-REJECT-COUNT                 PIC 9(6) VALUE 0.
01  WS-RELEASED-AMOUNT              PIC S9(11)V99 VALUE 0.
01  WS-REVERSALS-SEEN               PIC 9(6) VALUE 0.
01  WS-FEEDS-DUPHELD                PIC 9(3) VALUE 0.
01  WS-FEEDS-OVERRIDDEN             PIC 9(3) VALUE 0.
01  WS-DUP-SUSPECTS                 PIC 9(6) VALUE 0.
01  WS-DUP-QUEUED                   PIC 9(6) VALUE 0.
01  WS-ALREADY-QUEUED               PIC 9(6) VALUE 0.
01  WS-HIST-WRITTEN                 PIC 9(6) VALUE 0.
01  WS-HIST-PURGED                  PIC 9(6) VALUE 0.

*> duplicate window: the history is matched back to the oldest of
*> the last WS-WINDOW-DAYS business days before the cycle date
01  WS-WINDOW-DAYS                  PIC 9(2) VALUE 5.
01  WS-DUP-PERCENT                  PIC 9(3) VALUE 50.
01  WS-WINDOW-START                 PIC X(8) VALUE SPACES.
01  WS-WIN-COUNT                    PIC 9(2) VALUE 0.
01  WS-WIN-TABLE.
    05  WS-WIN-DATE                 PIC X(8) OCCURS 100 TIMES.
01  WS-WIN-SUB                      PIC 9(3).
01  WS-WIN-POS                      PIC 9(3).
01  WS-TODAY-INT                    PIC 9(7).
01  WS-WINDOW-NUM                   PIC 9(8).
01  WS-MATCH-KEY                    PIC X(28).
01  WS-MATCH-DATE                   PIC X(8).

*> repeat-release overrides for this cycle from EDITCTL
01  WS-OVRD-MAX                     PIC 9(2) VALUE 20.
01  WS-OVRD-COUNT                   PIC 9(2) VALUE 0.
01  WS-OVRD-TABLE.
    05  WS-OVRD-ENTRY OCCURS 20 TIMES.
        10  WS-OVRD-FEED-ID         PIC X(8).
        10  WS-OVRD-AUTHORIZER      PIC X(8).
01  WS-OVRD-SUB                     PIC 9(2).

*> per-code posting rules come from the maintained CTLCODE
*> reference file now - turning on a new sender's code is a card
    88  CONTROL-CODE-FOUND          VALUE 'Y'.
01  WS-ABS-AMOUNT                   PIC 9(7)V99.
01  WS-REVIEW-COUNT                 PIC 9(6) VALUE 0.
01  WS-REVIEW-AMOUNT                PIC S9(11)V99 VALUE 0.

*> supervisor-approved items released from REVREL this run
01  WS-RVREL-READ                   PIC 9(6) VALUE 0.
01  WS-RVREL-COUNT                  PIC 9(6) VALUE 0.
01  WS-RVREL-AMOUNT                 PIC S9(11)V99 VALUE 0.
01  WS-RVREL-FAILED                 PIC 9(6) VALUE 0.
01  WS-TRANSFIL-COUNT               PIC 9(6) VALUE 0.
01  WS-TRANSFIL-AMOUNT              PIC S9(11)V99 VALUE 0.

*> RAW-KEY edit: 2 alpha + 3 numeric + 1 check digit (mod 10 of the
*> numeric part), the same rule the employee IDs carry
A-PARA.
    PERFORM OPEN-FILES-PARA.
    PERFORM PRINT-HEADING-PARA.
    PERFORM READ-ECTL-PARA.
    PERFORM SET-WINDOW-PARA.
    PERFORM PURGE-HISTORY-PARA.
    PERFORM READ-RAW-PARA.
    PERFORM EDIT-RECORD-PARA UNTIL END-OF-RAW.
    IF FEED-OPEN
        MOVE 'NO TRAILER RECORD FOR THE FEED' TO WS-FEED-FAIL-REASON
        PERFORM REJECT-FEED-PARA
    END-IF
    IF WS-FEEDS-ACCEPTED > 0
        PERFORM RELEASE-REVIEWED-PARA
    ELSE
        *> the cycle is not going ahead - approved items stay on
        *> REVREL for the run that does
        DISPLAY ' '
        DISPLAY 'REVIEW RELEASES HELD - NO FEED RELEASED'
    END-IF
    PERFORM RELEASE-RUN-PARA.
    IF WS-FEEDS-DUPHELD = 0
        MOVE 1 TO WS-RVQ-SUB
        PERFORM WRITE-REVIEW-QUEUE-PARA UNTIL WS-RVQ-SUB > WS-RVQ-COUNT
    ELSE
        DISPLAY ' '
        DISPLAY 'REVIEW QUEUE AND EDIT HISTORY NOT UPDATED - '
            'RUN HELD FOR A DUPLICATE DECISION'
    END-IF
    PERFORM PRINT-RUN-TOTALS-PARA.
    CLOSE RAW-FILE.
    CLOSE CLEAN-FILE.
    CLOSE CODE-FILE.
    CLOSE REVIEW-FILE.
    CLOSE HIST-FILE.
    EVALUATE TRUE
        WHEN RETURN-CODE = 16
            CONTINUE
        WHEN WS-FEEDS-DUPHELD > 0
            *> a resent block waits for a decision - the cycle stops
            MOVE 8 TO RETURN-CODE
        WHEN WS-FEEDS-ACCEPTED = 0
            MOVE 16 TO RETURN-CODE
        WHEN OTHER
            CONTINUE
    END-EVALUATE
    IF RETURN-CODE = 0
        *> a hard error already raised by a failed TRANSFIL write
        *> must not be downgraded to the partial-release code
        IF WS-FEEDS-REJECTED > 0 OR STRAY-RECORDS-SEEN
            MOVE 4 TO RETURN-CODE
        END-IF
    END-IF
    PERFORM LOG-RUN-PARA.
    STOP RUN.

OPEN-FILES-PARA.
        CLOSE CLEAN-FILE
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    *> the review queue is a standing file the review run works,
    *> not a nightly scratch file - append to it; without it an
    *> over-limit item would have nowhere to go but lost. What is
    *> already on it is noted first, so a resubmitted cycle does
    *> not queue the same items twice
    PERFORM LOAD-STANDING-REVIEW-PARA.
    OPEN EXTEND REVIEW-FILE.
    IF WS-REVIEW-STATUS NOT = '00'
        OPEN OUTPUT REVIEW-FILE
    END-IF
    IF WS-REVIEW-STATUS NOT = '00'
        DISPLAY 'ERROR - REVIEWQ OPEN FAILED, STATUS: '
            WS-REVIEW-STATUS
        CLOSE RAW-FILE
        CLOSE CLEAN-FILE
        CLOSE CODE-FILE
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    OPEN I-O HIST-FILE.
    IF WS-HIST-STATUS NOT = '00'
        *> without the history a resent block cannot be caught -
        *> nothing may be released
        DISPLAY 'ERROR - EDITHIST OPEN FAILED, STATUS: '
            WS-HIST-STATUS
        CLOSE RAW-FILE
        CLOSE CLEAN-FILE
        CLOSE CODE-FILE
        CLOSE REVIEW-FILE
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    *> the edit log is a standing file the morning summary reads -
    *> append to it
    MOVE FUNCTION CURRENT-DATE(1:14) TO WS-RUN-STAMP.
    OPEN EXTEND FEEDLOG-FILE.
    IF WS-FEEDLOG-STATUS NOT = '00'
        OPEN OUTPUT FEEDLOG-FILE
    END-IF
    IF WS-FEEDLOG-STATUS = '00'
        SET FEEDLOG-IS-OPEN TO TRUE
    ELSE
        DISPLAY 'WARNING - FEEDLOG OPEN FAILED, STATUS: '
            WS-FEEDLOG-STATUS ' - FEED DECISIONS NOT LOGGED'
    END-IF.

LOAD-STANDING-REVIEW-PARA.
    *> no queue yet is an empty one
    OPEN INPUT REVIEW-FILE.
    IF WS-REVIEW-STATUS = '00'
        PERFORM READ-REVIEW-PARA
        PERFORM LOAD-STANDING-ONE-PARA UNTIL END-OF-REVIEW
        CLOSE REVIEW-FILE
    END-IF
    IF RVSTD-TABLE-FULL
        DISPLAY 'WARNING - STANDING REVIEW TABLE FULL AT '
            WS-RVSTD-MAX ' - LATER ITEMS NOT CHECKED FOR REQUEUE'
    END-IF.

READ-REVIEW-PARA.
    READ REVIEW-FILE
        AT END SET END-OF-REVIEW TO TRUE
    END-READ.

LOAD-STANDING-ONE-PARA.
    IF WS-RVSTD-COUNT < WS-RVSTD-MAX
        ADD 1 TO WS-RVSTD-COUNT
        MOVE RVW-FEED-ID TO WS-RVSTD-FEED-ID(WS-RVSTD-COUNT)
        MOVE RVW-CYCLE-DATE TO WS-RVSTD-CYCLE-DATE(WS-RVSTD-COUNT)
        MOVE RVW-KEY TO WS-RVSTD-KEY(WS-RVSTD-COUNT)
        MOVE RVW-CONTROL TO WS-RVSTD-CONTROL(WS-RVSTD-COUNT)
        MOVE RVW-AMOUNT-X TO WS-RVSTD-AMOUNT(WS-RVSTD-COUNT)
        MOVE 'N' TO WS-RVSTD-USED-SW(WS-RVSTD-COUNT)
    ELSE
        SET RVSTD-TABLE-FULL TO TRUE
    END-IF
    PERFORM READ-REVIEW-PARA.

READ-ECTL-PARA.
    *> no EDITCTL (or a DUMMY one) keeps the defaults and carries
    *> no overrides
    OPEN INPUT ECTL-FILE.
    IF WS-ECTL-STATUS = '00'
        PERFORM READ-ECTL-CARD-PARA
        PERFORM LOAD-ECTL-CARD-PARA UNTIL END-OF-ECTL
        CLOSE ECTL-FILE
    END-IF
    DISPLAY 'DUPLICATE WINDOW (BUSINESS DAYS): ' WS-WINDOW-DAYS
        '  FEED HELD AT ' WS-DUP-PERCENT ' PERCENT SUSPECT'.

READ-ECTL-CARD-PARA.
    READ ECTL-FILE
        AT END SET END-OF-ECTL TO TRUE
    END-READ.

LOAD-ECTL-CARD-PARA.
    EVALUATE TRUE
        WHEN ECTL-PARAMETERS
            IF ECTL-WINDOW-DAYS NUMERIC AND ECTL-WINDOW-DAYS NOT = '00'
                MOVE ECTL-WINDOW-DAYS TO WS-WINDOW-DAYS
            END-IF
            IF ECTL-DUP-PERCENT NUMERIC
                    AND ECTL-DUP-PERCENT NOT = '000'
                    AND ECTL-DUP-PERCENT NOT > '100'
                MOVE ECTL-DUP-PERCENT TO WS-DUP-PERCENT
            END-IF
        WHEN ECTL-OVERRIDE
            *> an override is good for the cycle it names only - one
            *> left in the deck cannot wave tomorrow's resend through
            EVALUATE TRUE
                WHEN ECTL-OVRD-CYCLE-DATE NOT = WS-CYCLE-DATE
                    DISPLAY 'NOTE - OVERRIDE FOR FEED '
                        ECTL-OVRD-FEED-ID ' DATED '
                        ECTL-OVRD-CYCLE-DATE ' IGNORED'
                WHEN ECTL-OVRD-AUTHORIZER = SPACES
                    DISPLAY 'WARNING - OVERRIDE FOR FEED '
                        ECTL-OVRD-FEED-ID ' HAS NO AUTHORIZER - IGNORED'
                WHEN WS-OVRD-COUNT NOT < WS-OVRD-MAX
                    DISPLAY 'WARNING - OVERRIDE TABLE FULL, IGNORED: '
                        ECTL-OVRD-FEED-ID
                WHEN OTHER
                    ADD 1 TO WS-OVRD-COUNT
                    MOVE ECTL-OVRD-FEED-ID
                        TO WS-OVRD-FEED-ID(WS-OVRD-COUNT)
                    MOVE ECTL-OVRD-AUTHORIZER
                        TO WS-OVRD-AUTHORIZER(WS-OVRD-COUNT)
                    DISPLAY 'REPEAT-RELEASE OVERRIDE FOR FEED '
                        ECTL-OVRD-FEED-ID ' BY ' ECTL-OVRD-AUTHORIZER
            END-EVALUATE
        WHEN OTHER
            DISPLAY 'WARNING - UNKNOWN EDITCTL CARD IGNORED: '
                ECTL-RECORD(1:20)
    END-EVALUATE
    PERFORM READ-ECTL-CARD-PARA.

SET-WINDOW-PARA.
    *> the window reaches back WS-WINDOW-DAYS business days on the
    *> calendar the cycle gate runs from; the table keeps the
    *> latest of them, newest first, whatever order the deck is in
    OPEN INPUT CAL-FILE.
    IF WS-CAL-STATUS = '00'
        PERFORM READ-CAL-PARA
        PERFORM CAPTURE-CAL-PARA UNTIL END-OF-CAL
        CLOSE CAL-FILE
    END-IF
    IF WS-WIN-COUNT > 0
        MOVE WS-WIN-DATE(WS-WIN-COUNT) TO WS-WINDOW-START
    ELSE
        *> no calendar to count business days on - fall back to
        *> calendar days so the check still runs
        COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(
            FUNCTION NUMVAL(WS-CYCLE-DATE))
        COMPUTE WS-WINDOW-NUM = FUNCTION DATE-OF-INTEGER(
            WS-TODAY-INT - WS-WINDOW-DAYS)
        MOVE WS-WINDOW-NUM TO WS-WINDOW-START
        DISPLAY 'NOTE - NO BUSINESS DAYS ON CALFIL, WINDOW COUNTED '
            'IN CALENDAR DAYS'
    END-IF
    DISPLAY 'DUPLICATE WINDOW FROM  : ' WS-WINDOW-START.
    DISPLAY ' '.

READ-CAL-PARA.
    READ CAL-FILE
        AT END SET END-OF-CAL TO TRUE
    END-READ.

CAPTURE-CAL-PARA.
    IF CAL-BUSINESS-DAY AND CAL-DATE < WS-CYCLE-DATE
        IF WS-WIN-COUNT < WS-WINDOW-DAYS
                OR CAL-DATE > WS-WIN-DATE(WS-WIN-COUNT)
            PERFORM INSERT-WINDOW-DATE-PARA
        END-IF
    END-IF
    PERFORM READ-CAL-PARA.

INSERT-WINDOW-DATE-PARA.
    *> find the slot (newest first), skip a date already held,
    *> and push the older dates down one - the oldest falls off
    *> once the table holds the whole window
    MOVE 1 TO WS-WIN-POS.
    PERFORM FIND-WINDOW-SLOT-PARA
        UNTIL WS-WIN-POS > WS-WIN-COUNT
            OR WS-WIN-DATE(WS-WIN-POS) NOT > CAL-DATE.
    IF WS-WIN-POS > WS-WIN-COUNT
            OR WS-WIN-DATE(WS-WIN-POS) NOT = CAL-DATE
        IF WS-WIN-COUNT < WS-WINDOW-DAYS
            ADD 1 TO WS-WIN-COUNT
        END-IF
        MOVE WS-WIN-COUNT TO WS-WIN-SUB
        PERFORM SHIFT-WINDOW-DATE-PARA UNTIL WS-WIN-SUB NOT > WS-WIN-POS
        MOVE CAL-DATE TO WS-WIN-DATE(WS-WIN-POS)
    END-IF.

FIND-WINDOW-SLOT-PARA.
    ADD 1 TO WS-WIN-POS.

SHIFT-WINDOW-DATE-PARA.
    MOVE WS-WIN-DATE(WS-WIN-SUB - 1) TO WS-WIN-DATE(WS-WIN-SUB).
    SUBTRACT 1 FROM WS-WIN-SUB.

PURGE-HISTORY-PARA.
    *> drop what has aged out of the window, and this cycle's own
    *> entries - a rerun of the edit writes them again, and must
    *> not find itself in the history
    MOVE LOW-VALUES TO EDH-CYCLE-DATE.
    PERFORM START-HISTORY-DATE-PARA.
    PERFORM PURGE-AGED-PARA UNTIL END-OF-HIST.
    MOVE WS-CYCLE-DATE TO EDH-CYCLE-DATE.
    PERFORM START-HISTORY-DATE-PARA.
    PERFORM PURGE-CYCLE-PARA UNTIL END-OF-HIST.
    IF WS-HIST-PURGED > 0
        DISPLAY 'EDIT HISTORY ENTRIES DROPPED: ' WS-HIST-PURGED
        DISPLAY ' '
    END-IF.

START-HISTORY-DATE-PARA.
    MOVE 'N' TO WS-HIST-EOF-SW.
    START HIST-FILE KEY IS NOT LESS THAN EDH-CYCLE-DATE
        INVALID KEY SET END-OF-HIST TO TRUE
    END-START.
    IF NOT END-OF-HIST
        PERFORM READ-HISTORY-NEXT-PARA
    END-IF.

READ-HISTORY-NEXT-PARA.
    READ HIST-FILE NEXT RECORD
        AT END SET END-OF-HIST TO TRUE
    END-READ.

PURGE-AGED-PARA.
    IF EDH-CYCLE-DATE NOT < WS-WINDOW-START
        SET END-OF-HIST TO TRUE
    ELSE
        PERFORM DELETE-HISTORY-PARA
        PERFORM READ-HISTORY-NEXT-PARA
    END-IF.

PURGE-CYCLE-PARA.
    IF EDH-CYCLE-DATE NOT = WS-CYCLE-DATE
        SET END-OF-HIST TO TRUE
    ELSE
        PERFORM DELETE-HISTORY-PARA
        PERFORM READ-HISTORY-NEXT-PARA
    END-IF.

DELETE-HISTORY-PARA.
    DELETE HIST-FILE RECORD
        INVALID KEY
            DISPLAY 'WARNING - EDIT HISTORY ENTRY NOT DROPPED: '
                EDH-FEED-ID ' ' EDH-TRAN-KEY ' ' EDH-CYCLE-DATE
                ' STATUS: ' WS-HIST-STATUS
        NOT INVALID KEY
            ADD 1 TO WS-HIST-PURGED
    END-DELETE.

READ-RAW-PARA.
    READ RAW-FILE
        AT END SET END-OF-RAW TO TRUE
    MOVE 0 TO WS-FEED-READ.
    MOVE 0 TO WS-FEED-CLEAN.
    MOVE 0 TO WS-FEED-REJECTS.
    MOVE 0 TO WS-FEED-REVIEWS.
    MOVE 0 TO WS-FEED-DUPS.
    MOVE 0 TO WS-FEED-DUP-AMOUNT.
    MOVE 0 TO WS-FEED-INPUT-AMOUNT.
    MOVE 0 TO WS-FEED-CLEAN-AMOUNT.
    MOVE 0 TO WS-HOLD-COUNT.
    MOVE 0 TO WS-RVHOLD-COUNT.
    ADD 1 TO WS-FEEDS-SEEN.
    DISPLAY ' '.
    DISPLAY 'FEED ' WS-CURR-FEED-ID ' - EDITING'.
            ADD RAW-AMOUNT TO WS-FEED-INPUT-AMOUNT
        END-IF
        PERFORM VALIDATE-RECORD-PARA
        EVALUATE TRUE
            WHEN RECORD-IS-VALID
                PERFORM CHECK-DUPLICATE-PARA
                PERFORM HOLD-CLEAN-PARA
            WHEN RECORD-FOR-REVIEW
                PERFORM HOLD-REVIEW-PARA
            WHEN OTHER
                PERFORM REJECT-RECORD-PARA
        END-EVALUATE
    END-IF.

CHECK-DUPLICATE-PARA.
    *> an earlier copy of the record inside the window - the
    *> match fields lead the history key, so the first entry at or
    *> after the window start either is one or there is none
    MOVE 'N' TO WS-DUP-SUSPECT-SW.
    MOVE WS-CURR-FEED-ID TO EDH-FEED-ID.
    MOVE RAW-KEY TO EDH-TRAN-KEY.
    MOVE RAW-CONTROL TO EDH-CONTROL.
    MOVE RAW-AMOUNT-X TO EDH-AMOUNT.
    MOVE RAW-TYPE TO EDH-TYPE.
    MOVE EDH-MATCH TO WS-MATCH-KEY.
    MOVE WS-WINDOW-START TO EDH-CYCLE-DATE.
    MOVE 0 TO EDH-SEQ.
    START HIST-FILE KEY IS NOT LESS THAN EDH-KEY
        INVALID KEY CONTINUE
        NOT INVALID KEY
            READ HIST-FILE NEXT RECORD
                AT END CONTINUE
                NOT AT END
                    IF EDH-MATCH = WS-MATCH-KEY
                            AND EDH-CYCLE-DATE < WS-CYCLE-DATE
                        MOVE 'Y' TO WS-DUP-SUSPECT-SW
                        MOVE EDH-CYCLE-DATE TO WS-MATCH-DATE
                    END-IF
            END-READ
    END-START.

HOLD-CLEAN-PARA.
    IF WS-HOLD-COUNT < WS-HOLD-MAX
        ADD 1 TO WS-HOLD-COUNT
        MOVE RAW-RECORD TO WS-HOLD-REC(WS-HOLD-COUNT)
        MOVE WS-DUP-SUSPECT-SW TO WS-HOLD-DUP-SW(WS-HOLD-COUNT)
        IF RECORD-DUP-SUSPECT
            ADD 1 TO WS-FEED-DUPS
            ADD RAW-AMOUNT TO WS-FEED-DUP-AMOUNT
            DISPLAY '  DUPLICATE ' RAW-KEY ' ' RAW-CONTROL ' '
                RAW-AMOUNT-X '  SAME AS RELEASED ' WS-MATCH-DATE
        ELSE
            ADD 1 TO WS-FEED-CLEAN
            ADD RAW-AMOUNT TO WS-FEED-CLEAN-AMOUNT
        END-IF
    ELSE
        *> more records than the hold table carries - the feed
        *> cannot be released intact, so it fails as a whole
        MOVE 'FEED LARGER THAN THE HOLD TABLE' TO WS-FEED-FAIL-REASON
    END-IF.

HOLD-REVIEW-PARA.
    IF WS-RVHOLD-COUNT < WS-RVHOLD-MAX
        ADD 1 TO WS-RVHOLD-COUNT
        MOVE RAW-RECORD TO WS-RVHOLD-REC(WS-RVHOLD-COUNT)
        ADD 1 TO WS-FEED-REVIEWS
        DISPLAY '  REVIEW    ' RAW-KEY ' ' RAW-CONTROL ' '
            RAW-AMOUNT-X '  AMOUNT OVER CODE LIMIT - HELD FOR REVIEW'
    ELSE
        *> more over-limit items than the review hold carries -
        *> dropping one would lose it, so the feed fails as a whole
        SET FEED-FAILED TO TRUE
        MOVE 'TOO MANY ITEMS FOR REVIEW' TO WS-FEED-FAIL-REASON
    END-IF.

CLOSE-FEED-PARA.
    IF NOT FEED-OPEN
        DISPLAY 'ERROR - TRAILER RECORD WITHOUT A FEED HEADER'
        SET STRAY-RECORDS-SEEN TO TRUE
    ELSE
        PERFORM BALANCE-FEED-PARA
        PERFORM FIND-OVERRIDE-PARA
        EVALUATE TRUE
            WHEN FEED-FAILED
                PERFORM REJECT-FEED-PARA
            WHEN WS-FEED-DUPS > 0 AND NOT FEED-OVERRIDDEN
                    AND WS-FEED-DUPS * 100
                        NOT < WS-DUP-PERCENT * WS-FEED-READ
                *> most of the block has been released before - the
                *> sender resent it, or it is a genuine repeat
                PERFORM HOLD-DUP-FEED-PARA
            WHEN OTHER
                PERFORM RELEASE-FEED-PARA
        END-EVALUATE
    END-IF.

FIND-OVERRIDE-PARA.
    MOVE 'N' TO WS-FEED-OVERRIDE-SW.
    MOVE SPACES TO WS-FEED-AUTHORIZER.
    MOVE 1 TO WS-OVRD-SUB.
    PERFORM FIND-OVERRIDE-SCAN-PARA
        UNTIL FEED-OVERRIDDEN OR WS-OVRD-SUB > WS-OVRD-COUNT.

FIND-OVERRIDE-SCAN-PARA.
    IF WS-OVRD-FEED-ID(WS-OVRD-SUB) = WS-CURR-FEED-ID
        SET FEED-OVERRIDDEN TO TRUE
        MOVE WS-OVRD-AUTHORIZER(WS-OVRD-SUB) TO WS-FEED-AUTHORIZER
    ELSE
        ADD 1 TO WS-OVRD-SUB
    END-IF.

HOLD-DUP-FEED-PARA.
    *> nothing of the block is released and nothing is queued -
    *> the rerun either carries an override card for the feed or
    *> has the block taken off RAWTRAN
    ADD 1 TO WS-FEEDS-DUPHELD.
    ADD WS-FEED-DUPS TO WS-DUP-SUSPECTS.
    ADD WS-FEED-REJECTS TO WS-REJECT-COUNT.
    PERFORM PRINT-FEED-SUMMARY-PARA.
    DISPLAY 'FEED ' WS-CURR-FEED-ID ' HELD - ' WS-FEED-DUPS ' OF '
        WS-FEED-READ ' RECORDS ALREADY RELEASED IN THE WINDOW'.
    DISPLAY 'FEED ' WS-CURR-FEED-ID ' - RERUN WITH AN EDITCTL '
        'OVERRIDE TO RELEASE IT AS A REPEAT, OR DROP THE BLOCK'.
    MOVE SPACES TO FEEDLOG-RECORD.
    SET FL-HELD TO TRUE.
    MOVE WS-FEED-INPUT-AMOUNT TO FL-AMOUNT.
    MOVE 'HELD AS A RESENT BLOCK' TO FL-REASON.
    PERFORM LOG-FEED-PARA.
    MOVE 'N' TO WS-FEED-OPEN-SW.
    MOVE 0 TO WS-HOLD-COUNT.
    MOVE 0 TO WS-RVHOLD-COUNT.

BALANCE-FEED-PARA.
    *> a mismatch against the sender's trailer means that feed is
    *> short, padded, or corrupt - that sender's block must not be
        *> release - the feed cannot be released intact
        SET FEED-FAILED TO TRUE
        MOVE 'RUN HOLD TABLE FULL' TO WS-FEED-FAIL-REASON
    END-IF
    IF NOT FEED-FAILED AND WS-RVQ-COUNT + WS-RVHOLD-COUNT
            + WS-FEED-DUPS > WS-RVQ-MAX
        SET FEED-FAILED TO TRUE
        MOVE 'RUN REVIEW TABLE FULL' TO WS-FEED-FAIL-REASON
    END-IF.

RELEASE-FEED-PARA.
    *> end-of-run grouped release
    MOVE 1 TO WS-HOLD-SUB.
    PERFORM STAGE-ONE-PARA UNTIL WS-HOLD-SUB > WS-HOLD-COUNT.
    IF FEED-OVERRIDDEN AND WS-FEED-DUPS > 0
        *> released as a legitimate repeat - the suspects go with
        *> the rest of the block
        ADD 1 TO WS-FEEDS-OVERRIDDEN
        ADD WS-FEED-DUPS TO WS-FEED-CLEAN
        ADD WS-FEED-DUP-AMOUNT TO WS-FEED-CLEAN-AMOUNT
        DISPLAY 'FEED ' WS-CURR-FEED-ID ' RELEASED AS A REPEAT - '
            'OVERRIDE BY ' WS-FEED-AUTHORIZER
    ELSE
        ADD WS-FEED-DUPS TO WS-DUP-SUSPECTS
    END-IF
    ADD 1 TO WS-FEEDS-ACCEPTED.
    ADD WS-FEED-CLEAN TO WS-CLEAN-COUNT.
    ADD WS-FEED-REJECTS TO WS-REJECT-COUNT.
    *> only the clean records reach TRANSFIL, so only their amounts
    *> belong in the released total - with the approved review
    *> releases it ties to LOOP's grand total
    ADD WS-FEED-CLEAN-AMOUNT TO WS-RELEASED-AMOUNT.
    MOVE 1 TO WS-RVHOLD-SUB.
    PERFORM QUEUE-REVIEW-PARA UNTIL WS-RVHOLD-SUB > WS-RVHOLD-COUNT.
    PERFORM PRINT-FEED-SUMMARY-PARA.
    DISPLAY 'FEED ' WS-CURR-FEED-ID ' BALANCED - ACCEPTED'.
    MOVE SPACES TO FEEDLOG-RECORD.
    SET FL-ACCEPTED TO TRUE.
    MOVE WS-FEED-CLEAN-AMOUNT TO FL-AMOUNT.
    IF FEED-OVERRIDDEN AND WS-FEED-DUPS > 0
        MOVE 'RELEASED AS A REPEAT' TO FL-REASON
    END-IF
    PERFORM LOG-FEED-PARA.
    MOVE 'N' TO WS-FEED-OPEN-SW.

QUEUE-REVIEW-PARA.
    *> on the queue exactly as the sender sent it, so an approved
    *> item is released without anybody re-keying it
    MOVE SPACES TO REVIEW-RECORD.
    MOVE WS-CURR-FEED-ID TO RVW-FEED-ID.
    MOVE WS-CYCLE-DATE TO RVW-CYCLE-DATE.
    MOVE WS-RVHOLD-REC(WS-RVHOLD-SUB) TO RVW-TRANS.
    SET RVW-OVER-LIMIT TO TRUE.
    PERFORM STAGE-REVIEW-PARA.
    ADD 1 TO WS-RVHOLD-SUB.

STAGE-REVIEW-PARA.
    PERFORM FIND-STANDING-REVIEW-PARA.
    IF WS-RVSTD-FOUND > 0
        *> queued by an earlier run of this cycle and not yet
        *> decided - the supervisor sees it once
        MOVE 'Y' TO WS-RVSTD-USED-SW(WS-RVSTD-FOUND)
        ADD 1 TO WS-ALREADY-QUEUED
        DISPLAY '  QUEUED    ' RVW-KEY ' ' RVW-CONTROL ' '
            RVW-AMOUNT-X '  ALREADY ON THE REVIEW QUEUE - NOT '
            'QUEUED AGAIN'
    ELSE
        PERFORM STAGE-REVIEW-ADD-PARA
    END-IF.

STAGE-REVIEW-ADD-PARA.
    IF WS-RVQ-COUNT < WS-RVQ-MAX
        ADD 1 TO WS-RVQ-COUNT
        MOVE REVIEW-RECORD TO WS-RVQ-REC(WS-RVQ-COUNT)
    ELSE
        *> only an approved item failing its release can get here
        *> (a feed that would overflow fails whole) - it is still on
        *> REVREL, which is not cleared when the edit fails
        DISPLAY 'ERROR - REVIEW TABLE FULL, ITEM NOT QUEUED: '
            RVW-KEY ' ' RVW-CONTROL ' ' RVW-AMOUNT-X
        MOVE 16 TO RETURN-CODE
    END-IF.

FIND-STANDING-REVIEW-PARA.
    MOVE 0 TO WS-RVSTD-FOUND.
    MOVE 1 TO WS-RVSTD-SUB.
    PERFORM FIND-STANDING-SCAN-PARA
        UNTIL WS-RVSTD-FOUND > 0 OR WS-RVSTD-SUB > WS-RVSTD-COUNT.

FIND-STANDING-SCAN-PARA.
    IF WS-RVSTD-USED-SW(WS-RVSTD-SUB) = 'N'
            AND WS-RVSTD-FEED-ID(WS-RVSTD-SUB) = RVW-FEED-ID
            AND WS-RVSTD-CYCLE-DATE(WS-RVSTD-SUB) = RVW-CYCLE-DATE
            AND WS-RVSTD-KEY(WS-RVSTD-SUB) = RVW-KEY
            AND WS-RVSTD-CONTROL(WS-RVSTD-SUB) = RVW-CONTROL
            AND WS-RVSTD-AMOUNT(WS-RVSTD-SUB) = RVW-AMOUNT-X
        MOVE WS-RVSTD-SUB TO WS-RVSTD-FOUND
    ELSE
        ADD 1 TO WS-RVSTD-SUB
    END-IF.

WRITE-REVIEW-QUEUE-PARA.
    MOVE WS-RVQ-REC(WS-RVQ-SUB) TO REVIEW-RECORD.
    WRITE REVIEW-RECORD.
    IF WS-REVIEW-STATUS NOT = '00'
        DISPLAY 'ERROR - REVIEWQ WRITE FAILED, STATUS: '
            WS-REVIEW-STATUS ' ITEM ' RVW-KEY ' ' RVW-CONTROL ' '
            RVW-AMOUNT-X
        MOVE 16 TO RETURN-CODE
    ELSE
        EVALUATE TRUE
            WHEN RVW-OVER-LIMIT
                ADD 1 TO WS-REVIEW-COUNT
                ADD RVW-AMOUNT TO WS-REVIEW-AMOUNT
            WHEN RVW-DUP-SUSPECT
                ADD 1 TO WS-DUP-QUEUED
            WHEN OTHER
                CONTINUE
        END-EVALUATE
    END-IF
    ADD 1 TO WS-RVQ-SUB.

STAGE-ONE-PARA.
    IF WS-HOLD-DUP-SW(WS-HOLD-SUB) = 'Y' AND NOT FEED-OVERRIDDEN
        *> a duplicate suspect goes to the review queue, where a
        *> genuine repeat can be approved back into the cycle
        MOVE SPACES TO REVIEW-RECORD
        MOVE WS-CURR-FEED-ID TO RVW-FEED-ID
        MOVE WS-CYCLE-DATE TO RVW-CYCLE-DATE
        MOVE WS-HOLD-REC(WS-HOLD-SUB) TO RVW-TRANS
        SET RVW-DUP-SUSPECT TO TRUE
        PERFORM STAGE-REVIEW-PARA
    ELSE
        ADD 1 TO WS-ACC-COUNT
        MOVE WS-HOLD-REC(WS-HOLD-SUB) TO WS-ACC-REC(WS-ACC-COUNT)
        MOVE 'N' TO WS-ACC-DONE-SW(WS-ACC-COUNT)
        MOVE WS-CURR-FEED-ID TO WS-ACC-FEED-ID(WS-ACC-COUNT)
        IF WS-HOLD-DUP-SW(WS-HOLD-SUB) = 'Y'
            MOVE 'O' TO WS-ACC-SOURCE(WS-ACC-COUNT)
        ELSE
            MOVE 'F' TO WS-ACC-SOURCE(WS-ACC-COUNT)
        END-IF
    END-IF
    ADD 1 TO WS-HOLD-SUB.

RELEASE-REVIEWED-PARA.
    *> supervisor-approved items from the review run; no REVREL
    *> (or a DUMMY one) just means nothing was approved
    OPEN INPUT REVREL-FILE.
    IF WS-REVREL-STATUS = '00'
        DISPLAY ' '
        DISPLAY 'REVIEW RELEASES - EDITING'
        MOVE 'Y' TO WS-LIMIT-WAIVED-SW
        PERFORM READ-REVREL-PARA
        PERFORM RELEASE-REVIEWED-ONE-PARA UNTIL END-OF-REVREL
        MOVE 'N' TO WS-LIMIT-WAIVED-SW
        CLOSE REVREL-FILE
    END-IF.

READ-REVREL-PARA.
    READ REVREL-FILE
        AT END SET END-OF-REVREL TO TRUE
        NOT AT END ADD 1 TO WS-RVREL-READ
    END-READ.

RELEASE-REVIEWED-ONE-PARA.
    *> the approval waives the amount limit only - the item is
    *> edited again against today's CTLCODE like any other record
    MOVE REVREL-RECORD TO REVIEW-RECORD.
    MOVE RVW-TRANS TO RAW-RECORD.
    PERFORM VALIDATE-RECORD-PARA.
    IF RECORD-IS-VALID AND WS-ACC-COUNT NOT < WS-ACC-MAX
        MOVE 'RUN HOLD TABLE FULL' TO WS-REJECT-REASON
        MOVE 'N' TO WS-REC-VALID-SW
    END-IF
    IF RECORD-IS-VALID
        ADD 1 TO WS-ACC-COUNT
        MOVE RAW-RECORD TO WS-ACC-REC(WS-ACC-COUNT)
        MOVE 'N' TO WS-ACC-DONE-SW(WS-ACC-COUNT)
        MOVE RVW-FEED-ID TO WS-ACC-FEED-ID(WS-ACC-COUNT)
        MOVE 'R' TO WS-ACC-SOURCE(WS-ACC-COUNT)
        ADD 1 TO WS-RVREL-COUNT
        ADD RAW-AMOUNT TO WS-RVREL-AMOUNT
        DISPLAY '  RELEASED  ' RAW-KEY ' ' RAW-CONTROL ' '
            RAW-AMOUNT-X '  APPROVED FROM FEED ' RVW-FEED-ID
    ELSE
        *> back on the queue, marked, for the supervisor to decide
        *> again - the approval does not silently disappear
        ADD 1 TO WS-RVREL-FAILED
        DISPLAY '  REQUEUED  ' RAW-KEY ' ' RAW-CONTROL ' '
            RAW-AMOUNT-X '  ' WS-REJECT-REASON
        SET RVW-RELEASE-FAILED TO TRUE
        PERFORM STAGE-REVIEW-PARA
    END-IF
    PERFORM READ-REVREL-PARA.

RELEASE-RUN-PARA.
    *> write every accepted record to the combined TRANSFIL,
    *> grouped by control code in first-appearance order: each
            DISPLAY 'ERROR - TRANSFIL WRITE FAILED, STATUS: '
                WS-CLEAN-STATUS
            MOVE 16 TO RETURN-CODE
        ELSE
            IF WS-FEEDS-DUPHELD = 0
                PERFORM RECORD-HISTORY-PARA
            END-IF
        END-IF
        MOVE 'Y' TO WS-ACC-DONE-SW(WS-ACC-SCAN)
    END-IF
    ADD 1 TO WS-ACC-SCAN.

RECORD-HISTORY-PARA.
    *> two identical items released on the same cycle take the
    *> next free sequence number
    MOVE WS-ACC-FEED-ID(WS-ACC-SCAN) TO EDH-FEED-ID.
    MOVE WS-ACC-REC(WS-ACC-SCAN)(1:6) TO EDH-TRAN-KEY.
    MOVE WS-ACC-REC(WS-ACC-SCAN)(7:4) TO EDH-CONTROL.
    MOVE WS-ACC-REC(WS-ACC-SCAN)(11:9) TO EDH-AMOUNT.
    MOVE WS-ACC-REC(WS-ACC-SCAN)(20:1) TO EDH-TYPE.
    MOVE WS-CYCLE-DATE TO EDH-CYCLE-DATE.
    MOVE 0 TO EDH-SEQ.
    MOVE WS-ACC-SOURCE(WS-ACC-SCAN) TO EDH-SOURCE.
    MOVE 'N' TO WS-HIST-DONE-SW.
    PERFORM WRITE-HISTORY-PARA UNTIL HIST-SCAN-DONE.

WRITE-HISTORY-PARA.
    ADD 1 TO EDH-SEQ.
    WRITE EDIT-HIST-RECORD
        INVALID KEY
            IF WS-HIST-STATUS NOT = '22' OR EDH-SEQ = 9999
                *> already on TRANSFIL - only the next resend of
                *> this item can slip past the check
                DISPLAY 'WARNING - EDIT HISTORY NOT WRITTEN: '
                    EDH-FEED-ID ' ' EDH-TRAN-KEY ' ' EDH-CONTROL
                    ' STATUS: ' WS-HIST-STATUS
                SET HIST-SCAN-DONE TO TRUE
            END-IF
        NOT INVALID KEY
            ADD 1 TO WS-HIST-WRITTEN
            SET HIST-SCAN-DONE TO TRUE
    END-WRITE.

REJECT-FEED-PARA.
    *> the whole block is discarded - nothing from this sender
    *> reaches TRANSFIL, and the other senders' feeds carry on
    PERFORM PRINT-FEED-SUMMARY-PARA.
    DISPLAY 'FEED ' WS-CURR-FEED-ID ' REJECTED - '
        WS-FEED-FAIL-REASON.
    IF WS-RVHOLD-COUNT > 0
        *> its over-limit items come back when the sender resends
        DISPLAY 'FEED ' WS-CURR-FEED-ID ' - ' WS-RVHOLD-COUNT
            ' REVIEW ITEMS DISCARDED WITH THE FEED'
    END-IF
    MOVE SPACES TO FEEDLOG-RECORD.
    SET FL-REJECTED TO TRUE.
    MOVE WS-FEED-INPUT-AMOUNT TO FL-AMOUNT.
    MOVE WS-FEED-FAIL-REASON TO FL-REASON.
    PERFORM LOG-FEED-PARA.
    MOVE 'N' TO WS-FEED-OPEN-SW.
    MOVE 'N' TO WS-FEED-FAILED-SW.
    MOVE 0 TO WS-HOLD-COUNT.
    MOVE 0 TO WS-RVHOLD-COUNT.

VALIDATE-RECORD-PARA.
    MOVE 'Y' TO WS-REC-VALID-SW.
    MOVE 'N' TO WS-FOR-REVIEW-SW.
    IF RAW-KEY-ALPHA NOT ALPHABETIC OR RAW-KEY-ALPHA = SPACES
        MOVE 'KEY FAILED FORMAT VALIDATION' TO WS-REJECT-REASON
        MOVE 'N' TO WS-REC-VALID-SW
    *> the code's posting rules from the reference row just read:
    *> active window, allowed sign, amount limit. A reversal is
    *> exempt from the sign and limit legs - its offset mirrors an
    *> original that already passed them - and a supervisor's
    *> approval waives the limit leg
    IF CC-IS-INACTIVE
            OR CC-EFF-FROM > WS-CYCLE-DATE
            OR CC-EFF-TO < WS-CYCLE-DATE
        END-IF
    END-IF
    IF RECORD-IS-VALID AND NOT RAW-IS-REVERSAL
            AND NOT LIMIT-WAIVED AND CC-LIMIT > 0
        COMPUTE WS-ABS-AMOUNT = FUNCTION ABS(RAW-AMOUNT)
        IF WS-ABS-AMOUNT > CC-LIMIT
            MOVE 'AMOUNT OVER CODE LIMIT - FOR REVIEW'
                TO WS-REJECT-REASON
            MOVE 'N' TO WS-REC-VALID-SW
            MOVE 'Y' TO WS-FOR-REVIEW-SW
        END-IF
    END-IF.

    DISPLAY '  REJECTED  ' RAW-KEY ' ' RAW-CONTROL ' '
        RAW-AMOUNT-X '  ' WS-REJECT-REASON.

LOG-FEED-PARA.
    *> the caller has set the result, amount and reason
    IF FEEDLOG-IS-OPEN
        MOVE WS-CYCLE-DATE TO FL-CYCLE-DATE
        MOVE WS-RUN-STAMP TO FL-RUN-STAMP
        SET FL-FEED-RECORD TO TRUE
        MOVE WS-CURR-FEED-ID TO FL-FEED-ID
        MOVE WS-FEED-READ TO FL-READ-COUNT
        MOVE WS-FEED-CLEAN TO FL-CLEAN-COUNT
        MOVE WS-FEED-REJECTS TO FL-REJECT-COUNT
        MOVE WS-FEED-REVIEWS TO FL-REVIEW-COUNT
        MOVE 0 TO FL-RETURN-CODE
        PERFORM WRITE-FEEDLOG-PARA
    END-IF.

LOG-RUN-PARA.
    *> the run record closes the set - a set with no run record is
    *> an edit that never finished
    IF FEEDLOG-IS-OPEN
        MOVE SPACES TO FEEDLOG-RECORD
        MOVE WS-CYCLE-DATE TO FL-CYCLE-DATE
        MOVE WS-RUN-STAMP TO FL-RUN-STAMP
        SET FL-RUN-RECORD TO TRUE
        MOVE WS-FEEDS-SEEN TO FL-READ-COUNT
        MOVE WS-FEEDS-ACCEPTED TO FL-CLEAN-COUNT
        MOVE WS-FEEDS-REJECTED TO FL-REJECT-COUNT
        MOVE WS-FEEDS-DUPHELD TO FL-REVIEW-COUNT
        MOVE WS-RELEASED-AMOUNT TO FL-AMOUNT
        MOVE RETURN-CODE TO FL-RETURN-CODE
        PERFORM WRITE-FEEDLOG-PARA
        CLOSE FEEDLOG-FILE
    END-IF.

WRITE-FEEDLOG-PARA.
    WRITE FEEDLOG-RECORD.
    IF WS-FEEDLOG-STATUS NOT = '00'
        DISPLAY 'WARNING - FEEDLOG WRITE FAILED, STATUS: '
            WS-FEEDLOG-STATUS
    END-IF.

PRINT-FEED-SUMMARY-PARA.
    DISPLAY 'FEED ' WS-CURR-FEED-ID ' SUMMARY'.
    DISPLAY '  DATA RECORDS READ    : ' WS-FEED-READ.
    DISPLAY '  CLEAN RECORDS        : ' WS-FEED-CLEAN.
    DISPLAY '  RECORDS REJECTED     : ' WS-FEED-REJECTS.
    DISPLAY '  HELD FOR REVIEW      : ' WS-FEED-REVIEWS.
    DISPLAY '  DUPLICATE SUSPECTS   : ' WS-FEED-DUPS.
    MOVE WS-FEED-DUP-AMOUNT TO WS-AMOUNT-DISPLAY.
    DISPLAY '  DUPLICATE AMOUNT     : ' WS-AMOUNT-DISPLAY.
    MOVE WS-FEED-INPUT-AMOUNT TO WS-AMOUNT-DISPLAY.
    DISPLAY '  INPUT AMOUNT TOTAL   : ' WS-AMOUNT-DISPLAY.
    MOVE WS-TRAILER-AMOUNT TO WS-AMOUNT-DISPLAY.
    DISPLAY 'FEEDS ON RAWTRAN       : ' WS-FEEDS-SEEN.
    DISPLAY 'FEEDS RELEASED         : ' WS-FEEDS-ACCEPTED.
    DISPLAY 'FEEDS REJECTED         : ' WS-FEEDS-REJECTED.
    DISPLAY 'FEEDS HELD AS RESENT   : ' WS-FEEDS-DUPHELD.
    DISPLAY 'FEEDS RELEASED AS REPEAT: ' WS-FEEDS-OVERRIDDEN.
    DISPLAY 'DATA RECORDS READ      : ' WS-RECORDS-READ.
    DISPLAY 'CLEAN RECORDS WRITTEN  : ' WS-CLEAN-COUNT.
    DISPLAY 'RECORDS REJECTED       : ' WS-REJECT-COUNT.
    MOVE WS-RELEASED-AMOUNT TO WS-AMOUNT-DISPLAY.
    DISPLAY 'RELEASED AMOUNT TOTAL  : ' WS-AMOUNT-DISPLAY.
    DISPLAY 'REVERSALS PASSED       : ' WS-REVERSALS-SEEN.
    DISPLAY 'ITEMS QUEUED FOR REVIEW: ' WS-REVIEW-COUNT.
    MOVE WS-REVIEW-AMOUNT TO WS-AMOUNT-DISPLAY.
    DISPLAY 'QUEUED FOR REVIEW AMT  : ' WS-AMOUNT-DISPLAY.
    DISPLAY 'APPROVED ITEMS READ    : ' WS-RVREL-READ.
    DISPLAY 'APPROVED ITEMS RELEASED: ' WS-RVREL-COUNT.
    MOVE WS-RVREL-AMOUNT TO WS-AMOUNT-DISPLAY.
    DISPLAY 'APPROVED RELEASE AMOUNT: ' WS-AMOUNT-DISPLAY.
    DISPLAY 'APPROVED ITEMS REQUEUED: ' WS-RVREL-FAILED.
    DISPLAY 'DUPLICATE SUSPECTS     : ' WS-DUP-SUSPECTS.
    DISPLAY 'SUSPECTS QUEUED        : ' WS-DUP-QUEUED.
    DISPLAY 'ALREADY ON REVIEW QUEUE: ' WS-ALREADY-QUEUED.
    DISPLAY 'EDIT HISTORY WRITTEN   : ' WS-HIST-WRITTEN.
    *> what LOOP's grand total for the cycle must agree with
    COMPUTE WS-TRANSFIL-COUNT = WS-CLEAN-COUNT + WS-RVREL-COUNT.
    COMPUTE WS-TRANSFIL-AMOUNT = WS-RELEASED-AMOUNT + WS-RVREL-AMOUNT.
    DISPLAY 'TRANSFIL RECORDS       : ' WS-TRANSFIL-COUNT.
    MOVE WS-TRANSFIL-AMOUNT TO WS-AMOUNT-DISPLAY.
    DISPLAY 'TRANSFIL AMOUNT TOTAL  : ' WS-AMOUNT-DISPLAY.
    EVALUATE TRUE
        WHEN WS-FEEDS-DUPHELD > 0
            DISPLAY 'EDIT RUN HELD - RESENT FEED NEEDS A DECISION, '
                'CYCLE NOT RELEASED'
        WHEN WS-FEEDS-ACCEPTED = 0
            DISPLAY 'EDIT RUN FAILED - CYCLE NOT RELEASED'
        WHEN WS-FEEDS-REJECTED > 0 OR STRAY-RECORDS-SEEN
