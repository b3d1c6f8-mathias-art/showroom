      >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. REVIEWQ.

*> Over-limit review run: works the standing review queue the
*> front-end edit feeds with every item it held back for being over
*> its control code's amount limit (reason OL), every duplicate
*> suspect from a released feed (DS), and every approved item that
*> failed its release (RF). The REVDECK deck carries the
*> supervisor's decisions, one card per item (action, feed id, date
*> queued, key, control code, amount, approver id):
*>   A - approve: the item goes to the approvals file, which is
*>       added to the release file the next edit run reads, so the
*>       item enters the next cycle's TRANSFIL exactly as sent;
*>   D - decline: the item is written off the queue with an audit
*>       line naming the approver.
*> Everything not decided carries through to the new queue, and
*> anything queued longer than the REVCTL age threshold (columns
*> 1-3, default 5 days) prints on the supervisor aging listing. A
*> decision card that matches nothing on the queue, or that has no
*> valid action or no approver, is listed and ends the run with
*> return code 4; the decided items still go. A failed write ends
*> it with 16, and the copy steps that replace the queue and pass
*> on the approvals hold both, so nothing is released twice.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT RCTL-FILE ASSIGN TO REVCTL
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RCTL-STATUS.

    SELECT DECK-FILE ASSIGN TO REVDECK
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-DECK-STATUS.

    SELECT REVWIN-FILE ASSIGN TO REVWIN
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-REVWIN-STATUS.

    SELECT REVWNEW-FILE ASSIGN TO REVWNEW
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-REVWNEW-STATUS.

    SELECT APPR-FILE ASSIGN TO REVAPPR
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-APPR-STATUS.

DATA DIVISION.
FILE SECTION.
FD  RCTL-FILE.
01  RCTL-RECORD.
    05  RCTL-AGE-DAYS              PIC X(3).
    05  FILLER                     PIC X(77).

FD  DECK-FILE.
01  DECK-RECORD.
    05  DEC-ACTION                 PIC X.
        88  DEC-APPROVE            VALUE 'A'.
        88  DEC-DECLINE            VALUE 'D'.
    05  DEC-FEED-ID                PIC X(8).
    05  DEC-QUEUED-DATE            PIC X(8).
    05  DEC-KEY                    PIC X(6).
    05  DEC-CONTROL                PIC X(4).
    05  DEC-AMOUNT                 PIC X(9).
    05  DEC-APPROVER               PIC X(8).
    05  FILLER                     PIC X(36).

FD  REVWIN-FILE.
    COPY REVWREC.

*> the new queue and the approvals carry the review record as is
FD  REVWNEW-FILE.
01  REVWNEW-RECORD                 PIC X(100).

FD  APPR-FILE.
01  APPR-RECORD                    PIC X(100).

WORKING-STORAGE SECTION.
01  WS-RCTL-STATUS                 PIC XX VALUE '00'.
01  WS-DECK-STATUS                 PIC XX VALUE '00'.
01  WS-REVWIN-STATUS               PIC XX VALUE '00'.
01  WS-REVWNEW-STATUS              PIC XX VALUE '00'.
01  WS-APPR-STATUS                 PIC XX VALUE '00'.

01  WS-DECK-EOF-SW                 PIC X VALUE 'N'.
    88  END-OF-DECK                VALUE 'Y'.
01  WS-REVWIN-EOF-SW               PIC X VALUE 'N'.
    88  END-OF-REVWIN              VALUE 'Y'.
01  WS-DECK-DIRTY-SW               PIC X VALUE 'N'.
    88  DECK-HAS-ERRORS            VALUE 'Y'.

*> aging threshold: items queued longer than this many days print
*> on the supervisor listing (REVCTL card, default 5)
01  WS-AGE-THRESHOLD               PIC 9(3) VALUE 5.
01  WS-TODAY-INT                   PIC 9(7).
01  WS-QUEUED-DATE-NUM             PIC 9(8).
01  WS-ITEM-AGE                    PIC S9(5).
01  WS-AGE-DISPLAY                 PIC ZZZZ9.

*> decision deck loaded up front, same pattern as the suspense
*> workbench's write-off deck; a card decides one queued item
01  WS-DEC-MAX                     PIC 9(3) VALUE 500.
01  WS-DEC-COUNT                   PIC 9(3) VALUE 0.
01  WS-DEC-TABLE.
    05  WS-DEC-ENTRY OCCURS 500 TIMES.
        10  DT-ACTION              PIC X.
        10  DT-FEED-ID             PIC X(8).
        10  DT-QUEUED-DATE         PIC X(8).
        10  DT-KEY                 PIC X(6).
        10  DT-CONTROL             PIC X(4).
        10  DT-AMOUNT              PIC X(9).
        10  DT-APPROVER            PIC X(8).
        10  DT-USED-SW             PIC X.
01  WS-DT-SUB                      PIC 9(3).
01  WS-DEC-FOUND                   PIC 9(3).

*> review-run accounting
01  WS-CARDS-READ                  PIC 9(6) VALUE 0.
01  WS-CARDS-REJECTED              PIC 9(6) VALUE 0.
01  WS-CARDS-UNMATCHED             PIC 9(6) VALUE 0.
01  WS-QUEUE-READ                  PIC 9(6) VALUE 0.
01  WS-APPROVED-COUNT              PIC 9(6) VALUE 0.
01  WS-APPROVED-AMOUNT             PIC S9(11)V99 VALUE 0.
01  WS-DECLINED-COUNT              PIC 9(6) VALUE 0.
01  WS-DECLINED-AMOUNT             PIC S9(11)V99 VALUE 0.
01  WS-CARRIED-COUNT               PIC 9(6) VALUE 0.
01  WS-CARRIED-AMOUNT              PIC S9(11)V99 VALUE 0.
01  WS-AGED-COUNT                  PIC 9(6) VALUE 0.
01  WS-AGED-AMOUNT                 PIC S9(11)V99 VALUE 0.

01  WS-AMOUNT-DISPLAY              PIC ZZ,ZZZ,ZZZ,ZZ9.99-.

01  WS-DETAIL-LINE.
    05  FILLER                     PIC X(2) VALUE SPACES.
    05  WS-D-TAG                   PIC X(10).
    05  WS-D-FEED                  PIC X(8).
    05  FILLER                     PIC X(2) VALUE SPACES.
    05  WS-D-KEY                   PIC X(6).
    05  FILLER                     PIC X(2) VALUE SPACES.
    05  WS-D-CONTROL               PIC X(4).
    05  FILLER                     PIC X(2) VALUE SPACES.
    05  WS-D-AMOUNT                PIC Z,ZZZ,ZZ9.99-.
    05  FILLER                     PIC X(2) VALUE SPACES.
    05  WS-D-DATE                  PIC X(8).
    05  FILLER                     PIC X(2) VALUE SPACES.
    05  WS-D-REASON                PIC X(2).
    05  FILLER                     PIC X(2) VALUE SPACES.
    05  WS-D-NOTE                  PIC X(24).

PROCEDURE DIVISION.
A-PARA.
    PERFORM READ-RCTL-PARA.
    PERFORM OPEN-FILES-PARA.
    PERFORM PRINT-HEADING-PARA.
    PERFORM LOAD-DECK-PARA.
    PERFORM READ-REVWIN-PARA.
    PERFORM WORK-ITEM-PARA UNTIL END-OF-REVWIN.
    PERFORM LIST-UNMATCHED-PARA.
    PERFORM PRINT-RUN-TOTALS-PARA.
    PERFORM CLOSE-FILES-PARA.
    IF DECK-HAS-ERRORS AND RETURN-CODE = 0
        MOVE 4 TO RETURN-CODE
    END-IF
    STOP RUN.

READ-RCTL-PARA.
    *> REVCTL carries the aging threshold in days in columns 1-3;
    *> no card, or a zero threshold, keeps the default
    COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(
        FUNCTION NUMVAL(FUNCTION CURRENT-DATE(1:8))).
    OPEN INPUT RCTL-FILE.
    IF WS-RCTL-STATUS = '00'
        READ RCTL-FILE
            AT END CONTINUE
            NOT AT END
                IF RCTL-AGE-DAYS NUMERIC AND RCTL-AGE-DAYS NOT = '000'
                    MOVE RCTL-AGE-DAYS TO WS-AGE-THRESHOLD
                END-IF
        END-READ
        CLOSE RCTL-FILE
    END-IF.

OPEN-FILES-PARA.
    OPEN INPUT REVWIN-FILE.
    IF WS-REVWIN-STATUS NOT = '00'
        DISPLAY 'ERROR - REVWIN OPEN FAILED, STATUS: '
            WS-REVWIN-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    OPEN OUTPUT REVWNEW-FILE.
    IF WS-REVWNEW-STATUS NOT = '00'
        *> an unwritable REVWNEW must fail the step, or the copy
        *> would replace the standing queue with nothing
        DISPLAY 'ERROR - REVWNEW OPEN FAILED, STATUS: '
            WS-REVWNEW-STATUS
        CLOSE REVWIN-FILE
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    OPEN OUTPUT APPR-FILE.
    IF WS-APPR-STATUS NOT = '00'
        DISPLAY 'ERROR - REVAPPR OPEN FAILED, STATUS: '
            WS-APPR-STATUS
        CLOSE REVWIN-FILE
        CLOSE REVWNEW-FILE
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.

CLOSE-FILES-PARA.
    CLOSE REVWIN-FILE.
    CLOSE REVWNEW-FILE.
    CLOSE APPR-FILE.

LOAD-DECK-PARA.
    OPEN INPUT DECK-FILE.
    IF WS-DECK-STATUS = '00'
        PERFORM READ-DECK-PARA
        PERFORM LOAD-DECK-ENTRY-PARA UNTIL END-OF-DECK
        CLOSE DECK-FILE
    END-IF.

READ-DECK-PARA.
    READ DECK-FILE
        AT END SET END-OF-DECK TO TRUE
        NOT AT END ADD 1 TO WS-CARDS-READ
    END-READ.

LOAD-DECK-ENTRY-PARA.
    *> a decision nobody signed, or one that is neither approve
    *> nor decline, decides nothing
    EVALUATE TRUE
        WHEN NOT DEC-APPROVE AND NOT DEC-DECLINE
            ADD 1 TO WS-CARDS-REJECTED
            SET DECK-HAS-ERRORS TO TRUE
            DISPLAY '  BAD CARD  ' DECK-RECORD(1:36)
                '  ACTION MUST BE A OR D'
        WHEN DEC-APPROVER = SPACES
            ADD 1 TO WS-CARDS-REJECTED
            SET DECK-HAS-ERRORS TO TRUE
            DISPLAY '  BAD CARD  ' DECK-RECORD(1:36)
                '  NO APPROVER ID'
        WHEN WS-DEC-COUNT NOT < WS-DEC-MAX
            ADD 1 TO WS-CARDS-REJECTED
            SET DECK-HAS-ERRORS TO TRUE
            DISPLAY 'WARNING - DECISION TABLE FULL, SKIPPING: '
                DEC-FEED-ID ' ' DEC-KEY ' ' DEC-CONTROL
        WHEN OTHER
            ADD 1 TO WS-DEC-COUNT
            MOVE DEC-ACTION TO DT-ACTION(WS-DEC-COUNT)
            MOVE DEC-FEED-ID TO DT-FEED-ID(WS-DEC-COUNT)
            MOVE DEC-QUEUED-DATE TO DT-QUEUED-DATE(WS-DEC-COUNT)
            MOVE DEC-KEY TO DT-KEY(WS-DEC-COUNT)
            MOVE DEC-CONTROL TO DT-CONTROL(WS-DEC-COUNT)
            MOVE DEC-AMOUNT TO DT-AMOUNT(WS-DEC-COUNT)
            MOVE DEC-APPROVER TO DT-APPROVER(WS-DEC-COUNT)
            MOVE 'N' TO DT-USED-SW(WS-DEC-COUNT)
    END-EVALUATE
    PERFORM READ-DECK-PARA.

READ-REVWIN-PARA.
    READ REVWIN-FILE
        AT END SET END-OF-REVWIN TO TRUE
        NOT AT END ADD 1 TO WS-QUEUE-READ
    END-READ.

WORK-ITEM-PARA.
    PERFORM FIND-DECISION-PARA.
    IF WS-DEC-FOUND = 0
        PERFORM CARRY-ITEM-PARA
    ELSE
        MOVE 'Y' TO DT-USED-SW(WS-DEC-FOUND)
        IF DT-ACTION(WS-DEC-FOUND) = 'A'
            PERFORM APPROVE-ITEM-PARA
        ELSE
            PERFORM DECLINE-ITEM-PARA
        END-IF
    END-IF
    PERFORM READ-REVWIN-PARA.

FIND-DECISION-PARA.
    MOVE 0 TO WS-DEC-FOUND.
    MOVE 1 TO WS-DT-SUB.
    PERFORM FIND-DECISION-SCAN-PARA
        UNTIL WS-DEC-FOUND > 0 OR WS-DT-SUB > WS-DEC-COUNT.

FIND-DECISION-SCAN-PARA.
    *> the card must name the item exactly - two identical items
    *> on the queue need two cards
    IF DT-USED-SW(WS-DT-SUB) = 'N'
            AND DT-FEED-ID(WS-DT-SUB) = RVW-FEED-ID
            AND DT-QUEUED-DATE(WS-DT-SUB) = RVW-CYCLE-DATE
            AND DT-KEY(WS-DT-SUB) = RVW-KEY
            AND DT-CONTROL(WS-DT-SUB) = RVW-CONTROL
            AND DT-AMOUNT(WS-DT-SUB) = RVW-AMOUNT-X
        MOVE WS-DT-SUB TO WS-DEC-FOUND
    ELSE
        ADD 1 TO WS-DT-SUB
    END-IF.

APPROVE-ITEM-PARA.
    *> released exactly as the sender sent it - the next edit run
    *> re-validates it with the amount limit waived
    WRITE APPR-RECORD FROM REVIEW-RECORD.
    IF WS-APPR-STATUS NOT = '00'
        DISPLAY 'ERROR - REVAPPR WRITE FAILED, STATUS: '
            WS-APPR-STATUS
        DISPLAY 'ERROR - RUN STOPPED, QUEUE AND APPROVALS HELD'
        PERFORM CLOSE-FILES-PARA
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    ADD 1 TO WS-APPROVED-COUNT.
    ADD RVW-AMOUNT TO WS-APPROVED-AMOUNT.
    MOVE SPACES TO WS-D-NOTE.
    STRING 'APPROVED BY ' DT-APPROVER(WS-DEC-FOUND)
        DELIMITED BY SIZE INTO WS-D-NOTE.
    MOVE 'RELEASED  ' TO WS-D-TAG.
    PERFORM PRINT-DETAIL-PARA.

DECLINE-ITEM-PARA.
    *> refused by decision - off the queue with an audit line, the
    *> item never enters the cycle
    ADD 1 TO WS-DECLINED-COUNT.
    ADD RVW-AMOUNT TO WS-DECLINED-AMOUNT.
    MOVE SPACES TO WS-D-NOTE.
    STRING 'DECLINED BY ' DT-APPROVER(WS-DEC-FOUND)
        DELIMITED BY SIZE INTO WS-D-NOTE.
    MOVE 'WRITEOFF  ' TO WS-D-TAG.
    PERFORM PRINT-DETAIL-PARA.

CARRY-ITEM-PARA.
    *> undecided - carry to the new queue and age it for the
    *> supervisor listing
    WRITE REVWNEW-RECORD FROM REVIEW-RECORD.
    IF WS-REVWNEW-STATUS NOT = '00'
        DISPLAY 'ERROR - REVWNEW WRITE FAILED, STATUS: '
            WS-REVWNEW-STATUS
        DISPLAY 'ERROR - RUN STOPPED, QUEUE AND APPROVALS HELD'
        PERFORM CLOSE-FILES-PARA
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    ADD 1 TO WS-CARRIED-COUNT.
    ADD RVW-AMOUNT TO WS-CARRIED-AMOUNT.
    PERFORM AGE-ITEM-PARA.

AGE-ITEM-PARA.
    IF RVW-CYCLE-DATE NUMERIC
        MOVE RVW-CYCLE-DATE TO WS-QUEUED-DATE-NUM
        COMPUTE WS-ITEM-AGE = WS-TODAY-INT
            - FUNCTION INTEGER-OF-DATE(WS-QUEUED-DATE-NUM)
    ELSE
        COMPUTE WS-ITEM-AGE = WS-AGE-THRESHOLD + 1
    END-IF
    IF WS-ITEM-AGE > WS-AGE-THRESHOLD
        ADD 1 TO WS-AGED-COUNT
        ADD RVW-AMOUNT TO WS-AGED-AMOUNT
        MOVE WS-ITEM-AGE TO WS-AGE-DISPLAY
        MOVE SPACES TO WS-D-NOTE
        STRING 'ON REVIEW ' WS-AGE-DISPLAY ' DAYS'
            DELIMITED BY SIZE INTO WS-D-NOTE
        MOVE 'AGED      ' TO WS-D-TAG
        PERFORM PRINT-DETAIL-PARA
    END-IF.

LIST-UNMATCHED-PARA.
    MOVE 1 TO WS-DT-SUB.
    PERFORM LIST-UNMATCHED-ONE-PARA UNTIL WS-DT-SUB > WS-DEC-COUNT.

LIST-UNMATCHED-ONE-PARA.
    IF DT-USED-SW(WS-DT-SUB) = 'N'
        ADD 1 TO WS-CARDS-UNMATCHED
        SET DECK-HAS-ERRORS TO TRUE
        DISPLAY '  NO MATCH  ' DT-ACTION(WS-DT-SUB) ' '
            DT-FEED-ID(WS-DT-SUB) ' ' DT-QUEUED-DATE(WS-DT-SUB) ' '
            DT-KEY(WS-DT-SUB) ' ' DT-CONTROL(WS-DT-SUB) ' '
            DT-AMOUNT(WS-DT-SUB) '  NOT ON THE REVIEW QUEUE'
    END-IF
    ADD 1 TO WS-DT-SUB.

PRINT-DETAIL-PARA.
    MOVE RVW-FEED-ID TO WS-D-FEED.
    MOVE RVW-KEY TO WS-D-KEY.
    MOVE RVW-CONTROL TO WS-D-CONTROL.
    MOVE RVW-AMOUNT TO WS-D-AMOUNT.
    MOVE RVW-CYCLE-DATE TO WS-D-DATE.
    MOVE RVW-REASON TO WS-D-REASON.
    DISPLAY WS-DETAIL-LINE.

PRINT-HEADING-PARA.
    DISPLAY 'OVER-LIMIT REVIEW LISTING'.
    DISPLAY '========================='.
    DISPLAY 'AGING THRESHOLD (DAYS) : ' WS-AGE-THRESHOLD.
    DISPLAY ' '.

PRINT-RUN-TOTALS-PARA.
    DISPLAY ' '.
    DISPLAY 'OVER-LIMIT REVIEW RUN SUMMARY'.
    DISPLAY '============================='.
    DISPLAY 'DECISION CARDS READ    : ' WS-CARDS-READ.
    DISPLAY 'CARDS REJECTED         : ' WS-CARDS-REJECTED.
    DISPLAY 'CARDS MATCHING NOTHING : ' WS-CARDS-UNMATCHED.
    DISPLAY 'QUEUED ITEMS READ      : ' WS-QUEUE-READ.
    DISPLAY 'APPROVED FOR RELEASE   : ' WS-APPROVED-COUNT.
    MOVE WS-APPROVED-AMOUNT TO WS-AMOUNT-DISPLAY.
    DISPLAY 'APPROVED AMOUNT        : ' WS-AMOUNT-DISPLAY.
    DISPLAY 'DECLINED (WRITTEN OFF) : ' WS-DECLINED-COUNT.
    MOVE WS-DECLINED-AMOUNT TO WS-AMOUNT-DISPLAY.
    DISPLAY 'DECLINED AMOUNT        : ' WS-AMOUNT-DISPLAY.
    DISPLAY 'STILL ON REVIEW        : ' WS-CARRIED-COUNT.
    MOVE WS-CARRIED-AMOUNT TO WS-AMOUNT-DISPLAY.
    DISPLAY 'STILL-ON-REVIEW AMOUNT : ' WS-AMOUNT-DISPLAY.
    DISPLAY 'OVER AGING THRESHOLD   : ' WS-AGED-COUNT.
    MOVE WS-AGED-AMOUNT TO WS-AMOUNT-DISPLAY.
    DISPLAY 'OVER-THRESHOLD AMOUNT  : ' WS-AMOUNT-DISPLAY.

*> JCL: see jcl/REVIEWQ.jcl (REVIEW step runs this program)
