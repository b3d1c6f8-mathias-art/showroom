*> and not-founds on Change/Delete/Status, and prints a
*> before/after maintenance audit listing. The 'S' function sets
*> the lifecycle status (active/frozen/closed) carried on the
*> record and stamps the date it was set, and a hard Delete is
*> refused while the employee still has a balance or current-month
*> ledger activity - close the account instead, so nothing is
*> stranded or orphaned.
*>
*> Dual control: every card names its submitter, and a Change that
*> moves the balance or the rate class, or a status change that
*> takes an employee out of frozen or closed, is not applied on the
*> submitter's word - it is parked on the PENDMNT file under the
*> date, a sequence number and the time parked (its reference) and
*> listed. The time keeps a reference from being handed out twice
*> in a day: a second run restarts the sequence once the first
*> run's items are gone, so an old card cannot match a new item. Each run
*> first works the pending file against the MAINTAPR approval deck
*> (one card per item: A approve or D decline, the reference, the
*> employee ID and the approver id):
*>   an approval from a user other than the submitter applies the
*>   card, provided the balance, rate class and status are still
*>   what they were when it was parked (otherwise it is dropped
*>   for resubmission); a decline drops it; an item older than the
*>   MAINTCTL expiry (columns 1-3, default 10 days) expires;
*>   everything else stays pending and prints with its age.
*> Name and other cosmetic changes, Adds, Deletes and status
*> changes out of active go straight through. Every applied change
*> shows its maker and checker on the audit listing. An approval
*> card that is bad, matches nothing, names its own submitter or
*> arrives after the item expired is listed and ends the run with
*> return code 4.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-RUNLOG-STATUS.

    SELECT MCTL-FILE ASSIGN TO MAINTCTL
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-MCTL-STATUS.

    SELECT APPR-FILE ASSIGN TO MAINTAPR
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-APPR-STATUS.

    SELECT PEND-FILE ASSIGN TO PENDMNT
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS PND-KEY
        FILE STATUS IS WS-PEND-STATUS.

DATA DIVISION.
FILE SECTION.
FD  MAINT-FILE.
    COPY MAINTREC.

FD  MASTER-FILE.
    COPY EMPLOYEE REPLACING ==EMPLOYEE-RECORD== BY ==MASTER-RECORD==
                            ==WS-NUM3==          BY ==MST-NUM3==
                            ==WS-RATE-CLASS==    BY ==MST-RATE-CLASS==
                            ==WS-STATUS==        BY ==MST-STATUS==
                            ==WS-STATUS-DATE==   BY ==MST-STATUS-DATE==
                            ==WS-ST-ACTIVE==     BY ==MST-ST-ACTIVE==
                            ==WS-ST-FROZEN==     BY ==MST-ST-FROZEN==
                            ==WS-ST-CLOSED==     BY ==MST-ST-CLOSED==.
FD  RUNLOG-FILE.
    COPY RUNLOG.

FD  MCTL-FILE.
01  MCTL-RECORD.
    05  MCTL-EXPIRY-DAYS           PIC X(3).
    05  FILLER                     PIC X(77).

FD  APPR-FILE.
01  APPR-RECORD.
    05  APR-ACTION                 PIC X.
        88  APR-APPROVE            VALUE 'A'.
        88  APR-DECLINE            VALUE 'D'.
    05  APR-SUB-DATE               PIC X(8).
    05  APR-SEQ                    PIC X(4).
    05  APR-SUB-TIME               PIC X(6).
    05  APR-ID                     PIC X(6).
    05  APR-APPROVER               PIC X(8).
    05  FILLER                     PIC X(47).

FD  PEND-FILE.
    COPY PENDMNT.

WORKING-STORAGE SECTION.
01  WS-MAINT-STATUS                PIC XX VALUE '00'.
01  WS-MASTER-STATUS               PIC XX VALUE '00'.
01  WS-LEDGER-STATUS               PIC XX VALUE '00'.
01  WS-RUNLOG-STATUS               PIC XX VALUE '00'.
01  WS-MCTL-STATUS                 PIC XX VALUE '00'.
01  WS-APPR-STATUS                 PIC XX VALUE '00'.
01  WS-PEND-STATUS                 PIC XX VALUE '00'.
01  WS-RUN-STATUS                  PIC X(4) VALUE 'OK'.
01  WS-CYCLE-DATE                  PIC X(8).

    88  END-OF-MAINT               VALUE 'Y'.
01  WS-APPLIED-SW                  PIC X VALUE 'N'.
    88  TRANS-APPLIED              VALUE 'Y'.
    88  TRANS-PARKED               VALUE 'P'.
01  WS-REJECT-REASON               PIC X(44) VALUE SPACES.

*> dual control: why a card waits, who checked the one being
*> applied, and whether it is a pending item being released
01  WS-PARK-REASON                 PIC X(2) VALUE SPACES.
01  WS-CHECKER                     PIC X(8) VALUE SPACES.
01  WS-RELEASE-SW                  PIC X VALUE 'N'.
    88  APPLYING-RELEASE           VALUE 'Y'.
01  WS-PEND-EOF-SW                 PIC X VALUE 'N'.
    88  END-OF-PEND                VALUE 'Y'.
01  WS-APPR-EOF-SW                 PIC X VALUE 'N'.
    88  END-OF-APPR                VALUE 'Y'.
01  WS-APPR-DIRTY-SW               PIC X VALUE 'N'.
    88  APPROVALS-HAVE-ERRORS      VALUE 'Y'.

*> pending items older than this many days expire (MAINTCTL card,
*> default 10)
01  WS-EXPIRY-DAYS                 PIC 9(3) VALUE 10.
01  WS-TODAY-INT                   PIC 9(7).
01  WS-PEND-DATE-NUM               PIC 9(8).
01  WS-PEND-AGE                    PIC S9(5).
01  WS-AGE-DISPLAY                 PIC ZZZZ9.
*> last sequence used today by items still pending; the time parked
*> keeps a reused sequence from repeating a reference
01  WS-NEXT-SEQ                    PIC 9(4) VALUE 0.

*> approval deck loaded up front, same pattern as the review run's
*> decision deck; a card releases or declines one pending item
01  WS-AT-MAX                      PIC 9(3) VALUE 500.
01  WS-AT-COUNT                    PIC 9(3) VALUE 0.
01  WS-AT-TABLE.
    05  WS-AT-ENTRY OCCURS 500 TIMES.
        10  AT-ACTION              PIC X.
        10  AT-SUB-DATE            PIC X(8).
        10  AT-SEQ                 PIC X(4).
        10  AT-SUB-TIME            PIC X(6).
        10  AT-ID                  PIC X(6).
        10  AT-APPROVER            PIC X(8).
        10  AT-USED-SW             PIC X.
01  WS-AT-SUB                      PIC 9(3).
01  WS-APPR-FOUND                  PIC 9(3).

*> end-of-run accounting for the audit listing
01  WS-TRANS-READ                  PIC 9(6) VALUE 0.
01  WS-TRANS-ADDED                 PIC 9(6) VALUE 0.
01  WS-TRANS-DELETED               PIC 9(6) VALUE 0.
01  WS-TRANS-STATUSED              PIC 9(6) VALUE 0.
01  WS-TRANS-REJECTED              PIC 9(6) VALUE 0.
01  WS-TRANS-PARKED                PIC 9(6) VALUE 0.
01  WS-APPR-READ                   PIC 9(6) VALUE 0.
01  WS-APPR-REFUSED                PIC 9(6) VALUE 0.
01  WS-PEND-READ                   PIC 9(6) VALUE 0.
01  WS-PEND-RELEASED               PIC 9(6) VALUE 0.
01  WS-PEND-NOT-APPLIED            PIC 9(6) VALUE 0.
01  WS-PEND-DECLINED               PIC 9(6) VALUE 0.
01  WS-PEND-EXPIRED                PIC 9(6) VALUE 0.
01  WS-PEND-WAITING                PIC 9(6) VALUE 0.

01  WS-SAVED-STATUS                PIC X.
01  WS-SAVED-STATUS-DATE           PIC X(8).

*> net movement this run applied to the MST-NUM1 balances, logged
*> to RUNLOG so the reconciliation step can explain maintenance
    05  WS-A-CLASS                 PIC XX.
    05  FILLER                     PIC X(2) VALUE SPACES.
    05  WS-A-STATUS                PIC X.
    05  FILLER                     PIC X(8) VALUE '  MAKER '.
    05  WS-A-MAKER                 PIC X(8).
    05  FILLER                     PIC X(10) VALUE '  CHECKER '.
    05  WS-A-CHECKER               PIC X(8).

*> pending-file listing: parked, released, declined, expired and
*> still-waiting items under their reference
01  WS-PEND-LINE.
    05  FILLER                     PIC X(2) VALUE SPACES.
    05  WS-P-TAG                   PIC X(10).
    05  WS-P-DATE                  PIC X(8).
    05  FILLER                     PIC X VALUE '-'.
    05  WS-P-SEQ                   PIC 9(4).
    05  FILLER                     PIC X VALUE '-'.
    05  WS-P-TIME                  PIC X(6).
    05  FILLER                     PIC X(2) VALUE SPACES.
    05  WS-P-FUNC                  PIC X.
    05  FILLER                     PIC X VALUE SPACE.
    05  WS-P-ID                    PIC X(6).
    05  FILLER                     PIC X(2) VALUE SPACES.
    05  WS-P-REASON                PIC X(22).
    05  FILLER                     PIC X(8) VALUE '  MAKER '.
    05  WS-P-MAKER                 PIC X(8).
    05  FILLER                     PIC X(2) VALUE SPACES.
    05  WS-P-NOTE                  PIC X(30).

PROCEDURE DIVISION.
A-PARA.
    PERFORM READ-CONTROL-PARA.
    PERFORM OPEN-FILES-PARA.
    PERFORM WRITE-RUNLOG-START-PARA.
    PERFORM PRINT-HEADING-PARA.
    PERFORM LOAD-APPROVALS-PARA.
    PERFORM WORK-PENDING-PARA.
    PERFORM LIST-UNMATCHED-PARA.
    DISPLAY ' '.
    DISPLAY 'MAINTENANCE'.
    PERFORM READ-MAINT-PARA.
    PERFORM APPLY-TRANS-PARA UNTIL END-OF-MAINT.
    PERFORM PRINT-RUN-TOTALS-PARA.
    PERFORM WRITE-RUNLOG-END-PARA.
    PERFORM CLOSE-FILES-PARA.
    IF APPROVALS-HAVE-ERRORS AND RETURN-CODE = 0
        MOVE 4 TO RETURN-CODE
    END-IF
    STOP RUN.

READ-CONTROL-PARA.
    *> MAINTCTL carries the pending expiry in days in columns 1-3;
    *> no card, or a zero expiry, keeps the default
    OPEN INPUT MCTL-FILE.
    IF WS-MCTL-STATUS = '00'
        READ MCTL-FILE
            AT END CONTINUE
            NOT AT END
                IF MCTL-EXPIRY-DAYS NUMERIC
                        AND MCTL-EXPIRY-DAYS NOT = '000'
                    MOVE MCTL-EXPIRY-DAYS TO WS-EXPIRY-DAYS
                END-IF
        END-READ
        CLOSE MCTL-FILE
    END-IF.

OPEN-FILES-PARA.
    OPEN INPUT MAINT-FILE.
    IF WS-MAINT-STATUS NOT = '00'
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    OPEN I-O PEND-FILE.
    IF WS-PEND-STATUS = '35'
        *> nothing has ever waited for approval - create the file
        OPEN OUTPUT PEND-FILE
        CLOSE PEND-FILE
        OPEN I-O PEND-FILE
    END-IF
    IF WS-PEND-STATUS NOT = '00'
        DISPLAY 'ERROR - PENDMNT OPEN FAILED, STATUS: '
            WS-PEND-STATUS
        CLOSE MAINT-FILE
        CLOSE MASTER-FILE
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    PERFORM LOAD-LEDGER-IDS-PARA.
    MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CYCLE-DATE.
    *> shared run-control audit trail - appended by every program
CLOSE-FILES-PARA.
    CLOSE MAINT-FILE.
    CLOSE MASTER-FILE.
    CLOSE PEND-FILE.
    CLOSE RUNLOG-FILE.

LOAD-APPROVALS-PARA.
    OPEN INPUT APPR-FILE.
    IF WS-APPR-STATUS = '00'
        PERFORM READ-APPR-PARA
        PERFORM LOAD-APPROVAL-ENTRY-PARA UNTIL END-OF-APPR
        CLOSE APPR-FILE
    END-IF.

READ-APPR-PARA.
    READ APPR-FILE
        AT END SET END-OF-APPR TO TRUE
        NOT AT END ADD 1 TO WS-APPR-READ
    END-READ.

LOAD-APPROVAL-ENTRY-PARA.
    *> an approval nobody signed, or one that is neither approve
    *> nor decline, releases nothing
    EVALUATE TRUE
        WHEN NOT APR-APPROVE AND NOT APR-DECLINE
            PERFORM REFUSE-APPROVAL-CARD-PARA
            DISPLAY '  BAD CARD  ' APPR-RECORD(1:33)
                '  ACTION MUST BE A OR D'
        WHEN APR-APPROVER = SPACES
            PERFORM REFUSE-APPROVAL-CARD-PARA
            DISPLAY '  BAD CARD  ' APPR-RECORD(1:33)
                '  NO APPROVER ID'
        WHEN WS-AT-COUNT NOT < WS-AT-MAX
            PERFORM REFUSE-APPROVAL-CARD-PARA
            DISPLAY 'WARNING - APPROVAL TABLE FULL, SKIPPING: '
                APR-SUB-DATE '-' APR-SEQ '-' APR-SUB-TIME ' ' APR-ID
        WHEN OTHER
            ADD 1 TO WS-AT-COUNT
            MOVE APR-ACTION TO AT-ACTION(WS-AT-COUNT)
            MOVE APR-SUB-DATE TO AT-SUB-DATE(WS-AT-COUNT)
            MOVE APR-SEQ TO AT-SEQ(WS-AT-COUNT)
            MOVE APR-SUB-TIME TO AT-SUB-TIME(WS-AT-COUNT)
            MOVE APR-ID TO AT-ID(WS-AT-COUNT)
            MOVE APR-APPROVER TO AT-APPROVER(WS-AT-COUNT)
            MOVE 'N' TO AT-USED-SW(WS-AT-COUNT)
    END-EVALUATE
    PERFORM READ-APPR-PARA.

REFUSE-APPROVAL-CARD-PARA.
    ADD 1 TO WS-APPR-REFUSED.
    SET APPROVALS-HAVE-ERRORS TO TRUE.

WORK-PENDING-PARA.
    *> oldest first - the file is keyed on the date parked
    COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(
        FUNCTION NUMVAL(WS-CYCLE-DATE)).
    PERFORM READ-PEND-PARA.
    PERFORM WORK-PENDING-ITEM-PARA UNTIL END-OF-PEND.

READ-PEND-PARA.
    READ PEND-FILE NEXT RECORD
        AT END SET END-OF-PEND TO TRUE
        NOT AT END ADD 1 TO WS-PEND-READ
    END-READ.

WORK-PENDING-ITEM-PARA.
    IF PND-SUB-DATE = WS-CYCLE-DATE AND PND-SEQ > WS-NEXT-SEQ
        MOVE PND-SEQ TO WS-NEXT-SEQ
    END-IF
    MOVE PND-MAINT-IMAGE TO MAINT-RECORD.
    PERFORM AGE-PENDING-PARA.
    PERFORM FIND-APPROVAL-PARA.
    EVALUATE TRUE
        WHEN WS-PEND-AGE > WS-EXPIRY-DAYS
            PERFORM EXPIRE-PENDING-PARA
        WHEN WS-APPR-FOUND = 0
            PERFORM HOLD-PENDING-PARA
        WHEN AT-APPROVER(WS-APPR-FOUND) = PND-SUBMITTER
            *> the maker cannot be the checker - the card is
            *> refused and the item keeps waiting
            MOVE 'Y' TO AT-USED-SW(WS-APPR-FOUND)
            PERFORM REFUSE-APPROVAL-CARD-PARA
            MOVE 'REFUSED' TO WS-P-TAG
            MOVE 'APPROVER IS THE SUBMITTER' TO WS-P-NOTE
            PERFORM PRINT-PENDING-PARA
            PERFORM HOLD-PENDING-PARA
        WHEN AT-ACTION(WS-APPR-FOUND) = 'A'
            PERFORM RELEASE-PENDING-PARA
        WHEN OTHER
            PERFORM DECLINE-PENDING-PARA
    END-EVALUATE
    PERFORM READ-PEND-PARA.

AGE-PENDING-PARA.
    IF PND-SUB-DATE NUMERIC
        MOVE PND-SUB-DATE TO WS-PEND-DATE-NUM
        COMPUTE WS-PEND-AGE = WS-TODAY-INT
            - FUNCTION INTEGER-OF-DATE(WS-PEND-DATE-NUM)
    ELSE
        COMPUTE WS-PEND-AGE = WS-EXPIRY-DAYS + 1
    END-IF.

FIND-APPROVAL-PARA.
    MOVE 0 TO WS-APPR-FOUND.
    MOVE 1 TO WS-AT-SUB.
    PERFORM FIND-APPROVAL-SCAN-PARA
        UNTIL WS-APPR-FOUND > 0 OR WS-AT-SUB > WS-AT-COUNT.

FIND-APPROVAL-SCAN-PARA.
    *> the card must quote the reference and the employee exactly
    IF AT-USED-SW(WS-AT-SUB) = 'N'
            AND AT-SUB-DATE(WS-AT-SUB) = PND-SUB-DATE
            AND AT-SEQ(WS-AT-SUB) = PND-SEQ
            AND AT-SUB-TIME(WS-AT-SUB) = PND-SUB-TIME
            AND AT-ID(WS-AT-SUB) = MNT-ID
        MOVE WS-AT-SUB TO WS-APPR-FOUND
    ELSE
        ADD 1 TO WS-AT-SUB
    END-IF.

RELEASE-PENDING-PARA.
    *> applied as if it had come in on the deck, checked by the
    *> approver; one that no longer applies is dropped, not kept
    MOVE 'Y' TO AT-USED-SW(WS-APPR-FOUND).
    MOVE AT-APPROVER(WS-APPR-FOUND) TO WS-CHECKER.
    SET APPLYING-RELEASE TO TRUE.
    PERFORM APPLY-CARD-PARA.
    MOVE 'N' TO WS-RELEASE-SW.
    MOVE SPACES TO WS-P-NOTE.
    IF TRANS-APPLIED
        ADD 1 TO WS-PEND-RELEASED
        MOVE 'RELEASED' TO WS-P-TAG
        STRING 'APPROVED BY ' WS-CHECKER
            DELIMITED BY SIZE INTO WS-P-NOTE
    ELSE
        ADD 1 TO WS-PEND-NOT-APPLIED
        MOVE 'DROPPED' TO WS-P-TAG
        MOVE 'NOT APPLIED - RESUBMIT' TO WS-P-NOTE
    END-IF
    PERFORM PRINT-PENDING-PARA.
    PERFORM DELETE-PENDING-PARA.

DECLINE-PENDING-PARA.
    MOVE 'Y' TO AT-USED-SW(WS-APPR-FOUND).
    ADD 1 TO WS-PEND-DECLINED.
    MOVE 'DECLINED' TO WS-P-TAG.
    MOVE SPACES TO WS-P-NOTE.
    STRING 'DECLINED BY ' AT-APPROVER(WS-APPR-FOUND)
        DELIMITED BY SIZE INTO WS-P-NOTE.
    PERFORM PRINT-PENDING-PARA.
    PERFORM DELETE-PENDING-PARA.

EXPIRE-PENDING-PARA.
    *> nobody approved it in time - it goes, and an approval that
    *> arrives now is too late and says so
    ADD 1 TO WS-PEND-EXPIRED.
    MOVE 'EXPIRED' TO WS-P-TAG.
    MOVE WS-PEND-AGE TO WS-AGE-DISPLAY.
    MOVE SPACES TO WS-P-NOTE.
    STRING 'NOT APPROVED IN ' WS-AGE-DISPLAY ' DAYS'
        DELIMITED BY SIZE INTO WS-P-NOTE.
    PERFORM PRINT-PENDING-PARA.
    IF WS-APPR-FOUND > 0
        MOVE 'Y' TO AT-USED-SW(WS-APPR-FOUND)
        PERFORM REFUSE-APPROVAL-CARD-PARA
        MOVE 'TOO LATE' TO WS-P-TAG
        MOVE 'APPROVAL CARD AFTER EXPIRY' TO WS-P-NOTE
        PERFORM PRINT-PENDING-PARA
    END-IF
    PERFORM DELETE-PENDING-PARA.

HOLD-PENDING-PARA.
    ADD 1 TO WS-PEND-WAITING.
    MOVE 'PENDING' TO WS-P-TAG.
    MOVE WS-PEND-AGE TO WS-AGE-DISPLAY.
    MOVE SPACES TO WS-P-NOTE.
    STRING 'WAITING ' WS-AGE-DISPLAY ' DAYS'
        DELIMITED BY SIZE INTO WS-P-NOTE.
    PERFORM PRINT-PENDING-PARA.

DELETE-PENDING-PARA.
    *> an item left behind by a failed delete cannot apply twice -
    *> its release finds the master moved and drops it
    DELETE PEND-FILE
        INVALID KEY
            DISPLAY 'WARNING - PENDMNT DELETE FAILED, STATUS: '
                WS-PEND-STATUS ' FOR ' PND-SUB-DATE '-' PND-SEQ '-'
                PND-SUB-TIME
    END-DELETE.

LIST-UNMATCHED-PARA.
    MOVE 1 TO WS-AT-SUB.
    PERFORM LIST-UNMATCHED-ONE-PARA UNTIL WS-AT-SUB > WS-AT-COUNT.

LIST-UNMATCHED-ONE-PARA.
    IF AT-USED-SW(WS-AT-SUB) = 'N'
        PERFORM REFUSE-APPROVAL-CARD-PARA
        DISPLAY '  NO MATCH  ' AT-ACTION(WS-AT-SUB) ' '
            AT-SUB-DATE(WS-AT-SUB) '-' AT-SEQ(WS-AT-SUB) '-'
            AT-SUB-TIME(WS-AT-SUB) ' ' AT-ID(WS-AT-SUB)
            '  NOT ON THE PENDING FILE'
    END-IF
    ADD 1 TO WS-AT-SUB.

PRINT-PENDING-PARA.
    MOVE PND-SUB-DATE TO WS-P-DATE.
    MOVE PND-SEQ TO WS-P-SEQ.
    MOVE PND-SUB-TIME TO WS-P-TIME.
    MOVE MNT-FUNC TO WS-P-FUNC.
    MOVE MNT-ID TO WS-P-ID.
    MOVE PND-SUBMITTER TO WS-P-MAKER.
    EVALUATE TRUE
        WHEN PND-BALANCE
            MOVE 'BALANCE' TO WS-P-REASON
        WHEN PND-RATE-CLASS
            MOVE 'RATE CLASS' TO WS-P-REASON
        WHEN PND-BALANCE-AND-CLASS
            MOVE 'BALANCE AND RATE CLASS' TO WS-P-REASON
        WHEN OTHER
            MOVE SPACES TO WS-P-REASON
            STRING 'STATUS ' PND-OLD-STATUS ' TO ' MNT-NEW-STATUS
                DELIMITED BY SIZE INTO WS-P-REASON
    END-EVALUATE
    DISPLAY WS-PEND-LINE.

READ-MAINT-PARA.
    READ MAINT-FILE
        AT END SET END-OF-MAINT TO TRUE
    END-READ.

APPLY-TRANS-PARA.
    MOVE 'NOT REQD' TO WS-CHECKER.
    PERFORM APPLY-CARD-PARA.
    IF NOT TRANS-APPLIED AND NOT TRANS-PARKED
        ADD 1 TO WS-TRANS-REJECTED
    END-IF
    PERFORM READ-MAINT-PARA.

APPLY-CARD-PARA.
    *> one maintenance card, from the deck or released off the
    *> pending file - applied, parked, or rejected with its reason
    MOVE 'N' TO WS-APPLIED-SW.
    MOVE SPACES TO WS-REJECT-REASON.
    MOVE SPACES TO WS-PARK-REASON.
    PERFORM VALIDATE-ID-PARA.
    IF NOT ID-IS-VALID
        MOVE 'ID FAILED FORMAT OR CHECK DIGIT VALIDATION'
            TO WS-REJECT-REASON
    ELSE
        EVALUATE TRUE
            WHEN MNT-SUBMITTER = SPACES
                MOVE 'NO SUBMITTER ID ON THE CARD'
                    TO WS-REJECT-REASON
            WHEN MNT-FUNC-ADD
                PERFORM VALIDATE-NUMERICS-PARA
                IF NUMERICS-VALID
                    TO WS-REJECT-REASON
        END-EVALUATE
    END-IF
    IF NOT TRANS-APPLIED AND NOT TRANS-PARKED
        DISPLAY '  REJECTED  ' MNT-FUNC ' ' MNT-ID '  '
            WS-REJECT-REASON
    END-IF.

VALIDATE-ID-PARA.
    MOVE 'Y' TO WS-ID-VALID-SW.
            MOVE 'NOT FOUND - ID NOT ON MASTER FILE'
                TO WS-REJECT-REASON
        NOT INVALID KEY
            PERFORM CHECK-CHANGE-CONTROL-PARA
            PERFORM PRINT-BEFORE-PARA
            EVALUATE TRUE
                WHEN WS-REJECT-REASON NOT = SPACES
                    CONTINUE
                WHEN WS-PARK-REASON NOT = SPACES
                    PERFORM PARK-TRANS-PARA
                WHEN OTHER
                    PERFORM REWRITE-CHANGE-PARA
            END-EVALUATE
    END-READ.

REWRITE-CHANGE-PARA.
    *> a Change re-keys the data fields, not the lifecycle - the
    *> standing status survives the rebuild
    MOVE MST-STATUS TO WS-SAVED-STATUS.
    MOVE MST-STATUS-DATE TO WS-SAVED-STATUS-DATE.
    MOVE MST-NUM1 TO WS-OLD-NUM1.
    PERFORM BUILD-MASTER-PARA.
    MOVE WS-SAVED-STATUS TO MST-STATUS.
    MOVE WS-SAVED-STATUS-DATE TO MST-STATUS-DATE.
    REWRITE MASTER-RECORD
        INVALID KEY
            MOVE 'REWRITE FAILED ON MASTER FILE'
                TO WS-REJECT-REASON
        NOT INVALID KEY
            SET TRANS-APPLIED TO TRUE
            ADD 1 TO WS-TRANS-CHANGED
            COMPUTE WS-NET-DELTA
                = WS-NET-DELTA + MNT-NUM1 - WS-OLD-NUM1
            PERFORM PRINT-AFTER-PARA
    END-REWRITE.

CHECK-CHANGE-CONTROL-PARA.
    *> a Change that moves the balance or the rate class waits for
    *> a second user; released, it must still find the record as
    *> the maker saw it
    IF APPLYING-RELEASE
        PERFORM CHECK-UNMOVED-PARA
    ELSE
        IF MNT-NUM1 NOT = MST-NUM1
            MOVE 'BL' TO WS-PARK-REASON
        END-IF
        IF MNT-RATE-CLASS NOT = MST-RATE-CLASS
            IF WS-PARK-REASON = SPACES
                MOVE 'RC' TO WS-PARK-REASON
            ELSE
                MOVE 'BC' TO WS-PARK-REASON
            END-IF
        END-IF
        IF WS-PARK-REASON NOT = SPACES
            MOVE 'PENDING' TO WS-CHECKER
        END-IF
    END-IF.

CHECK-STATUS-CONTROL-PARA.
    *> moving an employee out of frozen or closed waits for a
    *> second user, under the same release check as a Change
    IF APPLYING-RELEASE
        PERFORM CHECK-UNMOVED-PARA
    ELSE
        IF (MST-ST-FROZEN OR MST-ST-CLOSED)
                AND MNT-NEW-STATUS NOT = MST-STATUS
            MOVE 'ST' TO WS-PARK-REASON
            MOVE 'PENDING' TO WS-CHECKER
        END-IF
    END-IF.

CHECK-UNMOVED-PARA.
    IF MST-NUM1 NOT = PND-OLD-NUM1
            OR MST-RATE-CLASS NOT = PND-OLD-CLASS
            OR MST-STATUS NOT = PND-OLD-STATUS
        MOVE 'MASTER CHANGED SINCE SUBMITTED - RESUBMIT'
            TO WS-REJECT-REASON
    END-IF.

PARK-TRANS-PARA.
    *> the card waits exactly as submitted, with the values it was
    *> checked against, under today's date, the next sequence and
    *> the time
    MOVE SPACES TO PENDING-RECORD.
    MOVE WS-CYCLE-DATE TO PND-SUB-DATE.
    ADD 1 TO WS-NEXT-SEQ.
    MOVE WS-NEXT-SEQ TO PND-SEQ.
    MOVE FUNCTION CURRENT-DATE(9:6) TO PND-SUB-TIME.
    MOVE MNT-SUBMITTER TO PND-SUBMITTER.
    MOVE WS-PARK-REASON TO PND-REASON.
    MOVE MST-NUM1 TO PND-OLD-NUM1.
    MOVE MST-RATE-CLASS TO PND-OLD-CLASS.
    MOVE MST-STATUS TO PND-OLD-STATUS.
    MOVE MAINT-RECORD TO PND-MAINT-IMAGE.
    WRITE PENDING-RECORD
        INVALID KEY
            MOVE 'PENDMNT WRITE FAILED - NOT PARKED'
                TO WS-REJECT-REASON
        NOT INVALID KEY
            SET TRANS-PARKED TO TRUE
            ADD 1 TO WS-TRANS-PARKED
            MOVE 'PARKED' TO WS-P-TAG
            MOVE 'AWAITING APPROVAL' TO WS-P-NOTE
            PERFORM PRINT-PENDING-PARA
    END-WRITE.

DELETE-MASTER-PARA.
    MOVE MNT-ID TO MST-ID.
    READ MASTER-FILE
                MOVE 'NOT FOUND - ID NOT ON MASTER FILE'
                    TO WS-REJECT-REASON
            NOT INVALID KEY
                PERFORM CHECK-STATUS-CONTROL-PARA
                PERFORM PRINT-BEFORE-PARA
                EVALUATE TRUE
                    WHEN WS-REJECT-REASON NOT = SPACES
                        CONTINUE
                    WHEN WS-PARK-REASON NOT = SPACES
                        PERFORM PARK-TRANS-PARA
                    WHEN OTHER
                        PERFORM REWRITE-STATUS-PARA
                END-EVALUATE
        END-READ
    END-IF.

REWRITE-STATUS-PARA.
    *> re-stating the status it already has keeps the date it was
    *> first set, so aging is not reset
    IF MNT-NEW-STATUS NOT = MST-STATUS
        MOVE WS-CYCLE-DATE TO MST-STATUS-DATE
    END-IF
    MOVE MNT-NEW-STATUS TO MST-STATUS.
    REWRITE MASTER-RECORD
        INVALID KEY
            MOVE 'REWRITE FAILED ON MASTER FILE'
                TO WS-REJECT-REASON
        NOT INVALID KEY
            SET TRANS-APPLIED TO TRUE
            ADD 1 TO WS-TRANS-STATUSED
            PERFORM PRINT-AFTER-PARA
    END-REWRITE.

VALIDATE-NUMERICS-PARA.
    *> the numeric fields get the same front-door treatment as the
    *> ID - a mis-keyed card must not put non-numeric bytes into
    MOVE MNT-NUM3 TO MST-NUM3.
    MOVE MNT-RATE-CLASS TO MST-RATE-CLASS.
    MOVE 'A' TO MST-STATUS.
    MOVE WS-CYCLE-DATE TO MST-STATUS-DATE.

PRINT-BEFORE-PARA.
    MOVE 'BEFORE' TO WS-A-TAG.
    MOVE MST-NUM3 TO WS-A-NUM3.
    MOVE MST-RATE-CLASS TO WS-A-CLASS.
    MOVE MST-STATUS TO WS-A-STATUS.
    MOVE MNT-SUBMITTER TO WS-A-MAKER.
    MOVE WS-CHECKER TO WS-A-CHECKER.
    DISPLAY WS-AUDIT-LINE.

PRINT-HEADING-PARA.
    DISPLAY 'MASTER FILE MAINTENANCE AUDIT LISTING'.
    DISPLAY '======================================'.
    DISPLAY ' '.
    DISPLAY 'PENDING MAINTENANCE - EXPIRES AFTER ' WS-EXPIRY-DAYS
        ' DAYS'.

PRINT-RUN-TOTALS-PARA.
    DISPLAY ' '.
    DISPLAY 'RECORDS DELETED        : ' WS-TRANS-DELETED.
    DISPLAY 'STATUS CHANGES         : ' WS-TRANS-STATUSED.
    DISPLAY 'TRANSACTIONS REJECTED  : ' WS-TRANS-REJECTED.
    DISPLAY 'CHANGES PARKED         : ' WS-TRANS-PARKED.
    DISPLAY 'PENDING ITEMS READ     : ' WS-PEND-READ.
    DISPLAY 'PENDING RELEASED       : ' WS-PEND-RELEASED.
    DISPLAY 'PENDING NOT APPLIED    : ' WS-PEND-NOT-APPLIED.
    DISPLAY 'PENDING DECLINED       : ' WS-PEND-DECLINED.
    DISPLAY 'PENDING EXPIRED        : ' WS-PEND-EXPIRED.
    DISPLAY 'STILL PENDING          : ' WS-PEND-WAITING.
    DISPLAY 'APPROVAL CARDS READ    : ' WS-APPR-READ.
    DISPLAY 'APPROVAL CARDS REFUSED : ' WS-APPR-REFUSED.

WRITE-RUNLOG-START-PARA.
    MOVE SPACES TO RUNLOG-RECORD.
