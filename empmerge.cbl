      >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. EMPMERGE.

*> Employee ID merge and renumber: retires an employee ID into
*> another without stranding anything the cycle keeps under it. The
*> MRGDECK deck carries one change per card - old ID in columns
*> 1-6, new ID in 7-12, the action in column 13 and the requester's
*> id in 14-21:
*>   R - renumber: the new ID must not be on the master; the
*>       employee's record is written under it, balance and all;
*>   M - merge: the new ID must be an active employee on the
*>       master; the old ID's balance is added to it.
*> Both IDs must pass the format and check-digit edit, and the old
*> ID must not be closed. The old ID is then closed with a zero
*> balance - never deleted - and the transfer is journaled on
*> PSTJRNL as a pair of 'T' entries (out of the old ID, into the
*> new, control code XFER). Once the deck is applied the open
*> suspense queue and the exception work queue are copied with
*> every retired ID re-keyed to the ID that carries it on (new
*> SUSPNEW and EXCPTNEW, swapped in by the job) - except a refused
*> reversal, which stays under the retired ID its original was
*> journaled under and is listed for handling by hand, since no
*> re-drive can match it to its original under the new ID - and
*> every change is appended to the IDXREF cross-reference the
*> history inquiry and the month-end statements follow, so an
*> employee's history reads continuously across the change. Every
*> step prints on the before/after audit listing, and the run logs
*> its net and gross balance movement to RUNLOG - the net is
*> always zero, and the reconciliation counts it with the other
*> logged adjustments.
*> Return code 4 means a card was refused (listed, nothing done
*> for it); 8 means a change was applied but its journal or
*> cross-reference entry could not be written (listed, key it by
*> hand); 16 means the queues could not be copied and must not be
*> swapped.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT DECK-FILE ASSIGN TO MRGDECK
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-DECK-STATUS.

    SELECT MASTER-FILE ASSIGN TO MASTER
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS MST-ID
        FILE STATUS IS WS-MASTER-STATUS.

    SELECT JOURNAL-FILE ASSIGN TO PSTJRNL
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS JRN-KEY
        ALTERNATE RECORD KEY IS JRN-CYCLE-DATE WITH DUPLICATES
        FILE STATUS IS WS-JOURNAL-STATUS.

    SELECT XREF-FILE ASSIGN TO IDXREF
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-XREF-STATUS.

    SELECT SUSPIN-FILE ASSIGN TO SUSPIN
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-SUSPIN-STATUS.

    SELECT SUSPNEW-FILE ASSIGN TO SUSPNEW
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-SUSPNEW-STATUS.

    SELECT EXCPIN-FILE ASSIGN TO EXCPTIN
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-EXCPIN-STATUS.

    SELECT EXCPNEW-FILE ASSIGN TO EXCPTNEW
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-EXCPNEW-STATUS.

    SELECT RUNLOG-FILE ASSIGN TO RUNLOG
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-RUNLOG-STATUS.

DATA DIVISION.
FILE SECTION.
FD  DECK-FILE.
01  DECK-RECORD.
    05  MRG-OLD-ID                 PIC X(6).
    05  MRG-NEW-ID                 PIC X(6).
    05  MRG-ACTION                 PIC X.
        88  MRG-RENUMBER           VALUE 'R'.
        88  MRG-MERGE              VALUE 'M'.
    05  MRG-REQUESTER              PIC X(8).
    05  FILLER                     PIC X(59).

FD  MASTER-FILE.
    COPY EMPLOYEE REPLACING ==EMPLOYEE-RECORD== BY ==MASTER-RECORD==
                            ==WS-ID-ALPHA==      BY ==MST-ID-ALPHA==
                            ==WS-ID-NUMBER==     BY ==MST-ID-NUMBER==
                            ==WS-ID-CHECK==      BY ==MST-ID-CHECK==
                            ==WS-ID==            BY ==MST-ID==
                            ==WS-NAME==          BY ==MST-NAME==
                            ==WS-NUM1==          BY ==MST-NUM1==
                            ==WS-NUM2==          BY ==MST-NUM2==
                            ==WS-NUM3==          BY ==MST-NUM3==
                            ==WS-RATE-CLASS==    BY ==MST-RATE-CLASS==
                            ==WS-STATUS==        BY ==MST-STATUS==
                            ==WS-STATUS-DATE==   BY ==MST-STATUS-DATE==
                            ==WS-ST-ACTIVE==     BY ==MST-ST-ACTIVE==
                            ==WS-ST-FROZEN==     BY ==MST-ST-FROZEN==
                            ==WS-ST-CLOSED==     BY ==MST-ST-CLOSED==.

FD  JOURNAL-FILE.
    COPY PSTJRNL.

FD  XREF-FILE.
    COPY IDXREF.

FD  SUSPIN-FILE.
    COPY SUSPREC.

*> the new queues carry the input layouts as is, re-keyed
FD  SUSPNEW-FILE.
01  SUSPNEW-RECORD                 PIC X(100).

FD  EXCPIN-FILE.
    COPY EXCPTREC.

FD  EXCPNEW-FILE.
01  EXCPNEW-RECORD                 PIC X(80).

FD  RUNLOG-FILE.
    COPY RUNLOG.

WORKING-STORAGE SECTION.
01  WS-DECK-STATUS                 PIC XX VALUE '00'.
01  WS-MASTER-STATUS               PIC XX VALUE '00'.
01  WS-JOURNAL-STATUS              PIC XX VALUE '00'.
01  WS-XREF-STATUS                 PIC XX VALUE '00'.
01  WS-SUSPIN-STATUS               PIC XX VALUE '00'.
01  WS-SUSPNEW-STATUS              PIC XX VALUE '00'.
01  WS-EXCPIN-STATUS               PIC XX VALUE '00'.
01  WS-EXCPNEW-STATUS              PIC XX VALUE '00'.
01  WS-RUNLOG-STATUS               PIC XX VALUE '00'.
01  WS-RUN-STATUS                  PIC X(4) VALUE 'OK'.
01  WS-CYCLE-DATE                  PIC X(8).

01  WS-DECK-EOF-SW                 PIC X VALUE 'N'.
    88  END-OF-DECK                VALUE 'Y'.
01  WS-SUSPIN-EOF-SW               PIC X VALUE 'N'.
    88  END-OF-SUSPIN              VALUE 'Y'.
01  WS-EXCPIN-EOF-SW               PIC X VALUE 'N'.
    88  END-OF-EXCPIN              VALUE 'Y'.
01  WS-APPLIED-SW                  PIC X VALUE 'N'.
    88  CHANGE-APPLIED             VALUE 'Y'.
01  WS-INCOMPLETE-SW               PIC X VALUE 'N'.
    88  RUN-INCOMPLETE             VALUE 'Y'.
01  WS-JRN-WRITE-SW                PIC X VALUE 'N'.
    88  JRN-WRITE-DONE             VALUE 'Y'.
01  WS-REJECT-REASON               PIC X(44) VALUE SPACES.

*> ID edit: 2 alpha + 3 numeric + 1 check digit (mod 10 of the
*> numeric part), the same rule master maintenance applies
01  WS-CHECK-ID.
    05  WS-CHK-ALPHA               PIC XX.
    05  WS-CHK-NUMBER              PIC X(3).
    05  WS-CHK-CHECK               PIC X.
01  WS-ID-VALID-SW                 PIC X VALUE 'Y'.
    88  ID-IS-VALID                VALUE 'Y'.
01  WS-DIGIT-TABLE                 PIC X(10) VALUE '0123456789'.
01  WS-EXPECTED-CHECK              PIC X.
01  WS-CHECK-DIGIT-CALC            PIC 9.
01  WS-KEY-NUMBER                  PIC 9(3).

*> master images around the change: both IDs as read, and the new
*> ID as written, for the audit listing and the back-out
01  WS-OLD-IMAGE                   PIC X(68).
01  WS-NEW-IMAGE                   PIC X(68).
01  WS-NEW-AFTER-IMAGE             PIC X(68).
01  WS-OLD-BALANCE                 PIC S9(7)V9(4).
01  WS-NEW-BEFORE-BAL              PIC S9(7)V9(4).
01  WS-COMBINED-BAL                PIC S9(8)V9(4).

*> journal entry being written - one side of the transfer
01  WS-JRN-ID                      PIC X(6).
01  WS-JRN-AMOUNT                  PIC S9(7)V9(4).
01  WS-JRN-BEFORE                  PIC S9(7)V9(4).
01  WS-JRN-AFTER                   PIC S9(7)V9(4).

*> changes applied this run, old ID to new, for re-keying the
*> queues; a chain inside one deck (A to B, then B to C) is
*> followed to its end
01  WS-MG-MAX                      PIC 9(3) VALUE 200.
01  WS-MG-COUNT                    PIC 9(3) VALUE 0.
01  WS-MG-TABLE.
    05  WS-MG-ENTRY OCCURS 200 TIMES.
        10  MG-OLD-ID              PIC X(6).
        10  MG-NEW-ID              PIC X(6).
01  WS-MG-SUB                      PIC 9(3).
01  WS-MG-FOUND                    PIC 9(3).
01  WS-RESOLVE-ID                  PIC X(6).
01  WS-RESOLVE-HOPS                PIC 9(3).

*> merge-run accounting
01  WS-CARDS-READ                  PIC 9(6) VALUE 0.
01  WS-CARDS-REJECTED              PIC 9(6) VALUE 0.
01  WS-RENUMBERED                  PIC 9(6) VALUE 0.
01  WS-MERGED                      PIC 9(6) VALUE 0.
01  WS-JOURNALED                   PIC 9(6) VALUE 0.
01  WS-XREF-WRITTEN                PIC 9(6) VALUE 0.
01  WS-SUSP-READ                   PIC 9(6) VALUE 0.
01  WS-SUSP-REKEYED                PIC 9(6) VALUE 0.
01  WS-SUSP-HELD                   PIC 9(6) VALUE 0.
01  WS-EXC-READ                    PIC 9(6) VALUE 0.
01  WS-EXC-REKEYED                 PIC 9(6) VALUE 0.
01  WS-APPLIED-COUNT               PIC 9(6) VALUE 0.

*> net MST-NUM1 movement the run left on the master (a transfer
*> takes out of the old ID exactly what it puts into the new, so
*> only a change that could not be backed out leaves any) and the
*> gross amount transferred, both logged to RUNLOG
01  WS-NET-DELTA                   PIC S9(11)V99 VALUE 0.
01  WS-GROSS-MOVED                 PIC S9(11)V99 VALUE 0.

01  WS-AMOUNT-DISPLAY              PIC ZZ,ZZZ,ZZZ,ZZ9.99-.

*> audit-listing images of the master record around each change
01  WS-AUDIT-LINE.
    05  FILLER                     PIC X(2) VALUE SPACES.
    05  WS-A-TAG                   PIC X(8).
    05  FILLER                     PIC X(2) VALUE SPACES.
    05  WS-A-ID                    PIC X(6).
    05  FILLER                     PIC X(2) VALUE SPACES.
    05  WS-A-NAME                  PIC X(30).
    05  FILLER                     PIC X(2) VALUE SPACES.
    05  WS-A-NUM1                  PIC ZZZZZZ9.9999-.
    05  FILLER                     PIC X(2) VALUE SPACES.
    05  WS-A-NUM2                  PIC .99999.
    05  FILLER                     PIC X(2) VALUE SPACES.
    05  WS-A-NUM3                  PIC ZZZ9.999-.
    05  FILLER                     PIC X(2) VALUE SPACES.
    05  WS-A-CLASS                 PIC XX.
    05  FILLER                     PIC X(2) VALUE SPACES.
    05  WS-A-STATUS                PIC X.

01  WS-JRN-DISPLAY                 PIC ZZZZZZ9.99-.

PROCEDURE DIVISION.
A-PARA.
    PERFORM OPEN-FILES-PARA.
    PERFORM WRITE-RUNLOG-START-PARA.
    PERFORM PRINT-HEADING-PARA.
    PERFORM READ-DECK-PARA.
    PERFORM APPLY-CARD-PARA UNTIL END-OF-DECK.
    PERFORM REKEY-SUSPENSE-PARA.
    PERFORM REKEY-EXCEPTIONS-PARA.
    PERFORM PRINT-RUN-TOTALS-PARA.
    PERFORM WRITE-RUNLOG-END-PARA.
    PERFORM CLOSE-FILES-PARA.
    EVALUATE TRUE
        WHEN RUN-INCOMPLETE
            MOVE 8 TO RETURN-CODE
        WHEN WS-CARDS-REJECTED > 0
            MOVE 4 TO RETURN-CODE
        WHEN OTHER
            CONTINUE
    END-EVALUATE
    STOP RUN.

OPEN-FILES-PARA.
    MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CYCLE-DATE.
    OPEN INPUT DECK-FILE.
    IF WS-DECK-STATUS NOT = '00'
        DISPLAY 'ERROR - MRGDECK OPEN FAILED, STATUS: '
            WS-DECK-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    OPEN I-O MASTER-FILE.
    IF WS-MASTER-STATUS NOT = '00'
        DISPLAY 'ERROR - MASTER OPEN FAILED, STATUS: '
            WS-MASTER-STATUS
        CLOSE DECK-FILE
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    OPEN I-O JOURNAL-FILE.
    IF WS-JOURNAL-STATUS NOT = '00'
        *> a transfer the journal cannot carry is movement nobody
        *> can trace afterwards - change nothing
        DISPLAY 'ERROR - PSTJRNL OPEN FAILED, STATUS: '
            WS-JOURNAL-STATUS
        CLOSE DECK-FILE
        CLOSE MASTER-FILE
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    *> the cross-reference is a standing file every history reader
    *> follows - append to it
    OPEN EXTEND XREF-FILE.
    IF WS-XREF-STATUS NOT = '00'
        OPEN OUTPUT XREF-FILE
    END-IF
    IF WS-XREF-STATUS NOT = '00'
        DISPLAY 'ERROR - IDXREF OPEN FAILED, STATUS: '
            WS-XREF-STATUS
        CLOSE DECK-FILE
        CLOSE MASTER-FILE
        CLOSE JOURNAL-FILE
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    *> the queues are opened before anything is changed, so a
    *> missing queue stops the run with the master untouched
    OPEN INPUT SUSPIN-FILE.
    IF WS-SUSPIN-STATUS NOT = '00'
        DISPLAY 'ERROR - SUSPIN OPEN FAILED, STATUS: '
            WS-SUSPIN-STATUS
        PERFORM OPEN-FAILED-PARA
    END-IF
    OPEN OUTPUT SUSPNEW-FILE.
    IF WS-SUSPNEW-STATUS NOT = '00'
        DISPLAY 'ERROR - SUSPNEW OPEN FAILED, STATUS: '
            WS-SUSPNEW-STATUS
        CLOSE SUSPIN-FILE
        PERFORM OPEN-FAILED-PARA
    END-IF
    OPEN INPUT EXCPIN-FILE.
    IF WS-EXCPIN-STATUS NOT = '00'
        DISPLAY 'ERROR - EXCPTIN OPEN FAILED, STATUS: '
            WS-EXCPIN-STATUS
        CLOSE SUSPIN-FILE
        CLOSE SUSPNEW-FILE
        PERFORM OPEN-FAILED-PARA
    END-IF
    OPEN OUTPUT EXCPNEW-FILE.
    IF WS-EXCPNEW-STATUS NOT = '00'
        DISPLAY 'ERROR - EXCPTNEW OPEN FAILED, STATUS: '
            WS-EXCPNEW-STATUS
        CLOSE SUSPIN-FILE
        CLOSE SUSPNEW-FILE
        CLOSE EXCPIN-FILE
        PERFORM OPEN-FAILED-PARA
    END-IF
    *> shared run-control audit trail - appended by every program
    *> that moves the master, proved by RECONCIL
    OPEN EXTEND RUNLOG-FILE.
    IF WS-RUNLOG-STATUS NOT = '00'
        OPEN OUTPUT RUNLOG-FILE
    END-IF.

OPEN-FAILED-PARA.
    CLOSE DECK-FILE.
    CLOSE MASTER-FILE.
    CLOSE JOURNAL-FILE.
    CLOSE XREF-FILE.
    MOVE 16 TO RETURN-CODE.
    STOP RUN.

CLOSE-FILES-PARA.
    CLOSE DECK-FILE.
    CLOSE MASTER-FILE.
    CLOSE JOURNAL-FILE.
    CLOSE XREF-FILE.
    CLOSE RUNLOG-FILE.

READ-DECK-PARA.
    READ DECK-FILE
        AT END SET END-OF-DECK TO TRUE
        NOT AT END ADD 1 TO WS-CARDS-READ
    END-READ.

APPLY-CARD-PARA.
    MOVE 'N' TO WS-APPLIED-SW.
    MOVE SPACES TO WS-REJECT-REASON.
    DISPLAY ' '.
    DISPLAY 'CHANGE ' MRG-ACTION ' ' MRG-OLD-ID ' TO ' MRG-NEW-ID
        '  REQUESTED BY ' MRG-REQUESTER.
    PERFORM VALIDATE-CARD-PARA.
    IF WS-REJECT-REASON = SPACES
        PERFORM READ-OLD-ID-PARA
    END-IF
    IF WS-REJECT-REASON = SPACES
        PERFORM READ-NEW-ID-PARA
    END-IF
    IF WS-REJECT-REASON = SPACES
        IF MRG-RENUMBER
            PERFORM APPLY-RENUMBER-PARA
        ELSE
            PERFORM APPLY-MERGE-PARA
        END-IF
    END-IF
    IF CHANGE-APPLIED
        PERFORM COMPLETE-CHANGE-PARA
    ELSE
        ADD 1 TO WS-CARDS-REJECTED
        DISPLAY '  REJECTED  ' MRG-ACTION ' ' MRG-OLD-ID ' '
            MRG-NEW-ID '  ' WS-REJECT-REASON
    END-IF
    PERFORM READ-DECK-PARA.

VALIDATE-CARD-PARA.
    EVALUATE TRUE
        WHEN NOT MRG-RENUMBER AND NOT MRG-MERGE
            MOVE 'ACTION MUST BE R (RENUMBER) OR M (MERGE)'
                TO WS-REJECT-REASON
        WHEN MRG-REQUESTER = SPACES
            MOVE 'NO REQUESTER ID ON THE CARD' TO WS-REJECT-REASON
        WHEN MRG-OLD-ID = MRG-NEW-ID
            MOVE 'OLD AND NEW ID ARE THE SAME' TO WS-REJECT-REASON
        WHEN WS-MG-COUNT NOT < WS-MG-MAX
            MOVE 'CHANGE TABLE FULL - RESUBMIT NEXT RUN'
                TO WS-REJECT-REASON
        WHEN OTHER
            MOVE MRG-OLD-ID TO WS-CHECK-ID
            PERFORM VALIDATE-ID-PARA
            IF NOT ID-IS-VALID
                MOVE 'OLD ID FAILED FORMAT OR CHECK DIGIT'
                    TO WS-REJECT-REASON
            ELSE
                MOVE MRG-NEW-ID TO WS-CHECK-ID
                PERFORM VALIDATE-ID-PARA
                IF NOT ID-IS-VALID
                    MOVE 'NEW ID FAILED FORMAT OR CHECK DIGIT'
                        TO WS-REJECT-REASON
                END-IF
            END-IF
    END-EVALUATE.

VALIDATE-ID-PARA.
    MOVE 'Y' TO WS-ID-VALID-SW.
    IF WS-CHK-ALPHA NOT ALPHABETIC OR WS-CHK-ALPHA = SPACES
        MOVE 'N' TO WS-ID-VALID-SW
    END-IF
    IF WS-CHK-NUMBER NOT NUMERIC
        MOVE 'N' TO WS-ID-VALID-SW
    END-IF
    IF ID-IS-VALID
        MOVE WS-CHK-NUMBER TO WS-KEY-NUMBER
        COMPUTE WS-CHECK-DIGIT-CALC = FUNCTION MOD(WS-KEY-NUMBER, 10)
        MOVE WS-DIGIT-TABLE(WS-CHECK-DIGIT-CALC + 1:1)
            TO WS-EXPECTED-CHECK
        IF WS-CHK-CHECK NOT = WS-EXPECTED-CHECK
            MOVE 'N' TO WS-ID-VALID-SW
        END-IF
    END-IF.

READ-OLD-ID-PARA.
    MOVE MRG-OLD-ID TO MST-ID.
    READ MASTER-FILE
        INVALID KEY
            MOVE 'OLD ID NOT ON MASTER FILE' TO WS-REJECT-REASON
        NOT INVALID KEY
            IF MST-ST-CLOSED
                *> already retired - a closed ID has nothing to move
                MOVE 'OLD ID IS CLOSED' TO WS-REJECT-REASON
            ELSE
                MOVE MASTER-RECORD TO WS-OLD-IMAGE
                MOVE MST-NUM1 TO WS-OLD-BALANCE
            END-IF
    END-READ.

READ-NEW-ID-PARA.
    MOVE MRG-NEW-ID TO MST-ID.
    READ MASTER-FILE
        INVALID KEY
            IF MRG-MERGE
                MOVE 'MERGE TARGET NOT ON MASTER FILE'
                    TO WS-REJECT-REASON
            END-IF
        NOT INVALID KEY
            EVALUATE TRUE
                WHEN MRG-RENUMBER
                    *> a renumber takes a fresh ID - an existing
                    *> one (even a closed, retired one) is a merge
                    MOVE 'NEW ID ALREADY ON MASTER - USE M TO MERGE'
                        TO WS-REJECT-REASON
                WHEN NOT MST-ST-ACTIVE
                    MOVE 'MERGE TARGET NOT ACTIVE'
                        TO WS-REJECT-REASON
                WHEN OTHER
                    MOVE MASTER-RECORD TO WS-NEW-IMAGE
                    MOVE MST-NUM1 TO WS-NEW-BEFORE-BAL
                    COMPUTE WS-COMBINED-BAL
                        = WS-NEW-BEFORE-BAL + WS-OLD-BALANCE
                    IF WS-COMBINED-BAL > 9999999.9999
                            OR WS-COMBINED-BAL < -9999999.9999
                        MOVE 'COMBINED BALANCE OVERFLOWS THE MASTER'
                            TO WS-REJECT-REASON
                    END-IF
            END-EVALUATE
    END-READ.

APPLY-RENUMBER-PARA.
    *> the employee moves to the new ID as is - name, rate, rate
    *> class, status and balance - then the old ID is closed
    MOVE WS-OLD-IMAGE TO MASTER-RECORD.
    PERFORM PRINT-BEFORE-PARA.
    MOVE 0 TO WS-NEW-BEFORE-BAL.
    MOVE MRG-NEW-ID TO MST-ID.
    WRITE MASTER-RECORD
        INVALID KEY
            MOVE 'NEW ID WRITE FAILED ON MASTER FILE'
                TO WS-REJECT-REASON
        NOT INVALID KEY
            MOVE MASTER-RECORD TO WS-NEW-AFTER-IMAGE
            PERFORM CLOSE-OLD-ID-PARA
            IF WS-REJECT-REASON NOT = SPACES
                *> the old ID still carries the balance - take the
                *> new record back off so it is not counted twice
                MOVE MRG-NEW-ID TO MST-ID
                DELETE MASTER-FILE
                    INVALID KEY
                        DISPLAY 'ERROR - NEW ID ' MRG-NEW-ID
                            ' NOT BACKED OUT - DELETE IT BY HAND'
                        ADD WS-OLD-BALANCE TO WS-NET-DELTA
                        SET RUN-INCOMPLETE TO TRUE
                END-DELETE
            ELSE
                SET CHANGE-APPLIED TO TRUE
                ADD 1 TO WS-RENUMBERED
            END-IF
    END-WRITE.

APPLY-MERGE-PARA.
    MOVE WS-OLD-IMAGE TO MASTER-RECORD.
    PERFORM PRINT-BEFORE-PARA.
    MOVE WS-NEW-IMAGE TO MASTER-RECORD.
    PERFORM PRINT-BEFORE-PARA.
    MOVE WS-COMBINED-BAL TO MST-NUM1.
    REWRITE MASTER-RECORD
        INVALID KEY
            MOVE 'MERGE TARGET REWRITE FAILED ON MASTER FILE'
                TO WS-REJECT-REASON
        NOT INVALID KEY
            MOVE MASTER-RECORD TO WS-NEW-AFTER-IMAGE
            PERFORM CLOSE-OLD-ID-PARA
            IF WS-REJECT-REASON NOT = SPACES
                *> put the target's balance back as it was
                MOVE WS-NEW-IMAGE TO MASTER-RECORD
                REWRITE MASTER-RECORD
                    INVALID KEY
                        DISPLAY 'ERROR - MERGE TARGET ' MRG-NEW-ID
                            ' NOT BACKED OUT - RESTORE ITS BALANCE'
                        ADD WS-OLD-BALANCE TO WS-NET-DELTA
                        SET RUN-INCOMPLETE TO TRUE
                END-REWRITE
            ELSE
                SET CHANGE-APPLIED TO TRUE
                ADD 1 TO WS-MERGED
            END-IF
    END-REWRITE.

CLOSE-OLD-ID-PARA.
    *> closed, not deleted - the ID stays on the master so nothing
    *> can ever be posted or added under it again
    MOVE WS-OLD-IMAGE TO MASTER-RECORD.
    MOVE 0 TO MST-NUM1.
    MOVE 'C' TO MST-STATUS.
    MOVE WS-CYCLE-DATE TO MST-STATUS-DATE.
    REWRITE MASTER-RECORD
        INVALID KEY
            MOVE 'OLD ID REWRITE FAILED - CHANGE BACKED OUT'
                TO WS-REJECT-REASON
    END-REWRITE.

COMPLETE-CHANGE-PARA.
    MOVE WS-NEW-AFTER-IMAGE TO MASTER-RECORD.
    PERFORM PRINT-AFTER-PARA.
    MOVE WS-OLD-IMAGE TO MASTER-RECORD.
    MOVE 0 TO MST-NUM1.
    MOVE 'C' TO MST-STATUS.
    MOVE WS-CYCLE-DATE TO MST-STATUS-DATE.
    PERFORM PRINT-AFTER-PARA.
    ADD 1 TO WS-MG-COUNT.
    MOVE MRG-OLD-ID TO MG-OLD-ID(WS-MG-COUNT).
    MOVE MRG-NEW-ID TO MG-NEW-ID(WS-MG-COUNT).
    ADD WS-OLD-BALANCE TO WS-GROSS-MOVED.
    IF WS-OLD-BALANCE NOT = 0
        MOVE MRG-OLD-ID TO WS-JRN-ID
        COMPUTE WS-JRN-AMOUNT = 0 - WS-OLD-BALANCE
        MOVE WS-OLD-BALANCE TO WS-JRN-BEFORE
        MOVE 0 TO WS-JRN-AFTER
        PERFORM WRITE-JOURNAL-PARA
        MOVE MRG-NEW-ID TO WS-JRN-ID
        MOVE WS-OLD-BALANCE TO WS-JRN-AMOUNT
        MOVE WS-NEW-BEFORE-BAL TO WS-JRN-BEFORE
        COMPUTE WS-JRN-AFTER = WS-NEW-BEFORE-BAL + WS-OLD-BALANCE
        PERFORM WRITE-JOURNAL-PARA
    END-IF
    PERFORM WRITE-XREF-PARA.

WRITE-JOURNAL-PARA.
    MOVE SPACES TO JOURNAL-RECORD.
    MOVE WS-JRN-ID TO JRN-ID.
    MOVE 'XFER' TO JRN-CONTROL.
    MOVE WS-CYCLE-DATE TO JRN-CYCLE-DATE.
    COMPUTE JRN-AMOUNT ROUNDED = WS-JRN-AMOUNT.
    SET JRN-TRANSFER TO TRUE.
    MOVE SPACES TO JRN-ORIG-DATE.
    MOVE 0 TO JRN-ORIG-SEQ.
    MOVE WS-JRN-BEFORE TO JRN-BEFORE-BAL.
    MOVE WS-JRN-AFTER TO JRN-AFTER-BAL.
    MOVE 'EMPMERGE' TO JRN-SOURCE.
    MOVE 'N' TO JRN-REVERSED-SW.
    *> the sequence number steps past any transfer already
    *> journaled for this ID today
    MOVE 0 TO JRN-SEQ.
    MOVE 'N' TO WS-JRN-WRITE-SW.
    PERFORM WRITE-JOURNAL-TRY-PARA UNTIL JRN-WRITE-DONE.
    IF WS-JOURNAL-STATUS = '00' OR WS-JOURNAL-STATUS = '02'
        ADD 1 TO WS-JOURNALED
        MOVE JRN-AMOUNT TO WS-JRN-DISPLAY
        DISPLAY '  JOURNAL   ' JRN-ID ' ' JRN-CONTROL ' '
            JRN-CYCLE-DATE ' ' JRN-SEQ ' ' WS-JRN-DISPLAY
    ELSE
        *> the master already carries the change - the transfer is
        *> listed so the missing entry can be keyed by hand
        DISPLAY 'ERROR - PSTJRNL WRITE FAILED, STATUS: '
            WS-JOURNAL-STATUS ' - TRANSFER ' JRN-ID ' NOT JOURNALED'
        SET RUN-INCOMPLETE TO TRUE
    END-IF.

WRITE-JOURNAL-TRY-PARA.
    ADD 1 TO JRN-SEQ.
    WRITE JOURNAL-RECORD.
    IF WS-JOURNAL-STATUS NOT = '22' OR JRN-SEQ = 9999
        SET JRN-WRITE-DONE TO TRUE
    END-IF.

WRITE-XREF-PARA.
    MOVE SPACES TO IDXREF-RECORD.
    MOVE MRG-OLD-ID TO XRF-OLD-ID.
    MOVE MRG-NEW-ID TO XRF-NEW-ID.
    MOVE WS-CYCLE-DATE TO XRF-EFF-DATE.
    MOVE MRG-ACTION TO XRF-ACTION.
    MOVE WS-OLD-BALANCE TO XRF-AMOUNT.
    MOVE MRG-REQUESTER TO XRF-REQUESTER.
    WRITE IDXREF-RECORD.
    IF WS-XREF-STATUS = '00'
        ADD 1 TO WS-XREF-WRITTEN
        DISPLAY '  XREF      ' XRF-OLD-ID ' NOW ' XRF-NEW-ID
            ' FROM ' XRF-EFF-DATE
    ELSE
        DISPLAY 'ERROR - IDXREF WRITE FAILED, STATUS: '
            WS-XREF-STATUS ' - ' XRF-OLD-ID ' TO ' XRF-NEW-ID
            ' NOT CROSS-REFERENCED'
        SET RUN-INCOMPLETE TO TRUE
    END-IF.

RESOLVE-ID-PARA.
    *> follow WS-RESOLVE-ID through this run's changes to the ID
    *> that carries it on now; the hop limit stops a looping deck
    MOVE 0 TO WS-RESOLVE-HOPS.
    MOVE 1 TO WS-MG-FOUND.
    PERFORM RESOLVE-HOP-PARA
        UNTIL WS-MG-FOUND = 0 OR WS-RESOLVE-HOPS > WS-MG-COUNT.

RESOLVE-HOP-PARA.
    MOVE 0 TO WS-MG-FOUND.
    MOVE 1 TO WS-MG-SUB.
    PERFORM RESOLVE-SCAN-PARA
        UNTIL WS-MG-FOUND > 0 OR WS-MG-SUB > WS-MG-COUNT.
    IF WS-MG-FOUND > 0
        MOVE MG-NEW-ID(WS-MG-FOUND) TO WS-RESOLVE-ID
    END-IF
    ADD 1 TO WS-RESOLVE-HOPS.

RESOLVE-SCAN-PARA.
    IF MG-OLD-ID(WS-MG-SUB) = WS-RESOLVE-ID
        MOVE WS-MG-SUB TO WS-MG-FOUND
    ELSE
        ADD 1 TO WS-MG-SUB
    END-IF.

REKEY-SUSPENSE-PARA.
    *> the whole open suspense queue is copied; items under a
    *> retired ID come across under the ID that carries it on,
    *> except reversals, whose originals stay journaled under the
    *> retired ID
    DISPLAY ' '.
    DISPLAY 'SUSPENSE QUEUE RE-KEY'.
    PERFORM READ-SUSPIN-PARA.
    PERFORM REKEY-SUSPENSE-ITEM-PARA UNTIL END-OF-SUSPIN.
    CLOSE SUSPIN-FILE.
    CLOSE SUSPNEW-FILE.

READ-SUSPIN-PARA.
    READ SUSPIN-FILE
        AT END SET END-OF-SUSPIN TO TRUE
        NOT AT END ADD 1 TO WS-SUSP-READ
    END-READ.

REKEY-SUSPENSE-ITEM-PARA.
    MOVE SUS-KEY TO WS-RESOLVE-ID.
    PERFORM RESOLVE-ID-PARA.
    EVALUATE TRUE
        WHEN WS-RESOLVE-ID = SUS-KEY
            CONTINUE
        WHEN SUS-TRANS-REVERSAL
            *> a re-drive matches the original on the journal by
            *> the ID it was posted under - left as it is, and the
            *> correction is keyed by hand against the new ID
            DISPLAY '  HELD      ' SUS-KEY ' ' SUS-CONTROL ' '
                SUS-DATE ' ' SUS-REASON ' REVERSAL OF '
                SUS-ORIG-DATE ' - NOW ' WS-RESOLVE-ID
                ', HANDLE BY HAND'
            ADD 1 TO WS-SUSP-HELD
        WHEN OTHER
            DISPLAY '  BEFORE    ' SUS-KEY ' ' SUS-CONTROL ' '
                SUS-DATE ' ' SUS-REASON
            MOVE WS-RESOLVE-ID TO SUS-KEY
            DISPLAY '  AFTER     ' SUS-KEY ' ' SUS-CONTROL ' '
                SUS-DATE ' ' SUS-REASON
            ADD 1 TO WS-SUSP-REKEYED
    END-EVALUATE
    WRITE SUSPNEW-RECORD FROM SUSPENSE-RECORD.
    IF WS-SUSPNEW-STATUS NOT = '00'
        DISPLAY 'ERROR - SUSPNEW WRITE FAILED, STATUS: '
            WS-SUSPNEW-STATUS
        PERFORM QUEUE-FAILED-PARA
    END-IF
    PERFORM READ-SUSPIN-PARA.

REKEY-EXCEPTIONS-PARA.
    DISPLAY ' '.
    DISPLAY 'EXCEPTION QUEUE RE-KEY'.
    PERFORM READ-EXCPIN-PARA.
    PERFORM REKEY-EXCEPTION-ITEM-PARA UNTIL END-OF-EXCPIN.
    CLOSE EXCPIN-FILE.
    CLOSE EXCPNEW-FILE.

READ-EXCPIN-PARA.
    READ EXCPIN-FILE
        AT END SET END-OF-EXCPIN TO TRUE
        NOT AT END ADD 1 TO WS-EXC-READ
    END-READ.

REKEY-EXCEPTION-ITEM-PARA.
    MOVE EXC-ID TO WS-RESOLVE-ID.
    PERFORM RESOLVE-ID-PARA.
    IF WS-RESOLVE-ID NOT = EXC-ID
        DISPLAY '  BEFORE    ' EXC-ID ' ' EXC-REASON
        MOVE WS-RESOLVE-ID TO EXC-ID
        DISPLAY '  AFTER     ' EXC-ID ' ' EXC-REASON
        ADD 1 TO WS-EXC-REKEYED
    END-IF
    WRITE EXCPNEW-RECORD FROM EXCEPTION-RECORD.
    IF WS-EXCPNEW-STATUS NOT = '00'
        DISPLAY 'ERROR - EXCPTNEW WRITE FAILED, STATUS: '
            WS-EXCPNEW-STATUS
        PERFORM QUEUE-FAILED-PARA
    END-IF
    PERFORM READ-EXCPIN-PARA.

QUEUE-FAILED-PARA.
    *> the master changes stand (they are journaled and logged)
    *> but a short queue must not be swapped in; the queues keep
    *> the old IDs, and an item under a closed ID is refused by
    *> posting and can be re-keyed on the suspense workbench
    DISPLAY 'ERROR - QUEUE COPY STOPPED, QUEUES NOT TO BE SWAPPED'.
    CLOSE SUSPIN-FILE.
    CLOSE SUSPNEW-FILE.
    CLOSE EXCPIN-FILE.
    CLOSE EXCPNEW-FILE.
    MOVE 'FAIL' TO WS-RUN-STATUS.
    PERFORM PRINT-RUN-TOTALS-PARA.
    PERFORM WRITE-RUNLOG-END-PARA.
    PERFORM CLOSE-FILES-PARA.
    MOVE 16 TO RETURN-CODE.
    STOP RUN.

PRINT-BEFORE-PARA.
    MOVE 'BEFORE' TO WS-A-TAG.
    PERFORM PRINT-AUDIT-PARA.

PRINT-AFTER-PARA.
    MOVE 'AFTER' TO WS-A-TAG.
    PERFORM PRINT-AUDIT-PARA.

PRINT-AUDIT-PARA.
    MOVE MST-ID TO WS-A-ID.
    MOVE MST-NAME TO WS-A-NAME.
    MOVE MST-NUM1 TO WS-A-NUM1.
    MOVE MST-NUM2 TO WS-A-NUM2.
    MOVE MST-NUM3 TO WS-A-NUM3.
    MOVE MST-RATE-CLASS TO WS-A-CLASS.
    MOVE MST-STATUS TO WS-A-STATUS.
    DISPLAY WS-AUDIT-LINE.

PRINT-HEADING-PARA.
    DISPLAY 'EMPLOYEE ID MERGE/RENUMBER AUDIT LISTING'.
    DISPLAY '========================================'.

PRINT-RUN-TOTALS-PARA.
    DISPLAY ' '.
    DISPLAY 'CHANGE CARDS READ      : ' WS-CARDS-READ.
    DISPLAY 'CARDS REJECTED         : ' WS-CARDS-REJECTED.
    DISPLAY 'IDS RENUMBERED         : ' WS-RENUMBERED.
    DISPLAY 'IDS MERGED             : ' WS-MERGED.
    MOVE WS-GROSS-MOVED TO WS-AMOUNT-DISPLAY.
    DISPLAY 'BALANCE TRANSFERRED    : ' WS-AMOUNT-DISPLAY.
    MOVE WS-NET-DELTA TO WS-AMOUNT-DISPLAY.
    DISPLAY 'NET MASTER MOVEMENT    : ' WS-AMOUNT-DISPLAY.
    DISPLAY 'JOURNAL ENTRIES        : ' WS-JOURNALED.
    DISPLAY 'CROSS-REFERENCES       : ' WS-XREF-WRITTEN.
    DISPLAY 'SUSPENSE ITEMS READ    : ' WS-SUSP-READ.
    DISPLAY 'SUSPENSE ITEMS RE-KEYED: ' WS-SUSP-REKEYED.
    DISPLAY 'REVERSALS LEFT BY HAND : ' WS-SUSP-HELD.
    DISPLAY 'EXCEPTIONS READ        : ' WS-EXC-READ.
    DISPLAY 'EXCEPTIONS RE-KEYED    : ' WS-EXC-REKEYED.

WRITE-RUNLOG-START-PARA.
    MOVE SPACES TO RUNLOG-RECORD.
    MOVE 'EMPMERGE' TO RNL-PROGRAM.
    SET RNL-START-RECORD TO TRUE.
    MOVE WS-CYCLE-DATE TO RNL-CYCLE-DATE.
    MOVE FUNCTION CURRENT-DATE(1:14) TO RNL-TIMESTAMP.
    MOVE 0 TO RNL-READ-COUNT.
    MOVE 0 TO RNL-WRITTEN-COUNT.
    MOVE 0 TO RNL-REJECT-COUNT.
    MOVE 0 TO RNL-TOTAL-AMOUNT.
    MOVE 0 TO RNL-AMOUNT-2.
    PERFORM WRITE-RUNLOG-PARA.

WRITE-RUNLOG-END-PARA.
    *> the net MST-NUM1 movement goes out in RNL-TOTAL-AMOUNT and
    *> the gross amount transferred in RNL-AMOUNT-2, so the
    *> reconciliation step sees the transfers as explained
    MOVE SPACES TO RUNLOG-RECORD.
    MOVE 'EMPMERGE' TO RNL-PROGRAM.
    SET RNL-END-RECORD TO TRUE.
    MOVE WS-CYCLE-DATE TO RNL-CYCLE-DATE.
    MOVE FUNCTION CURRENT-DATE(1:14) TO RNL-TIMESTAMP.
    MOVE WS-CARDS-READ TO RNL-READ-COUNT.
    COMPUTE WS-APPLIED-COUNT = WS-RENUMBERED + WS-MERGED.
    MOVE WS-APPLIED-COUNT TO RNL-WRITTEN-COUNT.
    MOVE WS-CARDS-REJECTED TO RNL-REJECT-COUNT.
    MOVE WS-NET-DELTA TO RNL-TOTAL-AMOUNT.
    MOVE WS-GROSS-MOVED TO RNL-AMOUNT-2.
    MOVE WS-RUN-STATUS TO RNL-STATUS.
    PERFORM WRITE-RUNLOG-PARA.

WRITE-RUNLOG-PARA.
    WRITE RUNLOG-RECORD.
    IF WS-RUNLOG-STATUS NOT = '00'
        DISPLAY 'WARNING - RUNLOG WRITE FAILED, STATUS: '
            WS-RUNLOG-STATUS
    END-IF.

*> JCL: see jcl/EMPMERGE.jcl (MERGE step runs this program)
