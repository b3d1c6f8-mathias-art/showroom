*> on the supervisor aging listing. Every re-driven posting is
*> journaled to PSTJRNL exactly as the daily posting step journals
*> its own, so later reversals can match it and the backout can
*> restore it. A refused reversal is re-driven only when its
*> original can now be read on the keyed journal and has not been
*> reversed since - it then posts as an 'R' entry and flags the
*> original, exactly as the posting step would have. The run's net
*> balance movement is logged to
*> RUNLOG so the reconciliation step can explain it. Money in
*> suspense is money outside the cycle - this run is how it gets
*> back in, or out.
        FILE STATUS IS WS-MASTER-STATUS.

    SELECT JOURNAL-FILE ASSIGN TO PSTJRNL
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS JRN-KEY
        ALTERNATE RECORD KEY IS JRN-CYCLE-DATE WITH DUPLICATES
        FILE STATUS IS WS-JOURNAL-STATUS.

    SELECT RUNLOG-FILE ASSIGN TO RUNLOG
                           ==SUS-KEY==          BY ==NEWSUS-KEY==
                           ==SUS-CONTROL==      BY ==NEWSUS-CONTROL==
                           ==SUS-AMOUNT==       BY ==NEWSUS-AMOUNT==
                           ==SUS-TYPE==         BY ==NEWSUS-TYPE==
                           ==SUS-TRANS-REVERSAL== BY
                               ==NEWSUS-TRANS-REVERSAL==
                           ==SUS-ORIG-DATE==    BY ==NEWSUS-ORIG-DATE==
                           ==SUS-DATE==         BY ==NEWSUS-DATE==
                           ==SUS-REASON==       BY ==NEWSUS-REASON==
                           ==SUS-NO-MATCH==     BY ==NEWSUS-NO-MATCH==
                           ==SUS-OVERFLOW==     BY ==NEWSUS-OVERFLOW==
                           ==SUS-REVERSAL-MERGED== BY
                               ==NEWSUS-REVERSAL-MERGED==
                           ==SUS-REVERSAL==     BY ==NEWSUS-REVERSAL==
                           ==SUS-FROZEN==       BY ==NEWSUS-FROZEN==
                           ==SUS-CLOSED==       BY ==NEWSUS-CLOSED==
                            ==WS-NUM3==          BY ==MST-NUM3==
                            ==WS-RATE-CLASS==    BY ==MST-RATE-CLASS==
                            ==WS-STATUS==        BY ==MST-STATUS==
                            ==WS-STATUS-DATE==   BY ==MST-STATUS-DATE==
                            ==WS-ST-ACTIVE==     BY ==MST-ST-ACTIVE==
                            ==WS-ST-FROZEN==     BY ==MST-ST-FROZEN==
                            ==WS-ST-CLOSED==     BY ==MST-ST-CLOSED==.
01  WS-POSTED-SW                   PIC X VALUE 'N'.
    88  ITEM-POSTED                VALUE 'Y'.

*> reversal re-drive: the original is read straight off the keyed
*> journal - employee, control code and original cycle date
01  WS-REVERSING-SW                PIC X VALUE 'N'.
    88  APPLYING-REVERSAL          VALUE 'Y'.
01  WS-JRN-FOUND-SW                PIC X VALUE 'N'.
    88  JRN-ORIGINAL-FOUND         VALUE 'Y'.
01  WS-JRN-SCAN-SW                 PIC X VALUE 'N'.
    88  JRN-SCAN-DONE              VALUE 'Y'.
01  WS-JRN-WRITE-SW                PIC X VALUE 'N'.
    88  JRN-WRITE-DONE             VALUE 'Y'.
01  WS-ORIG-AMOUNT                 PIC S9(7)V99.
01  WS-ORIG-KEY                    PIC X(22).
01  WS-ORIG-SEQ                    PIC 9(4) VALUE 0.

*> aging threshold: items in suspense longer than this many days
*> print on the supervisor listing (SUSPCTL card, default 7)
01  WS-AGE-THRESHOLD               PIC 9(3) VALUE 7.
01  WS-SUSP-READ                   PIC 9(6) VALUE 0.
01  WS-REDRIVEN-COUNT              PIC 9(6) VALUE 0.
01  WS-REDRIVEN-AMOUNT             PIC S9(11)V99 VALUE 0.
01  WS-REV-REDRIVEN                PIC 9(6) VALUE 0.
01  WS-WRITEOFF-COUNT              PIC 9(6) VALUE 0.
01  WS-WRITEOFF-AMOUNT             PIC S9(11)V99 VALUE 0.
01  WS-CARRIED-COUNT               PIC 9(6) VALUE 0.
    *> same journal the daily posting step appends - without it a
    *> re-driven posting would be a movement no reversal can match
    *> and no backout can restore, so fail before touching anything
    OPEN I-O JOURNAL-FILE.
    IF WS-JOURNAL-STATUS = '35'
        OPEN OUTPUT JOURNAL-FILE
        CLOSE JOURNAL-FILE
        OPEN I-O JOURNAL-FILE
    END-IF
    IF WS-JOURNAL-STATUS NOT = '00'
        DISPLAY 'ERROR - PSTJRNL OPEN FAILED, STATUS: '
REDRIVE-ITEM-PARA.
    *> same posting gauntlet the daily posting step runs: master
    *> lookup, overflow check, rewrite - an item that now posts
    *> comes off the queue. A refused reversal must first match an
    *> original on the journal that is still unreversed - re-posting
    *> it blindly would apply an offset the journal never matched,
    *> so one that still matches nothing stays on the queue
    MOVE 'N' TO WS-REVERSING-SW.
    IF SUS-TRANS-REVERSAL
        SET APPLYING-REVERSAL TO TRUE
        PERFORM FIND-JOURNAL-PARA
        IF JRN-ORIGINAL-FOUND
            PERFORM REDRIVE-POST-PARA
        END-IF
    ELSE
        PERFORM REDRIVE-POST-PARA
    END-IF.

FIND-JOURNAL-PARA.
    *> the same match the posting step makes: employee, control
    *> code, original cycle date and the negated amount, on an
    *> original not already reversed
    MOVE 'N' TO WS-JRN-FOUND-SW.
    MOVE 'N' TO WS-JRN-SCAN-SW.
    COMPUTE WS-ORIG-AMOUNT = 0 - SUS-AMOUNT.
    MOVE SUS-KEY TO JRN-ID.
    MOVE SUS-CONTROL TO JRN-CONTROL.
    MOVE SUS-ORIG-DATE TO JRN-CYCLE-DATE.
    MOVE 0 TO JRN-SEQ.
    START JOURNAL-FILE KEY IS NOT LESS THAN JRN-KEY
        INVALID KEY SET JRN-SCAN-DONE TO TRUE
    END-START.
    PERFORM FIND-JOURNAL-SCAN-PARA UNTIL JRN-SCAN-DONE.

FIND-JOURNAL-SCAN-PARA.
    READ JOURNAL-FILE NEXT RECORD
        AT END SET JRN-SCAN-DONE TO TRUE
    END-READ.
    IF NOT JRN-SCAN-DONE
        IF JRN-ID NOT = SUS-KEY
                OR JRN-CONTROL NOT = SUS-CONTROL
                OR JRN-CYCLE-DATE NOT = SUS-ORIG-DATE
            SET JRN-SCAN-DONE TO TRUE
        ELSE
            IF JRN-POSTING AND JRN-AMOUNT = WS-ORIG-AMOUNT
                    AND JRN-NOT-REVERSED
                SET JRN-ORIGINAL-FOUND TO TRUE
                MOVE JRN-KEY TO WS-ORIG-KEY
                MOVE JRN-SEQ TO WS-ORIG-SEQ
                SET JRN-SCAN-DONE TO TRUE
            END-IF
        END-IF
    END-IF.

REDRIVE-POST-PARA.
    PERFORM LOOKUP-MASTER-PARA.
    IF MASTER-ID-NOT-FOUND OR MST-ST-FROZEN OR MST-ST-CLOSED
                    ADD 1 TO WS-REDRIVEN-COUNT
                    ADD SUS-AMOUNT TO WS-REDRIVEN-AMOUNT
                    PERFORM WRITE-JOURNAL-PARA
                    IF APPLYING-REVERSAL
                        PERFORM MARK-ORIGINAL-REVERSED-PARA
                        ADD 1 TO WS-REV-REDRIVEN
                    END-IF
                    MOVE 'POSTED TO MASTER' TO WS-D-NOTE
                    MOVE 'REDRIVEN  ' TO WS-D-TAG
                    PERFORM PRINT-DETAIL-PARA
WRITE-JOURNAL-PARA.
    *> the re-driven posting enters the journal as an ordinary 'P'
    *> movement under the workbench run date, so a later reversal
    *> matches it and the backout can restore it; a re-driven
    *> reversal enters as an 'R' naming its original
    MOVE SPACES TO JOURNAL-RECORD.
    MOVE WS-TODAY TO JRN-CYCLE-DATE.
    MOVE SUS-KEY TO JRN-ID.
    MOVE SUS-CONTROL TO JRN-CONTROL.
    MOVE SUS-AMOUNT TO JRN-AMOUNT.
    MOVE 0 TO JRN-ORIG-SEQ.
    IF APPLYING-REVERSAL
        SET JRN-REVERSAL TO TRUE
        MOVE SUS-ORIG-DATE TO JRN-ORIG-DATE
        MOVE WS-ORIG-SEQ TO JRN-ORIG-SEQ
    ELSE
        SET JRN-POSTING TO TRUE
    END-IF
    MOVE WS-BEFORE-BALANCE TO JRN-BEFORE-BAL.
    MOVE WS-NEW-BALANCE TO JRN-AFTER-BAL.
    *> stamped so a backout of the same calendar date restores the
    *> suspense queue and not on TRANSFIL, so a resubmitted POST
    *> could never re-apply them
    MOVE 'SUSPWB' TO JRN-SOURCE.
    MOVE 'N' TO JRN-REVERSED-SW.
    MOVE 0 TO JRN-SEQ.
    MOVE 'N' TO WS-JRN-WRITE-SW.
    PERFORM WRITE-JOURNAL-TRY-PARA UNTIL JRN-WRITE-DONE.
    IF WS-JOURNAL-STATUS NOT = '00' AND WS-JOURNAL-STATUS NOT = '02'
        *> a posting the journal cannot prove is a movement the
        *> backout cannot restore - stop before the next rewrite
        *> widens the hole
        DISPLAY 'ERROR - PSTJRNL WRITE FAILED, STATUS: '
            WS-JOURNAL-STATUS
        PERFORM JOURNAL-FAILED-PARA
    END-IF.

WRITE-JOURNAL-TRY-PARA.
    *> the sequence number steps past any entry already holding
    *> this employee, code and date
    ADD 1 TO JRN-SEQ.
    WRITE JOURNAL-RECORD.
    IF WS-JOURNAL-STATUS NOT = '22' OR JRN-SEQ = 9999
        SET JRN-WRITE-DONE TO TRUE
    END-IF.

MARK-ORIGINAL-REVERSED-PARA.
    MOVE WS-ORIG-KEY TO JRN-KEY.
    READ JOURNAL-FILE
        INVALID KEY
            DISPLAY 'ERROR - PSTJRNL ORIGINAL NOT RE-READ, STATUS: '
                WS-JOURNAL-STATUS
            PERFORM JOURNAL-FAILED-PARA
    END-READ.
    SET JRN-IS-REVERSED TO TRUE.
    REWRITE JOURNAL-RECORD
        INVALID KEY
            DISPLAY 'ERROR - PSTJRNL REWRITE FAILED, STATUS: '
                WS-JOURNAL-STATUS
            PERFORM JOURNAL-FAILED-PARA
    END-REWRITE.

JOURNAL-FAILED-PARA.
    DISPLAY 'ERROR - RUN STOPPED, UNJOURNALED POSTINGS WOULD '
        'FOLLOW'.
    MOVE 'FAIL' TO WS-RUN-STATUS.
    PERFORM WRITE-RUNLOG-END-PARA.
    PERFORM CLOSE-FILES-PARA.
    MOVE 16 TO RETURN-CODE.
    STOP RUN.

WRITE-RUNLOG-START-PARA.
    MOVE SPACES TO RUNLOG-RECORD.
    MOVE 'SUSPWB' TO RNL-PROGRAM.
    DISPLAY '=============================='.
    DISPLAY 'SUSPENSE ITEMS READ    : ' WS-SUSP-READ.
    DISPLAY 'RE-DRIVEN AND POSTED   : ' WS-REDRIVEN-COUNT.
    DISPLAY '  OF WHICH REVERSALS   : ' WS-REV-REDRIVEN.
    MOVE WS-REDRIVEN-AMOUNT TO WS-AMOUNT-DISPLAY.
    DISPLAY 'RE-DRIVEN AMOUNT       : ' WS-AMOUNT-DISPLAY.
    DISPLAY 'WRITTEN OFF            : ' WS-WRITEOFF-COUNT.
