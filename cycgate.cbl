*> after the gate runs. The GATECTL card can name the cycle date
*> being gated (columns 1-8) and carry 'Y' in column 9 to downgrade
*> the checks to warnings for a supervised rerun.
*> The gate logs its verdict to RUNLOG as CYCGATE (status OK when
*> the cycle was released, FAIL when it was held) so the morning
*> summary can tell a held cycle from a broken one. The read count
*> carries the first check that failed - 1 not a business day,
*> 2 not on the calendar, 3 already completed, 4 prior cycle not
*> clean, 0 none - the reject count how many failed, and the
*> written count 1 when GATECTL bypassed them.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
01  WS-CYCLE-DATE                  PIC X(8).
01  WS-PRIOR-BUS-DATE              PIC X(8) VALUE SPACES.

*> the check being made, the first one to fail and how many did -
*> logged on the gate's RUNLOG end record
01  WS-CURR-CHECK                  PIC 9(1) VALUE 0.
01  WS-FIRST-FAILED-CHECK          PIC 9(1) VALUE 0.
01  WS-FAILED-COUNT                PIC 9(2) VALUE 0.

*> the three cycle programs the gate protects: today's clean end
*> means a double run, and a missing clean end yesterday means the
*> prior cycle never finished
    PERFORM CHECK-DOUBLE-RUN-PARA.
    PERFORM CHECK-PRIOR-CYCLE-PARA.
    PERFORM PRINT-RESULT-PARA.
    PERFORM WRITE-RUNLOG-END-PARA.
    IF GATE-FAILED AND NOT GATE-BYPASSED
        MOVE 16 TO RETURN-CODE
    END-IF
    IF NOT TODAY-ON-CALENDAR
        DISPLAY 'GATE - CYCLE DATE ' WS-CYCLE-DATE
            ' IS NOT ON THE CALENDAR'
        MOVE 2 TO WS-CURR-CHECK
        PERFORM GATE-FAILED-PARA
    ELSE
        IF NOT TODAY-IS-BUSINESS
            DISPLAY 'GATE - CYCLE DATE ' WS-CYCLE-DATE
                ' IS NOT A BUSINESS DAY'
            MOVE 1 TO WS-CURR-CHECK
            PERFORM GATE-FAILED-PARA
        END-IF
    END-IF.

    END-IF.

READ-RUNLOG-PARA.
    *> the gate's own verdicts are no cycle history
    READ RUNLOG-FILE
        AT END SET END-OF-RUNLOG TO TRUE
        NOT AT END
            IF RNL-PROGRAM NOT = 'CYCGATE'
                MOVE 'N' TO WS-RUNLOG-EMPTY-SW
            END-IF
    END-READ.

CAPTURE-RUNLOG-PARA.
    ADD 1 TO WS-GP-SUB.

CHECK-DOUBLE-RUN-PARA.
    MOVE 3 TO WS-CURR-CHECK.
    MOVE 1 TO WS-GP-SUB.
    PERFORM CHECK-DOUBLE-ONE-PARA UNTIL WS-GP-SUB > 3.

        DISPLAY 'GATE - ' GP-NAME(WS-GP-SUB)
            ' ALREADY COMPLETED CLEAN FOR CYCLE ' WS-CYCLE-DATE
            ' - RESUBMIT WOULD DOUBLE-POST'
        PERFORM GATE-FAILED-PARA
    END-IF
    ADD 1 TO WS-GP-SUB.

CHECK-PRIOR-CYCLE-PARA.
    MOVE 4 TO WS-CURR-CHECK.
    IF WS-PRIOR-BUS-DATE = SPACES
        DISPLAY 'NOTE - NO PRIOR BUSINESS DAY ON THE CALENDAR, '
            'PRIOR-CYCLE CHECK SKIPPED'
        DISPLAY 'GATE - ' GP-NAME(WS-GP-SUB)
            ' HAS NO CLEAN END RECORD FOR PRIOR BUSINESS DAY '
            WS-PRIOR-BUS-DATE ' - REPAIR THAT CYCLE FIRST'
        PERFORM GATE-FAILED-PARA
    END-IF
    ADD 1 TO WS-GP-SUB.

GATE-FAILED-PARA.
    SET GATE-FAILED TO TRUE.
    ADD 1 TO WS-FAILED-COUNT.
    IF WS-FIRST-FAILED-CHECK = 0
        MOVE WS-CURR-CHECK TO WS-FIRST-FAILED-CHECK
    END-IF.

PRINT-HEADING-PARA.
    DISPLAY 'CYCLE-CONTROL GATE'.
    DISPLAY '=================='.
            DISPLAY 'GATE OPEN - CYCLE RELEASED'
    END-EVALUATE.

WRITE-RUNLOG-END-PARA.
    *> the verdict joins the cycle's audit trail - only the three
    *> programs above are ever matched on the scan, so the gate's
    *> own records never open or close a later gate
    OPEN EXTEND RUNLOG-FILE.
    IF WS-RUNLOG-STATUS NOT = '00'
        OPEN OUTPUT RUNLOG-FILE
    END-IF
    MOVE SPACES TO RUNLOG-RECORD.
    MOVE 'CYCGATE' TO RNL-PROGRAM.
    SET RNL-END-RECORD TO TRUE.
    MOVE WS-CYCLE-DATE TO RNL-CYCLE-DATE.
    MOVE FUNCTION CURRENT-DATE(1:14) TO RNL-TIMESTAMP.
    MOVE WS-FIRST-FAILED-CHECK TO RNL-READ-COUNT.
    IF GATE-BYPASSED
        MOVE 1 TO RNL-WRITTEN-COUNT
    ELSE
        MOVE 0 TO RNL-WRITTEN-COUNT
    END-IF
    MOVE WS-FAILED-COUNT TO RNL-REJECT-COUNT.
    MOVE 0 TO RNL-TOTAL-AMOUNT.
    MOVE 0 TO RNL-AMOUNT-2.
    IF GATE-FAILED AND NOT GATE-BYPASSED
        MOVE 'FAIL' TO RNL-STATUS
    ELSE
        MOVE 'OK' TO RNL-STATUS
    END-IF
    WRITE RUNLOG-RECORD.
    IF WS-RUNLOG-STATUS NOT = '00'
        DISPLAY 'WARNING - RUNLOG WRITE FAILED, STATUS: '
            WS-RUNLOG-STATUS
    END-IF
    CLOSE RUNLOG-FILE.

*> JCL: see jcl/LOOPHALO.jcl (GATE step runs this program)
