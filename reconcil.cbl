*>                  the way the extract computes it;
*>   3. company   - today's master total must equal the last
*>                  reconciled total plus the posted amount plus
*>                  the balance movement the suspense workbench,
*>                  master maintenance and the employee ID merge
*>                  logged to RUNLOG since that baseline, so only
*>                  genuinely unexplained movement fails the cycle;
*>   4. ledger    - the general-ledger interface's cut for the cycle
*>                  (its RUNLOG end record) must carry exactly the
*>                  posting step's posted amount and the suspense
*>                  workbench's re-driven amounts logged for the
*>                  cycle date up to the cut, so a GL file that
*>                  missed or doubled movement is caught. A
*>                  workbench run after the cut is not seen here:
*>                  the next cycle's cut books it as a late re-drive
*>                  and ties it to RUNLOG itself. The nightly run
*>                  comes before the GL cut and leaves leg 4 alone;
*>                  a 'G' in column 9 of the RCNCTL card runs legs 1
*>                  and 4 alone from RUNLOG once the GL file is cut.
*> Any difference prints on the discrepancy listing and fails the
*> step with return code 16, so the extract generation is not
*> released on balances that do not reconcile. The run logs its own
*> master total to RUNLOG so tomorrow's run has leg 3's baseline;
*> the GL proof logs its result under GLPROVE, with the number of
*> differences it found, for the morning summary.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FD  RCTL-FILE.
01  RCTL-RECORD.
    05  RCTL-CYCLE-DATE            PIC X(8).
    05  RCTL-MODE                  PIC X.
    05  FILLER                     PIC X(71).

FD  RUNLOG-FILE.
    COPY RUNLOG.
                            ==WS-NUM3==          BY ==MST-NUM3==
                            ==WS-RATE-CLASS==    BY ==MST-RATE-CLASS==
                            ==WS-STATUS==        BY ==MST-STATUS==
                            ==WS-STATUS-DATE==   BY ==MST-STATUS-DATE==
                            ==WS-ST-ACTIVE==     BY ==MST-ST-ACTIVE==
                            ==WS-ST-FROZEN==     BY ==MST-ST-FROZEN==
                            ==WS-ST-CLOSED==     BY ==MST-ST-CLOSED==.
    88  RATE-NOT-FOUND             VALUE 'Y'.
01  WS-RATE-OVERFLOW-SW            PIC X VALUE 'N'.
    88  RATE-CALC-OVERFLOWED       VALUE 'Y'.
01  WS-GL-ONLY-SW                  PIC X VALUE 'N'.
    88  GL-PROOF-ONLY              VALUE 'Y'.

01  WS-CYCLE-DATE                  PIC X(8).
01  WS-RATE-CLASS                  PIC XX.
*> suspense workbench and master maintenance logged to RUNLOG
*> since the last reconciled baseline
01  WS-ADJUST-TOTAL                PIC S9(11)V99 VALUE 0.
*> leg 4: the GL interface's latest end record for the cycle date,
*> and every workbench re-drive logged on that date
01  WS-GL-SEEN-SW                  PIC X VALUE 'N'.
    88  GL-END-SEEN                VALUE 'Y'.
01  WS-GL-STATUS                   PIC X(4) VALUE SPACES.
01  WS-GL-POSTED                   PIC S9(11)V99 VALUE 0.
01  WS-GL-REDRIVEN                 PIC S9(11)V99 VALUE 0.
01  WS-CYCLE-REDRIVEN              PIC S9(11)V99 VALUE 0.
*> differences the GL proof found, logged on its RUNLOG record
01  WS-PROOF-DISCREP-COUNT         PIC 9(6) VALUE 0.

*> recomputed this run
01  WS-MASTER-TOTAL                PIC S9(11)V99 VALUE 0.
    PERFORM READ-RCTL-PARA.
    PERFORM PRINT-HEADING-PARA.
    PERFORM SCAN-RUNLOG-PARA.
    IF GL-PROOF-ONLY
        *> RUNLOG legs only - the master was proved by the nightly
        *> run, and no baseline is logged twice for the cycle
        PERFORM PROVE-MOVEMENT-PARA
        PERFORM PROVE-GL-PARA
        PERFORM WRITE-RUNLOG-PROOF-PARA
        PERFORM PRINT-GL-RESULT-PARA
    ELSE
        PERFORM OPEN-FILES-PARA
        PERFORM TOTAL-MASTER-PARA
        SORT SORT-FILE
            ON ASCENDING KEY SRT-ID
                             SRT-DATE
            USING LEDGER-FILE
            OUTPUT PROCEDURE IS CHECK-OUT-PARA THRU CHECK-OUT-EXIT-PARA
        PERFORM PROVE-COMPANY-PARA
        PERFORM WRITE-RUNLOG-END-PARA
        PERFORM PRINT-RESULT-PARA
        PERFORM CLOSE-FILES-PARA
    END-IF
    IF RECON-FAILED
        MOVE 16 TO RETURN-CODE
    END-IF

READ-RCTL-PARA.
    *> RCNCTL may carry the cycle date being reconciled in columns
    *> 1-8, so a held-over cycle can be proved the morning after,
    *> and 'G' in column 9 for the GL interface proof alone; no
    *> card means today's date and the full reconciliation
    MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CYCLE-DATE.
    OPEN INPUT RCTL-FILE.
    IF WS-RCTL-STATUS = '00'
                IF RCTL-CYCLE-DATE NUMERIC
                    MOVE RCTL-CYCLE-DATE TO WS-CYCLE-DATE
                END-IF
                IF RCTL-MODE = 'G'
                    SET GL-PROOF-ONLY TO TRUE
                END-IF
        END-READ
        CLOSE RCTL-FILE
    END-IF.
                *> logged before it - RUNLOG is append-only, so
                *> only adjustments after this record still count
                MOVE 0 TO WS-ADJUST-TOTAL
            WHEN RNL-PROGRAM = 'GLINTF'
                    AND RNL-CYCLE-DATE = WS-CYCLE-DATE
                SET GL-END-SEEN TO TRUE
                MOVE RNL-STATUS TO WS-GL-STATUS
                MOVE RNL-TOTAL-AMOUNT TO WS-GL-POSTED
                MOVE RNL-AMOUNT-2 TO WS-GL-REDRIVEN
            WHEN RNL-PROGRAM = 'SUSPWB'
                    OR RNL-PROGRAM = 'MSTMAINT'
                    OR RNL-PROGRAM = 'EMPMERGE'
                IF RNL-TOTAL-AMOUNT NUMERIC
                    ADD RNL-TOTAL-AMOUNT TO WS-ADJUST-TOTAL
                    IF RNL-PROGRAM = 'SUSPWB'
                            AND RNL-CYCLE-DATE = WS-CYCLE-DATE
                        ADD RNL-TOTAL-AMOUNT TO WS-CYCLE-REDRIVEN
                    END-IF
                END-IF
            WHEN OTHER
                CONTINUE
    DISPLAY WS-DISCREP-LINE.

PROVE-COMPANY-PARA.
    PERFORM PROVE-MOVEMENT-PARA.
    *> leg 3: the master total must move by exactly what the
    *> posting step posted plus what the workbench and maintenance
    *> runs logged - anything beyond that is unexplained movement
        END-IF
    END-IF.

PROVE-MOVEMENT-PARA.
    *> leg 1: the day's movement must split cleanly between posted
    *> and suspended
    IF NOT LOOP-END-SEEN OR NOT POST-END-SEEN
        DISPLAY 'ERROR - NO CLEAN RUNLOG END RECORD FOR LOOP AND '
            'POSTTRN ON CYCLE ' WS-CYCLE-DATE
        SET RECON-FAILED TO TRUE
        ADD 1 TO WS-PROOF-DISCREP-COUNT
    ELSE
        COMPUTE WS-DIFFERENCE
            = WS-LOOP-TOTAL - WS-POSTED-AMOUNT - WS-SUSP-AMOUNT
        IF WS-DIFFERENCE NOT = 0
            MOVE WS-DIFFERENCE TO WS-AMOUNT-DISPLAY
            DISPLAY 'ERROR - MOVEMENT OUT OF BALANCE, LOOP TOTAL '
                'LESS POSTED LESS SUSPENDED: ' WS-AMOUNT-DISPLAY
            SET RECON-FAILED TO TRUE
            ADD 1 TO WS-PROOF-DISCREP-COUNT
        END-IF
    END-IF.

PROVE-GL-PARA.
    *> leg 4: the GL file must book exactly the cycle's posted and
    *> re-driven movement as logged when it was cut. This runs
    *> straight after the cut, so a later workbench run is not here
    *> - the next cut books it as a late re-drive
    IF GL-END-SEEN
        IF WS-GL-STATUS NOT = 'OK'
            DISPLAY 'ERROR - GL INTERFACE REFUSED CYCLE '
                WS-CYCLE-DATE ', NO GL FILE SENT'
            SET RECON-FAILED TO TRUE
            ADD 1 TO WS-PROOF-DISCREP-COUNT
        END-IF
        COMPUTE WS-DIFFERENCE = WS-GL-POSTED - WS-POSTED-AMOUNT
        IF WS-DIFFERENCE NOT = 0
            MOVE WS-DIFFERENCE TO WS-AMOUNT-DISPLAY
            DISPLAY 'ERROR - GL POSTED MOVEMENT LESS RUNLOG POSTED '
                'AMOUNT: ' WS-AMOUNT-DISPLAY
            SET RECON-FAILED TO TRUE
            ADD 1 TO WS-PROOF-DISCREP-COUNT
        END-IF
        COMPUTE WS-DIFFERENCE = WS-GL-REDRIVEN - WS-CYCLE-REDRIVEN
        IF WS-DIFFERENCE NOT = 0
            MOVE WS-DIFFERENCE TO WS-AMOUNT-DISPLAY
            DISPLAY 'ERROR - GL RE-DRIVEN MOVEMENT LESS RUNLOG '
                'RE-DRIVEN AMOUNT: ' WS-AMOUNT-DISPLAY
            SET RECON-FAILED TO TRUE
            ADD 1 TO WS-PROOF-DISCREP-COUNT
        END-IF
    ELSE
        DISPLAY 'ERROR - NO RUNLOG END RECORD FOR GLINTF ON '
            'CYCLE ' WS-CYCLE-DATE
        SET RECON-FAILED TO TRUE
        ADD 1 TO WS-PROOF-DISCREP-COUNT
    END-IF.

WRITE-RUNLOG-END-PARA.
    *> log this run's master total so tomorrow's reconciliation
    *> has its baseline - same shared audit trail as the rest of
    END-IF
    CLOSE RUNLOG-FILE.

WRITE-RUNLOG-PROOF-PARA.
    *> the GL proof's own end record - under its own name, so the
    *> nightly baseline scan above never mistakes it for one
    OPEN EXTEND RUNLOG-FILE.
    IF WS-RUNLOG-STATUS NOT = '00'
        OPEN OUTPUT RUNLOG-FILE
    END-IF
    MOVE SPACES TO RUNLOG-RECORD.
    MOVE 'GLPROVE' TO RNL-PROGRAM.
    SET RNL-END-RECORD TO TRUE.
    MOVE WS-CYCLE-DATE TO RNL-CYCLE-DATE.
    MOVE FUNCTION CURRENT-DATE(1:14) TO RNL-TIMESTAMP.
    MOVE 0 TO RNL-READ-COUNT.
    MOVE 0 TO RNL-WRITTEN-COUNT.
    MOVE WS-PROOF-DISCREP-COUNT TO RNL-REJECT-COUNT.
    MOVE WS-GL-POSTED TO RNL-TOTAL-AMOUNT.
    MOVE WS-GL-REDRIVEN TO RNL-AMOUNT-2.
    IF RECON-FAILED
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

PRINT-HEADING-PARA.
    DISPLAY 'DAILY MASTER-TO-LEDGER RECONCILIATION'.
    DISPLAY '====================================='.
    DISPLAY 'CYCLE DATE             : ' WS-CYCLE-DATE.
    IF GL-PROOF-ONLY
        DISPLAY 'GL INTERFACE PROOF ONLY'
    ELSE
        DISPLAY ' '
        DISPLAY '  ID          LEDGER       EXPECTED  NOTE'
    END-IF.

PRINT-RESULT-PARA.
    DISPLAY ' '.
        DISPLAY 'CYCLE RECONCILED - EXTRACT CLEAR TO RELEASE'
    END-IF.

PRINT-GL-RESULT-PARA.
    DISPLAY ' '.
    MOVE WS-POSTED-AMOUNT TO WS-AMOUNT-DISPLAY.
    DISPLAY 'POSTED AMOUNT          : ' WS-AMOUNT-DISPLAY.
    PERFORM PRINT-GL-FIGURES-PARA.
    DISPLAY 'DIFFERENCES            : ' WS-PROOF-DISCREP-COUNT.
    IF RECON-FAILED
        DISPLAY 'GL INTERFACE DOES NOT RECONCILE - HOLD THE GL FILE'
    ELSE
        DISPLAY 'GL INTERFACE RECONCILED - GL FILE CLEAR TO RELEASE'
    END-IF.

PRINT-GL-FIGURES-PARA.
    IF GL-END-SEEN
        MOVE WS-GL-POSTED TO WS-AMOUNT-DISPLAY
        DISPLAY 'GL POSTED MOVEMENT     : ' WS-AMOUNT-DISPLAY
        MOVE WS-GL-REDRIVEN TO WS-AMOUNT-DISPLAY
        DISPLAY 'GL RE-DRIVEN MOVEMENT  : ' WS-AMOUNT-DISPLAY
        MOVE WS-CYCLE-REDRIVEN TO WS-AMOUNT-DISPLAY
        DISPLAY 'LOGGED RE-DRIVES       : ' WS-AMOUNT-DISPLAY
    END-IF.

*> JCL: see jcl/LOOPHALO.jcl (RECON step runs this program)
