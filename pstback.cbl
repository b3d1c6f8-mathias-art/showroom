*> entry's after-image is verified against the master before its
*> before-image is restored; a balance that no longer matches has
*> moved since the run and is left alone with a warning. The
*> cycle's entries are read straight off the keyed journal by
*> cycle date, in the order they were written; each entry whose
*> balance is restored is deleted from the journal (and a backed-
*> out reversal clears its original's reversed flag), so the rerun
*> journals afresh and reversal matching never sees the undone
*> movements. A skipped entry stays on the journal, because its
*> movement still stands on the master. The BCKCTL card names the
*> cycle date to back out.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
        FILE STATUS IS WS-BCTL-STATUS.

    SELECT JOURNAL-FILE ASSIGN TO PSTJRNL
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS JRN-KEY
        ALTERNATE RECORD KEY IS JRN-CYCLE-DATE WITH DUPLICATES
        FILE STATUS IS WS-JOURNAL-STATUS.

    SELECT MASTER-FILE ASSIGN TO MASTER
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
FD  JOURNAL-FILE.
    COPY PSTJRNL.

FD  MASTER-FILE.
    COPY EMPLOYEE REPLACING ==EMPLOYEE-RECORD== BY ==MASTER-RECORD==
                            ==WS-ID-ALPHA==      BY ==MST-ID-ALPHA==
                            ==WS-NUM3==          BY ==MST-NUM3==
                            ==WS-RATE-CLASS==    BY ==MST-RATE-CLASS==
                            ==WS-STATUS==        BY ==MST-STATUS==
                            ==WS-STATUS-DATE==   BY ==MST-STATUS-DATE==
                            ==WS-ST-ACTIVE==     BY ==MST-ST-ACTIVE==
                            ==WS-ST-FROZEN==     BY ==MST-ST-FROZEN==
                            ==WS-ST-CLOSED==     BY ==MST-ST-CLOSED==.
WORKING-STORAGE SECTION.
01  WS-BCTL-STATUS                 PIC XX VALUE '00'.
01  WS-JOURNAL-STATUS              PIC XX VALUE '00'.
01  WS-MASTER-STATUS               PIC XX VALUE '00'.

01  WS-JOURNAL-EOF-SW              PIC X VALUE 'N'.
01  WS-CYCLE-DATE                  PIC X(8).

*> the cycle's entries held in arrival order, restored backwards
*> so an employee posted twice unwinds through the middle balance;
*> each keeps its journal key so it can be deleted once restored,
*> and a reversal keeps its original's key to clear the flag
01  WS-BK-MAX                      PIC 9(4) VALUE 2000.
01  WS-BK-COUNT                    PIC 9(4) VALUE 0.
01  WS-BK-TABLE.
    05  WS-BK-ENTRY OCCURS 2000 TIMES.
        10  BK-KEY                 PIC X(22).
        10  BK-ID                  PIC X(6).
        10  BK-BEFORE-BAL          PIC S9(7)V9(4).
        10  BK-AFTER-BAL           PIC S9(7)V9(4).
        10  BK-TYPE                PIC X.
            88  BK-IS-REVERSAL     VALUE 'R'.
        10  BK-ORIG-KEY.
            15  BK-ORIG-ID         PIC X(6).
            15  BK-ORIG-CONTROL    PIC X(4).
            15  BK-ORIG-DATE       PIC X(8).
            15  BK-ORIG-SEQ        PIC 9(4).
01  WS-BK-SUB                      PIC 9(4).

*> backout-run accounting
01  WS-JRNL-READ                   PIC 9(6) VALUE 0.
01  WS-WB-KEPT                     PIC 9(6) VALUE 0.
01  WS-RESTORED-COUNT              PIC 9(6) VALUE 0.
01  WS-SKIPPED-COUNT               PIC 9(6) VALUE 0.
    PERFORM READ-BCTL-PARA.
    PERFORM OPEN-FILES-PARA.
    PERFORM PRINT-HEADING-PARA.
    PERFORM START-JOURNAL-PARA.
    PERFORM SPLIT-JOURNAL-PARA UNTIL END-OF-JOURNAL.
    PERFORM RESTORE-BALANCES-PARA.
    PERFORM PRINT-RUN-TOTALS-PARA.
    END-IF.

OPEN-FILES-PARA.
    OPEN I-O JOURNAL-FILE.
    IF WS-JOURNAL-STATUS NOT = '00'
        DISPLAY 'ERROR - PSTJRNL OPEN FAILED, STATUS: '
            WS-JOURNAL-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    OPEN I-O MASTER-FILE.
    IF WS-MASTER-STATUS NOT = '00'
        DISPLAY 'ERROR - MASTER OPEN FAILED, STATUS: '

CLOSE-FILES-PARA.
    CLOSE JOURNAL-FILE.
    CLOSE MASTER-FILE.

START-JOURNAL-PARA.
    *> position on the cycle date - only that cycle's entries are
    *> read, however many cycles the journal holds
    MOVE WS-CYCLE-DATE TO JRN-CYCLE-DATE.
    START JOURNAL-FILE KEY IS NOT LESS THAN JRN-CYCLE-DATE
        INVALID KEY SET END-OF-JOURNAL TO TRUE
    END-START.
    IF NOT END-OF-JOURNAL
        PERFORM READ-JOURNAL-PARA
    END-IF.

READ-JOURNAL-PARA.
    READ JOURNAL-FILE NEXT RECORD
        AT END SET END-OF-JOURNAL TO TRUE
    END-READ.
    IF NOT END-OF-JOURNAL
        IF JRN-CYCLE-DATE NOT = WS-CYCLE-DATE
            SET END-OF-JOURNAL TO TRUE
        ELSE
            ADD 1 TO WS-JRNL-READ
        END-IF
    END-IF.

SPLIT-JOURNAL-PARA.
    *> the backed-out cycle's posting-step entries go to the
    *> restore table; workbench entries for the same date stay on
    *> the journal untouched
    IF JRN-FROM-POSTTRN
        IF WS-BK-COUNT < WS-BK-MAX
            ADD 1 TO WS-BK-COUNT
            MOVE JRN-KEY TO BK-KEY(WS-BK-COUNT)
            MOVE JRN-ID TO BK-ID(WS-BK-COUNT)
            MOVE JRN-BEFORE-BAL TO BK-BEFORE-BAL(WS-BK-COUNT)
            MOVE JRN-AFTER-BAL TO BK-AFTER-BAL(WS-BK-COUNT)
            MOVE JRN-TYPE TO BK-TYPE(WS-BK-COUNT)
            MOVE JRN-ID TO BK-ORIG-ID(WS-BK-COUNT)
            MOVE JRN-CONTROL TO BK-ORIG-CONTROL(WS-BK-COUNT)
            MOVE JRN-ORIG-DATE TO BK-ORIG-DATE(WS-BK-COUNT)
            MOVE JRN-ORIG-SEQ TO BK-ORIG-SEQ(WS-BK-COUNT)
        ELSE
            DISPLAY 'ERROR - BACKOUT TABLE FULL, ENTRY NOT '
                'RESTORED FOR ID: ' JRN-ID
            SET BACKOUT-INCOMPLETE TO TRUE
        END-IF
    ELSE
        ADD 1 TO WS-WB-KEPT
    END-IF
    PERFORM READ-JOURNAL-PARA.

                    MOVE BK-BEFORE-BAL(WS-BK-SUB) TO WS-BAL-DISPLAY
                    DISPLAY '  RESTORED  ' BK-ID(WS-BK-SUB)
                        ' TO ' WS-BAL-DISPLAY
                    PERFORM REMOVE-JOURNAL-ENTRY-PARA
            END-REWRITE
        END-IF
    END-IF
    SUBTRACT 1 FROM WS-BK-SUB.

REMOVE-JOURNAL-ENTRY-PARA.
    *> the restored movement comes off the journal, so the rerun
    *> journals it afresh
    MOVE BK-KEY(WS-BK-SUB) TO JRN-KEY.
    DELETE JOURNAL-FILE RECORD
        INVALID KEY
            DISPLAY '  WARNING   ' BK-ID(WS-BK-SUB)
                ' JOURNAL ENTRY NOT DELETED, STATUS: '
                WS-JOURNAL-STATUS
            SET BACKOUT-INCOMPLETE TO TRUE
    END-DELETE.
    IF BK-IS-REVERSAL(WS-BK-SUB)
        PERFORM CLEAR-REVERSED-FLAG-PARA
    END-IF.

CLEAR-REVERSED-FLAG-PARA.
    *> the undone reversal no longer stands against its original,
    *> so the resubmitted reversal can match it again
    MOVE BK-ORIG-KEY(WS-BK-SUB) TO JRN-KEY.
    READ JOURNAL-FILE KEY IS JRN-KEY
        INVALID KEY
            DISPLAY '  WARNING   ' BK-ID(WS-BK-SUB)
                ' ORIGINAL OF REVERSAL NOT ON JOURNAL - '
                BK-ORIG-DATE(WS-BK-SUB)
            SET BACKOUT-INCOMPLETE TO TRUE
        NOT INVALID KEY
            MOVE 'N' TO JRN-REVERSED-SW
            REWRITE JOURNAL-RECORD
                INVALID KEY
                    DISPLAY '  WARNING   ' BK-ID(WS-BK-SUB)
                        ' REVERSED FLAG NOT CLEARED, STATUS: '
                        WS-JOURNAL-STATUS
                    SET BACKOUT-INCOMPLETE TO TRUE
            END-REWRITE
    END-READ.

PRINT-HEADING-PARA.
    DISPLAY 'POSTING BACKOUT LISTING'.
    DISPLAY '======================='.

PRINT-RUN-TOTALS-PARA.
    DISPLAY ' '.
    DISPLAY 'CYCLE ENTRIES READ     : ' WS-JRNL-READ.
    DISPLAY 'WORKBENCH ENTRIES KEPT : ' WS-WB-KEPT.
    DISPLAY 'BALANCES RESTORED      : ' WS-RESTORED-COUNT.
    DISPLAY 'ENTRIES SKIPPED        : ' WS-SKIPPED-COUNT.
