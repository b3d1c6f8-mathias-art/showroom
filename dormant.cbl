      >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. DORMANT.

*> Monthly dormancy review: finds the employees the master still
*> carries as live but nobody is using. Every entry on HISTIN (a
*> concatenation of BATCH.MONTHLY.LEDGHIST generations plus the
*> current daily LEDGER, all in the ledger layout) and every
*> posting or reversal on the keyed posting journal counts as
*> activity for its employee - an ID retired by the merge/renumber
*> run counts for the ID that carries it on (IDXREF). The activity
*> is sorted by employee and matched against the master in key
*> order, the same merge the month-end statement run does. The
*> DORMCTL card carries the thresholds:
*>   cols 1-3   N - days without activity before an active
*>              employee is listed as dormant (default 090)
*>   cols 4-6   M - days frozen before a frozen employee is listed
*>              (default 180)
*>   cols 7-14  as-of date (default today)
*>   cols 15-22 reviewer id the cards are submitted under (default
*>              DORMANT)
*> A dormant employee is measured from the later of its last
*> activity and the date its status was set, so a new or just
*> thawed account is not caught. Every listed employee shows its
*> last activity date and balance, and the run writes a MAINTOUT
*> deck of 'S' status cards ready for MSTMAINT once signed off: a
*> freeze (F) for each dormant employee, and a close (C) for each
*> aged frozen employee with a zero balance. A frozen employee
*> still carrying a balance, or with no status date on file, is
*> listed without a card. Nothing on the master is changed here.
*> A close moves a frozen employee, so MSTMAINT parks those cards
*> until someone other than the reviewer approves them.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT DCTL-FILE ASSIGN TO DORMCTL
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-DCTL-STATUS.

    SELECT MASTER-FILE ASSIGN TO MASTER
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS MST-ID
        FILE STATUS IS WS-MASTER-STATUS.

    SELECT HIST-FILE ASSIGN TO HISTIN
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-HIST-STATUS.

    SELECT JOURNAL-FILE ASSIGN TO PSTJRNL
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS JRN-KEY
        ALTERNATE RECORD KEY IS JRN-CYCLE-DATE WITH DUPLICATES
        FILE STATUS IS WS-JOURNAL-STATUS.

    SELECT XREF-FILE ASSIGN TO IDXREF
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-XREF-STATUS.

    SELECT SORT-FILE ASSIGN TO SORTWK.

    SELECT MAINT-FILE ASSIGN TO MAINTOUT
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-MAINT-STATUS.

DATA DIVISION.
FILE SECTION.
FD  DCTL-FILE.
01  DCTL-RECORD.
    05  DCTL-DORMANT-DAYS          PIC X(3).
    05  DCTL-FROZEN-DAYS           PIC X(3).
    05  DCTL-AS-OF-DATE            PIC X(8).
    05  DCTL-SUBMITTER             PIC X(8).
    05  FILLER                     PIC X(58).

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

FD  HIST-FILE.
01  HIST-RECORD.
    05  LDG-DATE                   PIC X(8).
    05  LDG-ID                     PIC X(6).
    05  LDG-NUM1                   PIC S9(7)V9(4).
    05  LDG-NUM3                   PIC S9(4)V9(3).
    05  FILLER                     PIC X(53).

FD  JOURNAL-FILE.
    COPY PSTJRNL.

FD  XREF-FILE.
    COPY IDXREF.

SD  SORT-FILE.
01  SORT-RECORD.
    05  SRT-ID                     PIC X(6).
    05  SRT-DATE                   PIC X(8).
*> where the activity was found: L ledger history, J journal
    05  SRT-SOURCE                 PIC X.

FD  MAINT-FILE.
    COPY MAINTREC.

WORKING-STORAGE SECTION.
01  WS-DCTL-STATUS                 PIC XX VALUE '00'.
01  WS-MASTER-STATUS               PIC XX VALUE '00'.
01  WS-HIST-STATUS                 PIC XX VALUE '00'.
01  WS-JOURNAL-STATUS              PIC XX VALUE '00'.
01  WS-XREF-STATUS                 PIC XX VALUE '00'.
01  WS-MAINT-STATUS                PIC XX VALUE '00'.

01  WS-HIST-EOF-SW                 PIC X VALUE 'N'.
    88  END-OF-HIST                VALUE 'Y'.
01  WS-JOURNAL-EOF-SW              PIC X VALUE 'N'.
    88  END-OF-JOURNAL             VALUE 'Y'.
01  WS-XREF-EOF-SW                 PIC X VALUE 'N'.
    88  END-OF-XREF                VALUE 'Y'.
01  WS-SORT-EOF-SW                 PIC X VALUE 'N'.
    88  END-OF-SORT                VALUE 'Y'.
01  WS-MASTER-EOF-SW               PIC X VALUE 'N'.
    88  END-OF-MASTER              VALUE 'Y'.

*> thresholds and the date everything is aged to
01  WS-DORMANT-DAYS                PIC 9(3) VALUE 90.
01  WS-FROZEN-DAYS                 PIC 9(3) VALUE 180.
01  WS-AS-OF-DATE                  PIC X(8).
01  WS-AS-OF-NUM REDEFINES WS-AS-OF-DATE
                                   PIC 9(8).
01  WS-AS-OF-INT                   PIC 9(8).
01  WS-SUBMITTER                   PIC X(8) VALUE 'DORMANT'.

*> ID cross-reference: every ID the merge/renumber run retired,
*> with the ID that carries it on
01  WS-XR-MAX                      PIC 9(4) VALUE 2000.
01  WS-XR-COUNT                    PIC 9(4) VALUE 0.
01  WS-XR-TABLE.
    05  WS-XR-ENTRY OCCURS 2000 TIMES.
        10  XR-OLD-ID              PIC X(6).
        10  XR-NEW-ID              PIC X(6).
01  WS-XR-SUB                      PIC 9(4).
01  WS-XR-FOUND                    PIC 9(4).
01  WS-RESOLVE-ID                  PIC X(6).
01  WS-RESOLVE-HOPS                PIC 9(4).

*> the employee being aged
01  WS-LAST-ACTIVITY               PIC X(8).
01  WS-LAST-SOURCE                 PIC X.
01  WS-AGE-BASE                    PIC X(8).
01  WS-AGE-BASE-NUM REDEFINES WS-AGE-BASE
                                   PIC 9(8).
01  WS-DAYS                        PIC S9(7).
01  WS-DAYS-KNOWN-SW               PIC X VALUE 'N'.
    88  DAYS-KNOWN                 VALUE 'Y'.
01  WS-ACTION                      PIC X(32).
01  WS-CARD-STATUS                 PIC X.

*> run accounting
01  WS-ACT-RELEASED                PIC 9(7) VALUE 0.
01  WS-ACT-UNMATCHED               PIC 9(7) VALUE 0.
01  WS-MASTER-READ                 PIC 9(6) VALUE 0.
01  WS-ACTIVE-READ                 PIC 9(6) VALUE 0.
01  WS-FROZEN-READ                 PIC 9(6) VALUE 0.
01  WS-DORMANT-LISTED              PIC 9(6) VALUE 0.
01  WS-FROZEN-LISTED               PIC 9(6) VALUE 0.
01  WS-FREEZE-CARDS                PIC 9(6) VALUE 0.
01  WS-CLOSE-CARDS                 PIC 9(6) VALUE 0.
01  WS-HELD-FOR-BALANCE            PIC 9(6) VALUE 0.
01  WS-DATE-UNKNOWN                PIC 9(6) VALUE 0.
01  WS-DORMANT-BALANCE             PIC S9(11)V9(4) VALUE 0.
01  WS-FROZEN-BALANCE              PIC S9(11)V9(4) VALUE 0.

01  WS-DETAIL-LINE.
    05  WS-D-TAG                   PIC X(8).
    05  FILLER                     PIC X(2) VALUE SPACES.
    05  WS-D-ID                    PIC X(6).
    05  FILLER                     PIC X(2) VALUE SPACES.
    05  WS-D-NAME                  PIC X(30).
    05  FILLER                     PIC X(2) VALUE SPACES.
    05  WS-D-STATUS                PIC X.
    05  FILLER                     PIC X(2) VALUE SPACES.
    05  WS-D-LAST                  PIC X(8).
    05  FILLER                     PIC X(2) VALUE SPACES.
    05  WS-D-DAYS                  PIC ZZZZZZ9.
    05  WS-D-DAYS-X REDEFINES WS-D-DAYS
                                   PIC X(7).
    05  FILLER                     PIC X(2) VALUE SPACES.
    05  WS-D-BALANCE               PIC ZZZZZZ9.9999-.
    05  FILLER                     PIC X(2) VALUE SPACES.
    05  WS-D-ACTION                PIC X(32).

01  WS-AMOUNT-DISPLAY              PIC ZZ,ZZZ,ZZZ,ZZ9.9999-.

PROCEDURE DIVISION.
A-PARA.
    PERFORM READ-CONTROL-PARA.
    PERFORM LOAD-XREF-PARA.
    PERFORM OPEN-FILES-PARA.
    PERFORM PRINT-HEADING-PARA.
    SORT SORT-FILE
        ON ASCENDING KEY SRT-ID
                         SRT-DATE
        INPUT PROCEDURE IS ACTIVITY-IN-PARA THRU ACTIVITY-IN-EXIT-PARA
        OUTPUT PROCEDURE IS REVIEW-OUT-PARA THRU REVIEW-OUT-EXIT-PARA.
    PERFORM PRINT-TOTALS-PARA.
    CLOSE MASTER-FILE.
    CLOSE MAINT-FILE.
    STOP RUN.

READ-CONTROL-PARA.
    MOVE FUNCTION CURRENT-DATE(1:8) TO WS-AS-OF-DATE.
    OPEN INPUT DCTL-FILE.
    IF WS-DCTL-STATUS = '00'
        READ DCTL-FILE
            AT END MOVE SPACES TO DCTL-RECORD
        END-READ
        IF DCTL-DORMANT-DAYS NUMERIC
            MOVE DCTL-DORMANT-DAYS TO WS-DORMANT-DAYS
        END-IF
        IF DCTL-FROZEN-DAYS NUMERIC
            MOVE DCTL-FROZEN-DAYS TO WS-FROZEN-DAYS
        END-IF
        IF DCTL-AS-OF-DATE NUMERIC
            MOVE DCTL-AS-OF-DATE TO WS-AS-OF-DATE
        END-IF
        IF DCTL-SUBMITTER NOT = SPACES
            MOVE DCTL-SUBMITTER TO WS-SUBMITTER
        END-IF
        CLOSE DCTL-FILE
    ELSE
        DISPLAY 'WARNING - DORMCTL OPEN FAILED, STATUS: '
            WS-DCTL-STATUS ' - DEFAULT THRESHOLDS USED'
    END-IF
    COMPUTE WS-AS-OF-INT = FUNCTION INTEGER-OF-DATE(WS-AS-OF-NUM).

LOAD-XREF-PARA.
    OPEN INPUT XREF-FILE.
    IF WS-XREF-STATUS = '35'
        *> no ID has been retired yet - every ID stands alone
        SET END-OF-XREF TO TRUE
    ELSE
        IF WS-XREF-STATUS NOT = '00'
            DISPLAY 'ERROR - IDXREF OPEN FAILED, STATUS: '
                WS-XREF-STATUS
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
        PERFORM READ-XREF-PARA
        PERFORM LOAD-XREF-ENTRY-PARA UNTIL END-OF-XREF
        CLOSE XREF-FILE
    END-IF.

READ-XREF-PARA.
    READ XREF-FILE
        AT END SET END-OF-XREF TO TRUE
    END-READ.

LOAD-XREF-ENTRY-PARA.
    IF WS-XR-COUNT < WS-XR-MAX
        ADD 1 TO WS-XR-COUNT
        MOVE XRF-OLD-ID TO XR-OLD-ID(WS-XR-COUNT)
        MOVE XRF-NEW-ID TO XR-NEW-ID(WS-XR-COUNT)
    ELSE
        DISPLAY 'ERROR - IDXREF TABLE FULL AT ' WS-XR-MAX
            ' ENTRIES'
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    PERFORM READ-XREF-PARA.

RESOLVE-ID-PARA.
    *> follow WS-RESOLVE-ID to the ID that carries it on; the hop
    *> limit stops a looping cross-reference
    MOVE 0 TO WS-RESOLVE-HOPS.
    MOVE 1 TO WS-XR-FOUND.
    PERFORM RESOLVE-HOP-PARA
        UNTIL WS-XR-FOUND = 0 OR WS-RESOLVE-HOPS > WS-XR-COUNT.

RESOLVE-HOP-PARA.
    MOVE 0 TO WS-XR-FOUND.
    MOVE 1 TO WS-XR-SUB.
    PERFORM RESOLVE-SCAN-PARA
        UNTIL WS-XR-FOUND > 0 OR WS-XR-SUB > WS-XR-COUNT.
    IF WS-XR-FOUND > 0
        MOVE XR-NEW-ID(WS-XR-FOUND) TO WS-RESOLVE-ID
    END-IF
    ADD 1 TO WS-RESOLVE-HOPS.

RESOLVE-SCAN-PARA.
    IF XR-OLD-ID(WS-XR-SUB) = WS-RESOLVE-ID
        MOVE WS-XR-SUB TO WS-XR-FOUND
    ELSE
        ADD 1 TO WS-XR-SUB
    END-IF.

OPEN-FILES-PARA.
    OPEN INPUT MASTER-FILE.
    IF WS-MASTER-STATUS NOT = '00'
        DISPLAY 'ERROR - MASTER OPEN FAILED, STATUS: '
            WS-MASTER-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    OPEN OUTPUT MAINT-FILE.
    IF WS-MAINT-STATUS NOT = '00'
        DISPLAY 'ERROR - MAINTOUT OPEN FAILED, STATUS: '
            WS-MAINT-STATUS
        CLOSE MASTER-FILE
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.

ACTIVITY-IN-PARA.
    *> ledger history first, then the journal; a missing source
    *> would make live employees look dormant, so both must open
    OPEN INPUT HIST-FILE.
    IF WS-HIST-STATUS NOT = '00'
        DISPLAY 'ERROR - HISTIN OPEN FAILED, STATUS: '
            WS-HIST-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    PERFORM READ-HIST-PARA.
    PERFORM RELEASE-HIST-PARA UNTIL END-OF-HIST.
    CLOSE HIST-FILE.
    OPEN INPUT JOURNAL-FILE.
    IF WS-JOURNAL-STATUS NOT = '00'
        DISPLAY 'ERROR - PSTJRNL OPEN FAILED, STATUS: '
            WS-JOURNAL-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    PERFORM READ-JOURNAL-PARA.
    PERFORM RELEASE-JOURNAL-PARA UNTIL END-OF-JOURNAL.
    CLOSE JOURNAL-FILE.
ACTIVITY-IN-EXIT-PARA.
    EXIT.

READ-HIST-PARA.
    READ HIST-FILE
        AT END SET END-OF-HIST TO TRUE
    END-READ.

RELEASE-HIST-PARA.
    MOVE LDG-ID TO WS-RESOLVE-ID.
    PERFORM RESOLVE-ID-PARA.
    MOVE WS-RESOLVE-ID TO SRT-ID.
    MOVE LDG-DATE TO SRT-DATE.
    MOVE 'L' TO SRT-SOURCE.
    RELEASE SORT-RECORD.
    ADD 1 TO WS-ACT-RELEASED.
    PERFORM READ-HIST-PARA.

READ-JOURNAL-PARA.
    READ JOURNAL-FILE NEXT RECORD
        AT END SET END-OF-JOURNAL TO TRUE
    END-READ.

RELEASE-JOURNAL-PARA.
    *> a balance transfer between IDs is housekeeping, not the
    *> employee's own activity
    IF NOT JRN-TRANSFER
        MOVE JRN-ID TO WS-RESOLVE-ID
        PERFORM RESOLVE-ID-PARA
        MOVE WS-RESOLVE-ID TO SRT-ID
        MOVE JRN-CYCLE-DATE TO SRT-DATE
        MOVE 'J' TO SRT-SOURCE
        RELEASE SORT-RECORD
        ADD 1 TO WS-ACT-RELEASED
    END-IF
    PERFORM READ-JOURNAL-PARA.

REVIEW-OUT-PARA.
    PERFORM RETURN-ACTIVITY-PARA.
    PERFORM READ-MASTER-PARA.
    PERFORM REVIEW-EMPLOYEE-PARA UNTIL END-OF-MASTER.
    PERFORM SKIP-ACTIVITY-PARA UNTIL END-OF-SORT.
REVIEW-OUT-EXIT-PARA.
    EXIT.

RETURN-ACTIVITY-PARA.
    RETURN SORT-FILE
        AT END SET END-OF-SORT TO TRUE
    END-RETURN.

SKIP-ACTIVITY-PARA.
    *> activity under an ID no longer on the master
    ADD 1 TO WS-ACT-UNMATCHED.
    PERFORM RETURN-ACTIVITY-PARA.

READ-MASTER-PARA.
    READ MASTER-FILE NEXT RECORD
        AT END SET END-OF-MASTER TO TRUE
        NOT AT END ADD 1 TO WS-MASTER-READ
    END-READ.

REVIEW-EMPLOYEE-PARA.
    PERFORM SKIP-ACTIVITY-PARA
        UNTIL END-OF-SORT OR SRT-ID NOT < MST-ID.
    MOVE SPACES TO WS-LAST-ACTIVITY.
    MOVE SPACE TO WS-LAST-SOURCE.
    PERFORM TAKE-ACTIVITY-PARA
        UNTIL END-OF-SORT OR SRT-ID NOT = MST-ID.
    EVALUATE TRUE
        WHEN MST-ST-ACTIVE
            ADD 1 TO WS-ACTIVE-READ
            PERFORM REVIEW-ACTIVE-PARA
        WHEN MST-ST-FROZEN
            ADD 1 TO WS-FROZEN-READ
            PERFORM REVIEW-FROZEN-PARA
        WHEN OTHER
            CONTINUE
    END-EVALUATE
    PERFORM READ-MASTER-PARA.

TAKE-ACTIVITY-PARA.
    *> sorted by date within the employee - the last one is the
    *> latest activity
    MOVE SRT-DATE TO WS-LAST-ACTIVITY.
    MOVE SRT-SOURCE TO WS-LAST-SOURCE.
    PERFORM RETURN-ACTIVITY-PARA.

REVIEW-ACTIVE-PARA.
    *> aged from the later of the last activity and the date the
    *> account was added or last thawed
    MOVE WS-LAST-ACTIVITY TO WS-AGE-BASE.
    IF MST-STATUS-DATE NUMERIC
        IF WS-AGE-BASE NOT NUMERIC OR MST-STATUS-DATE > WS-AGE-BASE
            MOVE MST-STATUS-DATE TO WS-AGE-BASE
        END-IF
    END-IF
    PERFORM COMPUTE-DAYS-PARA.
    IF NOT DAYS-KNOWN OR WS-DAYS NOT < WS-DORMANT-DAYS
        ADD 1 TO WS-DORMANT-LISTED
        ADD MST-NUM1 TO WS-DORMANT-BALANCE
        MOVE 'F' TO WS-CARD-STATUS
        PERFORM WRITE-CARD-PARA
        MOVE 'FREEZE CARD WRITTEN' TO WS-ACTION
        MOVE 'DORMANT' TO WS-D-TAG
        PERFORM PRINT-DETAIL-PARA
    END-IF.

REVIEW-FROZEN-PARA.
    MOVE MST-STATUS-DATE TO WS-AGE-BASE.
    PERFORM COMPUTE-DAYS-PARA.
    EVALUATE TRUE
        WHEN NOT DAYS-KNOWN
            *> frozen before the status date was carried - listed
            *> so it can be reviewed by hand, never closed blind
            ADD 1 TO WS-FROZEN-LISTED
            ADD 1 TO WS-DATE-UNKNOWN
            ADD MST-NUM1 TO WS-FROZEN-BALANCE
            MOVE 'FROZEN DATE NOT KNOWN - NO CARD' TO WS-ACTION
            MOVE 'FROZEN' TO WS-D-TAG
            PERFORM PRINT-DETAIL-PARA
        WHEN WS-DAYS < WS-FROZEN-DAYS
            CONTINUE
        WHEN MST-NUM1 NOT = 0
            *> closing would strand the balance - it has to be paid
            *> out or moved first
            ADD 1 TO WS-FROZEN-LISTED
            ADD 1 TO WS-HELD-FOR-BALANCE
            ADD MST-NUM1 TO WS-FROZEN-BALANCE
            MOVE 'BALANCE NOT ZERO - NO CARD' TO WS-ACTION
            MOVE 'FROZEN' TO WS-D-TAG
            PERFORM PRINT-DETAIL-PARA
        WHEN OTHER
            ADD 1 TO WS-FROZEN-LISTED
            MOVE 'C' TO WS-CARD-STATUS
            PERFORM WRITE-CARD-PARA
            MOVE 'CLOSE CARD WRITTEN' TO WS-ACTION
            MOVE 'FROZEN' TO WS-D-TAG
            PERFORM PRINT-DETAIL-PARA
    END-EVALUATE.

COMPUTE-DAYS-PARA.
    MOVE 'N' TO WS-DAYS-KNOWN-SW.
    MOVE 0 TO WS-DAYS.
    IF WS-AGE-BASE NUMERIC
        COMPUTE WS-DAYS = WS-AS-OF-INT
            - FUNCTION INTEGER-OF-DATE(WS-AGE-BASE-NUM)
        SET DAYS-KNOWN TO TRUE
    END-IF.

WRITE-CARD-PARA.
    *> a status card as MSTMAINT takes it, carrying the employee's
    *> fields so the reviewer sees what is being frozen or closed
    MOVE SPACES TO MAINT-RECORD.
    SET MNT-FUNC-STATUS TO TRUE.
    MOVE MST-ID TO MNT-ID.
    MOVE MST-NAME TO MNT-NAME.
    MOVE MST-NUM1 TO MNT-NUM1.
    MOVE MST-NUM2 TO MNT-NUM2.
    MOVE MST-NUM3 TO MNT-NUM3.
    MOVE MST-RATE-CLASS TO MNT-RATE-CLASS.
    MOVE WS-CARD-STATUS TO MNT-NEW-STATUS.
    MOVE WS-SUBMITTER TO MNT-SUBMITTER.
    WRITE MAINT-RECORD.
    IF WS-MAINT-STATUS NOT = '00'
        DISPLAY 'ERROR - MAINTOUT WRITE FAILED, STATUS: '
            WS-MAINT-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    IF WS-CARD-STATUS = 'F'
        ADD 1 TO WS-FREEZE-CARDS
    ELSE
        ADD 1 TO WS-CLOSE-CARDS
    END-IF.

PRINT-DETAIL-PARA.
    MOVE MST-ID TO WS-D-ID.
    MOVE MST-NAME TO WS-D-NAME.
    MOVE MST-STATUS TO WS-D-STATUS.
    IF WS-LAST-ACTIVITY = SPACES
        MOVE 'NONE' TO WS-D-LAST
    ELSE
        MOVE WS-LAST-ACTIVITY TO WS-D-LAST
    END-IF
    IF DAYS-KNOWN
        MOVE WS-DAYS TO WS-D-DAYS
    ELSE
        MOVE '      ?' TO WS-D-DAYS-X
    END-IF
    MOVE MST-NUM1 TO WS-D-BALANCE.
    MOVE WS-ACTION TO WS-D-ACTION.
    DISPLAY WS-DETAIL-LINE.

PRINT-HEADING-PARA.
    DISPLAY 'DORMANT ACCOUNT REVIEW AS OF ' WS-AS-OF-DATE.
    DISPLAY '====================================='.
    DISPLAY 'ACTIVE WITH NO ACTIVITY FOR ' WS-DORMANT-DAYS
        ' DAYS, FROZEN FOR ' WS-FROZEN-DAYS ' DAYS'.
    DISPLAY ' '.
    DISPLAY 'REVIEW    ID      NAME                            '
        'S  LAST ACT       DAYS        BALANCE  ACTION'.

PRINT-TOTALS-PARA.
    DISPLAY ' '.
    DISPLAY 'ACTIVITY RECORDS SORTED: ' WS-ACT-RELEASED.
    DISPLAY 'ACTIVITY, ID NOT ON MST: ' WS-ACT-UNMATCHED.
    DISPLAY 'EMPLOYEES READ         : ' WS-MASTER-READ.
    DISPLAY '  ACTIVE               : ' WS-ACTIVE-READ.
    DISPLAY '  FROZEN               : ' WS-FROZEN-READ.
    DISPLAY 'DORMANT LISTED         : ' WS-DORMANT-LISTED.
    MOVE WS-DORMANT-BALANCE TO WS-AMOUNT-DISPLAY.
    DISPLAY '  THEIR BALANCES       : ' WS-AMOUNT-DISPLAY.
    DISPLAY '  FREEZE CARDS WRITTEN : ' WS-FREEZE-CARDS.
    DISPLAY 'AGED FROZEN LISTED     : ' WS-FROZEN-LISTED.
    MOVE WS-FROZEN-BALANCE TO WS-AMOUNT-DISPLAY.
    DISPLAY '  THEIR BALANCES       : ' WS-AMOUNT-DISPLAY.
    DISPLAY '  CLOSE CARDS WRITTEN  : ' WS-CLOSE-CARDS.
    DISPLAY '  HELD - BALANCE       : ' WS-HELD-FOR-BALANCE.
    DISPLAY '  HELD - DATE UNKNOWN  : ' WS-DATE-UNKNOWN.

*> JCL: see jcl/DORMANT.jcl (DORMANT step runs this program)
