      >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. GLINTF.

*> General-ledger interface: summarizes the cycle's PSTJRNL entries
*> by control code into a balanced debit/credit GL posting file, so
*> finance loads the day's balance movement instead of re-keying it
*> from the posting step's SYSOUT. Each code's entries are netted in
*> four categories - the posting step's postings, its reversals
*> ('R' entries), the suspense workbench's re-drives and its late
*> re-drives - and every non-zero net becomes a debit line and a
*> credit line against the code's GL accounts from its CTLCODE row.
*> The workbench stamps a re-drive with the date it ran, so one run
*> after the day's cut would fall between two cuts: each cut marks
*> the workbench entries it books on the journal, and the next cut
*> sweeps up any entry dated since the previous cut that is still
*> unmarked as a late re-drive. The file is wrapped in a
*> header (feed id, cycle date, generation) and a trailer (line
*> count, debit and credit totals, journal net) like the extract,
*> and each generation cut is logged to GLGLOG in the extract
*> generation log layout, so the acknowledgment reconciliation can
*> chase finance's load the same way it chases the receiving shop.
*>
*> Before anything is cut the summary is tied to RUNLOG: the posting
*> step's entries must net to its logged posted amount, the
*> workbench's to the re-driven amounts it logged for the cycle, and
*> the late re-drives to what it logged after the previous cut. A
*> code with no GL accounts, a journal that does not tie, or a
*> summary table overflow refuses the cycle - no generation is
*> stamped or logged and the step ends with return code 16. The
*> generation number is only taken (GLGCTL rewritten) once the file
*> is complete and closed, so the generations stay gap-free. The run
*> logs the posting step and cycle re-drive figures to RUNLOG so the
*> reconciliation can prove them.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT GCTL-FILE ASSIGN TO GLCTL
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-GCTL-STATUS.

    SELECT RUNLOG-FILE ASSIGN TO RUNLOG
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-RUNLOG-STATUS.

    SELECT JOURNAL-FILE ASSIGN TO PSTJRNL
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS JRN-KEY
        ALTERNATE RECORD KEY IS JRN-CYCLE-DATE WITH DUPLICATES
        FILE STATUS IS WS-JOURNAL-STATUS.

    SELECT CODE-FILE ASSIGN TO CTLCODE
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS CC-CODE
        FILE STATUS IS WS-CODE-STATUS.

    SELECT GLPOST-FILE ASSIGN TO GLPOST
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-GLPOST-STATUS.

    SELECT GENCTL-FILE ASSIGN TO GLGCTL
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-GENCTL-STATUS.

    SELECT GENLOG-FILE ASSIGN TO GLGLOG
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-GENLOG-STATUS.

DATA DIVISION.
FILE SECTION.
FD  GCTL-FILE.
01  GCTL-RECORD.
    05  GCTL-CYCLE-DATE            PIC X(8).
    05  GCTL-SWEEP                 PIC X.
        88  GCTL-NO-SWEEP          VALUE 'C'.
    05  FILLER                     PIC X(71).

FD  RUNLOG-FILE.
    COPY RUNLOG.

FD  JOURNAL-FILE.
    COPY PSTJRNL.

FD  CODE-FILE.
    COPY CTLCODE.

FD  GLPOST-FILE.
    COPY GLPOST.

FD  GENCTL-FILE.
01  GENCTL-RECORD.
    05  GEN-NUMBER                 PIC 9(4).
    05  FILLER                     PIC X(76).

FD  GENLOG-FILE.
    COPY EXTGLOG.

WORKING-STORAGE SECTION.
01  WS-GCTL-STATUS                 PIC XX VALUE '00'.
01  WS-RUNLOG-STATUS               PIC XX VALUE '00'.
01  WS-JOURNAL-STATUS              PIC XX VALUE '00'.
01  WS-CODE-STATUS                 PIC XX VALUE '00'.
01  WS-GLPOST-STATUS               PIC XX VALUE '00'.
01  WS-GENCTL-STATUS               PIC XX VALUE '00'.
01  WS-GENLOG-STATUS               PIC XX VALUE '00'.

01  WS-RUNLOG-EOF-SW               PIC X VALUE 'N'.
    88  END-OF-RUNLOG              VALUE 'Y'.
01  WS-JOURNAL-EOF-SW              PIC X VALUE 'N'.
    88  END-OF-JOURNAL             VALUE 'Y'.
01  WS-GL-REFUSED-SW               PIC X VALUE 'N'.
    88  GL-REFUSED                 VALUE 'Y'.
01  WS-POST-SEEN-SW                PIC X VALUE 'N'.
    88  POST-END-SEEN              VALUE 'Y'.
01  WS-SWEEP-SW                    PIC X VALUE 'Y'.
    88  SWEEPING-LATE              VALUE 'Y'.

01  WS-CYCLE-DATE                  PIC X(8).
01  WS-RUN-STATUS                  PIC X(4) VALUE 'OK'.

*> GL feed control, wrapped like the extract generation
01  WS-FEED-ID                     PIC X(8) VALUE 'GLINTF'.
01  WS-GENERATION                  PIC 9(4) VALUE 0.

*> RUNLOG figures the summary must tie to: the latest posting step
*> end record for the cycle, and every workbench end record logged
*> for it (the workbench may be run more than once a day)
01  WS-RNL-POSTED-AMOUNT           PIC S9(11)V99 VALUE 0.
01  WS-RNL-REDRIVEN-AMOUNT         PIC S9(11)V99 VALUE 0.

*> late re-drives: the cycle date of the last cut before this one
*> (its latest clean GLINTF end record), the workbench amounts
*> logged for that date after that cut, and those logged for the
*> dates between it and this cycle
01  WS-LAST-CUT-DATE               PIC X(8) VALUE SPACES.
01  WS-SWEEP-FROM-DATE             PIC X(8).
01  WS-RNL-LATE-AT-CUT             PIC S9(11)V99 VALUE 0.
01  WS-RNL-LATE-SINCE              PIC S9(11)V99 VALUE 0.

*> one row per control code moved this cycle, netted by category:
*> 1 = posting step postings, 2 = posting step reversals,
*> 3 = workbench re-drives, 4 = late workbench re-drives
01  WS-SUM-MAX                     PIC 9(3) VALUE 200.
01  WS-SUM-COUNT                   PIC 9(3) VALUE 0.
01  WS-SUM-TABLE.
    05  WS-SUM-ENTRY OCCURS 200 TIMES.
        10  SM-CONTROL             PIC X(4).
        10  SM-DESC                PIC X(24).
        10  SM-DEBIT-ACCT          PIC X(10).
        10  SM-CREDIT-ACCT         PIC X(10).
        10  SM-CATEGORY OCCURS 4 TIMES.
            15  SM-CAT-AMOUNT      PIC S9(11)V99.
            15  SM-CAT-COUNT       PIC 9(6).
01  WS-SM-SUB                      PIC 9(3).
01  WS-SUM-FOUND                   PIC 9(3).
01  WS-CAT-SUB                     PIC 9.
01  WS-CLR-SUB                     PIC 9.
01  WS-CAT-CODES                   PIC X(4) VALUE 'PRSL'.
01  WS-CAT-NAMES.
    05  FILLER                     PIC X(10) VALUE 'POSTINGS'.
    05  FILLER                     PIC X(10) VALUE 'REVERSALS'.
    05  FILLER                     PIC X(10) VALUE 'RE-DRIVES'.
    05  FILLER                     PIC X(10) VALUE 'LATE RDRV'.
01  WS-CAT-NAME-TABLE REDEFINES WS-CAT-NAMES.
    05  WS-CAT-NAME                PIC X(10) OCCURS 4 TIMES.

*> the pair being booked: a positive net debits the code's debit
*> account, a negative one is booked the other way round
01  WS-PAIR-AMOUNT                 PIC S9(11)V99.
01  WS-PAIR-ABS                    PIC 9(11)V99.
01  WS-PAIR-DR-ACCT                PIC X(10).
01  WS-PAIR-CR-ACCT                PIC X(10).

*> run accounting
01  WS-JRN-READ                    PIC 9(6) VALUE 0.
01  WS-JRN-SUMMARIZED              PIC 9(6) VALUE 0.
01  WS-JRN-SKIPPED                 PIC 9(6) VALUE 0.
01  WS-POSTTRN-NET                 PIC S9(11)V99 VALUE 0.
01  WS-SUSPWB-NET                  PIC S9(11)V99 VALUE 0.
01  WS-LATE-READ                   PIC 9(6) VALUE 0.
01  WS-LATE-NET                    PIC S9(11)V99 VALUE 0.
01  WS-MARKED                      PIC 9(6) VALUE 0.
01  WS-MARK-FAILED                 PIC 9(6) VALUE 0.
01  WS-JOURNAL-NET                 PIC S9(11)V99 VALUE 0.
01  WS-UNMAPPED-CODES              PIC 9(3) VALUE 0.
01  WS-LINE-COUNT                  PIC 9(6) VALUE 0.
01  WS-DEBIT-TOTAL                 PIC 9(13)V99 VALUE 0.
01  WS-CREDIT-TOTAL                PIC 9(13)V99 VALUE 0.
01  WS-DIFFERENCE                  PIC S9(11)V99 VALUE 0.

01  WS-AMOUNT-DISPLAY              PIC ZZ,ZZZ,ZZZ,ZZ9.99-.

01  WS-DETAIL-LINE.
    05  FILLER                     PIC X(2) VALUE SPACES.
    05  WS-D-CONTROL               PIC X(4).
    05  FILLER                     PIC X(2) VALUE SPACES.
    05  WS-D-CATEGORY              PIC X(10).
    05  FILLER                     PIC X(1) VALUE SPACES.
    05  WS-D-COUNT                 PIC ZZZZZ9.
    05  FILLER                     PIC X(2) VALUE SPACES.
    05  WS-D-AMOUNT                PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
    05  FILLER                     PIC X(2) VALUE SPACES.
    05  WS-D-DR-ACCT               PIC X(10).
    05  FILLER                     PIC X(1) VALUE SPACES.
    05  WS-D-CR-ACCT               PIC X(10).

PROCEDURE DIVISION.
A-PARA.
    PERFORM READ-GCTL-PARA.
    PERFORM PRINT-HEADING-PARA.
    PERFORM SCAN-RUNLOG-PARA.
    PERFORM OPEN-FILES-PARA.
    PERFORM WRITE-RUNLOG-START-PARA.
    PERFORM START-JOURNAL-PARA.
    PERFORM SUMMARIZE-ENTRY-PARA UNTIL END-OF-JOURNAL.
    PERFORM ASSIGN-ACCOUNTS-PARA.
    PERFORM PROVE-RUNLOG-PARA.
    IF NOT GL-REFUSED
        PERFORM NEXT-GENERATION-PARA
        PERFORM WRITE-GL-HEADER-PARA
        MOVE 1 TO WS-SM-SUB
        PERFORM WRITE-CODE-LINES-PARA UNTIL WS-SM-SUB > WS-SUM-COUNT
        PERFORM WRITE-GL-TRAILER-PARA
    END-IF
    PERFORM CLOSE-GLPOST-PARA.
    IF NOT GL-REFUSED
        PERFORM SAVE-GENERATION-PARA
    END-IF
    IF NOT GL-REFUSED
        PERFORM WRITE-GENLOG-PARA
        PERFORM MARK-BOOKED-PARA
    END-IF
    PERFORM PRINT-RUN-TOTALS-PARA.
    PERFORM WRITE-RUNLOG-END-PARA.
    PERFORM CLOSE-FILES-PARA.
    IF GL-REFUSED
        MOVE 16 TO RETURN-CODE
    END-IF
    STOP RUN.

READ-GCTL-PARA.
    *> GLCTL may carry the cycle date being summarized in columns
    *> 1-8, so a held-over cycle can be cut the morning after; no
    *> card means today's date. A 'C' in column 9 books no late
    *> re-drives this run - the first cut after cutover, when the
    *> earlier cuts' entries carry no booked mark
    MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CYCLE-DATE.
    OPEN INPUT GCTL-FILE.
    IF WS-GCTL-STATUS = '00'
        READ GCTL-FILE
            AT END CONTINUE
            NOT AT END
                IF GCTL-CYCLE-DATE NUMERIC
                    MOVE GCTL-CYCLE-DATE TO WS-CYCLE-DATE
                END-IF
                IF GCTL-NO-SWEEP
                    MOVE 'N' TO WS-SWEEP-SW
                END-IF
        END-READ
        CLOSE GCTL-FILE
    END-IF.

SCAN-RUNLOG-PARA.
    OPEN INPUT RUNLOG-FILE.
    IF WS-RUNLOG-STATUS NOT = '00'
        DISPLAY 'ERROR - RUNLOG OPEN FAILED, STATUS: '
            WS-RUNLOG-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    PERFORM READ-RUNLOG-PARA.
    PERFORM FIND-LAST-CUT-PARA UNTIL END-OF-RUNLOG.
    CLOSE RUNLOG-FILE.
    IF WS-LAST-CUT-DATE = SPACES
        *> no earlier cut to sweep behind
        MOVE 'N' TO WS-SWEEP-SW
    END-IF
    IF SWEEPING-LATE
        MOVE WS-LAST-CUT-DATE TO WS-SWEEP-FROM-DATE
    ELSE
        MOVE WS-CYCLE-DATE TO WS-SWEEP-FROM-DATE
    END-IF
    OPEN INPUT RUNLOG-FILE.
    IF WS-RUNLOG-STATUS NOT = '00'
        DISPLAY 'ERROR - RUNLOG REOPEN FAILED, STATUS: '
            WS-RUNLOG-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    MOVE 'N' TO WS-RUNLOG-EOF-SW.
    PERFORM READ-RUNLOG-PARA.
    PERFORM CAPTURE-RUNLOG-PARA UNTIL END-OF-RUNLOG.
    CLOSE RUNLOG-FILE.

READ-RUNLOG-PARA.
    READ RUNLOG-FILE
        AT END SET END-OF-RUNLOG TO TRUE
    END-READ.

FIND-LAST-CUT-PARA.
    IF RNL-END-RECORD AND RNL-PROGRAM = 'GLINTF'
            AND RNL-STATUS = 'OK'
            AND RNL-CYCLE-DATE < WS-CYCLE-DATE
            AND (WS-LAST-CUT-DATE = SPACES
                 OR RNL-CYCLE-DATE > WS-LAST-CUT-DATE)
        MOVE RNL-CYCLE-DATE TO WS-LAST-CUT-DATE
    END-IF
    PERFORM READ-RUNLOG-PARA.

CAPTURE-RUNLOG-PARA.
    *> the latest posting step end record wins, so a rerun after a
    *> backout supersedes the abandoned run; workbench runs add up
    IF RNL-END-RECORD AND SWEEPING-LATE
        PERFORM CAPTURE-LATE-PARA
    END-IF
    IF RNL-END-RECORD AND RNL-CYCLE-DATE = WS-CYCLE-DATE
        EVALUATE TRUE
            WHEN RNL-PROGRAM = 'POSTTRN'
                SET POST-END-SEEN TO TRUE
                MOVE RNL-TOTAL-AMOUNT TO WS-RNL-POSTED-AMOUNT
            WHEN RNL-PROGRAM = 'SUSPWB'
                IF RNL-TOTAL-AMOUNT NUMERIC
                    ADD RNL-TOTAL-AMOUNT TO WS-RNL-REDRIVEN-AMOUNT
                END-IF
            WHEN OTHER
                CONTINUE
        END-EVALUATE
    END-IF
    PERFORM READ-RUNLOG-PARA.

CAPTURE-LATE-PARA.
    *> a cut books every re-drive logged for its date before it, so
    *> only what the workbench logged after the last cut is late
    EVALUATE TRUE
        WHEN RNL-PROGRAM = 'GLINTF' AND RNL-STATUS = 'OK'
                AND RNL-CYCLE-DATE = WS-LAST-CUT-DATE
            MOVE 0 TO WS-RNL-LATE-AT-CUT
        WHEN RNL-PROGRAM NOT = 'SUSPWB'
                OR RNL-TOTAL-AMOUNT NOT NUMERIC
            CONTINUE
        WHEN RNL-CYCLE-DATE = WS-LAST-CUT-DATE
            ADD RNL-TOTAL-AMOUNT TO WS-RNL-LATE-AT-CUT
        WHEN RNL-CYCLE-DATE > WS-LAST-CUT-DATE
                AND RNL-CYCLE-DATE < WS-CYCLE-DATE
            ADD RNL-TOTAL-AMOUNT TO WS-RNL-LATE-SINCE
        WHEN OTHER
            CONTINUE
    END-EVALUATE.

OPEN-FILES-PARA.
    *> opened for update - the workbench entries a cut books are
    *> marked on the journal so the next cut does not book them
    *> again
    OPEN I-O JOURNAL-FILE.
    IF WS-JOURNAL-STATUS NOT = '00'
        DISPLAY 'ERROR - PSTJRNL OPEN FAILED, STATUS: '
            WS-JOURNAL-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    OPEN INPUT CODE-FILE.
    IF WS-CODE-STATUS NOT = '00'
        *> the GL accounts live on the code table - nothing can be
        *> booked without it
        DISPLAY 'ERROR - CTLCODE OPEN FAILED, STATUS: '
            WS-CODE-STATUS
        CLOSE JOURNAL-FILE
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    OPEN OUTPUT GLPOST-FILE.
    IF WS-GLPOST-STATUS NOT = '00'
        DISPLAY 'ERROR - GLPOST OPEN FAILED, STATUS: '
            WS-GLPOST-STATUS
        CLOSE JOURNAL-FILE
        CLOSE CODE-FILE
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    OPEN EXTEND RUNLOG-FILE.
    IF WS-RUNLOG-STATUS NOT = '00'
        OPEN OUTPUT RUNLOG-FILE
    END-IF.

CLOSE-FILES-PARA.
    CLOSE JOURNAL-FILE.
    CLOSE CODE-FILE.
    CLOSE RUNLOG-FILE.

CLOSE-GLPOST-PARA.
    CLOSE GLPOST-FILE.
    IF WS-GLPOST-STATUS NOT = '00' AND NOT GL-REFUSED
        DISPLAY 'ERROR - GLPOST CLOSE FAILED, STATUS: '
            WS-GLPOST-STATUS
        SET GL-REFUSED TO TRUE
    END-IF.

START-JOURNAL-PARA.
    *> the cycle-date key reads the entries in the order they were
    *> written, from the last cut's date when late re-drives are
    *> being swept up, through the cycle's own
    MOVE 'N' TO WS-JOURNAL-EOF-SW.
    MOVE WS-SWEEP-FROM-DATE TO JRN-CYCLE-DATE.
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
        IF JRN-CYCLE-DATE > WS-CYCLE-DATE
            SET END-OF-JOURNAL TO TRUE
        END-IF
    END-IF.

SUMMARIZE-ENTRY-PARA.
    IF JRN-CYCLE-DATE = WS-CYCLE-DATE
        ADD 1 TO WS-JRN-READ
    END-IF
    EVALUATE TRUE
        WHEN JRN-CYCLE-DATE < WS-CYCLE-DATE
            *> an earlier date is read only for the workbench
            *> re-drives no cut has booked yet
            IF JRN-FROM-SUSPWB AND NOT JRN-GL-BOOKED
                MOVE 4 TO WS-CAT-SUB
                ADD 1 TO WS-LATE-READ
                ADD JRN-AMOUNT TO WS-LATE-NET
            ELSE
                MOVE 0 TO WS-CAT-SUB
            END-IF
        WHEN JRN-FROM-SUSPWB
            MOVE 3 TO WS-CAT-SUB
            ADD JRN-AMOUNT TO WS-SUSPWB-NET
        WHEN JRN-FROM-POSTTRN AND JRN-REVERSAL
            MOVE 2 TO WS-CAT-SUB
            ADD JRN-AMOUNT TO WS-POSTTRN-NET
        WHEN JRN-FROM-POSTTRN
            MOVE 1 TO WS-CAT-SUB
            ADD JRN-AMOUNT TO WS-POSTTRN-NET
        WHEN OTHER
            *> movement that is not balance posting (another
            *> program's bookkeeping entry) has no GL side
            MOVE 0 TO WS-CAT-SUB
            ADD 1 TO WS-JRN-SKIPPED
    END-EVALUATE
    IF WS-CAT-SUB > 0
        ADD JRN-AMOUNT TO WS-JOURNAL-NET
        PERFORM FIND-SUM-PARA
        IF WS-SUM-FOUND = 0
            PERFORM ADD-SUM-ENTRY-PARA
        END-IF
        IF WS-SUM-FOUND > 0
            ADD JRN-AMOUNT TO SM-CAT-AMOUNT(WS-SUM-FOUND, WS-CAT-SUB)
            ADD 1 TO SM-CAT-COUNT(WS-SUM-FOUND, WS-CAT-SUB)
            ADD 1 TO WS-JRN-SUMMARIZED
        END-IF
    END-IF
    PERFORM READ-JOURNAL-PARA.

FIND-SUM-PARA.
    MOVE 0 TO WS-SUM-FOUND.
    MOVE 1 TO WS-SM-SUB.
    PERFORM FIND-SUM-SCAN-PARA
        UNTIL WS-SUM-FOUND > 0 OR WS-SM-SUB > WS-SUM-COUNT.

FIND-SUM-SCAN-PARA.
    IF SM-CONTROL(WS-SM-SUB) = JRN-CONTROL
        MOVE WS-SM-SUB TO WS-SUM-FOUND
    ELSE
        ADD 1 TO WS-SM-SUB
    END-IF.

ADD-SUM-ENTRY-PARA.
    IF WS-SUM-COUNT < WS-SUM-MAX
        ADD 1 TO WS-SUM-COUNT
        MOVE WS-SUM-COUNT TO WS-SUM-FOUND
        MOVE JRN-CONTROL TO SM-CONTROL(WS-SUM-FOUND)
        MOVE SPACES TO SM-DESC(WS-SUM-FOUND)
        MOVE SPACES TO SM-DEBIT-ACCT(WS-SUM-FOUND)
        MOVE SPACES TO SM-CREDIT-ACCT(WS-SUM-FOUND)
        MOVE 1 TO WS-CLR-SUB
        PERFORM CLEAR-CATEGORY-PARA 4 TIMES
    ELSE
        *> a GL file missing a code's movement would post short -
        *> refuse the cycle rather than cut a partial summary
        DISPLAY 'ERROR - SUMMARY TABLE FULL, CONTROL CODE '
            JRN-CONTROL ' NOT SUMMARIZED'
        SET GL-REFUSED TO TRUE
    END-IF.

CLEAR-CATEGORY-PARA.
    MOVE 0 TO SM-CAT-AMOUNT(WS-SUM-FOUND, WS-CLR-SUB).
    MOVE 0 TO SM-CAT-COUNT(WS-SUM-FOUND, WS-CLR-SUB).
    ADD 1 TO WS-CLR-SUB.

ASSIGN-ACCOUNTS-PARA.
    MOVE 1 TO WS-SM-SUB.
    PERFORM ASSIGN-ONE-CODE-PARA UNTIL WS-SM-SUB > WS-SUM-COUNT.

ASSIGN-ONE-CODE-PARA.
    MOVE SM-CONTROL(WS-SM-SUB) TO CC-CODE.
    READ CODE-FILE
        INVALID KEY
            ADD 1 TO WS-UNMAPPED-CODES
            SET GL-REFUSED TO TRUE
            DISPLAY 'ERROR - CONTROL CODE ' SM-CONTROL(WS-SM-SUB)
                ' NOT ON CTLCODE, NO GL ACCOUNTS'
        NOT INVALID KEY
            MOVE CC-DESC TO SM-DESC(WS-SM-SUB)
            IF CC-GL-DEBIT-ACCT = SPACES OR CC-GL-CREDIT-ACCT = SPACES
                ADD 1 TO WS-UNMAPPED-CODES
                SET GL-REFUSED TO TRUE
                DISPLAY 'ERROR - CONTROL CODE ' SM-CONTROL(WS-SM-SUB)
                    ' HAS NO GL ACCOUNTS ON CTLCODE'
            ELSE
                MOVE CC-GL-DEBIT-ACCT TO SM-DEBIT-ACCT(WS-SM-SUB)
                MOVE CC-GL-CREDIT-ACCT TO SM-CREDIT-ACCT(WS-SM-SUB)
            END-IF
    END-READ.
    ADD 1 TO WS-SM-SUB.

PROVE-RUNLOG-PARA.
    *> the GL file must carry exactly the movement the cycle logged:
    *> the posting step's entries against its posted amount, the
    *> workbench's against what it logged as re-driven, and the late
    *> re-drives against what it logged after the last cut
    IF NOT POST-END-SEEN
        DISPLAY 'ERROR - NO RUNLOG END RECORD FOR POSTTRN ON CYCLE '
            WS-CYCLE-DATE
        SET GL-REFUSED TO TRUE
    ELSE
        COMPUTE WS-DIFFERENCE = WS-POSTTRN-NET - WS-RNL-POSTED-AMOUNT
        IF WS-DIFFERENCE NOT = 0
            MOVE WS-DIFFERENCE TO WS-AMOUNT-DISPLAY
            DISPLAY 'ERROR - POSTING STEP JOURNAL LESS RUNLOG POSTED '
                'AMOUNT: ' WS-AMOUNT-DISPLAY
            SET GL-REFUSED TO TRUE
        END-IF
    END-IF
    COMPUTE WS-DIFFERENCE = WS-SUSPWB-NET - WS-RNL-REDRIVEN-AMOUNT.
    IF WS-DIFFERENCE NOT = 0
        MOVE WS-DIFFERENCE TO WS-AMOUNT-DISPLAY
        DISPLAY 'ERROR - WORKBENCH JOURNAL LESS RUNLOG RE-DRIVEN '
            'AMOUNT: ' WS-AMOUNT-DISPLAY
        SET GL-REFUSED TO TRUE
    END-IF
    COMPUTE WS-DIFFERENCE = WS-LATE-NET - WS-RNL-LATE-AT-CUT
        - WS-RNL-LATE-SINCE.
    IF WS-DIFFERENCE NOT = 0
        MOVE WS-DIFFERENCE TO WS-AMOUNT-DISPLAY
        DISPLAY 'ERROR - LATE RE-DRIVE JOURNAL LESS RUNLOG LATE '
            'RE-DRIVEN AMOUNT: ' WS-AMOUNT-DISPLAY
        SET GL-REFUSED TO TRUE
    END-IF.

WRITE-CODE-LINES-PARA.
    MOVE 1 TO WS-CAT-SUB.
    PERFORM WRITE-CATEGORY-PAIR-PARA 4 TIMES.
    ADD 1 TO WS-SM-SUB.

WRITE-CATEGORY-PAIR-PARA.
    MOVE SM-CAT-AMOUNT(WS-SM-SUB, WS-CAT-SUB) TO WS-PAIR-AMOUNT.
    IF SM-CAT-COUNT(WS-SM-SUB, WS-CAT-SUB) > 0
        IF WS-PAIR-AMOUNT < 0
            COMPUTE WS-PAIR-ABS = 0 - WS-PAIR-AMOUNT
            MOVE SM-CREDIT-ACCT(WS-SM-SUB) TO WS-PAIR-DR-ACCT
            MOVE SM-DEBIT-ACCT(WS-SM-SUB) TO WS-PAIR-CR-ACCT
        ELSE
            MOVE WS-PAIR-AMOUNT TO WS-PAIR-ABS
            MOVE SM-DEBIT-ACCT(WS-SM-SUB) TO WS-PAIR-DR-ACCT
            MOVE SM-CREDIT-ACCT(WS-SM-SUB) TO WS-PAIR-CR-ACCT
        END-IF
        MOVE SM-CONTROL(WS-SM-SUB) TO WS-D-CONTROL
        MOVE WS-CAT-NAME(WS-CAT-SUB) TO WS-D-CATEGORY
        MOVE SM-CAT-COUNT(WS-SM-SUB, WS-CAT-SUB) TO WS-D-COUNT
        MOVE WS-PAIR-AMOUNT TO WS-D-AMOUNT
        IF WS-PAIR-AMOUNT = 0
            *> entries that net to nothing book nothing
            MOVE 'NET NIL' TO WS-D-DR-ACCT
            MOVE SPACES TO WS-D-CR-ACCT
        ELSE
            MOVE WS-PAIR-DR-ACCT TO WS-D-DR-ACCT
            MOVE WS-PAIR-CR-ACCT TO WS-D-CR-ACCT
            MOVE WS-PAIR-DR-ACCT TO GLP-ACCOUNT
            SET GLP-DEBIT TO TRUE
            PERFORM WRITE-GL-LINE-PARA
            ADD WS-PAIR-ABS TO WS-DEBIT-TOTAL
            MOVE WS-PAIR-CR-ACCT TO GLP-ACCOUNT
            SET GLP-CREDIT TO TRUE
            PERFORM WRITE-GL-LINE-PARA
            ADD WS-PAIR-ABS TO WS-CREDIT-TOTAL
        END-IF
        DISPLAY WS-DETAIL-LINE
    END-IF
    ADD 1 TO WS-CAT-SUB.

WRITE-GL-LINE-PARA.
    *> GLP-ACCOUNT and GLP-DR-CR are set by the caller; the rest of
    *> the line is the same for both sides of the pair
    MOVE 'DTL' TO GLP-RECORD-TYPE.
    MOVE WS-CYCLE-DATE TO GLP-CYCLE-DATE.
    MOVE WS-PAIR-ABS TO GLP-AMOUNT.
    MOVE SM-CONTROL(WS-SM-SUB) TO GLP-CONTROL.
    MOVE WS-CAT-CODES(WS-CAT-SUB:1) TO GLP-CATEGORY.
    MOVE SM-CAT-COUNT(WS-SM-SUB, WS-CAT-SUB) TO GLP-ENTRY-COUNT.
    MOVE SM-DESC(WS-SM-SUB) TO GLP-DESC.
    WRITE GLPOST-RECORD.
    IF WS-GLPOST-STATUS NOT = '00'
        DISPLAY 'ERROR - GLPOST WRITE FAILED, STATUS: '
            WS-GLPOST-STATUS
        SET GL-REFUSED TO TRUE
    END-IF
    ADD 1 TO WS-LINE-COUNT.
    MOVE SPACES TO GLPOST-RECORD.

NEXT-GENERATION-PARA.
    *> the number is only held here - SAVE-GENERATION-PARA takes it
    *> once the file is complete, so a failed cut leaves no gap
    MOVE 0 TO WS-GENERATION.
    OPEN INPUT GENCTL-FILE.
    IF WS-GENCTL-STATUS = '00'
        READ GENCTL-FILE
            AT END CONTINUE
            NOT AT END
                IF GEN-NUMBER NUMERIC
                    MOVE GEN-NUMBER TO WS-GENERATION
                END-IF
        END-READ
        CLOSE GENCTL-FILE
    END-IF
    ADD 1 TO WS-GENERATION.

SAVE-GENERATION-PARA.
    *> a number that cannot be taken would be stamped again on the
    *> next cut - refuse this one instead
    OPEN OUTPUT GENCTL-FILE.
    IF WS-GENCTL-STATUS = '00'
        MOVE SPACES TO GENCTL-RECORD
        MOVE WS-GENERATION TO GEN-NUMBER
        WRITE GENCTL-RECORD
        IF WS-GENCTL-STATUS NOT = '00'
            DISPLAY 'ERROR - GLGCTL WRITE FAILED, STATUS: '
                WS-GENCTL-STATUS
            SET GL-REFUSED TO TRUE
        END-IF
        CLOSE GENCTL-FILE
    ELSE
        DISPLAY 'ERROR - GLGCTL REWRITE FAILED, STATUS: '
            WS-GENCTL-STATUS
        SET GL-REFUSED TO TRUE
    END-IF.

WRITE-GL-HEADER-PARA.
    MOVE SPACES TO GLPOST-HEADER.
    MOVE 'HDR' TO GLH-RECORD-TYPE.
    MOVE WS-FEED-ID TO GLH-FEED-ID.
    MOVE WS-CYCLE-DATE TO GLH-CYCLE-DATE.
    MOVE WS-GENERATION TO GLH-GENERATION.
    WRITE GLPOST-HEADER.
    IF WS-GLPOST-STATUS NOT = '00'
        DISPLAY 'ERROR - GLPOST HEADER WRITE FAILED, STATUS: '
            WS-GLPOST-STATUS
        SET GL-REFUSED TO TRUE
    END-IF
    MOVE SPACES TO GLPOST-RECORD.

WRITE-GL-TRAILER-PARA.
    MOVE SPACES TO GLPOST-TRAILER.
    MOVE 'TRL' TO GLT-RECORD-TYPE.
    MOVE WS-LINE-COUNT TO GLT-RECORD-COUNT.
    MOVE WS-DEBIT-TOTAL TO GLT-DEBIT-TOTAL.
    MOVE WS-CREDIT-TOTAL TO GLT-CREDIT-TOTAL.
    MOVE WS-JOURNAL-NET TO GLT-JOURNAL-NET.
    WRITE GLPOST-TRAILER.
    IF WS-GLPOST-STATUS NOT = '00'
        DISPLAY 'ERROR - GLPOST TRAILER WRITE FAILED, STATUS: '
            WS-GLPOST-STATUS
        SET GL-REFUSED TO TRUE
    END-IF.

WRITE-GENLOG-PARA.
    *> log the generation just cut so the acknowledgment
    *> reconciliation knows to chase finance's load - a generation
    *> that failed to write completely is not logged as sent
    IF NOT GL-REFUSED
        OPEN EXTEND GENLOG-FILE
        IF WS-GENLOG-STATUS NOT = '00'
            OPEN OUTPUT GENLOG-FILE
        END-IF
        IF WS-GENLOG-STATUS = '00'
            MOVE SPACES TO GENLOG-RECORD
            MOVE WS-FEED-ID TO GL-FEED-ID
            MOVE WS-CYCLE-DATE TO GL-CYCLE-DATE
            MOVE WS-GENERATION TO GL-GENERATION
            MOVE FUNCTION CURRENT-DATE(1:8) TO GL-CUT-DATE
            MOVE WS-LINE-COUNT TO GL-RECORD-COUNT
            WRITE GENLOG-RECORD
            IF WS-GENLOG-STATUS NOT = '00'
                DISPLAY 'WARNING - GLGLOG WRITE FAILED, STATUS: '
                    WS-GENLOG-STATUS
            END-IF
            CLOSE GENLOG-FILE
        ELSE
            DISPLAY 'WARNING - GLGLOG OPEN FAILED, STATUS: '
                WS-GENLOG-STATUS
        END-IF
    END-IF.

MARK-BOOKED-PARA.
    *> second pass over the same entries: every workbench entry this
    *> cut booked is marked, so the next cut's sweep passes it by.
    *> One left unmarked is swept again and fails the next cut's
    *> RUNLOG tie rather than booking twice
    PERFORM START-JOURNAL-PARA.
    PERFORM MARK-ENTRY-PARA UNTIL END-OF-JOURNAL.
    IF WS-MARK-FAILED > 0
        DISPLAY 'WARNING - ' WS-MARK-FAILED ' BOOKED WORKBENCH '
            'ENTRIES NOT MARKED - THE NEXT CUT WILL NOT TIE'
    END-IF.

MARK-ENTRY-PARA.
    IF JRN-FROM-SUSPWB AND NOT JRN-GL-BOOKED
        SET JRN-GL-BOOKED TO TRUE
        REWRITE JOURNAL-RECORD
            INVALID KEY
                ADD 1 TO WS-MARK-FAILED
                DISPLAY 'WARNING - PSTJRNL REWRITE FAILED, STATUS: '
                    WS-JOURNAL-STATUS ' FOR ' JRN-ID ' '
                    JRN-CONTROL ' ' JRN-CYCLE-DATE
            NOT INVALID KEY
                ADD 1 TO WS-MARKED
        END-REWRITE
    END-IF
    PERFORM READ-JOURNAL-PARA.

WRITE-RUNLOG-START-PARA.
    MOVE SPACES TO RUNLOG-RECORD.
    MOVE 'GLINTF' TO RNL-PROGRAM.
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
    *> posting step movement booked in RNL-TOTAL-AMOUNT and
    *> workbench movement in RNL-AMOUNT-2, so the reconciliation can
    *> prove the GL cut against the same cycle's posting figures
    IF GL-REFUSED
        MOVE 'FAIL' TO WS-RUN-STATUS
    END-IF
    MOVE SPACES TO RUNLOG-RECORD.
    MOVE 'GLINTF' TO RNL-PROGRAM.
    SET RNL-END-RECORD TO TRUE.
    MOVE WS-CYCLE-DATE TO RNL-CYCLE-DATE.
    MOVE FUNCTION CURRENT-DATE(1:14) TO RNL-TIMESTAMP.
    MOVE WS-JRN-READ TO RNL-READ-COUNT.
    MOVE WS-LINE-COUNT TO RNL-WRITTEN-COUNT.
    MOVE WS-UNMAPPED-CODES TO RNL-REJECT-COUNT.
    MOVE WS-POSTTRN-NET TO RNL-TOTAL-AMOUNT.
    MOVE WS-SUSPWB-NET TO RNL-AMOUNT-2.
    MOVE WS-RUN-STATUS TO RNL-STATUS.
    PERFORM WRITE-RUNLOG-PARA.

WRITE-RUNLOG-PARA.
    WRITE RUNLOG-RECORD.
    IF WS-RUNLOG-STATUS NOT = '00'
        DISPLAY 'WARNING - RUNLOG WRITE FAILED, STATUS: '
            WS-RUNLOG-STATUS
    END-IF.

PRINT-HEADING-PARA.
    DISPLAY 'GENERAL-LEDGER INTERFACE SUMMARY'.
    DISPLAY '================================'.
    DISPLAY 'CYCLE DATE             : ' WS-CYCLE-DATE.
    DISPLAY ' '.
    DISPLAY '  CODE  CATEGORY    COUNT                 NET  '
        'DEBIT      CREDIT'.

PRINT-RUN-TOTALS-PARA.
    DISPLAY ' '.
    DISPLAY 'JOURNAL ENTRIES READ   : ' WS-JRN-READ.
    DISPLAY 'ENTRIES SUMMARIZED     : ' WS-JRN-SUMMARIZED.
    DISPLAY 'ENTRIES WITH NO GL SIDE: ' WS-JRN-SKIPPED.
    DISPLAY 'CONTROL CODES MOVED    : ' WS-SUM-COUNT.
    DISPLAY 'CODES WITHOUT ACCOUNTS : ' WS-UNMAPPED-CODES.
    MOVE WS-POSTTRN-NET TO WS-AMOUNT-DISPLAY.
    DISPLAY 'POSTING STEP NET       : ' WS-AMOUNT-DISPLAY.
    MOVE WS-RNL-POSTED-AMOUNT TO WS-AMOUNT-DISPLAY.
    DISPLAY '  RUNLOG POSTED AMOUNT : ' WS-AMOUNT-DISPLAY.
    MOVE WS-SUSPWB-NET TO WS-AMOUNT-DISPLAY.
    DISPLAY 'WORKBENCH NET          : ' WS-AMOUNT-DISPLAY.
    MOVE WS-RNL-REDRIVEN-AMOUNT TO WS-AMOUNT-DISPLAY.
    DISPLAY '  RUNLOG RE-DRIVEN     : ' WS-AMOUNT-DISPLAY.
    IF SWEEPING-LATE
        DISPLAY 'LATE RE-DRIVES SINCE   : ' WS-LAST-CUT-DATE
    ELSE
        DISPLAY 'LATE RE-DRIVES         : NOT SWEPT THIS RUN'
    END-IF
    DISPLAY 'LATE RE-DRIVES READ    : ' WS-LATE-READ.
    MOVE WS-LATE-NET TO WS-AMOUNT-DISPLAY.
    DISPLAY 'LATE RE-DRIVE NET      : ' WS-AMOUNT-DISPLAY.
    COMPUTE WS-DIFFERENCE = WS-RNL-LATE-AT-CUT + WS-RNL-LATE-SINCE.
    MOVE WS-DIFFERENCE TO WS-AMOUNT-DISPLAY.
    DISPLAY '  RUNLOG LATE RE-DRIVEN: ' WS-AMOUNT-DISPLAY.
    DISPLAY 'GL LINES WRITTEN       : ' WS-LINE-COUNT.
    MOVE WS-DEBIT-TOTAL TO WS-AMOUNT-DISPLAY.
    DISPLAY 'DEBIT TOTAL            : ' WS-AMOUNT-DISPLAY.
    MOVE WS-CREDIT-TOTAL TO WS-AMOUNT-DISPLAY.
    DISPLAY 'CREDIT TOTAL           : ' WS-AMOUNT-DISPLAY.
    IF GL-REFUSED
        DISPLAY 'GL INTERFACE REFUSED - NO GENERATION CUT, DO NOT '
            'SEND GLPOST'
    ELSE
        DISPLAY 'GL GENERATION ' WS-GENERATION
            ' CUT - CLEAR TO SEND'
        DISPLAY 'WORKBENCH ENTRIES MARKED BOOKED: ' WS-MARKED
    END-IF.

*> JCL: see jcl/LOOPHALO.jcl (GLINT step runs this program)
