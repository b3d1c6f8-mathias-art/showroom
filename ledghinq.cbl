*> a continuous activity listing across every month in range, with
*> a subtotal line per month and a year-to-date recap for the year
*> the range ends in. Requested IDs with no activity in range are
*> named at the end so a silent miss cannot hide. An ID retired by
*> the merge/renumber run is followed through the IDXREF
*> cross-reference: a request for either ID lists the employee
*> under the ID that carries it on, with every entry written under
*> a retired ID tagged with that ID, and the balances shown count a
*> moved balance once - under the retired ID until the carrying
*> ID's own entries include it.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-HINQ-STATUS.

    SELECT XREF-FILE ASSIGN TO IDXREF
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-XREF-STATUS.

DATA DIVISION.
FILE SECTION.
FD  HIST-FILE.
    05  SRT-ID                     PIC X(6).
    05  SRT-NUM1                   PIC S9(7)V9(4).
    05  SRT-NUM3                   PIC S9(4)V9(3).
*> the ID the entry was written under, before the cross-reference
    05  SRT-ORIG-ID                PIC X(6).
    05  FILLER                     PIC X(47).

FD  HINQ-FILE.
01  HINQ-RECORD.
    05  HQ-TO                      PIC X(8).
    05  FILLER                     PIC X(58).

FD  XREF-FILE.
    COPY IDXREF.

WORKING-STORAGE SECTION.
01  WS-HIST-STATUS                 PIC XX VALUE '00'.
01  WS-HINQ-STATUS                 PIC XX VALUE '00'.
01  WS-XREF-STATUS                 PIC XX VALUE '00'.

01  WS-HINQ-EOF-SW                 PIC X VALUE 'N'.
    88  END-OF-HINQ                VALUE 'Y'.
01  WS-HIST-EOF-SW                 PIC X VALUE 'N'.
    88  END-OF-HIST                VALUE 'Y'.
01  WS-XREF-EOF-SW                 PIC X VALUE 'N'.
    88  END-OF-XREF                VALUE 'Y'.
01  WS-SORT-EOF-SW                 PIC X VALUE 'N'.
    88  END-OF-SORT                VALUE 'Y'.

01  WS-RQ-TABLE.
    05  WS-RQ-ENTRY OCCURS 100 TIMES.
        10  RQ-ID                  PIC X(6).
        10  RQ-ASKED-ID            PIC X(6).
        10  RQ-FROM                PIC X(8).
        10  RQ-TO                  PIC X(8).
        10  RQ-HIT-SW              PIC X.
01  WS-RQ-SUB                      PIC 9(3).
01  WS-RQ-FOUND                    PIC 9(3).

*> ID cross-reference: every ID the merge/renumber run retired,
*> with the ID that carries it on and the date it took effect
01  WS-XR-MAX                      PIC 9(4) VALUE 2000.
01  WS-XR-COUNT                    PIC 9(4) VALUE 0.
01  WS-XR-TABLE.
    05  WS-XR-ENTRY OCCURS 2000 TIMES.
        10  XR-OLD-ID              PIC X(6).
        10  XR-NEW-ID              PIC X(6).
        10  XR-EFF-DATE            PIC X(8).
01  WS-XR-SUB                      PIC 9(4).
01  WS-XR-FOUND                    PIC 9(4).
01  WS-RESOLVE-ID                  PIC X(6).
01  WS-RESOLVE-DATE                PIC X(8).
01  WS-RESOLVE-HOPS                PIC 9(4).

*> IDs feeding the employee being listed (the carrying ID and any
*> it took over) with each one's latest balance; the balance shown
*> for the employee is their sum
01  WS-CT-MAX                      PIC 9(3) VALUE 50.
01  WS-CT-COUNT                    PIC 9(3) VALUE 0.
01  WS-CT-TABLE.
    05  WS-CT-ENTRY OCCURS 50 TIMES.
        10  CT-ID                  PIC X(6).
        10  CT-BALANCE             PIC S9(7)V9(4).
        10  CT-LAST-DATE           PIC X(8).
01  WS-CT-SUB                      PIC 9(3).
01  WS-CT-FOUND                    PIC 9(3).
01  WS-CT-CURR                     PIC 9(3).
01  WS-FIND-ID                     PIC X(6).
01  WS-EMP-BALANCE                 PIC S9(7)V9(4) VALUE 0.

01  WS-CURR-ID                     PIC X(6) VALUE SPACES.
01  WS-CURR-MONTH                  PIC X(6) VALUE SPACES.
01  WS-YTD-YEAR                    PIC X(4) VALUE SPACES.
    05  WS-D-NUM1                  PIC ZZZZZZ9.9999-.
    05  FILLER                     PIC X(4) VALUE SPACES.
    05  WS-D-NUM3                  PIC ZZZ9.999-.
    05  FILLER                     PIC X(4) VALUE SPACES.
    05  WS-D-ORIG-ID               PIC X(6).

01  WS-BALANCE-LINE.
    05  WS-B-TAG                   PIC X(26).

PROCEDURE DIVISION.
A-PARA.
    PERFORM LOAD-XREF-PARA.
    PERFORM LOAD-REQUESTS-PARA.
    IF WS-RQ-COUNT = 0
        DISPLAY 'ERROR - NO REQUEST CARDS ON HINQCTL'
    SORT SORT-FILE
        ON ASCENDING KEY SRT-ID
                         SRT-DATE
                         SRT-ORIG-ID
        INPUT PROCEDURE IS HIST-IN-PARA THRU HIST-IN-EXIT-PARA
        OUTPUT PROCEDURE IS HIST-OUT-PARA THRU HIST-OUT-EXIT-PARA.
    PERFORM PRINT-RECAP-PARA.
    STOP RUN.

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
        MOVE XRF-EFF-DATE TO XR-EFF-DATE(WS-XR-COUNT)
    ELSE
        DISPLAY 'ERROR - IDXREF TABLE FULL AT ' WS-XR-MAX
            ' ENTRIES'
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    PERFORM READ-XREF-PARA.

RESOLVE-ID-PARA.
    *> follow WS-RESOLVE-ID through every retirement that took
    *> effect by WS-RESOLVE-DATE to the ID that carries it on; the
    *> hop limit stops a looping cross-reference
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
            AND XR-EFF-DATE(WS-XR-SUB) NOT > WS-RESOLVE-DATE
        MOVE WS-XR-SUB TO WS-XR-FOUND
    ELSE
        ADD 1 TO WS-XR-SUB
    END-IF.

LOAD-REQUESTS-PARA.
    OPEN INPUT HINQ-FILE.
    IF WS-HINQ-STATUS NOT = '00'
LOAD-REQUEST-ENTRY-PARA.
    IF WS-RQ-COUNT < WS-RQ-MAX
        ADD 1 TO WS-RQ-COUNT
        MOVE HQ-ID TO RQ-ASKED-ID(WS-RQ-COUNT)
        *> a retired ID is answered under the ID that carries it on
        MOVE HQ-ID TO WS-RESOLVE-ID
        MOVE '99999999' TO WS-RESOLVE-DATE
        PERFORM RESOLVE-ID-PARA
        MOVE WS-RESOLVE-ID TO RQ-ID(WS-RQ-COUNT)
        IF HQ-FROM NUMERIC
            MOVE HQ-FROM TO RQ-FROM(WS-RQ-COUNT)
        ELSE
    END-IF
    PERFORM READ-HINQ-PARA.

HIST-IN-PARA.
    *> every entry sorts under the ID that carries its employee on
    *> today, keeping the ID it was written under alongside
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
HIST-IN-EXIT-PARA.
    EXIT.

READ-HIST-PARA.
    READ HIST-FILE
        AT END SET END-OF-HIST TO TRUE
    END-READ.

RELEASE-HIST-PARA.
    MOVE HIST-RECORD TO SORT-RECORD.
    MOVE LDG-ID TO SRT-ORIG-ID.
    MOVE LDG-ID TO WS-RESOLVE-ID.
    MOVE '99999999' TO WS-RESOLVE-DATE.
    PERFORM RESOLVE-ID-PARA.
    MOVE WS-RESOLVE-ID TO SRT-ID.
    RELEASE SORT-RECORD.
    PERFORM READ-HIST-PARA.

HIST-OUT-PARA.
    PERFORM RETURN-HIST-PARA.
    PERFORM HIST-GROUP-PARA UNTIL END-OF-SORT.
    DISPLAY ' '.
    DISPLAY 'ACTIVITY HISTORY FOR EMPLOYEE ' WS-CURR-ID
        '  FROM ' RQ-FROM(WS-RQ-FOUND) ' TO ' RQ-TO(WS-RQ-FOUND).
    IF RQ-ASKED-ID(WS-RQ-FOUND) NOT = WS-CURR-ID
        DISPLAY '  REQUESTED AS ' RQ-ASKED-ID(WS-RQ-FOUND)
            ' - RETIRED INTO ' WS-CURR-ID
    END-IF
    DISPLAY '    DATE          BALANCE        NUM3    WRITTEN AS'.
    MOVE 0 TO WS-CT-COUNT.
    MOVE 0 TO WS-EMP-BALANCE.
    MOVE 0 TO WS-EMP-ENTRIES.
    MOVE 0 TO WS-MONTH-ENTRIES.
    MOVE 0 TO WS-YTD-ENTRIES.
    END-IF.

LIST-ENTRY-PARA.
    *> entries before the range still set the balances the range
    *> opens on
    IF SRT-DATE NOT > RQ-TO(WS-RQ-FOUND)
        PERFORM TRACK-BALANCE-PARA
    END-IF
    IF SRT-DATE NOT < RQ-FROM(WS-RQ-FOUND)
            AND SRT-DATE NOT > RQ-TO(WS-RQ-FOUND)
        PERFORM PRINT-ENTRY-PARA
    END-IF
    PERFORM RETURN-HIST-PARA.

TRACK-BALANCE-PARA.
    *> LDG-NUM1 is the balance carried for the ID the entry was
    *> written under; the employee's balance is the sum over every
    *> ID still feeding it
    MOVE SRT-ORIG-ID TO WS-FIND-ID.
    PERFORM FIND-CONTRIB-PARA.
    MOVE WS-CT-FOUND TO WS-CT-CURR.
    MOVE SRT-NUM1 TO CT-BALANCE(WS-CT-CURR).
    MOVE SRT-DATE TO CT-LAST-DATE(WS-CT-CURR).
    MOVE 1 TO WS-CT-SUB.
    PERFORM SUPERSEDE-CONTRIB-PARA UNTIL WS-CT-SUB > WS-CT-COUNT.
    MOVE 0 TO WS-EMP-BALANCE.
    MOVE 1 TO WS-CT-SUB.
    PERFORM SUM-CONTRIB-PARA UNTIL WS-CT-SUB > WS-CT-COUNT.

FIND-CONTRIB-PARA.
    *> WS-CT-FOUND points at WS-FIND-ID's entry, added at zero if
    *> the employee has not shown that ID yet
    MOVE 0 TO WS-CT-FOUND.
    MOVE 1 TO WS-CT-SUB.
    PERFORM FIND-CONTRIB-SCAN-PARA
        UNTIL WS-CT-FOUND > 0 OR WS-CT-SUB > WS-CT-COUNT.
    IF WS-CT-FOUND = 0
        IF WS-CT-COUNT < WS-CT-MAX
            ADD 1 TO WS-CT-COUNT
        ELSE
            *> more IDs folded into one employee than the table
            *> holds - the last slot carries the overflow
            DISPLAY 'WARNING - TOO MANY IDS FOR EMPLOYEE '
                WS-CURR-ID
        END-IF
        MOVE WS-CT-COUNT TO WS-CT-FOUND
        MOVE WS-FIND-ID TO CT-ID(WS-CT-FOUND)
        MOVE 0 TO CT-BALANCE(WS-CT-FOUND)
        MOVE LOW-VALUES TO CT-LAST-DATE(WS-CT-FOUND)
    END-IF.

FIND-CONTRIB-SCAN-PARA.
    IF CT-ID(WS-CT-SUB) = WS-FIND-ID
        MOVE WS-CT-SUB TO WS-CT-FOUND
    ELSE
        ADD 1 TO WS-CT-SUB
    END-IF.

SUPERSEDE-CONTRIB-PARA.
    *> an ID that was retired into the entry's ID by the entry's
    *> date, and has no entry of its own that late, is carried in
    *> this entry's balance - its own figure drops out
    IF WS-CT-SUB NOT = WS-CT-CURR
            AND SRT-DATE > CT-LAST-DATE(WS-CT-SUB)
        MOVE CT-ID(WS-CT-SUB) TO WS-RESOLVE-ID
        MOVE SRT-DATE TO WS-RESOLVE-DATE
        PERFORM RESOLVE-ID-PARA
        IF WS-RESOLVE-ID = SRT-ORIG-ID
            MOVE 0 TO CT-BALANCE(WS-CT-SUB)
        END-IF
    END-IF
    ADD 1 TO WS-CT-SUB.

SUM-CONTRIB-PARA.
    ADD CT-BALANCE(WS-CT-SUB) TO WS-EMP-BALANCE.
    ADD 1 TO WS-CT-SUB.

PRINT-ENTRY-PARA.
    IF WS-EMP-ENTRIES > 0 AND SRT-DATE(1:6) NOT = WS-CURR-MONTH
        PERFORM PRINT-MONTH-SUBTOTAL-PARA
    END-IF
    IF NOT YTD-YEAR-FLOATS AND SRT-DATE(1:4) NOT = WS-YTD-YEAR
        *> the last balance carried before the recap year opens it
        MOVE WS-EMP-BALANCE TO WS-YTD-OPENING
    END-IF
    MOVE SRT-DATE(1:6) TO WS-CURR-MONTH.
    MOVE SRT-DATE TO WS-D-DATE.
    MOVE SRT-NUM1 TO WS-D-NUM1.
    MOVE SRT-NUM3 TO WS-D-NUM3.
    IF SRT-ORIG-ID = WS-CURR-ID
        MOVE SPACES TO WS-D-ORIG-ID
    ELSE
        MOVE SRT-ORIG-ID TO WS-D-ORIG-ID
    END-IF
    DISPLAY WS-DETAIL-LINE.
    MOVE WS-EMP-BALANCE TO WS-LAST-BALANCE.
    MOVE WS-EMP-BALANCE TO WS-MONTH-CLOSING.
    ADD 1 TO WS-EMP-ENTRIES.
    ADD 1 TO WS-MONTH-ENTRIES.
    ADD 1 TO WS-HIST-LISTED.

PRINT-MISSES-PARA.
    IF RQ-HIT-SW(WS-RQ-SUB) NOT = 'Y'
        DISPLAY 'NO ACTIVITY IN RANGE   : ' RQ-ASKED-ID(WS-RQ-SUB)
            ' ' RQ-FROM(WS-RQ-SUB) ' - ' RQ-TO(WS-RQ-SUB)
    END-IF
    ADD 1 TO WS-RQ-SUB.
