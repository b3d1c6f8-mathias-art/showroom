*> finishes with a company-level recap page. Writes next month's
*> balance-forward file (closing balances, plus carried-forward
*> employees that had no activity this month).
*> An employee ID retired by the merge/renumber run is followed
*> through the IDXREF cross-reference to the ID that carries the
*> employee on: its ledger entries print on that ID's statement
*> (tagged with the ID they were written under), its balance
*> forward is folded into that ID's opening balance, and once the
*> carrying ID's own entries include the moved balance the retired
*> ID's figure drops out of the closing balance, so the money is
*> counted exactly once. Next month's balance-forward file carries
*> only the carrying ID.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-NEWBAL-STATUS.

    SELECT XREF-FILE ASSIGN TO IDXREF
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-XREF-STATUS.

DATA DIVISION.
FILE SECTION.
FD  LEDGER-FILE.
    05  SRT-ID                     PIC X(6).
    05  SRT-NUM1                   PIC S9(7)V9(4).
    05  SRT-NUM3                   PIC S9(4)V9(3).
*> the ID the entry was written under, before the cross-reference
    05  SRT-ORIG-ID                PIC X(6).
    05  FILLER                     PIC X(47).

FD  BALFWD-FILE.
01  BALFWD-RECORD.
    05  NB-BALANCE                 PIC S9(7)V9(4).
    05  FILLER                     PIC X(63).

FD  XREF-FILE.
    COPY IDXREF.

WORKING-STORAGE SECTION.
01  WS-LEDGER-STATUS               PIC XX VALUE '00'.
01  WS-BALFWD-STATUS               PIC XX VALUE '00'.
01  WS-NEWBAL-STATUS               PIC XX VALUE '00'.
01  WS-XREF-STATUS                 PIC XX VALUE '00'.

01  WS-LEDGER-EOF-SW               PIC X VALUE 'N'.
    88  END-OF-LEDGER              VALUE 'Y'.
01  WS-XREF-EOF-SW                 PIC X VALUE 'N'.
    88  END-OF-XREF                VALUE 'Y'.
01  WS-SORT-EOF-SW                 PIC X VALUE 'N'.
    88  END-OF-SORT                VALUE 'Y'.
01  WS-BALFWD-EOF-SW               PIC X VALUE 'N'.
    88  END-OF-BALFWD              VALUE 'Y'.
01  WS-BALFWD-AVAIL-SW             PIC X VALUE 'Y'.
    88  BALFWD-AVAILABLE           VALUE 'Y'.
01  WS-BALFWD-RETIRED-SW           PIC X VALUE 'N'.
    88  BALFWD-RETIRED             VALUE 'Y'.

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

*> balance-forward records of retired IDs, taken out of the
*> balance-forward stream and folded into the carrying ID
01  WS-MV-MAX                      PIC 9(4) VALUE 500.
01  WS-MV-COUNT                    PIC 9(4) VALUE 0.
01  WS-MV-TABLE.
    05  WS-MV-ENTRY OCCURS 500 TIMES.
        10  MV-TARGET-ID           PIC X(6).
        10  MV-ORIG-ID             PIC X(6).
        10  MV-BALANCE             PIC S9(7)V9(4).
        10  MV-USED-SW             PIC X.
01  WS-MV-SUB                      PIC 9(4).

*> next balance-forward employee to carry without a statement -
*> the lower of the balance-forward file and the folded table
01  WS-CARRY-ID                    PIC X(6).
01  WS-CARRY-BALANCE               PIC S9(7)V9(4).
01  WS-CARRY-LEFT-SW               PIC X VALUE 'Y'.
    88  CARRY-LEFT                 VALUE 'Y'.

*> IDs feeding the current statement (the carrying ID and any it
*> took over) with each one's latest balance; the closing balance
*> is their sum
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

01  WS-CURR-ID                     PIC X(6) VALUE SPACES.
01  WS-OPENING-BALANCE             PIC S9(7)V9(4) VALUE 0.
    05  WS-SD-NUM1                 PIC ZZZZZZ9.9999-.
    05  FILLER                     PIC X(4) VALUE SPACES.
    05  WS-SD-NUM3                 PIC ZZZ9.999-.
    05  FILLER                     PIC X(4) VALUE SPACES.
    05  WS-SD-ORIG-ID              PIC X(6).

01  WS-BALANCE-LINE.
    05  WS-B-TAG                   PIC X(18).

PROCEDURE DIVISION.
A-PARA.
    PERFORM LOAD-XREF-PARA.
    SORT SORT-FILE
        ON ASCENDING KEY SRT-ID
                         SRT-DATE
                         SRT-ORIG-ID
        INPUT PROCEDURE IS LEDGER-IN-PARA THRU LEDGER-IN-EXIT-PARA
        OUTPUT PROCEDURE IS STMT-OUT-PARA THRU STMT-OUT-EXIT-PARA.
    STOP RUN.

LOAD-XREF-PARA.
    OPEN INPUT XREF-FILE.
    IF WS-XREF-STATUS = '35'
        *> no ID has been retired yet - every ID stands alone
        SET END-OF-XREF TO TRUE
    ELSE
        IF WS-XREF-STATUS NOT = '00'
            *> statements without the cross-reference would strand
            *> retired IDs' balances - fail rather than guess
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

LEDGER-IN-PARA.
    *> every entry sorts under the ID that carries its employee on
    *> today, keeping the ID it was written under alongside
    OPEN INPUT LEDGER-FILE.
    IF WS-LEDGER-STATUS NOT = '00'
        DISPLAY 'ERROR - LEDGER OPEN FAILED, STATUS: '
            WS-LEDGER-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    PERFORM READ-LEDGER-PARA.
    PERFORM RELEASE-LEDGER-PARA UNTIL END-OF-LEDGER.
    CLOSE LEDGER-FILE.
LEDGER-IN-EXIT-PARA.
    EXIT.

READ-LEDGER-PARA.
    READ LEDGER-FILE
        AT END SET END-OF-LEDGER TO TRUE
    END-READ.

RELEASE-LEDGER-PARA.
    MOVE LEDGER-RECORD TO SORT-RECORD.
    MOVE LDG-ID TO SRT-ORIG-ID.
    MOVE LDG-ID TO WS-RESOLVE-ID.
    MOVE '99999999' TO WS-RESOLVE-DATE.
    PERFORM RESOLVE-ID-PARA.
    MOVE WS-RESOLVE-ID TO SRT-ID.
    RELEASE SORT-RECORD.
    PERFORM READ-LEDGER-PARA.

STMT-OUT-PARA.
    OPEN INPUT BALFWD-FILE.
    IF WS-BALFWD-STATUS = '35'
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    IF BALFWD-AVAILABLE AND WS-XR-COUNT > 0
        PERFORM FOLD-RETIRED-PARA
    END-IF
    PERFORM READ-BALFWD-PARA.
    PERFORM FIND-NEXT-CARRY-PARA.
    PERFORM RETURN-LEDGER-PARA.
    PERFORM STATEMENT-GROUP-PARA UNTIL END-OF-SORT.
    PERFORM CARRY-FORWARD-PARA UNTIL NOT CARRY-LEFT.
    PERFORM PRINT-RECAP-PARA.
    IF BALFWD-AVAILABLE
        CLOSE BALFWD-FILE
STMT-OUT-EXIT-PARA.
    EXIT.

FOLD-RETIRED-PARA.
    *> first pass over the balance-forward file: take out every
    *> retired ID's balance, then reopen it for the statement pass
    PERFORM READ-BALFWD-RAW-PARA.
    PERFORM FOLD-RETIRED-ENTRY-PARA UNTIL END-OF-BALFWD.
    CLOSE BALFWD-FILE.
    MOVE 'N' TO WS-BALFWD-EOF-SW.
    OPEN INPUT BALFWD-FILE.
    IF WS-BALFWD-STATUS NOT = '00'
        DISPLAY 'ERROR - BALFWD REOPEN FAILED, STATUS: '
            WS-BALFWD-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.

FOLD-RETIRED-ENTRY-PARA.
    MOVE BF-ID TO WS-RESOLVE-ID.
    MOVE '99999999' TO WS-RESOLVE-DATE.
    PERFORM RESOLVE-ID-PARA.
    IF WS-RESOLVE-ID NOT = BF-ID
        IF WS-MV-COUNT < WS-MV-MAX
            ADD 1 TO WS-MV-COUNT
            MOVE WS-RESOLVE-ID TO MV-TARGET-ID(WS-MV-COUNT)
            MOVE BF-ID TO MV-ORIG-ID(WS-MV-COUNT)
            MOVE BF-BALANCE TO MV-BALANCE(WS-MV-COUNT)
            MOVE 'N' TO MV-USED-SW(WS-MV-COUNT)
        ELSE
            DISPLAY 'ERROR - RETIRED BALANCE TABLE FULL AT '
                WS-MV-MAX ' ENTRIES'
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
    END-IF
    PERFORM READ-BALFWD-RAW-PARA.

READ-BALFWD-PARA.
    *> the statement pass skips retired IDs - their balances were
    *> folded into the carrying ID
    PERFORM READ-BALFWD-RAW-PARA.
    PERFORM CHECK-RETIRED-BALFWD-PARA.
    PERFORM SKIP-RETIRED-BALFWD-PARA UNTIL NOT BALFWD-RETIRED.

SKIP-RETIRED-BALFWD-PARA.
    PERFORM READ-BALFWD-RAW-PARA.
    PERFORM CHECK-RETIRED-BALFWD-PARA.

CHECK-RETIRED-BALFWD-PARA.
    MOVE 'N' TO WS-BALFWD-RETIRED-SW.
    IF WS-MV-COUNT > 0 AND NOT END-OF-BALFWD
        MOVE BF-ID TO WS-RESOLVE-ID
        MOVE '99999999' TO WS-RESOLVE-DATE
        PERFORM RESOLVE-ID-PARA
        IF WS-RESOLVE-ID NOT = BF-ID
            SET BALFWD-RETIRED TO TRUE
        END-IF
    END-IF.

READ-BALFWD-RAW-PARA.
    IF NOT END-OF-BALFWD
        READ BALFWD-FILE
            AT END SET END-OF-BALFWD TO TRUE
        END-READ
    END-IF.

FIND-NEXT-CARRY-PARA.
    *> lowest ID still to carry: the balance-forward file's next
    *> record or a folded balance whose carrying ID has not had
    *> its balance written yet
    MOVE 'N' TO WS-CARRY-LEFT-SW.
    MOVE HIGH-VALUES TO WS-CARRY-ID.
    IF NOT END-OF-BALFWD
        MOVE BF-ID TO WS-CARRY-ID
        SET CARRY-LEFT TO TRUE
    END-IF
    MOVE 1 TO WS-MV-SUB.
    PERFORM FIND-NEXT-CARRY-SCAN-PARA UNTIL WS-MV-SUB > WS-MV-COUNT.

FIND-NEXT-CARRY-SCAN-PARA.
    IF MV-USED-SW(WS-MV-SUB) = 'N'
            AND MV-TARGET-ID(WS-MV-SUB) < WS-CARRY-ID
        MOVE MV-TARGET-ID(WS-MV-SUB) TO WS-CARRY-ID
        SET CARRY-LEFT TO TRUE
    END-IF
    ADD 1 TO WS-MV-SUB.

RETURN-LEDGER-PARA.
    RETURN SORT-FILE
        AT END SET END-OF-SORT TO TRUE
STATEMENT-GROUP-PARA.
    MOVE SRT-ID TO WS-CURR-ID.
    PERFORM CARRY-FORWARD-PARA
        UNTIL NOT CARRY-LEFT OR WS-CARRY-ID NOT < WS-CURR-ID.
    MOVE 0 TO WS-CT-COUNT.
    MOVE WS-CURR-ID TO WS-FIND-ID.
    PERFORM FIND-CONTRIB-PARA.
    MOVE 0 TO WS-OPENING-BALANCE.
    IF NOT END-OF-BALFWD AND BF-ID = WS-CURR-ID
        MOVE BF-BALANCE TO WS-OPENING-BALANCE
        MOVE BF-BALANCE TO CT-BALANCE(WS-CT-FOUND)
        PERFORM READ-BALFWD-PARA
    END-IF
    DISPLAY ' '.
    DISPLAY 'STATEMENT FOR EMPLOYEE ' WS-CURR-ID.
    DISPLAY '    DATE          AMOUNT         NUM3    WRITTEN AS'.
    MOVE 1 TO WS-MV-SUB.
    PERFORM OPEN-RETIRED-PARA UNTIL WS-MV-SUB > WS-MV-COUNT.
    PERFORM FIND-NEXT-CARRY-PARA.
    MOVE 'OPENING BALANCE : ' TO WS-B-TAG.
    MOVE WS-OPENING-BALANCE TO WS-B-AMOUNT.
    DISPLAY WS-BALANCE-LINE.
    ADD 1 TO WS-STMT-COUNT.
    ADD WS-CLOSING-BALANCE TO WS-TOTAL-CLOSING.

OPEN-RETIRED-PARA.
    *> a retired ID's balance forward opens on the carrying ID's
    *> statement
    IF MV-USED-SW(WS-MV-SUB) = 'N'
            AND MV-TARGET-ID(WS-MV-SUB) = WS-CURR-ID
        MOVE 'Y' TO MV-USED-SW(WS-MV-SUB)
        MOVE MV-ORIG-ID(WS-MV-SUB) TO WS-FIND-ID
        PERFORM FIND-CONTRIB-PARA
        ADD MV-BALANCE(WS-MV-SUB) TO CT-BALANCE(WS-CT-FOUND)
        ADD MV-BALANCE(WS-MV-SUB) TO WS-OPENING-BALANCE
        MOVE MV-BALANCE(WS-MV-SUB) TO WS-B-AMOUNT
        DISPLAY '  BROUGHT FORWARD UNDER RETIRED ID '
            MV-ORIG-ID(WS-MV-SUB) ' : ' WS-B-AMOUNT
    END-IF
    ADD 1 TO WS-MV-SUB.

FIND-CONTRIB-PARA.
    *> WS-CT-FOUND points at WS-FIND-ID's entry, added at zero if
    *> the statement has not seen that ID yet
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
            DISPLAY 'WARNING - TOO MANY IDS ON STATEMENT FOR '
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
    ADD CT-BALANCE(WS-CT-SUB) TO WS-CLOSING-BALANCE.
    ADD 1 TO WS-CT-SUB.

STATEMENT-ENTRY-PARA.
    MOVE SRT-DATE TO WS-SD-DATE.
    MOVE SRT-NUM1 TO WS-SD-NUM1.
    MOVE SRT-NUM3 TO WS-SD-NUM3.
    IF SRT-ORIG-ID = WS-CURR-ID
        MOVE SPACES TO WS-SD-ORIG-ID
    ELSE
        MOVE SRT-ORIG-ID TO WS-SD-ORIG-ID
    END-IF
    DISPLAY WS-STMT-DETAIL-LINE.
    *> LDG-NUM1 is the balance the daily run carried after its rate
    *> calculation, so the latest entry's value is the closing balance
    *> for the ID it was written under; the statement closes on the
    *> sum over every ID still feeding it
    MOVE SRT-ORIG-ID TO WS-FIND-ID.
    PERFORM FIND-CONTRIB-PARA.
    MOVE WS-CT-FOUND TO WS-CT-CURR.
    MOVE SRT-NUM1 TO CT-BALANCE(WS-CT-CURR).
    MOVE SRT-DATE TO CT-LAST-DATE(WS-CT-CURR).
    MOVE 1 TO WS-CT-SUB.
    PERFORM SUPERSEDE-CONTRIB-PARA UNTIL WS-CT-SUB > WS-CT-COUNT.
    MOVE 0 TO WS-CLOSING-BALANCE.
    MOVE 1 TO WS-CT-SUB.
    PERFORM SUM-CONTRIB-PARA UNTIL WS-CT-SUB > WS-CT-COUNT.
    ADD 1 TO WS-STMT-ENTRIES.
    ADD 1 TO WS-ENTRY-COUNT.
    PERFORM RETURN-LEDGER-PARA.

CARRY-FORWARD-PARA.
    *> balance-forward employee with no ledger activity this month -
    *> no statement, but the balance rolls into next month's file,
    *> together with any retired ID's balance it carries on
    MOVE 0 TO WS-CARRY-BALANCE.
    IF NOT END-OF-BALFWD AND BF-ID = WS-CARRY-ID
        MOVE BF-BALANCE TO WS-CARRY-BALANCE
        PERFORM READ-BALFWD-PARA
    END-IF
    MOVE 1 TO WS-MV-SUB.
    PERFORM CARRY-RETIRED-PARA UNTIL WS-MV-SUB > WS-MV-COUNT.
    MOVE SPACES TO NEWBAL-RECORD.
    MOVE WS-CARRY-ID TO NB-ID.
    MOVE WS-CARRY-BALANCE TO NB-BALANCE.
    PERFORM WRITE-NEWBAL-PARA.
    ADD 1 TO WS-CARRIED-COUNT.
    ADD WS-CARRY-BALANCE TO WS-TOTAL-CLOSING.
    PERFORM FIND-NEXT-CARRY-PARA.

CARRY-RETIRED-PARA.
    IF MV-USED-SW(WS-MV-SUB) = 'N'
            AND MV-TARGET-ID(WS-MV-SUB) = WS-CARRY-ID
        MOVE 'Y' TO MV-USED-SW(WS-MV-SUB)
        ADD MV-BALANCE(WS-MV-SUB) TO WS-CARRY-BALANCE
    END-IF
    ADD 1 TO WS-MV-SUB.

WRITE-NEWBAL-PARA.
    WRITE NEWBAL-RECORD.
