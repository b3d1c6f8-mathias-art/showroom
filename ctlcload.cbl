
*> Control-code table load: builds the keyed CTLCODE file from the
*> CODECARD deck (code, description, active flag, effective dates,
*> allowed sign, amount limit, GL debit and credit accounts).
*> Rejects malformed cards and
*> duplicate codes, and lists everything it loaded so the new table
*> can be eyeballed before the next edit runs against it. Same
*> rebuild-from-the-full-deck pattern as the rate table load.
*>
*> Before anything is rebuilt the accepted deck is compared with
*> the table it replaces, and every code added, changed or dropped
*> is listed - a changed code field by field, old value beside
*> new. Each difference is appended to the REFHIST reference
*> history with the load date and the requester from the CODECTL
*> card (the first compared load also records the table as it
*> found it, as a baseline). A dropped code that still has entries
*> on this month's posting journal is listed as in use; with the
*> refuse switch on the CODECTL card such a drop stops the load and
*> the old table stays as it was. CODECTL layout:
*>   cols 1-8   requester id (required)
*>   col  9     Y - refuse the load if a dropped code is in use

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT CTL-FILE ASSIGN TO CODECTL
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CTL-STATUS.

    SELECT CARD-FILE ASSIGN TO CODECARD
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CARD-STATUS.
        RECORD KEY IS CC-CODE
        FILE STATUS IS WS-CODE-STATUS.

    SELECT JOURNAL-FILE ASSIGN TO PSTJRNL
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS JRN-KEY
        ALTERNATE RECORD KEY IS JRN-CYCLE-DATE WITH DUPLICATES
        FILE STATUS IS WS-JOURNAL-STATUS.

    SELECT HIST-FILE ASSIGN TO REFHIST
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-HIST-STATUS.

DATA DIVISION.
FILE SECTION.
FD  CTL-FILE.
01  CTL-RECORD.
    05  CTL-REQUESTER              PIC X(8).
    05  CTL-REFUSE-SW              PIC X.
    05  FILLER                     PIC X(71).

FD  CARD-FILE.
01  CARD-RECORD.
    05  CD-CODE                    PIC X(4).
    05  CD-EFF-TO                  PIC X(8).
    05  CD-SIGN                    PIC X.
    05  CD-LIMIT                   PIC X(9).
    05  CD-GL-DEBIT                PIC X(10).
    05  CD-GL-CREDIT               PIC X(10).
    05  FILLER                     PIC X(5).

FD  CODE-FILE.
    COPY CTLCODE.

FD  JOURNAL-FILE.
    COPY PSTJRNL.

FD  HIST-FILE.
    COPY REFHIST.

WORKING-STORAGE SECTION.
*> the row as it stood and as the deck has it, for the comparison
    COPY CTLCODE REPLACING ==CODE-RECORD==       BY ==OLD-CODE-RECORD==
                           ==CC-CODE==           BY ==OC-CODE==
                           ==CC-DESC==           BY ==OC-DESC==
                           ==CC-ACTIVE==         BY ==OC-ACTIVE==
                           ==CC-IS-ACTIVE==      BY ==OC-IS-ACTIVE==
                           ==CC-IS-INACTIVE==    BY ==OC-IS-INACTIVE==
                           ==CC-EFF-FROM==       BY ==OC-EFF-FROM==
                           ==CC-EFF-TO==         BY ==OC-EFF-TO==
                           ==CC-SIGN==           BY ==OC-SIGN==
                           ==CC-SIGN-POSITIVE==  BY ==OC-SIGN-POSITIVE==
                           ==CC-SIGN-NEGATIVE==  BY ==OC-SIGN-NEGATIVE==
                           ==CC-LIMIT==          BY ==OC-LIMIT==
                           ==CC-LIMIT-X==        BY ==OC-LIMIT-X==
                           ==CC-GL-DEBIT-ACCT==  BY ==OC-GL-DEBIT-ACCT==
                           ==CC-GL-CREDIT-ACCT== BY ==OC-GL-CREDIT-ACCT==.
    COPY CTLCODE REPLACING ==CODE-RECORD==       BY ==NEW-CODE-RECORD==
                           ==CC-CODE==           BY ==NC-CODE==
                           ==CC-DESC==           BY ==NC-DESC==
                           ==CC-ACTIVE==         BY ==NC-ACTIVE==
                           ==CC-IS-ACTIVE==      BY ==NC-IS-ACTIVE==
                           ==CC-IS-INACTIVE==    BY ==NC-IS-INACTIVE==
                           ==CC-EFF-FROM==       BY ==NC-EFF-FROM==
                           ==CC-EFF-TO==         BY ==NC-EFF-TO==
                           ==CC-SIGN==           BY ==NC-SIGN==
                           ==CC-SIGN-POSITIVE==  BY ==NC-SIGN-POSITIVE==
                           ==CC-SIGN-NEGATIVE==  BY ==NC-SIGN-NEGATIVE==
                           ==CC-LIMIT==          BY ==NC-LIMIT==
                           ==CC-LIMIT-X==        BY ==NC-LIMIT-X==
                           ==CC-GL-DEBIT-ACCT==  BY ==NC-GL-DEBIT-ACCT==
                           ==CC-GL-CREDIT-ACCT== BY ==NC-GL-CREDIT-ACCT==.

01  WS-CTL-STATUS                  PIC XX VALUE '00'.
01  WS-CARD-STATUS                 PIC XX VALUE '00'.
01  WS-CODE-STATUS                 PIC XX VALUE '00'.
01  WS-JOURNAL-STATUS              PIC XX VALUE '00'.
01  WS-HIST-STATUS                 PIC XX VALUE '00'.

01  WS-CARD-EOF-SW                 PIC X VALUE 'N'.
    88  END-OF-CARDS               VALUE 'Y'.
01  WS-CARD-VALID-SW               PIC X VALUE 'Y'.
    88  CARD-IS-VALID              VALUE 'Y'.
01  WS-REJECT-REASON               PIC X(44) VALUE SPACES.
01  WS-CODE-EOF-SW                 PIC X VALUE 'N'.
    88  END-OF-CODES               VALUE 'Y'.
01  WS-JOURNAL-EOF-SW              PIC X VALUE 'N'.
    88  END-OF-JOURNAL             VALUE 'Y'.
01  WS-HIST-EOF-SW                 PIC X VALUE 'N'.
    88  END-OF-HIST                VALUE 'Y'.

*> control card
01  WS-REQUESTER                   PIC X(8).
01  WS-REFUSE-SW                   PIC X VALUE 'N'.
    88  REFUSE-IF-IN-USE           VALUE 'Y'.
01  WS-LOAD-DATE                   PIC X(8).
01  WS-LOAD-TIME                   PIC X(6).
01  WS-LOAD-MONTH                  PIC X(6).

*> the table being replaced, in code order as the keyed file gives
*> it; a dropped code is marked, with its postings this month
01  WS-OT-MAX                      PIC 9(4) VALUE 1000.
01  WS-OT-COUNT                    PIC 9(4) VALUE 0.
01  WS-OT-TABLE.
    05  WS-OT-ENTRY OCCURS 1000 TIMES.
        10  OT-IMAGE.
            15  OT-CODE            PIC X(4).
            15  FILLER             PIC X(76).
        10  OT-STATE               PIC X.
            88  OT-DROPPED         VALUE 'D'.
        10  OT-REFS                PIC 9(6).
01  WS-OT-SUB                      PIC 9(4).

*> the accepted deck, in code order; an added or changed code is
*> marked, a changed one with where its old row sits
01  WS-NT-MAX                      PIC 9(4) VALUE 1000.
01  WS-NT-COUNT                    PIC 9(4) VALUE 0.
01  WS-NT-TABLE.
    05  WS-NT-ENTRY OCCURS 1000 TIMES.
        10  NT-IMAGE.
            15  NT-CODE            PIC X(4).
            15  FILLER             PIC X(76).
        10  NT-STATE               PIC X.
            88  NT-ADDED           VALUE 'A'.
            88  NT-CHANGED         VALUE 'C'.
        10  NT-OLD-SUB             PIC 9(4).
01  WS-NT-SUB                      PIC 9(4).
01  WS-NT-POS                      PIC 9(4).

*> dropped codes, for the journal pass
01  WS-DR-COUNT                    PIC 9(4) VALUE 0.
01  WS-DR-TABLE.
    05  WS-DR-ENTRY OCCURS 1000 TIMES.
        10  DR-CODE                PIC X(4).
        10  DR-OLD-SUB             PIC 9(4).
01  WS-DR-SUB                      PIC 9(4).

01  WS-HIST-FOUND-SW               PIC X VALUE 'N'.
    88  TABLE-HAS-HISTORY          VALUE 'Y'.
01  WS-JOURNAL-CHECK-SW            PIC X VALUE 'Y'.
    88  JOURNAL-CHECKED            VALUE 'Y'.

01  WS-CARDS-READ                  PIC 9(6) VALUE 0.
01  WS-CODES-LOADED                PIC 9(6) VALUE 0.
01  WS-CARDS-REJECTED              PIC 9(6) VALUE 0.
01  WS-CODES-ADDED                 PIC 9(6) VALUE 0.
01  WS-CODES-CHANGED               PIC 9(6) VALUE 0.
01  WS-CODES-DROPPED               PIC 9(6) VALUE 0.
01  WS-CODES-UNCHANGED             PIC 9(6) VALUE 0.
01  WS-DROPS-IN-USE                PIC 9(6) VALUE 0.
01  WS-HIST-WRITTEN                PIC 9(6) VALUE 0.

*> comparison report line - one line per changed field
01  WS-CMP-LINE.
    05  FILLER                     PIC X(2) VALUE SPACES.
    05  WS-CMP-ACTION              PIC X(9).
    05  WS-CMP-CODE                PIC X(4).
    05  FILLER                     PIC X(2) VALUE SPACES.
    05  WS-CMP-FIELD               PIC X(14).
    05  FILLER                     PIC X(2) VALUE SPACES.
    05  WS-CMP-OLD                 PIC X(24).
    05  FILLER                     PIC X(2) VALUE SPACES.
    05  WS-CMP-NEW                 PIC X(24).
01  WS-LIMIT-EDIT                  PIC ZZZZZZ9.99.

PROCEDURE DIVISION.
A-PARA.
    PERFORM READ-CONTROL-PARA.
    PERFORM OPEN-FILES-PARA.
    PERFORM PRINT-HEADING-PARA.
    PERFORM LOAD-OLD-TABLE-PARA.
    PERFORM READ-CARD-PARA.
    PERFORM LOAD-CODE-PARA UNTIL END-OF-CARDS.
    CLOSE CARD-FILE.
    PERFORM COMPARE-TABLES-PARA.
    IF WS-CODES-DROPPED > 0
        PERFORM CHECK-DROPS-IN-USE-PARA
    END-IF
    IF REFUSE-IF-IN-USE AND (WS-DROPS-IN-USE > 0 OR NOT JOURNAL-CHECKED)
        DISPLAY ' '
        IF JOURNAL-CHECKED
            DISPLAY 'LOAD REFUSED - A DROPPED CODE IS STILL IN USE '
                'THIS MONTH; CTLCODE LEFT AS IT WAS'
        ELSE
            DISPLAY 'LOAD REFUSED - DROPPED CODES COULD NOT BE '
                'CHECKED; CTLCODE LEFT AS IT WAS'
        END-IF
        PERFORM PRINT-RUN-TOTALS-PARA
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    PERFORM OPEN-HISTORY-PARA.
    PERFORM REBUILD-TABLE-PARA.
    PERFORM WRITE-HISTORY-PARA.
    PERFORM PRINT-RUN-TOTALS-PARA.
    CLOSE CODE-FILE.
    CLOSE HIST-FILE.
    IF WS-CARDS-REJECTED > 0
        MOVE 8 TO RETURN-CODE
    END-IF
    STOP RUN.

READ-CONTROL-PARA.
    MOVE FUNCTION CURRENT-DATE(1:8) TO WS-LOAD-DATE.
    MOVE FUNCTION CURRENT-DATE(9:6) TO WS-LOAD-TIME.
    MOVE WS-LOAD-DATE(1:6) TO WS-LOAD-MONTH.
    MOVE SPACES TO CTL-RECORD.
    OPEN INPUT CTL-FILE.
    IF WS-CTL-STATUS = '00'
        READ CTL-FILE
            AT END MOVE SPACES TO CTL-RECORD
        END-READ
        CLOSE CTL-FILE
    END-IF
    *> the history has to say who made the change
    IF CTL-REQUESTER = SPACES
        DISPLAY 'ERROR - CODECTL REQUESTER ID MISSING, STATUS: '
            WS-CTL-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    MOVE CTL-REQUESTER TO WS-REQUESTER.
    IF CTL-REFUSE-SW = 'Y'
        SET REFUSE-IF-IN-USE TO TRUE
    END-IF.

OPEN-FILES-PARA.
    OPEN INPUT CARD-FILE.
    IF WS-CARD-STATUS NOT = '00'
            WS-CARD-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.

LOAD-OLD-TABLE-PARA.
    *> the table as it stands, before this load replaces it; no
    *> table yet means every code on the deck is an addition
    OPEN INPUT CODE-FILE.
    IF WS-CODE-STATUS = '35'
        SET END-OF-CODES TO TRUE
    ELSE
        IF WS-CODE-STATUS NOT = '00'
            DISPLAY 'ERROR - CTLCODE OPEN FAILED, STATUS: '
                WS-CODE-STATUS
            CLOSE CARD-FILE
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
        PERFORM READ-OLD-CODE-PARA
        PERFORM HOLD-OLD-CODE-PARA UNTIL END-OF-CODES
        CLOSE CODE-FILE
    END-IF.

READ-OLD-CODE-PARA.
    READ CODE-FILE NEXT RECORD
        AT END SET END-OF-CODES TO TRUE
    END-READ.

HOLD-OLD-CODE-PARA.
    IF WS-OT-COUNT NOT < WS-OT-MAX
        DISPLAY 'ERROR - CTLCODE OVER ' WS-OT-MAX ' CODES'
        CLOSE CODE-FILE
        CLOSE CARD-FILE
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    ADD 1 TO WS-OT-COUNT.
    MOVE CODE-RECORD TO OT-IMAGE(WS-OT-COUNT).
    MOVE SPACE TO OT-STATE(WS-OT-COUNT).
    MOVE 0 TO OT-REFS(WS-OT-COUNT).
    PERFORM READ-OLD-CODE-PARA.

READ-CARD-PARA.
    READ CARD-FILE
LOAD-CODE-PARA.
    PERFORM VALIDATE-CARD-PARA.
    IF CARD-IS-VALID
        PERFORM HOLD-CODE-PARA
    ELSE
        ADD 1 TO WS-CARDS-REJECTED
        DISPLAY '  REJECTED  ' CD-CODE ' ' CD-ACTIVE ' '
    IF CARD-IS-VALID AND CD-LIMIT NOT NUMERIC
        MOVE 'AMOUNT LIMIT NOT NUMERIC' TO WS-REJECT-REASON
        MOVE 'N' TO WS-CARD-VALID-SW
    END-IF
    *> GL accounts may both be left blank until finance assigns
    *> them, but a code booked to one side only cannot balance
    IF CARD-IS-VALID AND
            (CD-GL-DEBIT = SPACES OR CD-GL-CREDIT = SPACES) AND
            (CD-GL-DEBIT NOT = SPACES OR CD-GL-CREDIT NOT = SPACES)
        MOVE 'GL DEBIT AND CREDIT ACCOUNTS NOT BOTH GIVEN'
            TO WS-REJECT-REASON
        MOVE 'N' TO WS-CARD-VALID-SW
    END-IF
    IF CARD-IS-VALID AND CD-GL-DEBIT NOT = SPACES
            AND CD-GL-DEBIT = CD-GL-CREDIT
        MOVE 'GL DEBIT AND CREDIT ACCOUNTS THE SAME'
            TO WS-REJECT-REASON
        MOVE 'N' TO WS-CARD-VALID-SW
    END-IF.

HOLD-CODE-PARA.
    *> the accepted deck is held in code order until the comparison
    *> has been made; a code already held is the duplicate the
    *> keyed write would refuse
    MOVE SPACES TO CODE-RECORD.
    MOVE CD-CODE TO CC-CODE.
    MOVE CD-DESC TO CC-DESC.
    MOVE CD-EFF-TO TO CC-EFF-TO.
    MOVE CD-SIGN TO CC-SIGN.
    MOVE CD-LIMIT TO CC-LIMIT-X.
    MOVE CD-GL-DEBIT TO CC-GL-DEBIT-ACCT.
    MOVE CD-GL-CREDIT TO CC-GL-CREDIT-ACCT.
    MOVE 1 TO WS-NT-POS.
    PERFORM FIND-SLOT-PARA
        UNTIL WS-NT-POS > WS-NT-COUNT
           OR NT-CODE(WS-NT-POS) NOT < CC-CODE.
    IF WS-NT-POS NOT > WS-NT-COUNT
        IF NT-CODE(WS-NT-POS) = CC-CODE
            MOVE 'N' TO WS-CARD-VALID-SW
        END-IF
    END-IF
    IF NOT CARD-IS-VALID
        MOVE 'DUPLICATE CONTROL CODE' TO WS-REJECT-REASON
        ADD 1 TO WS-CARDS-REJECTED
        DISPLAY '  REJECTED  ' CD-CODE '  ' WS-REJECT-REASON
    ELSE
        IF WS-NT-COUNT NOT < WS-NT-MAX
            DISPLAY 'ERROR - CODECARD DECK OVER ' WS-NT-MAX ' CODES'
            CLOSE CARD-FILE
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
        MOVE WS-NT-COUNT TO WS-NT-SUB
        PERFORM SHIFT-CODE-PARA UNTIL WS-NT-SUB < WS-NT-POS
        ADD 1 TO WS-NT-COUNT
        MOVE CODE-RECORD TO NT-IMAGE(WS-NT-POS)
        MOVE SPACE TO NT-STATE(WS-NT-POS)
        MOVE 0 TO NT-OLD-SUB(WS-NT-POS)
    END-IF.

FIND-SLOT-PARA.
    ADD 1 TO WS-NT-POS.

SHIFT-CODE-PARA.
    MOVE WS-NT-ENTRY(WS-NT-SUB) TO WS-NT-ENTRY(WS-NT-SUB + 1).
    SUBTRACT 1 FROM WS-NT-SUB.

COMPARE-TABLES-PARA.
    *> both tables are in code order - one matching pass
    DISPLAY ' '.
    DISPLAY 'CHANGES AGAINST THE TABLE BEING REPLACED'.
    DISPLAY '  ACTION   CODE  FIELD           OLD VALUE'
        '                 NEW VALUE'.
    MOVE 1 TO WS-OT-SUB.
    MOVE 1 TO WS-NT-SUB.
    PERFORM COMPARE-STEP-PARA
        UNTIL WS-OT-SUB > WS-OT-COUNT AND WS-NT-SUB > WS-NT-COUNT.
    IF WS-CODES-ADDED = 0 AND WS-CODES-CHANGED = 0
            AND WS-CODES-DROPPED = 0
        DISPLAY '  NO CHANGES'
    END-IF.

COMPARE-STEP-PARA.
    EVALUATE TRUE
        WHEN WS-OT-SUB > WS-OT-COUNT
            PERFORM CODE-ADDED-PARA
        WHEN WS-NT-SUB > WS-NT-COUNT
            PERFORM CODE-DROPPED-PARA
        WHEN OT-CODE(WS-OT-SUB) < NT-CODE(WS-NT-SUB)
            PERFORM CODE-DROPPED-PARA
        WHEN OT-CODE(WS-OT-SUB) > NT-CODE(WS-NT-SUB)
            PERFORM CODE-ADDED-PARA
        WHEN OT-IMAGE(WS-OT-SUB) = NT-IMAGE(WS-NT-SUB)
            ADD 1 TO WS-CODES-UNCHANGED
            ADD 1 TO WS-OT-SUB
            ADD 1 TO WS-NT-SUB
        WHEN OTHER
            PERFORM CODE-CHANGED-PARA
    END-EVALUATE.

CODE-ADDED-PARA.
    ADD 1 TO WS-CODES-ADDED.
    SET NT-ADDED(WS-NT-SUB) TO TRUE.
    MOVE NT-IMAGE(WS-NT-SUB) TO NEW-CODE-RECORD.
    MOVE NC-LIMIT TO WS-LIMIT-EDIT.
    DISPLAY '  ADDED    ' NC-CODE '  ' NC-DESC ' ' NC-ACTIVE ' '
        NC-EFF-FROM ' - ' NC-EFF-TO ' ' NC-SIGN ' LIMIT '
        WS-LIMIT-EDIT ' GL DR ' NC-GL-DEBIT-ACCT ' CR '
        NC-GL-CREDIT-ACCT.
    ADD 1 TO WS-NT-SUB.

CODE-DROPPED-PARA.
    ADD 1 TO WS-CODES-DROPPED.
    SET OT-DROPPED(WS-OT-SUB) TO TRUE.
    ADD 1 TO WS-DR-COUNT.
    MOVE OT-CODE(WS-OT-SUB) TO DR-CODE(WS-DR-COUNT).
    MOVE WS-OT-SUB TO DR-OLD-SUB(WS-DR-COUNT).
    MOVE OT-IMAGE(WS-OT-SUB) TO OLD-CODE-RECORD.
    MOVE OC-LIMIT TO WS-LIMIT-EDIT.
    DISPLAY '  DROPPED  ' OC-CODE '  ' OC-DESC ' ' OC-ACTIVE ' '
        OC-EFF-FROM ' - ' OC-EFF-TO ' ' OC-SIGN ' LIMIT '
        WS-LIMIT-EDIT ' GL DR ' OC-GL-DEBIT-ACCT ' CR '
        OC-GL-CREDIT-ACCT.
    ADD 1 TO WS-OT-SUB.

CODE-CHANGED-PARA.
    ADD 1 TO WS-CODES-CHANGED.
    SET NT-CHANGED(WS-NT-SUB) TO TRUE.
    MOVE WS-OT-SUB TO NT-OLD-SUB(WS-NT-SUB).
    MOVE OT-IMAGE(WS-OT-SUB) TO OLD-CODE-RECORD.
    MOVE NT-IMAGE(WS-NT-SUB) TO NEW-CODE-RECORD.
    MOVE 'CHANGED' TO WS-CMP-ACTION.
    MOVE NC-CODE TO WS-CMP-CODE.
    IF OC-DESC NOT = NC-DESC
        MOVE 'DESCRIPTION' TO WS-CMP-FIELD
        MOVE OC-DESC TO WS-CMP-OLD
        MOVE NC-DESC TO WS-CMP-NEW
        PERFORM PRINT-FIELD-PARA
    END-IF
    IF OC-ACTIVE NOT = NC-ACTIVE
        MOVE 'ACTIVE FLAG' TO WS-CMP-FIELD
        MOVE OC-ACTIVE TO WS-CMP-OLD
        MOVE NC-ACTIVE TO WS-CMP-NEW
        PERFORM PRINT-FIELD-PARA
    END-IF
    IF OC-EFF-FROM NOT = NC-EFF-FROM
        MOVE 'EFFECTIVE FROM' TO WS-CMP-FIELD
        MOVE OC-EFF-FROM TO WS-CMP-OLD
        MOVE NC-EFF-FROM TO WS-CMP-NEW
        PERFORM PRINT-FIELD-PARA
    END-IF
    IF OC-EFF-TO NOT = NC-EFF-TO
        MOVE 'EFFECTIVE TO' TO WS-CMP-FIELD
        MOVE OC-EFF-TO TO WS-CMP-OLD
        MOVE NC-EFF-TO TO WS-CMP-NEW
        PERFORM PRINT-FIELD-PARA
    END-IF
    IF OC-SIGN NOT = NC-SIGN
        MOVE 'ALLOWED SIGN' TO WS-CMP-FIELD
        MOVE OC-SIGN TO WS-CMP-OLD
        MOVE NC-SIGN TO WS-CMP-NEW
        PERFORM PRINT-FIELD-PARA
    END-IF
    IF OC-LIMIT-X NOT = NC-LIMIT-X
        MOVE 'AMOUNT LIMIT' TO WS-CMP-FIELD
        MOVE OC-LIMIT TO WS-LIMIT-EDIT
        MOVE WS-LIMIT-EDIT TO WS-CMP-OLD
        MOVE NC-LIMIT TO WS-LIMIT-EDIT
        MOVE WS-LIMIT-EDIT TO WS-CMP-NEW
        PERFORM PRINT-FIELD-PARA
    END-IF
    IF OC-GL-DEBIT-ACCT NOT = NC-GL-DEBIT-ACCT
        MOVE 'GL DEBIT' TO WS-CMP-FIELD
        MOVE OC-GL-DEBIT-ACCT TO WS-CMP-OLD
        MOVE NC-GL-DEBIT-ACCT TO WS-CMP-NEW
        PERFORM PRINT-FIELD-PARA
    END-IF
    IF OC-GL-CREDIT-ACCT NOT = NC-GL-CREDIT-ACCT
        MOVE 'GL CREDIT' TO WS-CMP-FIELD
        MOVE OC-GL-CREDIT-ACCT TO WS-CMP-OLD
        MOVE NC-GL-CREDIT-ACCT TO WS-CMP-NEW
        PERFORM PRINT-FIELD-PARA
    END-IF
    ADD 1 TO WS-OT-SUB.
    ADD 1 TO WS-NT-SUB.

PRINT-FIELD-PARA.
    *> the action and code only on the code's first line
    DISPLAY WS-CMP-LINE.
    MOVE SPACES TO WS-CMP-ACTION.
    MOVE SPACES TO WS-CMP-CODE.

CHECK-DROPS-IN-USE-PARA.
    *> every entry the posting journal holds for this month, read
    *> through the cycle-date key; a dropped code that turns up is
    *> still in use
    OPEN INPUT JOURNAL-FILE.
    IF WS-JOURNAL-STATUS = '35'
        SET END-OF-JOURNAL TO TRUE
    ELSE
        IF WS-JOURNAL-STATUS NOT = '00'
            DISPLAY 'WARNING - PSTJRNL OPEN FAILED, STATUS: '
                WS-JOURNAL-STATUS ' - DROPPED CODES NOT CHECKED'
            MOVE 'N' TO WS-JOURNAL-CHECK-SW
            SET END-OF-JOURNAL TO TRUE
        ELSE
            MOVE SPACES TO JRN-CYCLE-DATE
            STRING WS-LOAD-MONTH '01' DELIMITED BY SIZE
                INTO JRN-CYCLE-DATE
            START JOURNAL-FILE KEY IS NOT LESS THAN JRN-CYCLE-DATE
                INVALID KEY SET END-OF-JOURNAL TO TRUE
            END-START
            PERFORM READ-JOURNAL-PARA
            PERFORM CHECK-JOURNAL-ENTRY-PARA UNTIL END-OF-JOURNAL
            CLOSE JOURNAL-FILE
        END-IF
    END-IF
    MOVE 1 TO WS-DR-SUB.
    PERFORM REPORT-DROP-USE-PARA UNTIL WS-DR-SUB > WS-DR-COUNT.

READ-JOURNAL-PARA.
    IF NOT END-OF-JOURNAL
        READ JOURNAL-FILE NEXT RECORD
            AT END SET END-OF-JOURNAL TO TRUE
        END-READ
        IF NOT END-OF-JOURNAL
                AND JRN-CYCLE-DATE(1:6) NOT = WS-LOAD-MONTH
            SET END-OF-JOURNAL TO TRUE
        END-IF
    END-IF.

CHECK-JOURNAL-ENTRY-PARA.
    MOVE 1 TO WS-DR-SUB.
    PERFORM MATCH-DROP-PARA UNTIL WS-DR-SUB > WS-DR-COUNT.
    PERFORM READ-JOURNAL-PARA.

MATCH-DROP-PARA.
    IF DR-CODE(WS-DR-SUB) = JRN-CONTROL
        ADD 1 TO OT-REFS(DR-OLD-SUB(WS-DR-SUB))
        MOVE WS-DR-COUNT TO WS-DR-SUB
    END-IF
    ADD 1 TO WS-DR-SUB.

REPORT-DROP-USE-PARA.
    MOVE DR-OLD-SUB(WS-DR-SUB) TO WS-OT-SUB.
    IF OT-REFS(WS-OT-SUB) > 0
        ADD 1 TO WS-DROPS-IN-USE
        DISPLAY '  IN USE   ' OT-CODE(WS-OT-SUB) '  DROPPED BUT '
            OT-REFS(WS-OT-SUB) ' JOURNAL ENTRIES THIS MONTH'
    END-IF
    ADD 1 TO WS-DR-SUB.

OPEN-HISTORY-PARA.
    *> has this table been through a compared load before? If not,
    *> the rows found this time go on the history as its baseline
    OPEN INPUT HIST-FILE.
    IF WS-HIST-STATUS = '00'
        PERFORM READ-HIST-PARA
        PERFORM SCAN-HIST-PARA
            UNTIL END-OF-HIST OR TABLE-HAS-HISTORY
        CLOSE HIST-FILE
    END-IF
    OPEN EXTEND HIST-FILE.
    IF WS-HIST-STATUS NOT = '00'
        OPEN OUTPUT HIST-FILE
    END-IF
    IF WS-HIST-STATUS NOT = '00'
        DISPLAY 'ERROR - REFHIST OPEN FAILED, STATUS: '
            WS-HIST-STATUS ' - CTLCODE LEFT AS IT WAS'
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.

READ-HIST-PARA.
    READ HIST-FILE
        AT END SET END-OF-HIST TO TRUE
    END-READ.

SCAN-HIST-PARA.
    IF RH-CTLCODE
        SET TABLE-HAS-HISTORY TO TRUE
    ELSE
        PERFORM READ-HIST-PARA
    END-IF.

REBUILD-TABLE-PARA.
    *> each load rebuilds the table from the full deck, so a code
    *> change is a card change and a rerun
    OPEN OUTPUT CODE-FILE.
    IF WS-CODE-STATUS NOT = '00'
        DISPLAY 'ERROR - CTLCODE OPEN FAILED, STATUS: '
            WS-CODE-STATUS
        CLOSE HIST-FILE
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    DISPLAY ' '.
    MOVE 1 TO WS-NT-SUB.
    PERFORM WRITE-CODE-PARA UNTIL WS-NT-SUB > WS-NT-COUNT.

WRITE-CODE-PARA.
    MOVE NT-IMAGE(WS-NT-SUB) TO CODE-RECORD.
    WRITE CODE-RECORD
        INVALID KEY
            MOVE 'DUPLICATE CONTROL CODE' TO WS-REJECT-REASON
            ADD 1 TO WS-CARDS-REJECTED
            DISPLAY '  REJECTED  ' CC-CODE '  ' WS-REJECT-REASON
        NOT INVALID KEY
            ADD 1 TO WS-CODES-LOADED
            DISPLAY '  LOADED    ' CC-CODE ' ' CC-DESC ' '
                CC-ACTIVE ' ' CC-EFF-FROM ' - ' CC-EFF-TO ' '
                CC-SIGN ' LIMIT ' CC-LIMIT-X
            DISPLAY '            GL DR ' CC-GL-DEBIT-ACCT
                ' CR ' CC-GL-CREDIT-ACCT
    END-WRITE
    ADD 1 TO WS-NT-SUB.

WRITE-HISTORY-PARA.
    IF NOT TABLE-HAS-HISTORY
        MOVE 1 TO WS-OT-SUB
        PERFORM WRITE-BASELINE-PARA UNTIL WS-OT-SUB > WS-OT-COUNT
    END-IF
    MOVE 1 TO WS-NT-SUB.
    PERFORM WRITE-CHANGE-PARA UNTIL WS-NT-SUB > WS-NT-COUNT.
    MOVE 1 TO WS-DR-SUB.
    PERFORM WRITE-DROP-PARA UNTIL WS-DR-SUB > WS-DR-COUNT.

WRITE-BASELINE-PARA.
    PERFORM INIT-HIST-PARA.
    SET RH-BASELINE TO TRUE.
    MOVE OT-CODE(WS-OT-SUB) TO RH-KEY.
    MOVE OT-IMAGE(WS-OT-SUB) TO RH-NEW-IMAGE.
    PERFORM PUT-HIST-PARA.
    ADD 1 TO WS-OT-SUB.

WRITE-CHANGE-PARA.
    IF NT-ADDED(WS-NT-SUB) OR NT-CHANGED(WS-NT-SUB)
        PERFORM INIT-HIST-PARA
        MOVE NT-STATE(WS-NT-SUB) TO RH-CHANGE
        MOVE NT-CODE(WS-NT-SUB) TO RH-KEY
        IF NT-CHANGED(WS-NT-SUB)
            MOVE OT-IMAGE(NT-OLD-SUB(WS-NT-SUB)) TO RH-OLD-IMAGE
        END-IF
        MOVE NT-IMAGE(WS-NT-SUB) TO RH-NEW-IMAGE
        PERFORM PUT-HIST-PARA
    END-IF
    ADD 1 TO WS-NT-SUB.

WRITE-DROP-PARA.
    PERFORM INIT-HIST-PARA.
    SET RH-DROPPED TO TRUE.
    MOVE DR-CODE(WS-DR-SUB) TO RH-KEY.
    MOVE OT-IMAGE(DR-OLD-SUB(WS-DR-SUB)) TO RH-OLD-IMAGE.
    PERFORM PUT-HIST-PARA.
    ADD 1 TO WS-DR-SUB.

INIT-HIST-PARA.
    MOVE SPACES TO REFHIST-RECORD.
    SET RH-CTLCODE TO TRUE.
    MOVE WS-LOAD-DATE TO RH-LOAD-DATE.
    MOVE WS-LOAD-TIME TO RH-LOAD-TIME.
    MOVE WS-REQUESTER TO RH-REQUESTER.

PUT-HIST-PARA.
    WRITE REFHIST-RECORD.
    IF WS-HIST-STATUS NOT = '00'
        *> the table is already rebuilt - the history is what is
        *> short, and the difference listing above is the record
        DISPLAY 'ERROR - REFHIST WRITE FAILED, STATUS: '
            WS-HIST-STATUS ' - KEY ' RH-KEY
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-IF
    ADD 1 TO WS-HIST-WRITTEN.

PRINT-HEADING-PARA.
    DISPLAY 'CONTROL-CODE TABLE LOAD LISTING'.
    DISPLAY '==============================='.
    DISPLAY 'REQUESTED BY ' WS-REQUESTER ' ON ' WS-LOAD-DATE.

PRINT-RUN-TOTALS-PARA.
    DISPLAY ' '.
    DISPLAY 'CARDS READ             : ' WS-CARDS-READ.
    DISPLAY 'CODES LOADED           : ' WS-CODES-LOADED.
    DISPLAY 'CARDS REJECTED         : ' WS-CARDS-REJECTED.
    DISPLAY 'CODES ADDED            : ' WS-CODES-ADDED.
    DISPLAY 'CODES CHANGED          : ' WS-CODES-CHANGED.
    DISPLAY 'CODES DROPPED          : ' WS-CODES-DROPPED.
    DISPLAY '  STILL IN USE         : ' WS-DROPS-IN-USE.
    DISPLAY 'CODES UNCHANGED        : ' WS-CODES-UNCHANGED.
    DISPLAY 'HISTORY RECORDS WRITTEN: ' WS-HIST-WRITTEN.

*> JCL: see jcl/CTLCLOAD.jcl (LOAD step runs this program)
