      >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. RATESIM.

*> Rate change impact simulation: shows what a candidate RATECARD
*> deck would do to the extract before RATELOAD puts it live. The
*> deck is edited exactly as RATELOAD edits it (the same cards are
*> refused) and held in class/effective-from order, the order the
*> keyed RATETAB gives the extract. For every employee on the
*> master the rate the extract would select for the target cycle
*> date is found twice - once from the current RATETAB, once from
*> the candidate deck - with the extract's rules: the row whose
*> range covers the cycle date, an unclassed employee (or, on the
*> current side, an unmounted table) running on the MST-NUM2 rate
*> carried on the master, and a classed employee with no covering
*> row getting no rate at all. Each employee is listed with both
*> rates and both calculated amounts, followed by subtotals by
*> rate class and the company-wide change. Closed employees are
*> counted but not rated - the extract does not take them. The
*> deck's date ranges are also checked class by class, and any
*> overlap or gap between consecutive rows is listed. The SIMCTL
*> card carries the target cycle date in columns 1-8 (default
*> today). Nothing is written; the listing is what payroll signs.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT SCTL-FILE ASSIGN TO SIMCTL
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-SCTL-STATUS.

    SELECT CARD-FILE ASSIGN TO RATECARD
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CARD-STATUS.

    SELECT MASTER-FILE ASSIGN TO MASTER
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS MST-ID
        FILE STATUS IS WS-MASTER-STATUS.

    SELECT RATE-FILE ASSIGN TO RATETAB
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS RT-KEY
        FILE STATUS IS WS-RATE-STATUS.

DATA DIVISION.
FILE SECTION.
FD  SCTL-FILE.
01  SCTL-RECORD.
    05  SCTL-CYCLE-DATE            PIC X(8).
    05  FILLER                     PIC X(72).

*> the same card RATELOAD loads
FD  CARD-FILE.
01  CARD-RECORD.
    05  RC-CLASS                   PIC XX.
    05  RC-EFF-FROM                PIC X(8).
    05  RC-EFF-TO                  PIC X(8).
    05  RC-RATE                    PIC X(3).
    05  RC-RATE-N REDEFINES RC-RATE
                                   PIC PP999.
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

FD  RATE-FILE.
    COPY RATETAB.

WORKING-STORAGE SECTION.
01  WS-SCTL-STATUS                 PIC XX VALUE '00'.
01  WS-CARD-STATUS                 PIC XX VALUE '00'.
01  WS-MASTER-STATUS               PIC XX VALUE '00'.
01  WS-RATE-STATUS                 PIC XX VALUE '00'.

01  WS-CARD-EOF-SW                 PIC X VALUE 'N'.
    88  END-OF-CARDS               VALUE 'Y'.
01  WS-CARD-VALID-SW               PIC X VALUE 'Y'.
    88  CARD-IS-VALID              VALUE 'Y'.
01  WS-MASTER-EOF-SW               PIC X VALUE 'N'.
    88  END-OF-MASTER              VALUE 'Y'.
01  WS-RATE-AVAIL-SW               PIC X VALUE 'Y'.
    88  RATE-FILE-AVAILABLE        VALUE 'Y'.
01  WS-RATE-EOF-SW                 PIC X VALUE 'N'.
    88  END-OF-RATES               VALUE 'Y'.
01  WS-RATE-HIT-SW                 PIC X VALUE 'N'.
    88  RATE-FOUND                 VALUE 'Y'.
01  WS-REJECT-REASON               PIC X(44) VALUE SPACES.

01  WS-CYCLE-DATE                  PIC X(8).

*> the candidate deck, kept in class/effective-from order
01  WS-CR-MAX                      PIC 9(4) VALUE 500.
01  WS-CR-COUNT                    PIC 9(4) VALUE 0.
01  WS-CR-TABLE.
    05  WS-CR-ENTRY OCCURS 500 TIMES.
        10  CR-KEY.
            15  CR-CLASS           PIC XX.
            15  CR-EFF-FROM        PIC X(8).
        10  CR-EFF-TO              PIC X(8).
        10  CR-RATE                PIC PP999.
01  WS-CR-SUB                      PIC 9(4).
01  WS-CR-POS                      PIC 9(4).
01  WS-CR-PREV                     PIC 9(4).
01  WS-NEW-KEY.
    05  WS-NEW-CLASS               PIC XX.
    05  WS-NEW-EFF-FROM            PIC X(8).
01  WS-DAY-AFTER                   PIC 9(8).
01  WS-DAY-BEFORE                  PIC 9(8).
01  WS-PREV-TO-NUM                 PIC 9(8).
01  WS-NEXT-FROM-NUM               PIC 9(8).

*> rate class subtotals, kept in class order
01  WS-CL-MAX                      PIC 9(3) VALUE 200.
01  WS-CL-COUNT                    PIC 9(3) VALUE 0.
01  WS-CL-TABLE.
    05  WS-CL-ENTRY OCCURS 200 TIMES.
        10  CL-CLASS               PIC XX.
        10  CL-EMPLOYEES           PIC 9(6).
        10  CL-NO-CURRENT          PIC 9(6).
        10  CL-NO-CANDIDATE        PIC 9(6).
        10  CL-BEFORE-TOTAL        PIC S9(11)V9(4).
        10  CL-AFTER-TOTAL         PIC S9(11)V9(4).
01  WS-CL-SUB                      PIC 9(3).
01  WS-CL-POS                      PIC 9(3).
01  WS-CL-FOUND-SW                 PIC X VALUE 'N'.
    88  CLASS-FOUND                VALUE 'Y'.

*> the employee being rated - before (current RATETAB) and after
*> (candidate deck)
01  WS-LOOKUP-RATE                 PIC PP999.
01  WS-RATE-RESULT                 PIC S9(7)V9(4).
01  WS-RATE-OVERFLOW-SW            PIC X VALUE 'N'.
    88  RATE-CALC-OVERFLOWED       VALUE 'Y'.
01  WS-BEFORE-RATE                 PIC PP999.
01  WS-BEFORE-AMOUNT               PIC S9(7)V9(4).
01  WS-BEFORE-SW                   PIC X.
    88  BEFORE-RATED               VALUE 'Y'.
    88  BEFORE-NO-ROW              VALUE 'N'.
    88  BEFORE-OVERFLOW            VALUE 'O'.
01  WS-AFTER-RATE                  PIC PP999.
01  WS-AFTER-AMOUNT                PIC S9(7)V9(4).
01  WS-AFTER-SW                    PIC X.
    88  AFTER-RATED                VALUE 'Y'.
    88  AFTER-NO-ROW               VALUE 'N'.
    88  AFTER-OVERFLOW             VALUE 'O'.
01  WS-CHANGE                      PIC S9(7)V9(4).
01  WS-NOTE                        PIC X(24).

*> run accounting
01  WS-CARDS-READ                  PIC 9(6) VALUE 0.
01  WS-CARDS-HELD                  PIC 9(6) VALUE 0.
01  WS-CARDS-REJECTED              PIC 9(6) VALUE 0.
01  WS-OVERLAPS                    PIC 9(6) VALUE 0.
01  WS-GAPS                        PIC 9(6) VALUE 0.
01  WS-MASTER-READ                 PIC 9(6) VALUE 0.
01  WS-CLOSED-SKIPPED              PIC 9(6) VALUE 0.
01  WS-EMPLOYEES-RATED             PIC 9(6) VALUE 0.
01  WS-RATE-CHANGED                PIC 9(6) VALUE 0.
01  WS-NO-CURRENT                  PIC 9(6) VALUE 0.
01  WS-NO-CANDIDATE                PIC 9(6) VALUE 0.
01  WS-OVERFLOWED                  PIC 9(6) VALUE 0.
01  WS-BEFORE-TOTAL                PIC S9(11)V9(4) VALUE 0.
01  WS-AFTER-TOTAL                 PIC S9(11)V9(4) VALUE 0.
01  WS-TOTAL-CHANGE                PIC S9(11)V9(4) VALUE 0.

01  WS-DETAIL-LINE.
    05  WS-D-ID                    PIC X(6).
    05  FILLER                     PIC X(2) VALUE SPACES.
    05  WS-D-NAME                  PIC X(20).
    05  FILLER                     PIC X(2) VALUE SPACES.
    05  WS-D-CLASS                 PIC XX.
    05  FILLER                     PIC X(2) VALUE SPACES.
    05  WS-D-OLD-RATE              PIC .9(5).
    05  WS-D-OLD-RATE-X REDEFINES WS-D-OLD-RATE
                                   PIC X(6).
    05  FILLER                     PIC X(2) VALUE SPACES.
    05  WS-D-OLD-AMOUNT            PIC ZZZZZZ9.9999-.
    05  WS-D-OLD-AMOUNT-X REDEFINES WS-D-OLD-AMOUNT
                                   PIC X(13).
    05  FILLER                     PIC X(2) VALUE SPACES.
    05  WS-D-NEW-RATE              PIC .9(5).
    05  WS-D-NEW-RATE-X REDEFINES WS-D-NEW-RATE
                                   PIC X(6).
    05  FILLER                     PIC X(2) VALUE SPACES.
    05  WS-D-NEW-AMOUNT            PIC ZZZZZZ9.9999-.
    05  WS-D-NEW-AMOUNT-X REDEFINES WS-D-NEW-AMOUNT
                                   PIC X(13).
    05  FILLER                     PIC X(2) VALUE SPACES.
    05  WS-D-CHANGE                PIC ZZZZZZ9.9999-.
    05  WS-D-CHANGE-X REDEFINES WS-D-CHANGE
                                   PIC X(13).
    05  FILLER                     PIC X(2) VALUE SPACES.
    05  WS-D-NOTE                  PIC X(24).

01  WS-CLASS-LINE.
    05  WS-C-CLASS                 PIC X(6).
    05  FILLER                     PIC X(2) VALUE SPACES.
    05  WS-C-EMPLOYEES             PIC ZZZZZ9.
    05  FILLER                     PIC X(2) VALUE SPACES.
    05  WS-C-BEFORE                PIC ZZ,ZZZ,ZZZ,ZZ9.9999-.
    05  FILLER                     PIC X(2) VALUE SPACES.
    05  WS-C-AFTER                 PIC ZZ,ZZZ,ZZZ,ZZ9.9999-.
    05  FILLER                     PIC X(2) VALUE SPACES.
    05  WS-C-CHANGE                PIC ZZ,ZZZ,ZZZ,ZZ9.9999-.
    05  FILLER                     PIC X(2) VALUE SPACES.
    05  WS-C-NO-CURRENT            PIC ZZZZZ9.
    05  FILLER                     PIC X(2) VALUE SPACES.
    05  WS-C-NO-CANDIDATE          PIC ZZZZZ9.

01  WS-AMOUNT-DISPLAY              PIC ZZ,ZZZ,ZZZ,ZZ9.9999-.

PROCEDURE DIVISION.
A-PARA.
    PERFORM READ-CONTROL-PARA.
    PERFORM OPEN-FILES-PARA.
    PERFORM PRINT-HEADING-PARA.
    PERFORM READ-CARD-PARA.
    PERFORM HOLD-CARD-PARA UNTIL END-OF-CARDS.
    CLOSE CARD-FILE.
    PERFORM CHECK-RANGES-PARA.
    PERFORM PRINT-EMPLOYEE-HEADING-PARA.
    PERFORM READ-MASTER-PARA.
    PERFORM SIMULATE-EMPLOYEE-PARA UNTIL END-OF-MASTER.
    PERFORM PRINT-CLASS-TOTALS-PARA.
    PERFORM PRINT-RUN-TOTALS-PARA.
    CLOSE MASTER-FILE.
    IF RATE-FILE-AVAILABLE
        CLOSE RATE-FILE
    END-IF
    *> 8 - the deck would not load clean; 4 - it would, but some
    *> employee or date range needs a look before sign-off
    IF WS-CARDS-REJECTED > 0
        MOVE 8 TO RETURN-CODE
    ELSE
        IF WS-NO-CANDIDATE > 0 OR WS-OVERLAPS > 0 OR WS-GAPS > 0
                OR WS-OVERFLOWED > 0
            MOVE 4 TO RETURN-CODE
        END-IF
    END-IF
    STOP RUN.

READ-CONTROL-PARA.
    MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CYCLE-DATE.
    OPEN INPUT SCTL-FILE.
    IF WS-SCTL-STATUS = '00'
        READ SCTL-FILE
            AT END MOVE SPACES TO SCTL-RECORD
        END-READ
        IF SCTL-CYCLE-DATE NUMERIC
            MOVE SCTL-CYCLE-DATE TO WS-CYCLE-DATE
        END-IF
        CLOSE SCTL-FILE
    ELSE
        DISPLAY 'WARNING - SIMCTL OPEN FAILED, STATUS: '
            WS-SCTL-STATUS ' - TODAY USED AS THE CYCLE DATE'
    END-IF.

OPEN-FILES-PARA.
    OPEN INPUT CARD-FILE.
    IF WS-CARD-STATUS NOT = '00'
        DISPLAY 'ERROR - RATECARD OPEN FAILED, STATUS: '
            WS-CARD-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    OPEN INPUT MASTER-FILE.
    IF WS-MASTER-STATUS NOT = '00'
        DISPLAY 'ERROR - MASTER OPEN FAILED, STATUS: '
            WS-MASTER-STATUS
        CLOSE CARD-FILE
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    OPEN INPUT RATE-FILE.
    IF WS-RATE-STATUS NOT = '00'
        *> no table loaded yet - today's extract would run every
        *> employee on the MST-NUM2 rate, so that is the before
        MOVE 'N' TO WS-RATE-AVAIL-SW
        DISPLAY 'WARNING - RATETAB OPEN FAILED, STATUS: '
            WS-RATE-STATUS ' - CURRENT RATES TAKEN FROM THE MASTER'
    END-IF.

READ-CARD-PARA.
    READ CARD-FILE
        AT END SET END-OF-CARDS TO TRUE
        NOT AT END ADD 1 TO WS-CARDS-READ
    END-READ.

HOLD-CARD-PARA.
    PERFORM VALIDATE-CARD-PARA.
    IF CARD-IS-VALID
        PERFORM INSERT-CARD-PARA
    END-IF
    IF NOT CARD-IS-VALID
        ADD 1 TO WS-CARDS-REJECTED
        DISPLAY '  REJECTED  ' RC-CLASS ' ' RC-EFF-FROM ' '
            RC-EFF-TO ' ' RC-RATE '  ' WS-REJECT-REASON
    END-IF
    PERFORM READ-CARD-PARA.

VALIDATE-CARD-PARA.
    *> RATELOAD's edits, so the deck simulated is the table it
    *> would build
    MOVE 'Y' TO WS-CARD-VALID-SW.
    MOVE SPACES TO WS-REJECT-REASON.
    IF RC-CLASS = SPACES
        MOVE 'RATE CLASS MISSING' TO WS-REJECT-REASON
        MOVE 'N' TO WS-CARD-VALID-SW
    END-IF
    IF CARD-IS-VALID AND
            (RC-EFF-FROM NOT NUMERIC OR RC-EFF-TO NOT NUMERIC)
        MOVE 'EFFECTIVE DATES NOT NUMERIC' TO WS-REJECT-REASON
        MOVE 'N' TO WS-CARD-VALID-SW
    END-IF
    IF CARD-IS-VALID AND RC-EFF-FROM > RC-EFF-TO
        MOVE 'EFFECTIVE-FROM AFTER EFFECTIVE-TO'
            TO WS-REJECT-REASON
        MOVE 'N' TO WS-CARD-VALID-SW
    END-IF
    IF CARD-IS-VALID AND RC-RATE NOT NUMERIC
        MOVE 'RATE DIGITS NOT NUMERIC' TO WS-REJECT-REASON
        MOVE 'N' TO WS-CARD-VALID-SW
    END-IF.

INSERT-CARD-PARA.
    *> find the first held row keyed after this card, then open a
    *> slot there - a matching key is the duplicate RATELOAD's
    *> WRITE would refuse
    MOVE RC-CLASS TO WS-NEW-CLASS.
    MOVE RC-EFF-FROM TO WS-NEW-EFF-FROM.
    MOVE 1 TO WS-CR-POS.
    PERFORM FIND-SLOT-PARA
        UNTIL WS-CR-POS > WS-CR-COUNT
           OR CR-KEY(WS-CR-POS) NOT < WS-NEW-KEY.
    IF WS-CR-POS NOT > WS-CR-COUNT
        IF CR-KEY(WS-CR-POS) = WS-NEW-KEY
            MOVE 'DUPLICATE CLASS/EFFECTIVE-FROM KEY'
                TO WS-REJECT-REASON
            MOVE 'N' TO WS-CARD-VALID-SW
        END-IF
    END-IF
    IF CARD-IS-VALID AND WS-CR-COUNT NOT < WS-CR-MAX
        DISPLAY 'ERROR - RATECARD DECK OVER ' WS-CR-MAX ' ROWS'
        CLOSE CARD-FILE
        CLOSE MASTER-FILE
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    IF CARD-IS-VALID
        MOVE WS-CR-COUNT TO WS-CR-SUB
        PERFORM SHIFT-ROW-PARA UNTIL WS-CR-SUB < WS-CR-POS
        ADD 1 TO WS-CR-COUNT
        MOVE WS-NEW-KEY TO CR-KEY(WS-CR-POS)
        MOVE RC-EFF-TO TO CR-EFF-TO(WS-CR-POS)
        MOVE RC-RATE-N TO CR-RATE(WS-CR-POS)
        ADD 1 TO WS-CARDS-HELD
    END-IF.

FIND-SLOT-PARA.
    ADD 1 TO WS-CR-POS.

SHIFT-ROW-PARA.
    MOVE WS-CR-ENTRY(WS-CR-SUB) TO WS-CR-ENTRY(WS-CR-SUB + 1).
    SUBTRACT 1 FROM WS-CR-SUB.

CHECK-RANGES-PARA.
    *> consecutive rows of a class should meet day to day: a row
    *> starting on or before the previous one ends is an overlap
    *> (the later row wins in the extract), one starting more than
    *> a day after it is a gap where the class has no rate
    DISPLAY ' '.
    DISPLAY 'CANDIDATE DATE RANGE CHECK'.
    MOVE 2 TO WS-CR-SUB.
    PERFORM CHECK-RANGE-PARA UNTIL WS-CR-SUB > WS-CR-COUNT.
    IF WS-OVERLAPS = 0 AND WS-GAPS = 0
        DISPLAY '  NO OVERLAPS OR GAPS'
    END-IF.

CHECK-RANGE-PARA.
    COMPUTE WS-CR-PREV = WS-CR-SUB - 1.
    IF CR-CLASS(WS-CR-SUB) = CR-CLASS(WS-CR-PREV)
        IF CR-EFF-FROM(WS-CR-SUB) NOT > CR-EFF-TO(WS-CR-PREV)
            ADD 1 TO WS-OVERLAPS
            DISPLAY '  OVERLAP   CLASS ' CR-CLASS(WS-CR-SUB) '  '
                CR-EFF-FROM(WS-CR-PREV) ' - ' CR-EFF-TO(WS-CR-PREV)
                ' AND ' CR-EFF-FROM(WS-CR-SUB) ' - '
                CR-EFF-TO(WS-CR-SUB)
        ELSE
            MOVE CR-EFF-TO(WS-CR-PREV) TO WS-PREV-TO-NUM
            MOVE CR-EFF-FROM(WS-CR-SUB) TO WS-NEXT-FROM-NUM
            COMPUTE WS-DAY-AFTER = FUNCTION DATE-OF-INTEGER(
                FUNCTION INTEGER-OF-DATE(WS-PREV-TO-NUM) + 1)
            IF WS-NEXT-FROM-NUM NOT = WS-DAY-AFTER
                ADD 1 TO WS-GAPS
                COMPUTE WS-DAY-BEFORE = FUNCTION DATE-OF-INTEGER(
                    FUNCTION INTEGER-OF-DATE(WS-NEXT-FROM-NUM) - 1)
                DISPLAY '  GAP       CLASS ' CR-CLASS(WS-CR-SUB)
                    '  NO RATE ' WS-DAY-AFTER ' - ' WS-DAY-BEFORE
            END-IF
        END-IF
    END-IF
    ADD 1 TO WS-CR-SUB.

READ-MASTER-PARA.
    READ MASTER-FILE NEXT RECORD
        AT END SET END-OF-MASTER TO TRUE
        NOT AT END ADD 1 TO WS-MASTER-READ
    END-READ.

SIMULATE-EMPLOYEE-PARA.
    IF MST-ST-CLOSED
        ADD 1 TO WS-CLOSED-SKIPPED
    ELSE
        ADD 1 TO WS-EMPLOYEES-RATED
        PERFORM RATE-BEFORE-PARA
        PERFORM RATE-AFTER-PARA
        PERFORM TALLY-EMPLOYEE-PARA
        PERFORM PRINT-DETAIL-PARA
    END-IF
    PERFORM READ-MASTER-PARA.

RATE-BEFORE-PARA.
    SET BEFORE-RATED TO TRUE.
    MOVE MST-NUM2 TO WS-BEFORE-RATE.
    IF RATE-FILE-AVAILABLE AND MST-RATE-CLASS NOT = SPACES
        PERFORM LOOKUP-CURRENT-PARA
        IF RATE-FOUND
            MOVE WS-LOOKUP-RATE TO WS-BEFORE-RATE
        ELSE
            SET BEFORE-NO-ROW TO TRUE
        END-IF
    END-IF
    IF BEFORE-RATED
        MOVE WS-BEFORE-RATE TO WS-LOOKUP-RATE
        PERFORM CALC-RATE-PARA
        IF RATE-CALC-OVERFLOWED
            SET BEFORE-OVERFLOW TO TRUE
        ELSE
            MOVE WS-RATE-RESULT TO WS-BEFORE-AMOUNT
        END-IF
    END-IF.

RATE-AFTER-PARA.
    *> once the deck is loaded the table is mounted, so only an
    *> unclassed employee keeps the master rate
    SET AFTER-RATED TO TRUE.
    MOVE MST-NUM2 TO WS-AFTER-RATE.
    IF MST-RATE-CLASS NOT = SPACES
        PERFORM LOOKUP-CANDIDATE-PARA
        IF RATE-FOUND
            MOVE WS-LOOKUP-RATE TO WS-AFTER-RATE
        ELSE
            SET AFTER-NO-ROW TO TRUE
        END-IF
    END-IF
    IF AFTER-RATED
        MOVE WS-AFTER-RATE TO WS-LOOKUP-RATE
        PERFORM CALC-RATE-PARA
        IF RATE-CALC-OVERFLOWED
            SET AFTER-OVERFLOW TO TRUE
        ELSE
            MOVE WS-RATE-RESULT TO WS-AFTER-AMOUNT
        END-IF
    END-IF.

LOOKUP-CURRENT-PARA.
    *> the extract's lookup: every row of the class in key order,
    *> the last one covering the cycle date wins
    MOVE 'N' TO WS-RATE-HIT-SW.
    MOVE 'N' TO WS-RATE-EOF-SW.
    MOVE MST-RATE-CLASS TO RT-CLASS.
    MOVE LOW-VALUES TO RT-EFF-FROM.
    START RATE-FILE KEY NOT < RT-KEY
        INVALID KEY SET END-OF-RATES TO TRUE
    END-START
    PERFORM SCAN-RATE-PARA UNTIL END-OF-RATES.

SCAN-RATE-PARA.
    READ RATE-FILE NEXT RECORD
        AT END SET END-OF-RATES TO TRUE
        NOT AT END
            IF RT-CLASS NOT = MST-RATE-CLASS
                SET END-OF-RATES TO TRUE
            ELSE
                IF RT-EFF-FROM NOT > WS-CYCLE-DATE
                        AND RT-EFF-TO NOT < WS-CYCLE-DATE
                    MOVE RT-RATE TO WS-LOOKUP-RATE
                    SET RATE-FOUND TO TRUE
                END-IF
            END-IF
    END-READ.

LOOKUP-CANDIDATE-PARA.
    *> the same rule against the held deck, which is in key order
    MOVE 'N' TO WS-RATE-HIT-SW.
    MOVE 1 TO WS-CR-SUB.
    PERFORM SCAN-CANDIDATE-PARA UNTIL WS-CR-SUB > WS-CR-COUNT.

SCAN-CANDIDATE-PARA.
    IF CR-CLASS(WS-CR-SUB) = MST-RATE-CLASS
        IF CR-EFF-FROM(WS-CR-SUB) NOT > WS-CYCLE-DATE
                AND CR-EFF-TO(WS-CR-SUB) NOT < WS-CYCLE-DATE
            MOVE CR-RATE(WS-CR-SUB) TO WS-LOOKUP-RATE
            SET RATE-FOUND TO TRUE
        END-IF
    END-IF
    ADD 1 TO WS-CR-SUB.

CALC-RATE-PARA.
    *> the extract's calculation: principal plus principal times
    *> rate
    MOVE 'N' TO WS-RATE-OVERFLOW-SW.
    COMPUTE WS-RATE-RESULT ROUNDED =
            MST-NUM1 + (MST-NUM1 * WS-LOOKUP-RATE)
        ON SIZE ERROR
            SET RATE-CALC-OVERFLOWED TO TRUE
    END-COMPUTE.

TALLY-EMPLOYEE-PARA.
    PERFORM FIND-CLASS-PARA.
    ADD 1 TO CL-EMPLOYEES(WS-CL-POS).
    MOVE SPACES TO WS-NOTE.
    IF BEFORE-RATED
        ADD WS-BEFORE-AMOUNT TO WS-BEFORE-TOTAL
        ADD WS-BEFORE-AMOUNT TO CL-BEFORE-TOTAL(WS-CL-POS)
    END-IF
    IF AFTER-RATED
        ADD WS-AFTER-AMOUNT TO WS-AFTER-TOTAL
        ADD WS-AFTER-AMOUNT TO CL-AFTER-TOTAL(WS-CL-POS)
    END-IF
    IF BEFORE-NO-ROW
        ADD 1 TO WS-NO-CURRENT
        ADD 1 TO CL-NO-CURRENT(WS-CL-POS)
        MOVE 'NO CURRENT ROW' TO WS-NOTE
    END-IF
    IF AFTER-NO-ROW
        ADD 1 TO WS-NO-CANDIDATE
        ADD 1 TO CL-NO-CANDIDATE(WS-CL-POS)
        MOVE '** NO CANDIDATE ROW' TO WS-NOTE
    END-IF
    IF BEFORE-OVERFLOW OR AFTER-OVERFLOW
        ADD 1 TO WS-OVERFLOWED
        MOVE '** CALCULATION OVERFLOWS' TO WS-NOTE
    END-IF
    IF WS-NOTE = SPACES AND WS-BEFORE-RATE NOT = WS-AFTER-RATE
        ADD 1 TO WS-RATE-CHANGED
        MOVE 'RATE CHANGED' TO WS-NOTE
    END-IF.

FIND-CLASS-PARA.
    *> locate the employee's class subtotal, opening one in class
    *> order the first time the class is met
    MOVE 'N' TO WS-CL-FOUND-SW.
    MOVE 1 TO WS-CL-POS.
    PERFORM FIND-CLASS-SLOT-PARA
        UNTIL WS-CL-POS > WS-CL-COUNT
           OR CL-CLASS(WS-CL-POS) NOT < MST-RATE-CLASS.
    IF WS-CL-POS NOT > WS-CL-COUNT
        IF CL-CLASS(WS-CL-POS) = MST-RATE-CLASS
            SET CLASS-FOUND TO TRUE
        END-IF
    END-IF
    IF NOT CLASS-FOUND
        IF WS-CL-COUNT NOT < WS-CL-MAX
            DISPLAY 'ERROR - MORE THAN ' WS-CL-MAX
                ' RATE CLASSES ON THE MASTER'
            CLOSE MASTER-FILE
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
        MOVE WS-CL-COUNT TO WS-CL-SUB
        PERFORM SHIFT-CLASS-PARA UNTIL WS-CL-SUB < WS-CL-POS
        ADD 1 TO WS-CL-COUNT
        MOVE MST-RATE-CLASS TO CL-CLASS(WS-CL-POS)
        MOVE 0 TO CL-EMPLOYEES(WS-CL-POS)
        MOVE 0 TO CL-NO-CURRENT(WS-CL-POS)
        MOVE 0 TO CL-NO-CANDIDATE(WS-CL-POS)
        MOVE 0 TO CL-BEFORE-TOTAL(WS-CL-POS)
        MOVE 0 TO CL-AFTER-TOTAL(WS-CL-POS)
    END-IF.

FIND-CLASS-SLOT-PARA.
    ADD 1 TO WS-CL-POS.

SHIFT-CLASS-PARA.
    MOVE WS-CL-ENTRY(WS-CL-SUB) TO WS-CL-ENTRY(WS-CL-SUB + 1).
    SUBTRACT 1 FROM WS-CL-SUB.

PRINT-DETAIL-PARA.
    MOVE MST-ID TO WS-D-ID.
    MOVE MST-NAME TO WS-D-NAME.
    MOVE MST-RATE-CLASS TO WS-D-CLASS.
    IF BEFORE-NO-ROW
        MOVE '  NONE' TO WS-D-OLD-RATE-X
    ELSE
        MOVE WS-BEFORE-RATE TO WS-D-OLD-RATE
    END-IF
    IF BEFORE-RATED
        MOVE WS-BEFORE-AMOUNT TO WS-D-OLD-AMOUNT
    ELSE
        MOVE SPACES TO WS-D-OLD-AMOUNT-X
    END-IF
    IF AFTER-NO-ROW
        MOVE '  NONE' TO WS-D-NEW-RATE-X
    ELSE
        MOVE WS-AFTER-RATE TO WS-D-NEW-RATE
    END-IF
    IF AFTER-RATED
        MOVE WS-AFTER-AMOUNT TO WS-D-NEW-AMOUNT
    ELSE
        MOVE SPACES TO WS-D-NEW-AMOUNT-X
    END-IF
    IF BEFORE-RATED AND AFTER-RATED
        COMPUTE WS-CHANGE = WS-AFTER-AMOUNT - WS-BEFORE-AMOUNT
        MOVE WS-CHANGE TO WS-D-CHANGE
    ELSE
        MOVE SPACES TO WS-D-CHANGE-X
    END-IF
    MOVE WS-NOTE TO WS-D-NOTE.
    DISPLAY WS-DETAIL-LINE.

PRINT-HEADING-PARA.
    DISPLAY 'RATE CHANGE IMPACT SIMULATION FOR CYCLE DATE '
        WS-CYCLE-DATE.
    DISPLAY '====================================================='.
    DISPLAY 'CURRENT = RATETAB AS LOADED, CANDIDATE = RATECARD DECK'.
    DISPLAY ' '.

PRINT-EMPLOYEE-HEADING-PARA.
    DISPLAY ' '.
    DISPLAY 'ID      NAME                  CL  CUR RT    CURRENT AMT'
        '  NEW RT     NEW AMOUNT         CHANGE  NOTE'.

PRINT-CLASS-TOTALS-PARA.
    DISPLAY ' '.
    DISPLAY 'SUBTOTALS BY RATE CLASS'.
    DISPLAY 'CLASS     EMPLS         CURRENT TOTAL'
        '       CANDIDATE TOTAL                CHANGE  NO CUR  NO NEW'.
    MOVE 1 TO WS-CL-SUB.
    PERFORM PRINT-CLASS-LINE-PARA UNTIL WS-CL-SUB > WS-CL-COUNT.

PRINT-CLASS-LINE-PARA.
    IF CL-CLASS(WS-CL-SUB) = SPACES
        MOVE 'MASTER' TO WS-C-CLASS
    ELSE
        MOVE CL-CLASS(WS-CL-SUB) TO WS-C-CLASS
    END-IF
    MOVE CL-EMPLOYEES(WS-CL-SUB) TO WS-C-EMPLOYEES.
    MOVE CL-BEFORE-TOTAL(WS-CL-SUB) TO WS-C-BEFORE.
    MOVE CL-AFTER-TOTAL(WS-CL-SUB) TO WS-C-AFTER.
    COMPUTE WS-TOTAL-CHANGE =
        CL-AFTER-TOTAL(WS-CL-SUB) - CL-BEFORE-TOTAL(WS-CL-SUB).
    MOVE WS-TOTAL-CHANGE TO WS-C-CHANGE.
    MOVE CL-NO-CURRENT(WS-CL-SUB) TO WS-C-NO-CURRENT.
    MOVE CL-NO-CANDIDATE(WS-CL-SUB) TO WS-C-NO-CANDIDATE.
    DISPLAY WS-CLASS-LINE.
    ADD 1 TO WS-CL-SUB.

PRINT-RUN-TOTALS-PARA.
    DISPLAY ' '.
    DISPLAY 'CARDS READ             : ' WS-CARDS-READ.
    DISPLAY 'CARDS REJECTED         : ' WS-CARDS-REJECTED.
    DISPLAY 'CANDIDATE ROWS         : ' WS-CARDS-HELD.
    DISPLAY '  OVERLAPS             : ' WS-OVERLAPS.
    DISPLAY '  GAPS                 : ' WS-GAPS.
    DISPLAY 'EMPLOYEES READ         : ' WS-MASTER-READ.
    DISPLAY '  CLOSED, NOT RATED    : ' WS-CLOSED-SKIPPED.
    DISPLAY '  RATED                : ' WS-EMPLOYEES-RATED.
    DISPLAY '  RATE CHANGED         : ' WS-RATE-CHANGED.
    DISPLAY '  NO CURRENT ROW       : ' WS-NO-CURRENT.
    DISPLAY '  NO CANDIDATE ROW     : ' WS-NO-CANDIDATE.
    DISPLAY '  CALCULATION OVERFLOW : ' WS-OVERFLOWED.
    MOVE WS-BEFORE-TOTAL TO WS-AMOUNT-DISPLAY.
    DISPLAY 'CURRENT TOTAL          : ' WS-AMOUNT-DISPLAY.
    MOVE WS-AFTER-TOTAL TO WS-AMOUNT-DISPLAY.
    DISPLAY 'CANDIDATE TOTAL        : ' WS-AMOUNT-DISPLAY.
    COMPUTE WS-TOTAL-CHANGE = WS-AFTER-TOTAL - WS-BEFORE-TOTAL.
    MOVE WS-TOTAL-CHANGE TO WS-AMOUNT-DISPLAY.
    DISPLAY 'COMPANY-WIDE CHANGE    : ' WS-AMOUNT-DISPLAY.

*> JCL: see jcl/RATESIM.jcl (SIMULATE step runs this program)
