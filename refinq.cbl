      >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. REFINQ.

*> Reference history inquiry: answers "what were the rules for
*> code X on date Y" from the REFHIST history the control-code and
*> rate table loads append to, instead of from whatever the table
*> happens to say today. The RINQCTL deck carries one request per
*> card:
*>   col  1     C - control code, R - rate class
*>   cols 2-5   the control code (or the rate class in cols 2-3)
*>   cols 6-13  the date asked about (default today)
*> The history is replayed up to and including the date asked
*> about - a load made that day counts - to rebuild the row (or,
*> for a rate class, every row of the class) as the table held it.
*> A code is shown with its posting rules, the load that put them
*> there and who asked for it, and whether the code would have been
*> accepted on the date; a rate class lists its rows with the one
*> the extract would have selected for the date marked. A code or
*> class the history has no record of by the date is said so -
*> the history starts with each table's first compared load.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT RINQ-FILE ASSIGN TO RINQCTL
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RINQ-STATUS.

    SELECT HIST-FILE ASSIGN TO REFHIST
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-HIST-STATUS.

DATA DIVISION.
FILE SECTION.
FD  RINQ-FILE.
01  RINQ-RECORD.
    05  RI-TABLE                   PIC X.
        88  RI-CODE-REQUEST        VALUE 'C'.
        88  RI-RATE-REQUEST        VALUE 'R'.
    05  RI-KEY                     PIC X(4).
    05  RI-DATE                    PIC X(8).
    05  FILLER                     PIC X(67).

FD  HIST-FILE.
    COPY REFHIST.

WORKING-STORAGE SECTION.
*> the history images in their tables' own layouts
    COPY CTLCODE.
    COPY RATETAB.

01  WS-RINQ-STATUS                 PIC XX VALUE '00'.
01  WS-HIST-STATUS                 PIC XX VALUE '00'.

01  WS-RINQ-EOF-SW                 PIC X VALUE 'N'.
    88  END-OF-RINQ                VALUE 'Y'.
01  WS-HIST-EOF-SW                 PIC X VALUE 'N'.
    88  END-OF-HIST                VALUE 'Y'.
01  WS-REQUEST-OK-SW               PIC X VALUE 'Y'.
    88  REQUEST-OK                 VALUE 'Y'.

*> the request being answered
01  WS-ASK-TABLE                   PIC X(8).
01  WS-ASK-KEY                     PIC X(10).
01  WS-ASK-LENGTH                  PIC 9(2).
01  WS-ASK-DATE                    PIC X(8).
01  WS-TODAY                       PIC X(8).

*> every row of the code or class as the history leaves it on the
*> date asked about, in key order; a dropped row stays with the
*> drop recorded so the answer can say when it went
01  WS-ST-MAX                      PIC 9(3) VALUE 200.
01  WS-ST-COUNT                    PIC 9(3) VALUE 0.
01  WS-ST-TABLE.
    05  WS-ST-ENTRY OCCURS 200 TIMES.
        10  ST-KEY                 PIC X(10).
        10  ST-CHANGE              PIC X.
            88  ST-DROPPED         VALUE 'D'.
        10  ST-LOAD-DATE           PIC X(8).
        10  ST-REQUESTER           PIC X(8).
        10  ST-IMAGE               PIC X(80).
01  WS-ST-SUB                      PIC 9(3).
01  WS-ST-POS                      PIC 9(3).
01  WS-ST-IN-EFFECT                PIC 9(3).
01  WS-ROWS-ON-TABLE               PIC 9(3).

01  WS-CHANGE-NAME                 PIC X(8).
01  WS-RULING                      PIC X(40).
01  WS-LIMIT-EDIT                  PIC ZZZZZZ9.99.
01  WS-MARK                        PIC X(16).

01  WS-REQUESTS-READ               PIC 9(6) VALUE 0.
01  WS-REQUESTS-ANSWERED           PIC 9(6) VALUE 0.
01  WS-REQUESTS-REJECTED           PIC 9(6) VALUE 0.

PROCEDURE DIVISION.
A-PARA.
    MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
    OPEN INPUT RINQ-FILE.
    IF WS-RINQ-STATUS NOT = '00'
        DISPLAY 'ERROR - RINQCTL OPEN FAILED, STATUS: '
            WS-RINQ-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    PERFORM PRINT-HEADING-PARA.
    PERFORM READ-RINQ-PARA.
    PERFORM ANSWER-REQUEST-PARA UNTIL END-OF-RINQ.
    CLOSE RINQ-FILE.
    PERFORM PRINT-RUN-TOTALS-PARA.
    IF WS-REQUESTS-REJECTED > 0
        MOVE 4 TO RETURN-CODE
    END-IF
    STOP RUN.

READ-RINQ-PARA.
    READ RINQ-FILE
        AT END SET END-OF-RINQ TO TRUE
        NOT AT END ADD 1 TO WS-REQUESTS-READ
    END-READ.

ANSWER-REQUEST-PARA.
    PERFORM EDIT-REQUEST-PARA.
    IF REQUEST-OK
        PERFORM REPLAY-HISTORY-PARA
        DISPLAY ' '
        IF RI-CODE-REQUEST
            PERFORM ANSWER-CODE-PARA
        ELSE
            PERFORM ANSWER-RATE-PARA
        END-IF
        ADD 1 TO WS-REQUESTS-ANSWERED
    ELSE
        ADD 1 TO WS-REQUESTS-REJECTED
        DISPLAY ' '
        DISPLAY 'REQUEST REJECTED: ' RINQ-RECORD(1:13)
            '  (TYPE C OR R, KEY, DATE YYYYMMDD)'
    END-IF
    PERFORM READ-RINQ-PARA.

EDIT-REQUEST-PARA.
    MOVE 'Y' TO WS-REQUEST-OK-SW.
    MOVE SPACES TO WS-ASK-KEY.
    EVALUATE TRUE
        WHEN RI-CODE-REQUEST
            MOVE 'CTLCODE' TO WS-ASK-TABLE
            MOVE RI-KEY TO WS-ASK-KEY
            MOVE 4 TO WS-ASK-LENGTH
        WHEN RI-RATE-REQUEST
            MOVE 'RATETAB' TO WS-ASK-TABLE
            MOVE RI-KEY(1:2) TO WS-ASK-KEY
            MOVE 2 TO WS-ASK-LENGTH
        WHEN OTHER
            MOVE 'N' TO WS-REQUEST-OK-SW
    END-EVALUATE
    IF WS-ASK-KEY = SPACES
        MOVE 'N' TO WS-REQUEST-OK-SW
    END-IF
    IF RI-DATE = SPACES
        MOVE WS-TODAY TO WS-ASK-DATE
    ELSE
        IF RI-DATE NUMERIC
            MOVE RI-DATE TO WS-ASK-DATE
        ELSE
            MOVE 'N' TO WS-REQUEST-OK-SW
        END-IF
    END-IF.

REPLAY-HISTORY-PARA.
    *> the history is in load order, so the last entry for a row
    *> on or before the date is how the table held it
    MOVE 0 TO WS-ST-COUNT.
    MOVE 'N' TO WS-HIST-EOF-SW.
    OPEN INPUT HIST-FILE.
    IF WS-HIST-STATUS = '35'
        SET END-OF-HIST TO TRUE
    ELSE
        IF WS-HIST-STATUS NOT = '00'
            DISPLAY 'ERROR - REFHIST OPEN FAILED, STATUS: '
                WS-HIST-STATUS
            CLOSE RINQ-FILE
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
        PERFORM READ-HIST-PARA
        PERFORM REPLAY-ENTRY-PARA UNTIL END-OF-HIST
        CLOSE HIST-FILE
    END-IF.

READ-HIST-PARA.
    READ HIST-FILE
        AT END SET END-OF-HIST TO TRUE
    END-READ.

REPLAY-ENTRY-PARA.
    IF RH-TABLE = WS-ASK-TABLE
            AND RH-KEY(1:WS-ASK-LENGTH) = WS-ASK-KEY(1:WS-ASK-LENGTH)
            AND RH-LOAD-DATE NOT > WS-ASK-DATE
        PERFORM FIND-ROW-PARA
        MOVE RH-CHANGE TO ST-CHANGE(WS-ST-POS)
        MOVE RH-LOAD-DATE TO ST-LOAD-DATE(WS-ST-POS)
        MOVE RH-REQUESTER TO ST-REQUESTER(WS-ST-POS)
        IF RH-DROPPED
            MOVE RH-OLD-IMAGE TO ST-IMAGE(WS-ST-POS)
        ELSE
            MOVE RH-NEW-IMAGE TO ST-IMAGE(WS-ST-POS)
        END-IF
    END-IF
    PERFORM READ-HIST-PARA.

FIND-ROW-PARA.
    *> the row's slot, opened in key order the first time it is met
    MOVE 1 TO WS-ST-POS.
    PERFORM FIND-ROW-SLOT-PARA
        UNTIL WS-ST-POS > WS-ST-COUNT
           OR ST-KEY(WS-ST-POS) NOT < RH-KEY.
    IF WS-ST-POS > WS-ST-COUNT OR ST-KEY(WS-ST-POS) NOT = RH-KEY
        IF WS-ST-COUNT NOT < WS-ST-MAX
            DISPLAY 'ERROR - OVER ' WS-ST-MAX ' ROWS FOR ' WS-ASK-KEY
            CLOSE HIST-FILE
            CLOSE RINQ-FILE
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
        MOVE WS-ST-COUNT TO WS-ST-SUB
        PERFORM SHIFT-ROW-PARA UNTIL WS-ST-SUB < WS-ST-POS
        ADD 1 TO WS-ST-COUNT
        MOVE RH-KEY TO ST-KEY(WS-ST-POS)
    END-IF.

FIND-ROW-SLOT-PARA.
    ADD 1 TO WS-ST-POS.

SHIFT-ROW-PARA.
    MOVE WS-ST-ENTRY(WS-ST-SUB) TO WS-ST-ENTRY(WS-ST-SUB + 1).
    SUBTRACT 1 FROM WS-ST-SUB.

ANSWER-CODE-PARA.
    DISPLAY 'CONTROL CODE ' WS-ASK-KEY(1:4) ' AS OF ' WS-ASK-DATE.
    IF WS-ST-COUNT = 0
        DISPLAY '  NO HISTORY FOR THIS CODE ON OR BEFORE THE DATE'
    ELSE
        PERFORM NAME-CHANGE-PARA
        IF ST-DROPPED(1)
            DISPLAY '  NOT ON THE TABLE - DROPPED ' ST-LOAD-DATE(1)
                ' BY ' ST-REQUESTER(1)
        ELSE
            MOVE ST-IMAGE(1) TO CODE-RECORD
            MOVE CC-LIMIT TO WS-LIMIT-EDIT
            EVALUATE TRUE
                WHEN CC-IS-INACTIVE
                    MOVE 'INACTIVE - REFUSED ON THAT DATE'
                        TO WS-RULING
                WHEN WS-ASK-DATE < CC-EFF-FROM
                        OR WS-ASK-DATE > CC-EFF-TO
                    MOVE 'OUTSIDE ITS DATES - REFUSED ON THAT DATE'
                        TO WS-RULING
                WHEN OTHER
                    MOVE 'ACCEPTED ON THAT DATE' TO WS-RULING
            END-EVALUATE
            DISPLAY '  DESCRIPTION    ' CC-DESC
            DISPLAY '  ACTIVE FLAG    ' CC-ACTIVE
            DISPLAY '  EFFECTIVE      ' CC-EFF-FROM ' - ' CC-EFF-TO
            DISPLAY '  ALLOWED SIGN   ' CC-SIGN
            DISPLAY '  AMOUNT LIMIT   ' WS-LIMIT-EDIT
            DISPLAY '  GL DEBIT       ' CC-GL-DEBIT-ACCT
            DISPLAY '  GL CREDIT      ' CC-GL-CREDIT-ACCT
            DISPLAY '  ' WS-CHANGE-NAME ' ' ST-LOAD-DATE(1)
                ' BY ' ST-REQUESTER(1)
            DISPLAY '  ' WS-RULING
        END-IF
    END-IF.

ANSWER-RATE-PARA.
    DISPLAY 'RATE CLASS ' WS-ASK-KEY(1:2) ' AS OF ' WS-ASK-DATE.
    MOVE 0 TO WS-ROWS-ON-TABLE.
    MOVE 0 TO WS-ST-IN-EFFECT.
    MOVE 1 TO WS-ST-SUB.
    PERFORM FIND-IN-EFFECT-PARA UNTIL WS-ST-SUB > WS-ST-COUNT.
    IF WS-ST-COUNT = 0
        DISPLAY '  NO HISTORY FOR THIS CLASS ON OR BEFORE THE DATE'
    ELSE
        DISPLAY '  EFFECTIVE              RATE    LAST CHANGE'
        MOVE 1 TO WS-ST-SUB
        PERFORM LIST-RATE-ROW-PARA UNTIL WS-ST-SUB > WS-ST-COUNT
        IF WS-ROWS-ON-TABLE = 0
            DISPLAY '  NO ROWS ON THE TABLE - CLASS DROPPED'
        END-IF
        IF WS-ST-IN-EFFECT = 0
            DISPLAY '  NO ROW IN EFFECT ON THAT DATE'
        END-IF
    END-IF.

FIND-IN-EFFECT-PARA.
    *> the extract's choice: the last row in key order covering the
    *> date
    IF NOT ST-DROPPED(WS-ST-SUB)
        ADD 1 TO WS-ROWS-ON-TABLE
        MOVE ST-IMAGE(WS-ST-SUB) TO RATE-RECORD
        IF RT-EFF-FROM NOT > WS-ASK-DATE
                AND RT-EFF-TO NOT < WS-ASK-DATE
            MOVE WS-ST-SUB TO WS-ST-IN-EFFECT
        END-IF
    END-IF
    ADD 1 TO WS-ST-SUB.

LIST-RATE-ROW-PARA.
    MOVE WS-ST-SUB TO WS-ST-POS.
    PERFORM NAME-CHANGE-PARA.
    MOVE ST-IMAGE(WS-ST-SUB) TO RATE-RECORD.
    MOVE SPACES TO WS-MARK.
    IF ST-DROPPED(WS-ST-SUB)
        MOVE '(NOT ON TABLE)' TO WS-MARK
    END-IF
    IF WS-ST-SUB = WS-ST-IN-EFFECT
        MOVE '<- IN EFFECT' TO WS-MARK
    END-IF
    DISPLAY '  ' RT-EFF-FROM ' - ' RT-EFF-TO '  .00' RT-RATE-X
        '  ' WS-CHANGE-NAME ' ' ST-LOAD-DATE(WS-ST-SUB) ' BY '
        ST-REQUESTER(WS-ST-SUB) '  ' WS-MARK.
    ADD 1 TO WS-ST-SUB.

NAME-CHANGE-PARA.
    *> WS-ST-POS names the row; a code request has only row 1
    IF RI-CODE-REQUEST
        MOVE 1 TO WS-ST-POS
    END-IF
    EVALUATE ST-CHANGE(WS-ST-POS)
        WHEN 'B'
            MOVE 'BASELINE' TO WS-CHANGE-NAME
        WHEN 'A'
            MOVE 'ADDED' TO WS-CHANGE-NAME
        WHEN 'C'
            MOVE 'CHANGED' TO WS-CHANGE-NAME
        WHEN 'D'
            MOVE 'DROPPED' TO WS-CHANGE-NAME
        WHEN OTHER
            MOVE SPACES TO WS-CHANGE-NAME
    END-EVALUATE.

PRINT-HEADING-PARA.
    DISPLAY 'REFERENCE TABLE HISTORY INQUIRY'.
    DISPLAY '==============================='.

PRINT-RUN-TOTALS-PARA.
    DISPLAY ' '.
    DISPLAY 'REQUESTS READ          : ' WS-REQUESTS-READ.
    DISPLAY 'REQUESTS ANSWERED      : ' WS-REQUESTS-ANSWERED.
    DISPLAY 'REQUESTS REJECTED      : ' WS-REQUESTS-REJECTED.

*> JCL: see jcl/REFINQ.jcl (INQUIRE step runs this program)
