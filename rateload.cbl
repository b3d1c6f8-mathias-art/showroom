*> digits). Rejects malformed cards and duplicate class/from keys,
*> and lists everything it loaded so the new table can be eyeballed
*> before the next cycle runs against it.
*>
*> Before anything is rebuilt the accepted deck is compared with
*> the table it replaces, and every rate row added, changed or
*> dropped is listed with its old and new rate and dates side by
*> side. Each difference is appended to the REFHIST reference
*> history with the load date and the requester from the RATECTL
*> card (the first compared load also records the table as it
*> found it, as a baseline). A rate class the deck drops
*> altogether while employees on the master still carry it is
*> listed as in use; with the refuse switch on the RATECTL card
*> such a drop stops the load and the old table stays as it was.
*> RATECTL layout:
*>   cols 1-8   requester id (required)
*>   col  9     Y - refuse the load if a dropped class is in use

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT CTL-FILE ASSIGN TO RATECTL
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CTL-STATUS.

    SELECT CARD-FILE ASSIGN TO RATECARD
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CARD-STATUS.
        RECORD KEY IS RT-KEY
        FILE STATUS IS WS-RATE-STATUS.

    SELECT MASTER-FILE ASSIGN TO MASTER
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS MST-ID
        FILE STATUS IS WS-MASTER-STATUS.

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
    05  RC-CLASS                   PIC XX.
FD  RATE-FILE.
    COPY RATETAB.

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
    COPY REFHIST.

WORKING-STORAGE SECTION.
*> the row as it stood and as the deck has it, for the comparison
    COPY RATETAB REPLACING ==RATE-RECORD==  BY ==OLD-RATE-RECORD==
                           ==RT-KEY==       BY ==OR-KEY==
                           ==RT-CLASS==     BY ==OR-CLASS==
                           ==RT-EFF-FROM==  BY ==OR-EFF-FROM==
                           ==RT-EFF-TO==    BY ==OR-EFF-TO==
                           ==RT-RATE==      BY ==OR-RATE==
                           ==RT-RATE-X==    BY ==OR-RATE-X==.
    COPY RATETAB REPLACING ==RATE-RECORD==  BY ==NEW-RATE-RECORD==
                           ==RT-KEY==       BY ==NR-KEY==
                           ==RT-CLASS==     BY ==NR-CLASS==
                           ==RT-EFF-FROM==  BY ==NR-EFF-FROM==
                           ==RT-EFF-TO==    BY ==NR-EFF-TO==
                           ==RT-RATE==      BY ==NR-RATE==
                           ==RT-RATE-X==    BY ==NR-RATE-X==.

01  WS-CTL-STATUS                  PIC XX VALUE '00'.
01  WS-CARD-STATUS                 PIC XX VALUE '00'.
01  WS-RATE-STATUS                 PIC XX VALUE '00'.
01  WS-MASTER-STATUS               PIC XX VALUE '00'.
01  WS-HIST-STATUS                 PIC XX VALUE '00'.

01  WS-CARD-EOF-SW                 PIC X VALUE 'N'.
    88  END-OF-CARDS               VALUE 'Y'.
01  WS-CARD-VALID-SW               PIC X VALUE 'Y'.
    88  CARD-IS-VALID              VALUE 'Y'.
01  WS-REJECT-REASON               PIC X(44) VALUE SPACES.
01  WS-RATE-EOF-SW                 PIC X VALUE 'N'.
    88  END-OF-RATES               VALUE 'Y'.
01  WS-MASTER-EOF-SW               PIC X VALUE 'N'.
    88  END-OF-MASTER              VALUE 'Y'.
01  WS-HIST-EOF-SW                 PIC X VALUE 'N'.
    88  END-OF-HIST                VALUE 'Y'.

*> control card
01  WS-REQUESTER                   PIC X(8).
01  WS-REFUSE-SW                   PIC X VALUE 'N'.
    88  REFUSE-IF-IN-USE           VALUE 'Y'.
01  WS-LOAD-DATE                   PIC X(8).
01  WS-LOAD-TIME                   PIC X(6).

*> the table being replaced, in key order as the keyed file gives
*> it; a dropped row is marked
01  WS-OT-MAX                      PIC 9(4) VALUE 500.
01  WS-OT-COUNT                    PIC 9(4) VALUE 0.
01  WS-OT-TABLE.
    05  WS-OT-ENTRY OCCURS 500 TIMES.
        10  OT-IMAGE.
            15  OT-KEY.
                20  OT-CLASS       PIC XX.
                20  FILLER         PIC X(8).
            15  FILLER             PIC X(70).
        10  OT-STATE               PIC X.
            88  OT-DROPPED         VALUE 'D'.
01  WS-OT-SUB                      PIC 9(4).

*> the accepted deck, in key order; an added or changed row is
*> marked, a changed one with where its old row sits
01  WS-NT-MAX                      PIC 9(4) VALUE 500.
01  WS-NT-COUNT                    PIC 9(4) VALUE 0.
01  WS-NT-TABLE.
    05  WS-NT-ENTRY OCCURS 500 TIMES.
        10  NT-IMAGE.
            15  NT-KEY.
                20  NT-CLASS       PIC XX.
                20  FILLER         PIC X(8).
            15  FILLER             PIC X(70).
        10  NT-STATE               PIC X.
            88  NT-ADDED           VALUE 'A'.
            88  NT-CHANGED         VALUE 'C'.
        10  NT-OLD-SUB             PIC 9(4).
01  WS-NT-SUB                      PIC 9(4).
01  WS-NT-POS                      PIC 9(4).

*> classes the deck no longer carries at all, with the employees
*> on the master still carrying them
01  WS-DC-COUNT                    PIC 9(4) VALUE 0.
01  WS-DC-TABLE.
    05  WS-DC-ENTRY OCCURS 500 TIMES.
        10  DC-CLASS               PIC XX.
        10  DC-EMPLOYEES           PIC 9(6).
01  WS-DC-SUB                      PIC 9(4).
01  WS-CLASS-KEPT-SW               PIC X VALUE 'N'.
    88  CLASS-KEPT                 VALUE 'Y'.

01  WS-HIST-FOUND-SW               PIC X VALUE 'N'.
    88  TABLE-HAS-HISTORY          VALUE 'Y'.
01  WS-MASTER-CHECK-SW             PIC X VALUE 'Y'.
    88  MASTER-CHECKED             VALUE 'Y'.

01  WS-CARDS-READ                  PIC 9(6) VALUE 0.
01  WS-RATES-LOADED                PIC 9(6) VALUE 0.
01  WS-CARDS-REJECTED              PIC 9(6) VALUE 0.
01  WS-ROWS-ADDED                  PIC 9(6) VALUE 0.
01  WS-ROWS-CHANGED                PIC 9(6) VALUE 0.
01  WS-ROWS-DROPPED                PIC 9(6) VALUE 0.
01  WS-ROWS-UNCHANGED              PIC 9(6) VALUE 0.
01  WS-CLASSES-IN-USE              PIC 9(6) VALUE 0.
01  WS-HIST-WRITTEN                PIC 9(6) VALUE 0.

*> comparison report line - old row beside new
01  WS-CMP-LINE.
    05  FILLER                     PIC X(2) VALUE SPACES.
    05  WS-CMP-ACTION              PIC X(9).
    05  WS-CMP-CLASS               PIC XX.
    05  FILLER                     PIC X(2) VALUE SPACES.
    05  WS-CMP-OLD-FROM            PIC X(8).
    05  WS-CMP-OLD-SEP             PIC X(3).
    05  WS-CMP-OLD-TO              PIC X(8).
    05  FILLER                     PIC X(2) VALUE SPACES.
    05  WS-CMP-OLD-RATE            PIC X(6).
    05  FILLER                     PIC X(4) VALUE SPACES.
    05  WS-CMP-NEW-FROM            PIC X(8).
    05  WS-CMP-NEW-SEP             PIC X(3).
    05  WS-CMP-NEW-TO              PIC X(8).
    05  FILLER                     PIC X(2) VALUE SPACES.
    05  WS-CMP-NEW-RATE            PIC X(6).

PROCEDURE DIVISION.
A-PARA.
    PERFORM READ-CONTROL-PARA.
    PERFORM OPEN-FILES-PARA.
    PERFORM PRINT-HEADING-PARA.
    PERFORM LOAD-OLD-TABLE-PARA.
    PERFORM READ-CARD-PARA.
    PERFORM LOAD-RATE-PARA UNTIL END-OF-CARDS.
    CLOSE CARD-FILE.
    PERFORM COMPARE-TABLES-PARA.
    IF WS-DC-COUNT > 0
        PERFORM CHECK-CLASSES-IN-USE-PARA
    END-IF
    IF REFUSE-IF-IN-USE
            AND (WS-CLASSES-IN-USE > 0 OR NOT MASTER-CHECKED)
        DISPLAY ' '
        IF MASTER-CHECKED
            DISPLAY 'LOAD REFUSED - A DROPPED RATE CLASS IS STILL ON '
                'THE MASTER; RATETAB LEFT AS IT WAS'
        ELSE
            DISPLAY 'LOAD REFUSED - DROPPED RATE CLASSES COULD NOT BE '
                'CHECKED; RATETAB LEFT AS IT WAS'
        END-IF
        PERFORM PRINT-RUN-TOTALS-PARA
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    PERFORM OPEN-HISTORY-PARA.
    PERFORM REBUILD-TABLE-PARA.
    PERFORM WRITE-HISTORY-PARA.
    PERFORM PRINT-RUN-TOTALS-PARA.
    CLOSE RATE-FILE.
    CLOSE HIST-FILE.
    IF WS-CARDS-REJECTED > 0
        MOVE 8 TO RETURN-CODE
    END-IF
    STOP RUN.

READ-CONTROL-PARA.
    MOVE FUNCTION CURRENT-DATE(1:8) TO WS-LOAD-DATE.
    MOVE FUNCTION CURRENT-DATE(9:6) TO WS-LOAD-TIME.
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
        DISPLAY 'ERROR - RATECTL REQUESTER ID MISSING, STATUS: '
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
    *> table yet means every row on the deck is an addition
    OPEN INPUT RATE-FILE.
    IF WS-RATE-STATUS = '35'
        SET END-OF-RATES TO TRUE
    ELSE
        IF WS-RATE-STATUS NOT = '00'
            DISPLAY 'ERROR - RATETAB OPEN FAILED, STATUS: '
                WS-RATE-STATUS
            CLOSE CARD-FILE
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
        PERFORM READ-OLD-RATE-PARA
        PERFORM HOLD-OLD-RATE-PARA UNTIL END-OF-RATES
        CLOSE RATE-FILE
    END-IF.

READ-OLD-RATE-PARA.
    READ RATE-FILE NEXT RECORD
        AT END SET END-OF-RATES TO TRUE
    END-READ.

HOLD-OLD-RATE-PARA.
    IF WS-OT-COUNT NOT < WS-OT-MAX
        DISPLAY 'ERROR - RATETAB OVER ' WS-OT-MAX ' ROWS'
        CLOSE RATE-FILE
        CLOSE CARD-FILE
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    ADD 1 TO WS-OT-COUNT.
    MOVE RATE-RECORD TO OT-IMAGE(WS-OT-COUNT).
    MOVE SPACE TO OT-STATE(WS-OT-COUNT).
    PERFORM READ-OLD-RATE-PARA.

READ-CARD-PARA.
    READ CARD-FILE
LOAD-RATE-PARA.
    PERFORM VALIDATE-CARD-PARA.
    IF CARD-IS-VALID
        PERFORM HOLD-RATE-PARA
    ELSE
        ADD 1 TO WS-CARDS-REJECTED
        DISPLAY '  REJECTED  ' RC-CLASS ' ' RC-EFF-FROM ' '
        MOVE 'N' TO WS-CARD-VALID-SW
    END-IF.

HOLD-RATE-PARA.
    *> the accepted deck is held in key order until the comparison
    *> has been made; a key already held is the duplicate the keyed
    *> write would refuse
    MOVE SPACES TO RATE-RECORD.
    MOVE RC-CLASS TO RT-CLASS.
    MOVE RC-EFF-FROM TO RT-EFF-FROM.
    MOVE RC-EFF-TO TO RT-EFF-TO.
    MOVE RC-RATE TO RT-RATE-X.
    MOVE 1 TO WS-NT-POS.
    PERFORM FIND-SLOT-PARA
        UNTIL WS-NT-POS > WS-NT-COUNT
           OR NT-KEY(WS-NT-POS) NOT < RT-KEY.
    IF WS-NT-POS NOT > WS-NT-COUNT
        IF NT-KEY(WS-NT-POS) = RT-KEY
            MOVE 'N' TO WS-CARD-VALID-SW
        END-IF
    END-IF
    IF NOT CARD-IS-VALID
        MOVE 'DUPLICATE CLASS/EFFECTIVE-FROM KEY'
            TO WS-REJECT-REASON
        ADD 1 TO WS-CARDS-REJECTED
        DISPLAY '  REJECTED  ' RC-CLASS ' ' RC-EFF-FROM ' '
            RC-EFF-TO ' ' RC-RATE '  ' WS-REJECT-REASON
    ELSE
        IF WS-NT-COUNT NOT < WS-NT-MAX
            DISPLAY 'ERROR - RATECARD DECK OVER ' WS-NT-MAX ' ROWS'
            CLOSE CARD-FILE
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
        MOVE WS-NT-COUNT TO WS-NT-SUB
        PERFORM SHIFT-RATE-PARA UNTIL WS-NT-SUB < WS-NT-POS
        ADD 1 TO WS-NT-COUNT
        MOVE RATE-RECORD TO NT-IMAGE(WS-NT-POS)
        MOVE SPACE TO NT-STATE(WS-NT-POS)
        MOVE 0 TO NT-OLD-SUB(WS-NT-POS)
    END-IF.

FIND-SLOT-PARA.
    ADD 1 TO WS-NT-POS.

SHIFT-RATE-PARA.
    MOVE WS-NT-ENTRY(WS-NT-SUB) TO WS-NT-ENTRY(WS-NT-SUB + 1).
    SUBTRACT 1 FROM WS-NT-SUB.

COMPARE-TABLES-PARA.
    *> both tables are in key order - one matching pass
    DISPLAY ' '.
    DISPLAY 'CHANGES AGAINST THE TABLE BEING REPLACED'.
    DISPLAY '  ACTION   CL  OLD EFFECTIVE            OLD RATE'
        '  NEW EFFECTIVE            NEW RATE'.
    MOVE 1 TO WS-OT-SUB.
    MOVE 1 TO WS-NT-SUB.
    PERFORM COMPARE-STEP-PARA
        UNTIL WS-OT-SUB > WS-OT-COUNT AND WS-NT-SUB > WS-NT-COUNT.
    IF WS-ROWS-ADDED = 0 AND WS-ROWS-CHANGED = 0
            AND WS-ROWS-DROPPED = 0
        DISPLAY '  NO CHANGES'
    END-IF.

COMPARE-STEP-PARA.
    EVALUATE TRUE
        WHEN WS-OT-SUB > WS-OT-COUNT
            PERFORM ROW-ADDED-PARA
        WHEN WS-NT-SUB > WS-NT-COUNT
            PERFORM ROW-DROPPED-PARA
        WHEN OT-KEY(WS-OT-SUB) < NT-KEY(WS-NT-SUB)
            PERFORM ROW-DROPPED-PARA
        WHEN OT-KEY(WS-OT-SUB) > NT-KEY(WS-NT-SUB)
            PERFORM ROW-ADDED-PARA
        WHEN OT-IMAGE(WS-OT-SUB) = NT-IMAGE(WS-NT-SUB)
            ADD 1 TO WS-ROWS-UNCHANGED
            ADD 1 TO WS-OT-SUB
            ADD 1 TO WS-NT-SUB
        WHEN OTHER
            PERFORM ROW-CHANGED-PARA
    END-EVALUATE.

ROW-ADDED-PARA.
    ADD 1 TO WS-ROWS-ADDED.
    SET NT-ADDED(WS-NT-SUB) TO TRUE.
    MOVE SPACES TO OLD-RATE-RECORD.
    MOVE NT-IMAGE(WS-NT-SUB) TO NEW-RATE-RECORD.
    MOVE 'ADDED' TO WS-CMP-ACTION.
    MOVE NR-CLASS TO WS-CMP-CLASS.
    PERFORM PRINT-COMPARE-PARA.
    ADD 1 TO WS-NT-SUB.

ROW-DROPPED-PARA.
    ADD 1 TO WS-ROWS-DROPPED.
    SET OT-DROPPED(WS-OT-SUB) TO TRUE.
    MOVE OT-IMAGE(WS-OT-SUB) TO OLD-RATE-RECORD.
    MOVE SPACES TO NEW-RATE-RECORD.
    MOVE 'DROPPED' TO WS-CMP-ACTION.
    MOVE OR-CLASS TO WS-CMP-CLASS.
    PERFORM PRINT-COMPARE-PARA.
    PERFORM CHECK-CLASS-KEPT-PARA.
    ADD 1 TO WS-OT-SUB.

ROW-CHANGED-PARA.
    ADD 1 TO WS-ROWS-CHANGED.
    SET NT-CHANGED(WS-NT-SUB) TO TRUE.
    MOVE WS-OT-SUB TO NT-OLD-SUB(WS-NT-SUB).
    MOVE OT-IMAGE(WS-OT-SUB) TO OLD-RATE-RECORD.
    MOVE NT-IMAGE(WS-NT-SUB) TO NEW-RATE-RECORD.
    MOVE 'CHANGED' TO WS-CMP-ACTION.
    MOVE NR-CLASS TO WS-CMP-CLASS.
    PERFORM PRINT-COMPARE-PARA.
    ADD 1 TO WS-OT-SUB.
    ADD 1 TO WS-NT-SUB.

PRINT-COMPARE-PARA.
    MOVE OR-EFF-FROM TO WS-CMP-OLD-FROM.
    MOVE OR-EFF-TO TO WS-CMP-OLD-TO.
    MOVE NR-EFF-FROM TO WS-CMP-NEW-FROM.
    MOVE NR-EFF-TO TO WS-CMP-NEW-TO.
    MOVE SPACES TO WS-CMP-OLD-SEP.
    MOVE SPACES TO WS-CMP-NEW-SEP.
    MOVE SPACES TO WS-CMP-OLD-RATE.
    MOVE SPACES TO WS-CMP-NEW-RATE.
    IF OR-RATE-X NOT = SPACES
        MOVE ' - ' TO WS-CMP-OLD-SEP
        STRING '.00' OR-RATE-X DELIMITED BY SIZE INTO WS-CMP-OLD-RATE
    END-IF
    IF NR-RATE-X NOT = SPACES
        MOVE ' - ' TO WS-CMP-NEW-SEP
        STRING '.00' NR-RATE-X DELIMITED BY SIZE INTO WS-CMP-NEW-RATE
    END-IF
    DISPLAY WS-CMP-LINE.

CHECK-CLASS-KEPT-PARA.
    *> a dropped row only drops its class if no row of the class is
    *> left on the deck (and the class is not already noted)
    MOVE 'N' TO WS-CLASS-KEPT-SW.
    MOVE 1 TO WS-NT-POS.
    PERFORM SCAN-CLASS-KEPT-PARA
        UNTIL CLASS-KEPT OR WS-NT-POS > WS-NT-COUNT.
    MOVE 1 TO WS-DC-SUB.
    PERFORM SCAN-CLASS-NOTED-PARA
        UNTIL CLASS-KEPT OR WS-DC-SUB > WS-DC-COUNT.
    IF NOT CLASS-KEPT
        ADD 1 TO WS-DC-COUNT
        MOVE OR-CLASS TO DC-CLASS(WS-DC-COUNT)
        MOVE 0 TO DC-EMPLOYEES(WS-DC-COUNT)
    END-IF.

SCAN-CLASS-KEPT-PARA.
    IF NT-CLASS(WS-NT-POS) = OR-CLASS
        SET CLASS-KEPT TO TRUE
    END-IF
    ADD 1 TO WS-NT-POS.

SCAN-CLASS-NOTED-PARA.
    IF DC-CLASS(WS-DC-SUB) = OR-CLASS
        SET CLASS-KEPT TO TRUE
    END-IF
    ADD 1 TO WS-DC-SUB.

CHECK-CLASSES-IN-USE-PARA.
    *> every employee on the master, whatever the status - a class
    *> carried by a frozen or closed account still needs its rate
    *> the day the account is thawed or reopened
    OPEN INPUT MASTER-FILE.
    IF WS-MASTER-STATUS NOT = '00'
        DISPLAY 'WARNING - MASTER OPEN FAILED, STATUS: '
            WS-MASTER-STATUS ' - DROPPED CLASSES NOT CHECKED'
        MOVE 'N' TO WS-MASTER-CHECK-SW
    ELSE
        PERFORM READ-MASTER-PARA
        PERFORM CHECK-EMPLOYEE-CLASS-PARA UNTIL END-OF-MASTER
        CLOSE MASTER-FILE
    END-IF
    MOVE 1 TO WS-DC-SUB.
    PERFORM REPORT-CLASS-USE-PARA UNTIL WS-DC-SUB > WS-DC-COUNT.

READ-MASTER-PARA.
    READ MASTER-FILE NEXT RECORD
        AT END SET END-OF-MASTER TO TRUE
    END-READ.

CHECK-EMPLOYEE-CLASS-PARA.
    MOVE 1 TO WS-DC-SUB.
    PERFORM MATCH-CLASS-PARA UNTIL WS-DC-SUB > WS-DC-COUNT.
    PERFORM READ-MASTER-PARA.

MATCH-CLASS-PARA.
    IF DC-CLASS(WS-DC-SUB) = MST-RATE-CLASS
        ADD 1 TO DC-EMPLOYEES(WS-DC-SUB)
        MOVE WS-DC-COUNT TO WS-DC-SUB
    END-IF
    ADD 1 TO WS-DC-SUB.

REPORT-CLASS-USE-PARA.
    IF DC-EMPLOYEES(WS-DC-SUB) > 0
        ADD 1 TO WS-CLASSES-IN-USE
        DISPLAY '  IN USE   ' DC-CLASS(WS-DC-SUB) '  CLASS DROPPED BUT '
            'CARRIED BY ' DC-EMPLOYEES(WS-DC-SUB) ' EMPLOYEES'
    END-IF
    ADD 1 TO WS-DC-SUB.

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
            WS-HIST-STATUS ' - RATETAB LEFT AS IT WAS'
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.

READ-HIST-PARA.
    READ HIST-FILE
        AT END SET END-OF-HIST TO TRUE
    END-READ.

SCAN-HIST-PARA.
    IF RH-RATETAB
        SET TABLE-HAS-HISTORY TO TRUE
    ELSE
        PERFORM READ-HIST-PARA
    END-IF.

REBUILD-TABLE-PARA.
    *> each load rebuilds the table from the full deck, so a rate
    *> correction is a card change and a rerun
    OPEN OUTPUT RATE-FILE.
    IF WS-RATE-STATUS NOT = '00'
        DISPLAY 'ERROR - RATETAB OPEN FAILED, STATUS: '
            WS-RATE-STATUS
        CLOSE HIST-FILE
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    DISPLAY ' '.
    MOVE 1 TO WS-NT-SUB.
    PERFORM WRITE-RATE-PARA UNTIL WS-NT-SUB > WS-NT-COUNT.

WRITE-RATE-PARA.
    MOVE NT-IMAGE(WS-NT-SUB) TO RATE-RECORD.
    WRITE RATE-RECORD
        INVALID KEY
            MOVE 'DUPLICATE CLASS/EFFECTIVE-FROM KEY'
                TO WS-REJECT-REASON
            ADD 1 TO WS-CARDS-REJECTED
            DISPLAY '  REJECTED  ' RT-CLASS ' ' RT-EFF-FROM ' '
                RT-EFF-TO ' ' RT-RATE-X '  ' WS-REJECT-REASON
        NOT INVALID KEY
            ADD 1 TO WS-RATES-LOADED
            DISPLAY '  LOADED    ' RT-CLASS ' ' RT-EFF-FROM ' - '
                RT-EFF-TO '  RATE .00' RT-RATE-X
    END-WRITE
    ADD 1 TO WS-NT-SUB.

WRITE-HISTORY-PARA.
    IF NOT TABLE-HAS-HISTORY
        MOVE 1 TO WS-OT-SUB
        PERFORM WRITE-BASELINE-PARA UNTIL WS-OT-SUB > WS-OT-COUNT
    END-IF
    MOVE 1 TO WS-NT-SUB.
    PERFORM WRITE-CHANGE-PARA UNTIL WS-NT-SUB > WS-NT-COUNT.
    MOVE 1 TO WS-OT-SUB.
    PERFORM WRITE-DROP-PARA UNTIL WS-OT-SUB > WS-OT-COUNT.

WRITE-BASELINE-PARA.
    PERFORM INIT-HIST-PARA.
    SET RH-BASELINE TO TRUE.
    MOVE OT-KEY(WS-OT-SUB) TO RH-KEY.
    MOVE OT-IMAGE(WS-OT-SUB) TO RH-NEW-IMAGE.
    PERFORM PUT-HIST-PARA.
    ADD 1 TO WS-OT-SUB.

WRITE-CHANGE-PARA.
    IF NT-ADDED(WS-NT-SUB) OR NT-CHANGED(WS-NT-SUB)
        PERFORM INIT-HIST-PARA
        MOVE NT-STATE(WS-NT-SUB) TO RH-CHANGE
        MOVE NT-KEY(WS-NT-SUB) TO RH-KEY
        IF NT-CHANGED(WS-NT-SUB)
            MOVE OT-IMAGE(NT-OLD-SUB(WS-NT-SUB)) TO RH-OLD-IMAGE
        END-IF
        MOVE NT-IMAGE(WS-NT-SUB) TO RH-NEW-IMAGE
        PERFORM PUT-HIST-PARA
    END-IF
    ADD 1 TO WS-NT-SUB.

WRITE-DROP-PARA.
    IF OT-DROPPED(WS-OT-SUB)
        PERFORM INIT-HIST-PARA
        SET RH-DROPPED TO TRUE
        MOVE OT-KEY(WS-OT-SUB) TO RH-KEY
        MOVE OT-IMAGE(WS-OT-SUB) TO RH-OLD-IMAGE
        PERFORM PUT-HIST-PARA
    END-IF
    ADD 1 TO WS-OT-SUB.

INIT-HIST-PARA.
    MOVE SPACES TO REFHIST-RECORD.
    SET RH-RATETAB TO TRUE.
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
    DISPLAY 'RATE TABLE LOAD LISTING'.
    DISPLAY '======================='.
    DISPLAY 'REQUESTED BY ' WS-REQUESTER ' ON ' WS-LOAD-DATE.

PRINT-RUN-TOTALS-PARA.
    DISPLAY ' '.
    DISPLAY 'CARDS READ             : ' WS-CARDS-READ.
    DISPLAY 'RATES LOADED           : ' WS-RATES-LOADED.
    DISPLAY 'CARDS REJECTED         : ' WS-CARDS-REJECTED.
    DISPLAY 'ROWS ADDED             : ' WS-ROWS-ADDED.
    DISPLAY 'ROWS CHANGED           : ' WS-ROWS-CHANGED.
    DISPLAY 'ROWS DROPPED           : ' WS-ROWS-DROPPED.
    DISPLAY 'CLASSES DROPPED IN USE : ' WS-CLASSES-IN-USE.
    DISPLAY 'ROWS UNCHANGED         : ' WS-ROWS-UNCHANGED.
    DISPLAY 'HISTORY RECORDS WRITTEN: ' WS-HIST-WRITTEN.

*> JCL: see jcl/RATELOAD.jcl (LOAD step runs this program)
