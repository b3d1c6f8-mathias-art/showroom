      >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. JRNCONV.

*> Posting journal conversion: loads the flat, append-only journal
*> into the keyed PSTJRNL cluster at cutover. The flat entries are
*> read in the order the posting runs wrote them; each original
*> posting is keyed on employee, control code and cycle date with
*> the next free sequence number, and each reversal is matched to
*> its original the way the posting step matched it - same
*> employee, code, original cycle date and negated amount, on an
*> original not already reversed - so the original carries its
*> reversed flag and the reversal carries the original's sequence
*> number from the first night on. A reversal whose original is
*> not on the flat journal loads unmatched and is listed; the
*> run then ends with return code 4.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OLDJRNL-FILE ASSIGN TO OLDJRNL
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-OLDJRNL-STATUS.

    *> loaded through the prime key only - the cycle-date index
    *> is built over the loaded cluster afterwards
    SELECT JOURNAL-FILE ASSIGN TO PSTJRNL
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS JRN-KEY
        FILE STATUS IS WS-JOURNAL-STATUS.

DATA DIVISION.
FILE SECTION.
*> the flat journal layout the keyed record replaces
FD  OLDJRNL-FILE.
01  OLDJRNL-RECORD.
    05  OLD-CYCLE-DATE             PIC X(8).
    05  OLD-ID                     PIC X(6).
    05  OLD-CONTROL                PIC X(4).
    05  OLD-AMOUNT                 PIC S9(7)V99.
    05  OLD-TYPE                   PIC X.
        88  OLD-REVERSAL           VALUE 'R'.
    05  OLD-ORIG-DATE              PIC X(8).
    05  OLD-BEFORE-BAL             PIC S9(7)V9(4).
    05  OLD-AFTER-BAL              PIC S9(7)V9(4).
    05  OLD-SOURCE                 PIC X(8).
    05  FILLER                     PIC X(14).

FD  JOURNAL-FILE.
    COPY PSTJRNL.

WORKING-STORAGE SECTION.
01  WS-OLDJRNL-STATUS              PIC XX VALUE '00'.
01  WS-JOURNAL-STATUS              PIC XX VALUE '00'.

01  WS-OLDJRNL-EOF-SW              PIC X VALUE 'N'.
    88  END-OF-OLDJRNL             VALUE 'Y'.
01  WS-JRN-FOUND-SW                PIC X VALUE 'N'.
    88  JRN-ORIGINAL-FOUND         VALUE 'Y'.
01  WS-JRN-SCAN-SW                 PIC X VALUE 'N'.
    88  JRN-SCAN-DONE              VALUE 'Y'.
01  WS-JRN-WRITE-SW                PIC X VALUE 'N'.
    88  JRN-WRITE-DONE             VALUE 'Y'.

01  WS-ORIG-AMOUNT                 PIC S9(7)V99.
01  WS-ORIG-KEY                    PIC X(22).
01  WS-ORIG-SEQ                    PIC 9(4) VALUE 0.

*> conversion accounting
01  WS-OLD-READ                    PIC 9(7) VALUE 0.
01  WS-LOADED-COUNT                PIC 9(7) VALUE 0.
01  WS-REV-MATCHED                 PIC 9(7) VALUE 0.
01  WS-REV-UNMATCHED               PIC 9(7) VALUE 0.
01  WS-OLD-TOTAL                   PIC S9(11)V99 VALUE 0.
01  WS-LOADED-TOTAL                PIC S9(11)V99 VALUE 0.

01  WS-AMOUNT-DISPLAY              PIC ZZ,ZZZ,ZZZ,ZZ9.99-.

PROCEDURE DIVISION.
A-PARA.
    PERFORM OPEN-FILES-PARA.
    DISPLAY 'POSTING JOURNAL CONVERSION'.
    DISPLAY '=========================='.
    PERFORM READ-OLDJRNL-PARA.
    PERFORM CONVERT-ENTRY-PARA UNTIL END-OF-OLDJRNL.
    PERFORM PRINT-RUN-TOTALS-PARA.
    PERFORM CLOSE-FILES-PARA.
    IF WS-REV-UNMATCHED > 0
        MOVE 4 TO RETURN-CODE
    END-IF
    STOP RUN.

OPEN-FILES-PARA.
    OPEN INPUT OLDJRNL-FILE.
    IF WS-OLDJRNL-STATUS NOT = '00'
        DISPLAY 'ERROR - OLDJRNL OPEN FAILED, STATUS: '
            WS-OLDJRNL-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    OPEN I-O JOURNAL-FILE.
    IF WS-JOURNAL-STATUS = '35'
        *> the freshly defined cluster - create it, then reopen it
        *> for update so reversals can flag their originals
        OPEN OUTPUT JOURNAL-FILE
        CLOSE JOURNAL-FILE
        OPEN I-O JOURNAL-FILE
    END-IF
    IF WS-JOURNAL-STATUS NOT = '00'
        DISPLAY 'ERROR - PSTJRNL OPEN FAILED, STATUS: '
            WS-JOURNAL-STATUS
        CLOSE OLDJRNL-FILE
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.

CLOSE-FILES-PARA.
    CLOSE OLDJRNL-FILE.
    CLOSE JOURNAL-FILE.

READ-OLDJRNL-PARA.
    READ OLDJRNL-FILE
        AT END SET END-OF-OLDJRNL TO TRUE
        NOT AT END
            ADD 1 TO WS-OLD-READ
            ADD OLD-AMOUNT TO WS-OLD-TOTAL
    END-READ.

CONVERT-ENTRY-PARA.
    MOVE 0 TO WS-ORIG-SEQ.
    IF OLD-REVERSAL
        PERFORM FIND-JOURNAL-PARA
        IF JRN-ORIGINAL-FOUND
            PERFORM MARK-ORIGINAL-REVERSED-PARA
            ADD 1 TO WS-REV-MATCHED
        ELSE
            ADD 1 TO WS-REV-UNMATCHED
            DISPLAY '  UNMATCHED REVERSAL ' OLD-ID ' ' OLD-CONTROL
                ' ON ' OLD-CYCLE-DATE ' ORIG ' OLD-ORIG-DATE
        END-IF
    END-IF
    PERFORM WRITE-JOURNAL-PARA.
    PERFORM READ-OLDJRNL-PARA.

FIND-JOURNAL-PARA.
    MOVE 'N' TO WS-JRN-FOUND-SW.
    MOVE 'N' TO WS-JRN-SCAN-SW.
    COMPUTE WS-ORIG-AMOUNT = 0 - OLD-AMOUNT.
    MOVE OLD-ID TO JRN-ID.
    MOVE OLD-CONTROL TO JRN-CONTROL.
    MOVE OLD-ORIG-DATE TO JRN-CYCLE-DATE.
    MOVE 0 TO JRN-SEQ.
    START JOURNAL-FILE KEY IS NOT LESS THAN JRN-KEY
        INVALID KEY SET JRN-SCAN-DONE TO TRUE
    END-START.
    PERFORM FIND-JOURNAL-SCAN-PARA UNTIL JRN-SCAN-DONE.

FIND-JOURNAL-SCAN-PARA.
    READ JOURNAL-FILE NEXT RECORD
        AT END SET JRN-SCAN-DONE TO TRUE
    END-READ.
    IF NOT JRN-SCAN-DONE
        IF JRN-ID NOT = OLD-ID
                OR JRN-CONTROL NOT = OLD-CONTROL
                OR JRN-CYCLE-DATE NOT = OLD-ORIG-DATE
            SET JRN-SCAN-DONE TO TRUE
        ELSE
            IF JRN-POSTING AND JRN-AMOUNT = WS-ORIG-AMOUNT
                    AND JRN-NOT-REVERSED
                SET JRN-ORIGINAL-FOUND TO TRUE
                MOVE JRN-KEY TO WS-ORIG-KEY
                MOVE JRN-SEQ TO WS-ORIG-SEQ
                SET JRN-SCAN-DONE TO TRUE
            END-IF
        END-IF
    END-IF.

MARK-ORIGINAL-REVERSED-PARA.
    MOVE WS-ORIG-KEY TO JRN-KEY.
    READ JOURNAL-FILE
        INVALID KEY
            DISPLAY 'ERROR - PSTJRNL ORIGINAL NOT RE-READ, STATUS: '
                WS-JOURNAL-STATUS
            PERFORM CONVERSION-FAILED-PARA
    END-READ.
    SET JRN-IS-REVERSED TO TRUE.
    REWRITE JOURNAL-RECORD
        INVALID KEY
            DISPLAY 'ERROR - PSTJRNL REWRITE FAILED, STATUS: '
                WS-JOURNAL-STATUS
            PERFORM CONVERSION-FAILED-PARA
    END-REWRITE.

WRITE-JOURNAL-PARA.
    MOVE SPACES TO JOURNAL-RECORD.
    MOVE OLD-ID TO JRN-ID.
    MOVE OLD-CONTROL TO JRN-CONTROL.
    MOVE OLD-CYCLE-DATE TO JRN-CYCLE-DATE.
    MOVE OLD-AMOUNT TO JRN-AMOUNT.
    MOVE OLD-TYPE TO JRN-TYPE.
    MOVE OLD-ORIG-DATE TO JRN-ORIG-DATE.
    MOVE WS-ORIG-SEQ TO JRN-ORIG-SEQ.
    MOVE OLD-BEFORE-BAL TO JRN-BEFORE-BAL.
    MOVE OLD-AFTER-BAL TO JRN-AFTER-BAL.
    MOVE OLD-SOURCE TO JRN-SOURCE.
    MOVE 'N' TO JRN-REVERSED-SW.
    MOVE 0 TO JRN-SEQ.
    MOVE 'N' TO WS-JRN-WRITE-SW.
    PERFORM WRITE-JOURNAL-TRY-PARA UNTIL JRN-WRITE-DONE.
    IF WS-JOURNAL-STATUS NOT = '00' AND WS-JOURNAL-STATUS NOT = '02'
        DISPLAY 'ERROR - PSTJRNL WRITE FAILED, STATUS: '
            WS-JOURNAL-STATUS
        PERFORM CONVERSION-FAILED-PARA
    END-IF
    ADD 1 TO WS-LOADED-COUNT.
    ADD OLD-AMOUNT TO WS-LOADED-TOTAL.

WRITE-JOURNAL-TRY-PARA.
    ADD 1 TO JRN-SEQ.
    WRITE JOURNAL-RECORD.
    IF WS-JOURNAL-STATUS NOT = '22' OR JRN-SEQ = 9999
        SET JRN-WRITE-DONE TO TRUE
    END-IF.

CONVERSION-FAILED-PARA.
    *> a partly loaded cluster must not go live - redefine it and
    *> rerun the conversion from the untouched flat journal
    DISPLAY 'ERROR - CONVERSION STOPPED AT FLAT ENTRY ' WS-OLD-READ.
    PERFORM PRINT-RUN-TOTALS-PARA.
    PERFORM CLOSE-FILES-PARA.
    MOVE 16 TO RETURN-CODE.
    STOP RUN.

PRINT-RUN-TOTALS-PARA.
    DISPLAY ' '.
    DISPLAY 'FLAT ENTRIES READ      : ' WS-OLD-READ.
    DISPLAY 'KEYED ENTRIES LOADED   : ' WS-LOADED-COUNT.
    DISPLAY 'REVERSALS MATCHED      : ' WS-REV-MATCHED.
    DISPLAY 'REVERSALS UNMATCHED    : ' WS-REV-UNMATCHED.
    MOVE WS-OLD-TOTAL TO WS-AMOUNT-DISPLAY.
    DISPLAY 'FLAT NET AMOUNT        : ' WS-AMOUNT-DISPLAY.
    MOVE WS-LOADED-TOTAL TO WS-AMOUNT-DISPLAY.
    DISPLAY 'LOADED NET AMOUNT      : ' WS-AMOUNT-DISPLAY.

*> JCL: see jcl/JRNCONV.jcl (CONVERT step runs this program)
