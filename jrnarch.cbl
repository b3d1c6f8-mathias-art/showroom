      >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. JRNARCH.

*> Posting journal retention run: moves every PSTJRNL entry whose
*> cycle date is older than the retention cutoff off the keyed
*> journal and onto a new generation of the journal history GDG,
*> so the keyed file the nightly posting step reads stays the size
*> of the retention window however long the system runs. Entries
*> are archived exactly as they stand - an original posting keeps
*> its reversed/not-reversed flag and a reversal keeps the date and
*> sequence number of the original it named - so the history reads
*> the same as the live journal did. The ARCHCTL card carries the
*> retention period in days in columns 1-3 (default 365): a
*> reversal naming a posting inside that window still matches, one
*> naming an archived posting is refused to suspense. Each entry
*> is written to the history before it is deleted from the
*> journal, so a failed history write stops the run with the entry
*> still on the journal and nothing lost.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT ACTL-FILE ASSIGN TO ARCHCTL
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-ACTL-STATUS.

    SELECT JOURNAL-FILE ASSIGN TO PSTJRNL
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS JRN-KEY
        ALTERNATE RECORD KEY IS JRN-CYCLE-DATE WITH DUPLICATES
        FILE STATUS IS WS-JOURNAL-STATUS.

    SELECT HISTORY-FILE ASSIGN TO PSTJHIST
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-HISTORY-STATUS.

DATA DIVISION.
FILE SECTION.
FD  ACTL-FILE.
01  ACTL-RECORD.
    05  ACTL-RETAIN-DAYS           PIC X(3).
    05  FILLER                     PIC X(77).

FD  JOURNAL-FILE.
    COPY PSTJRNL.

*> the history carries the journal record unchanged
FD  HISTORY-FILE.
01  HISTORY-RECORD                 PIC X(80).

WORKING-STORAGE SECTION.
01  WS-ACTL-STATUS                 PIC XX VALUE '00'.
01  WS-JOURNAL-STATUS              PIC XX VALUE '00'.
01  WS-HISTORY-STATUS              PIC XX VALUE '00'.

01  WS-JOURNAL-EOF-SW              PIC X VALUE 'N'.
    88  END-OF-JOURNAL             VALUE 'Y'.
01  WS-ARCHIVE-DIRTY-SW            PIC X VALUE 'N'.
    88  ARCHIVE-INCOMPLETE         VALUE 'Y'.

*> retention window: entries from cycles before the cutoff date
*> move to the history (ARCHCTL card, default 365 days)
01  WS-RETAIN-DAYS                 PIC 9(3) VALUE 365.
01  WS-TODAY-INT                   PIC 9(7).
01  WS-CUTOFF-NUM                  PIC 9(8).
01  WS-CUTOFF-DATE                 PIC X(8).

*> retention-run accounting
01  WS-ARCHIVED-COUNT              PIC 9(7) VALUE 0.
01  WS-POSTINGS-ARCHIVED           PIC 9(7) VALUE 0.
01  WS-REVERSED-ARCHIVED           PIC 9(7) VALUE 0.
01  WS-OPEN-ARCHIVED               PIC 9(7) VALUE 0.
01  WS-REVERSALS-ARCHIVED          PIC 9(7) VALUE 0.
01  WS-TRANSFERS-ARCHIVED          PIC 9(7) VALUE 0.
01  WS-NOT-DELETED                 PIC 9(7) VALUE 0.
01  WS-ARCHIVED-AMOUNT             PIC S9(11)V99 VALUE 0.
01  WS-OLDEST-DATE                 PIC X(8) VALUE SPACES.
01  WS-NEWEST-DATE                 PIC X(8) VALUE SPACES.

01  WS-AMOUNT-DISPLAY              PIC ZZ,ZZZ,ZZZ,ZZ9.99-.

PROCEDURE DIVISION.
A-PARA.
    PERFORM READ-ACTL-PARA.
    PERFORM OPEN-FILES-PARA.
    PERFORM PRINT-HEADING-PARA.
    PERFORM START-JOURNAL-PARA.
    PERFORM ARCHIVE-ENTRY-PARA UNTIL END-OF-JOURNAL.
    PERFORM PRINT-RUN-TOTALS-PARA.
    PERFORM CLOSE-FILES-PARA.
    IF ARCHIVE-INCOMPLETE
        MOVE 8 TO RETURN-CODE
    END-IF
    STOP RUN.

READ-ACTL-PARA.
    *> ARCHCTL carries the retention period in days in columns
    *> 1-3; no card, or a zero period, keeps the default - a run
    *> must never empty the journal a reversal matches against
    OPEN INPUT ACTL-FILE.
    IF WS-ACTL-STATUS = '00'
        READ ACTL-FILE
            AT END CONTINUE
            NOT AT END
                IF ACTL-RETAIN-DAYS NUMERIC
                        AND ACTL-RETAIN-DAYS NOT = '000'
                    MOVE ACTL-RETAIN-DAYS TO WS-RETAIN-DAYS
                END-IF
        END-READ
        CLOSE ACTL-FILE
    END-IF
    COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(
        FUNCTION NUMVAL(FUNCTION CURRENT-DATE(1:8))).
    COMPUTE WS-CUTOFF-NUM = FUNCTION DATE-OF-INTEGER(
        WS-TODAY-INT - WS-RETAIN-DAYS).
    MOVE WS-CUTOFF-NUM TO WS-CUTOFF-DATE.

OPEN-FILES-PARA.
    OPEN I-O JOURNAL-FILE.
    IF WS-JOURNAL-STATUS NOT = '00'
        DISPLAY 'ERROR - PSTJRNL OPEN FAILED, STATUS: '
            WS-JOURNAL-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    OPEN OUTPUT HISTORY-FILE.
    IF WS-HISTORY-STATUS NOT = '00'
        *> nowhere to put the old entries - delete nothing
        DISPLAY 'ERROR - PSTJHIST OPEN FAILED, STATUS: '
            WS-HISTORY-STATUS
        CLOSE JOURNAL-FILE
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.

CLOSE-FILES-PARA.
    CLOSE JOURNAL-FILE.
    CLOSE HISTORY-FILE.

START-JOURNAL-PARA.
    *> the cycle-date key reads the journal oldest cycle first, so
    *> the run stops at the first entry inside the window
    MOVE LOW-VALUES TO JRN-CYCLE-DATE.
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
        IF JRN-CYCLE-DATE NOT < WS-CUTOFF-DATE
            SET END-OF-JOURNAL TO TRUE
        END-IF
    END-IF.

ARCHIVE-ENTRY-PARA.
    WRITE HISTORY-RECORD FROM JOURNAL-RECORD.
    IF WS-HISTORY-STATUS NOT = '00'
        *> the entry is still on the journal - stop here so the
        *> history never misses an entry the journal no longer has
        DISPLAY 'ERROR - PSTJHIST WRITE FAILED, STATUS: '
            WS-HISTORY-STATUS
        DISPLAY 'ERROR - RUN STOPPED, ENTRIES FROM ' JRN-CYCLE-DATE
            ' ON STAY ON THE JOURNAL'
        PERFORM PRINT-RUN-TOTALS-PARA
        PERFORM CLOSE-FILES-PARA
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    DELETE JOURNAL-FILE RECORD
        INVALID KEY
            *> archived but still on the journal - harmless to the
            *> posting step, but the next run archives it again
            DISPLAY 'WARNING - ENTRY ARCHIVED BUT NOT DELETED: '
                JRN-ID ' ' JRN-CONTROL ' ' JRN-CYCLE-DATE
                ' STATUS: ' WS-JOURNAL-STATUS
            ADD 1 TO WS-NOT-DELETED
            SET ARCHIVE-INCOMPLETE TO TRUE
    END-DELETE.
    PERFORM COUNT-ENTRY-PARA.
    PERFORM READ-JOURNAL-PARA.

COUNT-ENTRY-PARA.
    ADD 1 TO WS-ARCHIVED-COUNT.
    ADD JRN-AMOUNT TO WS-ARCHIVED-AMOUNT.
    IF WS-OLDEST-DATE = SPACES
        MOVE JRN-CYCLE-DATE TO WS-OLDEST-DATE
    END-IF
    MOVE JRN-CYCLE-DATE TO WS-NEWEST-DATE.
    EVALUATE TRUE
        WHEN JRN-REVERSAL
            ADD 1 TO WS-REVERSALS-ARCHIVED
        WHEN JRN-TRANSFER
            ADD 1 TO WS-TRANSFERS-ARCHIVED
        WHEN JRN-IS-REVERSED
            ADD 1 TO WS-POSTINGS-ARCHIVED
            ADD 1 TO WS-REVERSED-ARCHIVED
        WHEN OTHER
            ADD 1 TO WS-POSTINGS-ARCHIVED
            ADD 1 TO WS-OPEN-ARCHIVED
    END-EVALUATE.

PRINT-HEADING-PARA.
    DISPLAY 'POSTING JOURNAL RETENTION RUN'.
    DISPLAY '============================='.
    DISPLAY 'RETENTION (DAYS)       : ' WS-RETAIN-DAYS.
    DISPLAY 'ARCHIVING CYCLES BEFORE: ' WS-CUTOFF-DATE.
    DISPLAY ' '.

PRINT-RUN-TOTALS-PARA.
    DISPLAY 'ENTRIES ARCHIVED       : ' WS-ARCHIVED-COUNT.
    DISPLAY '  POSTINGS             : ' WS-POSTINGS-ARCHIVED.
    DISPLAY '    ALREADY REVERSED   : ' WS-REVERSED-ARCHIVED.
    DISPLAY '    NOT REVERSED       : ' WS-OPEN-ARCHIVED.
    DISPLAY '  REVERSALS            : ' WS-REVERSALS-ARCHIVED.
    DISPLAY '  ID TRANSFERS         : ' WS-TRANSFERS-ARCHIVED.
    MOVE WS-ARCHIVED-AMOUNT TO WS-AMOUNT-DISPLAY.
    DISPLAY 'NET AMOUNT ARCHIVED    : ' WS-AMOUNT-DISPLAY.
    DISPLAY 'OLDEST CYCLE ARCHIVED  : ' WS-OLDEST-DATE.
    DISPLAY 'NEWEST CYCLE ARCHIVED  : ' WS-NEWEST-DATE.
    DISPLAY 'ARCHIVED, NOT DELETED  : ' WS-NOT-DELETED.
    IF ARCHIVE-INCOMPLETE
        DISPLAY 'RETENTION RUN INCOMPLETE - ENTRIES ABOVE STAY ON '
            'THE JOURNAL AND ARE ARCHIVED AGAIN NEXT RUN'
    END-IF.

*> JCL: see jcl/JRNARCH.jcl (ARCHIVE step runs this program)
