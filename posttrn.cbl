*> and the original cycle date) is matched against that journal
*> before its offset is applied - reversals that match nothing or
*> whose original was already backed out are refused to suspense,
*> and the run prints an adjustments audit listing of both. The
*> journal is keyed on employee, control code and cycle date, so
*> each reversal reads its original directly and marks it reversed
*> - anything still inside the retention window (see JRNARCH) can
*> be matched, however large the journal grows. A reversal whose
*> employee has since been merged or renumbered (IDXREF) - it names
*> the retired ID, or names the ID carrying it on and matches
*> nothing because the original was posted under the retired one -
*> is refused to suspense under its own reason ('RM'), to be
*> corrected by hand.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-RUNLOG-STATUS.

    SELECT XREF-FILE ASSIGN TO IDXREF
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-XREF-STATUS.

    SELECT JOURNAL-FILE ASSIGN TO PSTJRNL
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS JRN-KEY
        ALTERNATE RECORD KEY IS JRN-CYCLE-DATE WITH DUPLICATES
        FILE STATUS IS WS-JOURNAL-STATUS.

DATA DIVISION.
                            ==WS-NUM3==          BY ==MST-NUM3==
                            ==WS-RATE-CLASS==    BY ==MST-RATE-CLASS==
                            ==WS-STATUS==        BY ==MST-STATUS==
                            ==WS-STATUS-DATE==   BY ==MST-STATUS-DATE==
                            ==WS-ST-ACTIVE==     BY ==MST-ST-ACTIVE==
                            ==WS-ST-FROZEN==     BY ==MST-ST-FROZEN==
                            ==WS-ST-CLOSED==     BY ==MST-ST-CLOSED==.
FD  JOURNAL-FILE.
    COPY PSTJRNL.

FD  XREF-FILE.
    COPY IDXREF.

WORKING-STORAGE SECTION.
01  WS-TRANS-STATUS                 PIC XX VALUE '00'.
01  WS-MASTER-STATUS                PIC XX VALUE '00'.
01  WS-SUSP-STATUS                  PIC XX VALUE '00'.
01  WS-RUNLOG-STATUS                PIC XX VALUE '00'.
01  WS-JOURNAL-STATUS               PIC XX VALUE '00'.
01  WS-XREF-STATUS                  PIC XX VALUE '00'.
01  WS-RUN-STATUS                   PIC X(4) VALUE 'OK'.

01  WS-TRANS-EOF-SW                 PIC X VALUE 'N'.
    88  END-OF-TRANS                VALUE 'Y'.
01  WS-MASTER-NOTFND-SW             PIC X VALUE 'N'.
    88  MASTER-ID-NOT-FOUND         VALUE 'Y'.
01  WS-XREF-EOF-SW                  PIC X VALUE 'N'.
    88  END-OF-XREF                 VALUE 'Y'.

*> posting accounting: posted plus suspended must equal the grand
*> total LOOP printed for the same TRANSFIL
01  WS-CYCLE-DATE                   PIC X(8).
01  WS-SUSP-REASON                  PIC X(2) VALUE SPACES.

*> reversal handling: each reversal reads the keyed journal for
*> its original - employee, control code and original cycle date -
*> and is refused when it matches nothing or its original was
*> already backed out
01  WS-REVERSING-SW                 PIC X VALUE 'N'.
    88  APPLYING-REVERSAL           VALUE 'Y'.
01  WS-JRN-FOUND-SW                 PIC X VALUE 'N'.
    88  JRN-ORIGINAL-FOUND          VALUE 'Y'.
    88  JRN-ORIGINAL-REVERSED       VALUE 'R'.
    88  JRN-ORIGINAL-MISSING        VALUE 'N'.
01  WS-JRN-SCAN-SW                  PIC X VALUE 'N'.
    88  JRN-SCAN-DONE               VALUE 'Y'.
01  WS-JRN-WRITE-SW                 PIC X VALUE 'N'.
    88  JRN-WRITE-DONE              VALUE 'Y'.
*> the original's key, held across the master rewrite and the
*> reversal's own journal write so the original can be re-read
*> and flagged afterwards
01  WS-ORIG-KEY                     PIC X(22).
01  WS-ORIG-SEQ                     PIC 9(4) VALUE 0.
01  WS-ORIG-AMOUNT                  PIC S9(7)V99.
01  WS-MATCH-DATE                   PIC X(8).
01  WS-MATCH-ID                     PIC X(6).
01  WS-REFUSE-REASON                PIC X(34) VALUE SPACES.
01  WS-REV-APPLIED                  PIC 9(6) VALUE 0.
01  WS-REV-REFUSED                  PIC 9(6) VALUE 0.
01  WS-REV-MERGED                   PIC 9(6) VALUE 0.

*> ID cross-reference: every ID the merge/renumber run retired,
*> with the ID that carries it on and the date it took effect -
*> a reversal that crosses one is told apart from one that simply
*> matches nothing
01  WS-XR-MAX                       PIC 9(4) VALUE 2000.
01  WS-XR-COUNT                     PIC 9(4) VALUE 0.
01  WS-XR-TABLE.
    05  WS-XR-ENTRY OCCURS 2000 TIMES.
        10  XR-OLD-ID               PIC X(6).
        10  XR-NEW-ID               PIC X(6).
        10  XR-EFF-DATE             PIC X(8).
01  WS-XR-SUB                       PIC 9(4).
01  WS-XR-FOUND                     PIC 9(4).
01  WS-XR-CHECK                     PIC 9(4).
01  WS-RESOLVE-ID                   PIC X(6).
01  WS-RESOLVE-HOPS                 PIC 9(4).
01  WS-MERGED-SW                    PIC X VALUE 'N'.
    88  REVERSAL-CROSSES-MERGE      VALUE 'Y'.

01  WS-NEW-BALANCE                  PIC S9(7)V9(4).
01  WS-BEFORE-BALANCE               PIC S9(7)V9(4).
    IF WS-RUNLOG-STATUS NOT = '00'
        OPEN OUTPUT RUNLOG-FILE
    END-IF
    OPEN I-O JOURNAL-FILE.
    IF WS-JOURNAL-STATUS = '35'
        *> first run against a new journal cluster - create it,
        *> then reopen it for update
        OPEN OUTPUT JOURNAL-FILE
        CLOSE JOURNAL-FILE
        OPEN I-O JOURNAL-FILE
    END-IF
    IF WS-JOURNAL-STATUS NOT = '00'
        *> without the journal no posting can be proved later and
            WS-JOURNAL-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    PERFORM LOAD-XREF-PARA.

LOAD-XREF-PARA.
    *> only a refused reversal's reason depends on it, so a missing
    *> or unreadable cross-reference is reported and posting goes on
    OPEN INPUT XREF-FILE.
    EVALUATE TRUE
        WHEN WS-XREF-STATUS = '00'
            PERFORM READ-XREF-PARA
            PERFORM LOAD-XREF-ENTRY-PARA UNTIL END-OF-XREF
            CLOSE XREF-FILE
        WHEN WS-XREF-STATUS = '35'
            CONTINUE
        WHEN OTHER
            DISPLAY 'WARNING - IDXREF OPEN FAILED, STATUS: '
                WS-XREF-STATUS ' - MERGED IDS NOT RECOGNIZED'
    END-EVALUATE.

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
        PERFORM READ-XREF-PARA
    ELSE
        DISPLAY 'WARNING - IDXREF TABLE FULL AT ' WS-XR-MAX
            ' ENTRIES - LATER MERGES NOT RECOGNIZED'
        SET END-OF-XREF TO TRUE
    END-IF.

CLOSE-FILES-PARA.
    CLOSE RUNLOG-FILE.
    CLOSE JOURNAL-FILE.

READ-TRANS-PARA.
    READ TRANS-FILE
        AT END SET END-OF-TRANS TO TRUE
    MOVE TR-CONTROL TO WS-MATCH-CONTROL.
    PERFORM FIND-JOURNAL-PARA.
    EVALUATE TRUE
        WHEN JRN-ORIGINAL-MISSING
            PERFORM CHECK-MERGED-PARA
            IF REVERSAL-CROSSES-MERGE
                PERFORM REFUSE-MERGED-REVERSAL-PARA
            ELSE
                MOVE 'NO MATCHING POSTED TRANSACTION'
                    TO WS-REFUSE-REASON
                PERFORM REFUSE-REVERSAL-PARA
            END-IF
        WHEN JRN-ORIGINAL-REVERSED
            MOVE 'ORIGINAL ALREADY REVERSED' TO WS-REFUSE-REASON
            PERFORM REFUSE-REVERSAL-PARA
        WHEN OTHER
                    MOVE 'EMPLOYEE FROZEN' TO WS-REFUSE-REASON
                    PERFORM REFUSE-REVERSAL-PARA
                WHEN MST-ST-CLOSED
                    *> a retired ID is closed by the merge run
                    PERFORM CHECK-MERGED-PARA
                    IF REVERSAL-CROSSES-MERGE
                        PERFORM REFUSE-MERGED-REVERSAL-PARA
                    ELSE
                        MOVE 'EMPLOYEE CLOSED' TO WS-REFUSE-REASON
                        PERFORM REFUSE-REVERSAL-PARA
                    END-IF
                WHEN OTHER
                    PERFORM APPLY-AMOUNT-PARA
            END-EVALUATE
    END-EVALUATE.

CHECK-MERGED-PARA.
    *> the reversal crosses a merge or renumber when it names a
    *> retired ID, or when an ID retired after the original's date
    *> now carries on as the ID it names - the original is then
    *> journaled under the retired ID and the offset belongs on the
    *> new one, which no automatic match can pair up
    MOVE 'N' TO WS-MERGED-SW.
    MOVE 1 TO WS-XR-CHECK.
    PERFORM CHECK-MERGED-SCAN-PARA
        UNTIL REVERSAL-CROSSES-MERGE OR WS-XR-CHECK > WS-XR-COUNT.

CHECK-MERGED-SCAN-PARA.
    IF XR-OLD-ID(WS-XR-CHECK) = TR-KEY
        SET REVERSAL-CROSSES-MERGE TO TRUE
    ELSE
        IF XR-EFF-DATE(WS-XR-CHECK) > TR-ORIG-DATE
            MOVE XR-OLD-ID(WS-XR-CHECK) TO WS-RESOLVE-ID
            PERFORM RESOLVE-ID-PARA
            IF WS-RESOLVE-ID = TR-KEY
                SET REVERSAL-CROSSES-MERGE TO TRUE
            END-IF
        END-IF
    END-IF
    ADD 1 TO WS-XR-CHECK.

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

FIND-JOURNAL-PARA.
    *> match on employee, control code, original amount and the
    *> cycle date the original was posted on - the reference the
    *> reversal record carries. The key puts every posting of that
    *> code on that day together; an unreversed one wins over one
    *> already reversed, so a second identical posting can still
    *> be corrected
    MOVE 'N' TO WS-JRN-FOUND-SW.
    MOVE 'N' TO WS-JRN-SCAN-SW.
    MOVE WS-MATCH-ID TO JRN-ID.
    MOVE WS-MATCH-CONTROL TO JRN-CONTROL.
    MOVE WS-MATCH-DATE TO JRN-CYCLE-DATE.
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
        IF JRN-ID NOT = WS-MATCH-ID
                OR JRN-CONTROL NOT = WS-MATCH-CONTROL
                OR JRN-CYCLE-DATE NOT = WS-MATCH-DATE
            SET JRN-SCAN-DONE TO TRUE
        ELSE
            IF JRN-POSTING AND JRN-AMOUNT = WS-ORIG-AMOUNT
                IF JRN-IS-REVERSED
                    SET JRN-ORIGINAL-REVERSED TO TRUE
                ELSE
                    SET JRN-ORIGINAL-FOUND TO TRUE
                    MOVE JRN-KEY TO WS-ORIG-KEY
                    MOVE JRN-SEQ TO WS-ORIG-SEQ
                    SET JRN-SCAN-DONE TO TRUE
                END-IF
            END-IF
        END-IF
    END-IF.

REFUSE-REVERSAL-PARA.
    MOVE 'RV' TO WS-SUSP-REASON.
    PERFORM SUSPEND-REVERSAL-PARA.

REFUSE-MERGED-REVERSAL-PARA.
    ADD 1 TO WS-REV-MERGED.
    MOVE 'ORIGINAL JOURNALED UNDER RETIRED ID' TO WS-REFUSE-REASON.
    MOVE 'RM' TO WS-SUSP-REASON.
    PERFORM SUSPEND-REVERSAL-PARA.

SUSPEND-REVERSAL-PARA.
    ADD 1 TO WS-REV-REFUSED.
    DISPLAY '  REVERSAL REFUSED ' TR-KEY ' ' TR-CONTROL
        ' ORIG ' TR-ORIG-DATE ' - ' WS-REFUSE-REASON.
    PERFORM WRITE-SUSPENSE-PARA.

LOOKUP-MASTER-PARA.
                ADD TR-AMOUNT TO WS-POSTED-AMOUNT
                PERFORM WRITE-JOURNAL-PARA
                IF APPLYING-REVERSAL
                    PERFORM MARK-ORIGINAL-REVERSED-PARA
                    ADD 1 TO WS-REV-APPLIED
                    DISPLAY '  REVERSAL APPLIED ' TR-KEY ' '
                        TR-CONTROL ' ORIG ' TR-ORIG-DATE
                END-IF
        END-REWRITE
    END-IF.
    MOVE TR-KEY TO JRN-ID.
    MOVE TR-CONTROL TO JRN-CONTROL.
    MOVE TR-AMOUNT TO JRN-AMOUNT.
    MOVE 0 TO JRN-ORIG-SEQ.
    IF APPLYING-REVERSAL
        SET JRN-REVERSAL TO TRUE
        MOVE TR-ORIG-DATE TO JRN-ORIG-DATE
        MOVE WS-ORIG-SEQ TO JRN-ORIG-SEQ
    ELSE
        SET JRN-POSTING TO TRUE
    END-IF
    MOVE WS-BEFORE-BALANCE TO JRN-BEFORE-BAL.
    MOVE WS-NEW-BALANCE TO JRN-AFTER-BAL.
    MOVE 'POSTTRN' TO JRN-SOURCE.
    MOVE 'N' TO JRN-REVERSED-SW.
    *> the day's own postings are on the keyed file as soon as they
    *> are written, so a same-day correction can still be matched;
    *> the sequence number steps past any entry already holding
    *> this employee, code and date
    MOVE 0 TO JRN-SEQ.
    MOVE 'N' TO WS-JRN-WRITE-SW.
    PERFORM WRITE-JOURNAL-TRY-PARA UNTIL JRN-WRITE-DONE.
    IF WS-JOURNAL-STATUS NOT = '00' AND WS-JOURNAL-STATUS NOT = '02'
        *> a posting the journal cannot prove is a movement the
        *> backout cannot restore - stop before the next rewrite
        *> widens the hole, the same way the open failure stops
        *> before the first one
        DISPLAY 'ERROR - PSTJRNL WRITE FAILED, STATUS: '
            WS-JOURNAL-STATUS
        PERFORM JOURNAL-FAILED-PARA
    END-IF.

WRITE-JOURNAL-TRY-PARA.
    ADD 1 TO JRN-SEQ.
    WRITE JOURNAL-RECORD.
    IF WS-JOURNAL-STATUS NOT = '22' OR JRN-SEQ = 9999
        SET JRN-WRITE-DONE TO TRUE
    END-IF.

MARK-ORIGINAL-REVERSED-PARA.
    *> flag the original so the same correction arriving again is
    *> refused - the flag is what the archive carries forward
    MOVE WS-ORIG-KEY TO JRN-KEY.
    READ JOURNAL-FILE
        INVALID KEY
            DISPLAY 'ERROR - PSTJRNL ORIGINAL NOT RE-READ, STATUS: '
                WS-JOURNAL-STATUS
            PERFORM JOURNAL-FAILED-PARA
    END-READ.
    SET JRN-IS-REVERSED TO TRUE.
    REWRITE JOURNAL-RECORD
        INVALID KEY
            DISPLAY 'ERROR - PSTJRNL REWRITE FAILED, STATUS: '
                WS-JOURNAL-STATUS
            PERFORM JOURNAL-FAILED-PARA
    END-REWRITE.

JOURNAL-FAILED-PARA.
    DISPLAY 'ERROR - RUN STOPPED, UNJOURNALED POSTINGS WOULD '
        'FOLLOW'.
    MOVE 'FAIL' TO WS-RUN-STATUS.
    PERFORM WRITE-RUNLOG-END-PARA.
    PERFORM CLOSE-FILES-PARA.
    MOVE 16 TO RETURN-CODE.
    STOP RUN.

WRITE-SUSPENSE-PARA.
    MOVE SPACES TO SUSPENSE-RECORD.
    DISPLAY WS-TOTAL-LINE.
    DISPLAY 'REVERSALS APPLIED      : ' WS-REV-APPLIED.
    DISPLAY 'REVERSALS REFUSED      : ' WS-REV-REFUSED.
    DISPLAY '  ACROSS A MERGED ID   : ' WS-REV-MERGED.

WRITE-RUNLOG-START-PARA.
    MOVE SPACES TO RUNLOG-RECORD.
