      >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. OPSSUMM.

*> Morning operations summary: the last step of the daily batch job,
*> run whether or not the cycle got through, and the one listing
*> the on-call analyst reads first. Everything comes from files the
*> cycle already keeps - nothing is recomputed:
*>   - RUNLOG and CALFIL: the cycle gate's verdict, printed first.
*>     A gate that refused a day the calendar does not schedule (or
*>     no gate run at all on such a day) is reported as no cycle
*>     scheduled, and a gate that held the cycle is the one flag
*>     raised for it - neither flags every step that then did not
*>     run;
*>   - RUNLOG: each cycle step's runs, status, counts and total for
*>     the cycle, and its elapsed time (start record to end record)
*>     against the average of its last 20 earlier cycles. CYCGATE,
*>     LOOP, POSTTRN, HALLO, RECONCIL, GLINTF and GLPROVE are
*>     expected every cycle; any other program that logged against
*>     the cycle (a workbench re-drive, master maintenance) is
*>     listed as off-cycle;
*>   - FEEDLOG: the feed edit's latest run for the cycle - which
*>     senders' blocks were accepted, rejected or held, and the
*>     return code the edit ended with;
*>   - RUNLOG again for the reconciliation: RECONCIL's end record
*>     carries its discrepancy count and the master total, and
*>     GLPROVE's the GL proof's result and differences;
*>   - EXTGLOG/EXTACK and GLGLOG/GLACK: the extract and GL
*>     generations cut but not yet acknowledged, and their age;
*>   - SUSPENSE and EXCPTOUT: how many items each queue holds, the
*>     oldest suspense item's age and the exceptions that have
*>     failed recycle repeatedly (the exception record carries no
*>     date, so its recycle count is its age).
*> Anything outside tolerance is a red flag printed at the top of
*> the report - FAIL for a cycle that did not complete clean, WARN
*> for a cycle that did but needs a look. The OPSCTL card can name
*> the cycle date (columns 1-8, default today) and override the
*> tolerances: elapsed-time percentage of the average (9-11,
*> default 200), acknowledgment grace days (12-14, default 1),
*> suspense age days (15-17, default 7) and the exception recycle
*> count that counts as stuck (18-19, default 2).
*> The night's verdict is also written as the single OPSSTAT record
*> for the scheduler, and the step ends 0 (clean), 4 (warnings) or
*> 8 (the cycle failed), so a bad night pages without anybody
*> having to read the report. A summary that cannot write OPSSTAT
*> ends 16.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OCTL-FILE ASSIGN TO OPSCTL
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-OCTL-STATUS.

    SELECT RUNLOG-FILE ASSIGN TO RUNLOG
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-RUNLOG-STATUS.

    SELECT CAL-FILE ASSIGN TO CALFIL
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CAL-STATUS.

    SELECT FEEDLOG-FILE ASSIGN TO FEEDLOG
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-FEEDLOG-STATUS.

    SELECT GENLOG-FILE ASSIGN TO EXTGLOG
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-GENLOG-STATUS.

    SELECT ACK-FILE ASSIGN TO EXTACK
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-ACK-STATUS.

    SELECT GLGLOG-FILE ASSIGN TO GLGLOG
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-GLGLOG-STATUS.

    SELECT GLACK-FILE ASSIGN TO GLACK
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-GLACK-STATUS.

    SELECT SUSPENSE-FILE ASSIGN TO SUSPENSE
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-SUSP-STATUS.

    SELECT EXCEPTION-FILE ASSIGN TO EXCPTOUT
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-EXCP-STATUS.

    SELECT OPSSTAT-FILE ASSIGN TO OPSSTAT
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-OPSSTAT-STATUS.

DATA DIVISION.
FILE SECTION.
FD  OCTL-FILE.
01  OCTL-RECORD.
    05  OCTL-CYCLE-DATE            PIC X(8).
    05  OCTL-ELAPSED-PCT           PIC X(3).
    05  OCTL-GRACE-DAYS            PIC X(3).
    05  OCTL-SUSP-AGE-DAYS         PIC X(3).
    05  OCTL-RECYCLE-LIMIT         PIC X(2).
    05  FILLER                     PIC X(61).

FD  RUNLOG-FILE.
    COPY RUNLOG.

*> the business-day calendar, as the cycle gate reads it
FD  CAL-FILE.
01  CAL-RECORD.
    05  CAL-DATE                   PIC X(8).
    05  CAL-TYPE                   PIC X.
    05  FILLER                     PIC X(71).

FD  FEEDLOG-FILE.
    COPY FEEDLOG.

FD  GENLOG-FILE.
    COPY EXTGLOG.

*> the receivers' acknowledgment layout - the same for both
*> interfaces (see the acknowledgment reconciliation)
FD  ACK-FILE.
01  ACK-RECORD.
    05  ACK-FEED-ID                PIC X(8).
    05  ACK-CYCLE-DATE             PIC X(8).
    05  ACK-GENERATION             PIC 9(4).
    05  ACK-COUNT                  PIC 9(6).
    05  ACK-STATUS                 PIC X(4).
    05  FILLER                     PIC X(50).

FD  GLGLOG-FILE.
    COPY EXTGLOG REPLACING ==GENLOG-RECORD==   BY ==GLGLOG-RECORD==
                           ==GL-FEED-ID==      BY ==GLG-FEED-ID==
                           ==GL-CYCLE-DATE==   BY ==GLG-CYCLE-DATE==
                           ==GL-GENERATION==   BY ==GLG-GENERATION==
                           ==GL-CUT-DATE==     BY ==GLG-CUT-DATE==
                           ==GL-RECORD-COUNT== BY ==GLG-RECORD-COUNT==.

FD  GLACK-FILE.
01  GLACK-RECORD.
    05  GLA-FEED-ID                PIC X(8).
    05  GLA-CYCLE-DATE             PIC X(8).
    05  GLA-GENERATION             PIC 9(4).
    05  GLA-COUNT                  PIC 9(6).
    05  GLA-STATUS                 PIC X(4).
    05  FILLER                     PIC X(50).

FD  SUSPENSE-FILE.
    COPY SUSPREC.

FD  EXCEPTION-FILE.
    COPY EXCPTREC.

FD  OPSSTAT-FILE.
    COPY OPSSTAT.

WORKING-STORAGE SECTION.
01  WS-OCTL-STATUS                 PIC XX VALUE '00'.
01  WS-RUNLOG-STATUS               PIC XX VALUE '00'.
01  WS-CAL-STATUS                  PIC XX VALUE '00'.
01  WS-FEEDLOG-STATUS              PIC XX VALUE '00'.
01  WS-GENLOG-STATUS               PIC XX VALUE '00'.
01  WS-ACK-STATUS                  PIC XX VALUE '00'.
01  WS-GLGLOG-STATUS               PIC XX VALUE '00'.
01  WS-GLACK-STATUS                PIC XX VALUE '00'.
01  WS-SUSP-STATUS                 PIC XX VALUE '00'.
01  WS-EXCP-STATUS                 PIC XX VALUE '00'.
01  WS-OPSSTAT-STATUS              PIC XX VALUE '00'.

01  WS-RUNLOG-EOF-SW               PIC X VALUE 'N'.
    88  END-OF-RUNLOG              VALUE 'Y'.
01  WS-CAL-EOF-SW                  PIC X VALUE 'N'.
    88  END-OF-CAL                 VALUE 'Y'.
01  WS-FEEDLOG-EOF-SW              PIC X VALUE 'N'.
    88  END-OF-FEEDLOG             VALUE 'Y'.
01  WS-GENLOG-EOF-SW               PIC X VALUE 'N'.
    88  END-OF-GENLOG              VALUE 'Y'.
01  WS-ACK-EOF-SW                  PIC X VALUE 'N'.
    88  END-OF-ACK                 VALUE 'Y'.
01  WS-SUSP-EOF-SW                 PIC X VALUE 'N'.
    88  END-OF-SUSPENSE            VALUE 'Y'.
01  WS-EXCP-EOF-SW                 PIC X VALUE 'N'.
    88  END-OF-EXCEPTIONS          VALUE 'Y'.
01  WS-RUNLOG-READ-SW              PIC X VALUE 'N'.
    88  RUNLOG-WAS-READ            VALUE 'Y'.
01  WS-SUSP-READ-SW                PIC X VALUE 'N'.
    88  SUSPENSE-WAS-READ          VALUE 'Y'.
01  WS-EXCP-READ-SW                PIC X VALUE 'N'.
    88  EXCEPTIONS-WERE-READ       VALUE 'Y'.

01  WS-CYCLE-DATE                  PIC X(8).
01  WS-RUN-STAMP                   PIC X(14).
01  WS-TODAY-INT                   PIC 9(7).

*> tolerances - OPSCTL overrides
01  WS-ELAPSED-PCT                 PIC 9(3) VALUE 200.
01  WS-GRACE-DAYS                  PIC 9(3) VALUE 1.
01  WS-SUSP-AGE-DAYS               PIC 9(3) VALUE 7.
01  WS-RECYCLE-LIMIT               PIC 9(2) VALUE 2.
*> a step is only called slow against an average of at least this
*> many earlier cycles, and never for a run under a minute - a
*> ten-second step taking twenty is not news
01  WS-MIN-HISTORY                 PIC 9(2) VALUE 5.
01  WS-MIN-FLAG-SECS               PIC 9(5) VALUE 60.

*> the programs the daily job runs every cycle, in job order
01  WS-EXPECTED-LIST.
    05  FILLER                     PIC X(8) VALUE 'CYCGATE'.
    05  FILLER                     PIC X(8) VALUE 'LOOP'.
    05  FILLER                     PIC X(8) VALUE 'POSTTRN'.
    05  FILLER                     PIC X(8) VALUE 'HALLO'.
    05  FILLER                     PIC X(8) VALUE 'RECONCIL'.
    05  FILLER                     PIC X(8) VALUE 'GLINTF'.
    05  FILLER                     PIC X(8) VALUE 'GLPROVE'.
01  WS-EXPECTED-TABLE REDEFINES WS-EXPECTED-LIST.
    05  WS-EXPECTED-NAME           PIC X(8) OCCURS 7 TIMES.
01  WS-EXPECTED-COUNT              PIC 9(2) VALUE 7.

*> the cycle gate's verdict: its end record carries the first
*> check that failed (read count), how many failed (reject count)
*> and 1 in the written count when GATECTL bypassed them
01  WS-GATE-REASONS.
    05  FILLER                     PIC X(44)
        VALUE 'CYCLE DATE IS NOT A BUSINESS DAY'.
    05  FILLER                     PIC X(44)
        VALUE 'CYCLE DATE IS NOT ON THE CALENDAR'.
    05  FILLER                     PIC X(44)
        VALUE 'CYCLE ALREADY COMPLETED - RESUBMIT REFUSED'.
    05  FILLER                     PIC X(44)
        VALUE 'PRIOR CYCLE DID NOT END CLEAN'.
01  WS-GATE-REASON-TABLE REDEFINES WS-GATE-REASONS.
    05  WS-GATE-REASON             PIC X(44) OCCURS 4 TIMES.
01  WS-GATE-CHECK                  PIC 9(6) VALUE 0.
01  WS-GATE-TEXT                   PIC X(44) VALUE SPACES.
*> released unless the gate (or, with no gate verdict, the
*> calendar) says otherwise; an expected step that did not run is
*> only flagged for a released cycle
01  WS-CYCLE-STATE-SW              PIC X VALUE 'R'.
    88  CYCLE-RELEASED             VALUE 'R'.
    88  CYCLE-NOT-SCHEDULED        VALUE 'N'.
    88  CYCLE-HELD-BY-GATE         VALUE 'H'.
*> the cycle date's day type on CALFIL: B/H/W, space when the date
*> is not on the calendar, 'U' when the calendar was not read
01  WS-CAL-DAY-SW                  PIC X VALUE 'U'.
    88  CAL-NOT-READ               VALUE 'U'.
    88  CAL-DATE-MISSING           VALUE SPACE.
    88  CAL-BUSINESS-DAY           VALUE 'B'.
    88  CAL-HOLIDAY                VALUE 'H'.
    88  CAL-WEEKEND                VALUE 'W'.

*> one entry per program on RUNLOG: the start waiting for its end,
*> the elapsed seconds of its last 20 earlier cycles (a ring - a
*> rerun of a cycle replaces that cycle's figure), and the cycle's
*> own latest run
01  WS-PROG-USED                   PIC 9(2) VALUE 0.
01  WS-PROG-MAX                    PIC 9(2) VALUE 20.
01  WS-PROG-TABLE.
    05  WS-PROG-ENTRY OCCURS 20 TIMES.
        10  PT-NAME                PIC X(8).
        10  PT-EXPECTED-SW         PIC X.
            88  PT-EXPECTED        VALUE 'Y'.
        10  PT-OPEN-SW             PIC X.
            88  PT-START-OPEN      VALUE 'Y' 'U'.
            88  PT-START-TIMED     VALUE 'Y'.
        10  PT-OPEN-CYCLE          PIC X(8).
        10  PT-OPEN-SECS           PIC 9(12).
        10  PT-HIST-COUNT          PIC 9(2).
        10  PT-HIST-SLOT           PIC 9(2).
        10  PT-HIST-CYCLE          PIC X(8).
        10  PT-HIST-SECS           PIC 9(7) OCCURS 20 TIMES.
        10  PT-AVG-SECS            PIC 9(7).
        10  PT-T-RUNS              PIC 9(2).
        10  PT-T-HANGING-SW        PIC X.
            88  PT-T-HANGING       VALUE 'Y'.
        10  PT-T-READ              PIC 9(6).
        10  PT-T-WRITTEN           PIC 9(6).
        10  PT-T-REJECT            PIC 9(6).
        10  PT-T-AMOUNT            PIC S9(11)V99.
        10  PT-T-STATUS            PIC X(4).
        10  PT-T-TIMED-SW          PIC X.
            88  PT-T-TIMED         VALUE 'Y'.
        10  PT-T-SECS              PIC 9(7).
        10  PT-T-SLOW-SW           PIC X.
            88  PT-T-SLOW          VALUE 'Y'.
01  WS-PT-SUB                      PIC 9(2).
01  WS-PROG-FOUND                  PIC 9(2).
01  WS-NEW-PROGRAM                 PIC X(8).
01  WS-H-SUB                       PIC 9(2).
01  WS-HIST-TOTAL                  PIC 9(9).
01  WS-RECON-SUB                   PIC 9(2) VALUE 0.
01  WS-GATE-SUB                    PIC 9(2) VALUE 0.
01  WS-GLPROVE-SUB                 PIC 9(2) VALUE 0.

*> RUNLOG timestamps to seconds, so a step running over midnight
*> still times correctly
01  WS-TS-WORK                     PIC X(14).
01  WS-TS-PARTS REDEFINES WS-TS-WORK.
    05  WS-TS-YMD                  PIC 9(8).
    05  WS-TS-HH                   PIC 9(2).
    05  WS-TS-MI                   PIC 9(2).
    05  WS-TS-SS                   PIC 9(2).
01  WS-TS-SECS                     PIC 9(12).
01  WS-TS-VALID-SW                 PIC X VALUE 'N'.
    88  TS-IS-VALID                VALUE 'Y'.
01  WS-ELAPSED                     PIC 9(7).
01  WS-ELAPSED-SW                  PIC X VALUE 'N'.
    88  RUN-WAS-TIMED              VALUE 'Y'.

*> the feed edit's latest run for the cycle
01  WS-EDIT-RUNS                   PIC 9(2) VALUE 0.
01  WS-EDIT-STAMP                  PIC X(14) VALUE SPACES.
01  WS-EDIT-ENDED-SW               PIC X VALUE 'N'.
    88  EDIT-RUN-ENDED             VALUE 'Y'.
01  WS-EDIT-RC                     PIC 9(2) VALUE 0.
01  WS-EDIT-SEEN                   PIC 9(6) VALUE 0.
01  WS-EDIT-ACCEPTED               PIC 9(6) VALUE 0.
01  WS-EDIT-REJECTED               PIC 9(6) VALUE 0.
01  WS-EDIT-HELD                   PIC 9(6) VALUE 0.
01  WS-EDIT-AMOUNT                 PIC S9(11)V99 VALUE 0.
01  WS-FEED-MAX                    PIC 9(2) VALUE 50.
01  WS-FEED-COUNT                  PIC 9(2) VALUE 0.
01  WS-FEED-TABLE.
    05  WS-FEED-ENTRY OCCURS 50 TIMES.
        10  FT-FEED-ID             PIC X(8).
        10  FT-RESULT              PIC X.
            88  FT-ACCEPTED        VALUE 'A'.
            88  FT-REJECTED        VALUE 'R'.
            88  FT-HELD            VALUE 'H'.
        10  FT-READ                PIC 9(6).
        10  FT-CLEAN               PIC 9(6).
        10  FT-REJECTS             PIC 9(6).
        10  FT-REVIEWS             PIC 9(6).
        10  FT-AMOUNT              PIC S9(11)V99.
        10  FT-REASON              PIC X(44).
01  WS-FT-SUB                      PIC 9(2).

*> the extract (E) and general-ledger (G) generations cut, newest
*> WS-GEN-PER-LOG of each log - the generations still young enough
*> to be outstanding; the two passes over each log follow the
*> acknowledgment reconciliation
01  WS-GEN-PER-LOG                 PIC 9(4) VALUE 500.
01  WS-GEN-COUNT                   PIC 9(4) VALUE 0.
01  WS-GEN-TABLE.
    05  WS-GEN-ENTRY OCCURS 1000 TIMES.
        10  GT-IFACE               PIC X.
        10  GT-FEED-ID             PIC X(8).
        10  GT-GENERATION          PIC 9(4).
        10  GT-CUT-DATE            PIC X(8).
        10  GT-ACK-SW              PIC X.
            88  GT-ACKED           VALUE 'Y'.
        10  GT-ACK-STATUS          PIC X(4).
01  WS-GT-SUB                      PIC 9(4).
01  WS-GEN-FOUND                   PIC 9(4).
01  WS-LOG-TOTAL                   PIC 9(6).
01  WS-GEN-SKIP                    PIC 9(6).
01  WS-GEN-SKIPPED                 PIC 9(6).
01  WS-IN-IFACE                    PIC X.
01  WS-IN-FEED-ID                  PIC X(8).
01  WS-IN-GENERATION               PIC 9(4).
01  WS-IN-CUT-DATE                 PIC X(8).
01  WS-IN-ACK-STATUS               PIC X(4).
01  WS-CUT-DATE-NUM                PIC 9(8).
01  WS-GEN-AGE                     PIC S9(5).

*> per-interface standing, 1 = extract, 2 = general ledger
01  WS-IFACE-TABLE.
    05  WS-IFACE-ENTRY OCCURS 2 TIMES.
        10  IF-CODE                PIC X.
        10  IF-NAME                PIC X(8).
        10  IF-LOG-SW              PIC X.
            88  IF-LOG-READ        VALUE 'Y'.
        10  IF-ACK-SW              PIC X.
            88  IF-ACKS-READ       VALUE 'Y'.
        10  IF-ON-LOG              PIC 9(6).
        10  IF-CHECKED             PIC 9(6).
        10  IF-ACKED               PIC 9(6).
        10  IF-REJECTED            PIC 9(6).
        10  IF-WAITING             PIC 9(6).
        10  IF-OVERDUE             PIC 9(6).
        10  IF-OLDEST-GEN          PIC 9(4).
        10  IF-OLDEST-AGE          PIC S9(5).
01  WS-IF-SUB                      PIC 9.

*> the queues
01  WS-SUSP-COUNT                  PIC 9(6) VALUE 0.
01  WS-SUSP-AMOUNT                 PIC S9(11)V99 VALUE 0.
01  WS-SUSP-AGED                   PIC 9(6) VALUE 0.
01  WS-SUSP-AGED-AMOUNT            PIC S9(11)V99 VALUE 0.
01  WS-SUSP-OLDEST                 PIC S9(5) VALUE 0.
01  WS-SUSP-DATE-NUM               PIC 9(8).
01  WS-ITEM-AGE                    PIC S9(5).
01  WS-EXCP-COUNT                  PIC 9(6) VALUE 0.
01  WS-EXCP-STUCK                  PIC 9(6) VALUE 0.
01  WS-EXCP-MOST                   PIC 9(2) VALUE 0.
01  WS-EXCP-RECYCLES               PIC 9(2).

*> red flags collected while the files are read, printed at the
*> top - FAILs first, then WARNs
01  WS-FLAG-SEVERITY               PIC X(4).
    88  FLAG-IS-FAIL               VALUE 'FAIL'.
01  WS-FLAG-AREA                   PIC X.
    88  AREA-STEPS                 VALUE 'S'.
    88  AREA-FEEDS                 VALUE 'F'.
    88  AREA-RECON                 VALUE 'R'.
    88  AREA-IFACE                 VALUE 'I'.
    88  AREA-QUEUE                 VALUE 'Q'.
01  WS-FLAG-TEXT                   PIC X(72).
01  WS-FLAG-MAX                    PIC 9(2) VALUE 40.
01  WS-FLAG-COUNT                  PIC 9(2) VALUE 0.
01  WS-FLAG-TABLE.
    05  WS-FLAG-ENTRY OCCURS 40 TIMES.
        10  FG-SEVERITY            PIC X(4).
        10  FG-TEXT                PIC X(72).
01  WS-FG-SUB                      PIC 9(2).
01  WS-PRINT-SEVERITY              PIC X(4).
01  WS-FAIL-COUNT                  PIC 9(3) VALUE 0.
01  WS-WARN-COUNT                  PIC 9(3) VALUE 0.
01  WS-FLAGS-DROPPED               PIC 9(3) VALUE 0.
01  WS-FIRST-FAIL                  PIC X(72) VALUE SPACES.
01  WS-FIRST-WARN                  PIC X(72) VALUE SPACES.
01  WS-STEPS-FLAG                  PIC X VALUE 'N'.
01  WS-FEEDS-FLAG                  PIC X VALUE 'N'.
01  WS-RECON-FLAG                  PIC X VALUE 'N'.
01  WS-IFACE-FLAG                  PIC X VALUE 'N'.
01  WS-QUEUE-FLAG                  PIC X VALUE 'N'.

*> edited figures for flag text
01  WS-E-COUNT                     PIC Z(5)9.
01  WS-E-SECS                      PIC Z(6)9.
01  WS-E-AVG                       PIC Z(6)9.
01  WS-E-DAYS                      PIC ZZZZ9.
01  WS-E-GEN                       PIC 9(4).
01  WS-E-RC                        PIC Z9.
01  WS-E-LIMIT                     PIC ZZ9.
01  WS-AMOUNT-DISPLAY              PIC ZZ,ZZZ,ZZZ,ZZ9.99-.

01  WS-STEP-LINE.
    05  WS-S-PROGRAM               PIC X(8).
    05  FILLER                     PIC X(2) VALUE SPACES.
    05  WS-S-RUNS                  PIC ZZZ9.
    05  FILLER                     PIC X(2) VALUE SPACES.
    05  WS-S-STATUS                PIC X(4).
    05  FILLER                     PIC X(2) VALUE SPACES.
    05  WS-S-READ                  PIC ZZZZZ9.
    05  FILLER                     PIC X(2) VALUE SPACES.
    05  WS-S-WRITTEN               PIC Z(6)9.
    05  FILLER                     PIC X(2) VALUE SPACES.
    05  WS-S-REJECT                PIC ZZZZZ9.
    05  FILLER                     PIC X(2) VALUE SPACES.
    05  WS-S-AMOUNT                PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
    05  FILLER                     PIC X(2) VALUE SPACES.
    05  WS-S-SECS                  PIC Z(6)9.
    05  FILLER                     PIC X(2) VALUE SPACES.
    05  WS-S-AVG                   PIC Z(6)9.
    05  FILLER                     PIC X VALUE '/'.
    05  WS-S-HIST                  PIC Z9.
    05  FILLER                     PIC X(2) VALUE SPACES.
    05  WS-S-NOTE                  PIC X(14).

01  WS-FEED-LINE.
    05  WS-F-FEED-ID               PIC X(8).
    05  FILLER                     PIC X(2) VALUE SPACES.
    05  WS-F-RESULT                PIC X(8).
    05  FILLER                     PIC X(2) VALUE SPACES.
    05  WS-F-READ                  PIC ZZZZZ9.
    05  FILLER                     PIC X(2) VALUE SPACES.
    05  WS-F-CLEAN                 PIC ZZZZZ9.
    05  FILLER                     PIC X(2) VALUE SPACES.
    05  WS-F-REJECTS               PIC ZZZZZ9.
    05  FILLER                     PIC X(2) VALUE SPACES.
    05  WS-F-REVIEWS               PIC ZZZZZ9.
    05  FILLER                     PIC X(2) VALUE SPACES.
    05  WS-F-AMOUNT                PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
    05  FILLER                     PIC X(2) VALUE SPACES.
    05  WS-F-REASON                PIC X(30).

01  WS-IFACE-LINE.
    05  WS-I-NAME                  PIC X(9).
    05  FILLER                     PIC X VALUE SPACE.
    05  WS-I-ON-LOG                PIC ZZZZZ9.
    05  FILLER                     PIC X(2) VALUE SPACES.
    05  WS-I-CHECKED               PIC Z(6)9.
    05  FILLER                     PIC X(2) VALUE SPACES.
    05  WS-I-ACKED                 PIC ZZZZZ9.
    05  FILLER                     PIC X(2) VALUE SPACES.
    05  WS-I-REJECTED              PIC Z(7)9.
    05  FILLER                     PIC X(2) VALUE SPACES.
    05  WS-I-WAITING               PIC Z(6)9.
    05  FILLER                     PIC X(2) VALUE SPACES.
    05  WS-I-OVERDUE               PIC Z(6)9.
    05  FILLER                     PIC X(2) VALUE SPACES.
    05  WS-I-OLDEST                PIC X(14).

PROCEDURE DIVISION.
A-PARA.
    PERFORM READ-OCTL-PARA.
    PERFORM SEED-PROGRAMS-PARA.
    PERFORM SCAN-RUNLOG-PARA.
    PERFORM SCAN-CALENDAR-PARA.
    PERFORM SCAN-FEEDLOG-PARA.
    PERFORM LOAD-EXT-LOG-PARA.
    PERFORM MATCH-EXT-ACKS-PARA.
    PERFORM LOAD-GL-LOG-PARA.
    PERFORM MATCH-GL-ACKS-PARA.
    PERFORM SCAN-SUSPENSE-PARA.
    PERFORM SCAN-EXCEPTIONS-PARA.
    PERFORM CHECK-GATE-PARA.
    PERFORM CHECK-STEPS-PARA.
    PERFORM CHECK-FEEDS-PARA.
    PERFORM CHECK-IFACES-PARA.
    PERFORM CHECK-QUEUES-PARA.
    PERFORM PRINT-HEADING-PARA.
    PERFORM PRINT-GATE-PARA.
    PERFORM PRINT-FLAGS-PARA.
    PERFORM PRINT-STEPS-PARA.
    PERFORM PRINT-FEEDS-PARA.
    PERFORM PRINT-RECON-PARA.
    PERFORM PRINT-IFACES-PARA.
    PERFORM PRINT-QUEUES-PARA.
    PERFORM PRINT-TOLERANCES-PARA.
    EVALUATE TRUE
        WHEN WS-FAIL-COUNT > 0
            MOVE 8 TO RETURN-CODE
        WHEN WS-WARN-COUNT > 0
            MOVE 4 TO RETURN-CODE
        WHEN OTHER
            MOVE 0 TO RETURN-CODE
    END-EVALUATE
    PERFORM WRITE-STATUS-PARA.
    STOP RUN.

READ-OCTL-PARA.
    *> no OPSCTL (or a DUMMY one) summarizes today's cycle at the
    *> default tolerances; a blank or non-numeric field keeps its
    *> default
    MOVE FUNCTION CURRENT-DATE(1:14) TO WS-RUN-STAMP.
    MOVE WS-RUN-STAMP(1:8) TO WS-CYCLE-DATE.
    COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(
        FUNCTION NUMVAL(WS-RUN-STAMP(1:8))).
    OPEN INPUT OCTL-FILE.
    IF WS-OCTL-STATUS = '00'
        READ OCTL-FILE
            AT END CONTINUE
            NOT AT END
                IF OCTL-CYCLE-DATE NUMERIC
                    MOVE OCTL-CYCLE-DATE TO WS-CYCLE-DATE
                END-IF
                IF OCTL-ELAPSED-PCT NUMERIC
                        AND OCTL-ELAPSED-PCT NOT = '000'
                    MOVE OCTL-ELAPSED-PCT TO WS-ELAPSED-PCT
                END-IF
                IF OCTL-GRACE-DAYS NUMERIC
                    MOVE OCTL-GRACE-DAYS TO WS-GRACE-DAYS
                END-IF
                IF OCTL-SUSP-AGE-DAYS NUMERIC
                    MOVE OCTL-SUSP-AGE-DAYS TO WS-SUSP-AGE-DAYS
                END-IF
                IF OCTL-RECYCLE-LIMIT NUMERIC
                        AND OCTL-RECYCLE-LIMIT NOT = '00'
                    MOVE OCTL-RECYCLE-LIMIT TO WS-RECYCLE-LIMIT
                END-IF
        END-READ
        CLOSE OCTL-FILE
    END-IF.

SEED-PROGRAMS-PARA.
    *> the expected steps take the first entries, in job order, so
    *> a step that never logged still gets its line
    MOVE 1 TO WS-PT-SUB.
    PERFORM SEED-ONE-PROGRAM-PARA UNTIL WS-PT-SUB > WS-EXPECTED-COUNT.
    MOVE 1 TO WS-IF-SUB.
    MOVE 'E' TO IF-CODE(1).
    MOVE 'EXTRACT' TO IF-NAME(1).
    MOVE 'G' TO IF-CODE(2).
    MOVE 'GL' TO IF-NAME(2).
    PERFORM SEED-ONE-IFACE-PARA UNTIL WS-IF-SUB > 2.

SEED-ONE-PROGRAM-PARA.
    MOVE WS-EXPECTED-NAME(WS-PT-SUB) TO WS-NEW-PROGRAM.
    PERFORM ADD-PROG-PARA.
    MOVE 'Y' TO PT-EXPECTED-SW(WS-PROG-FOUND).
    EVALUATE WS-NEW-PROGRAM
        WHEN 'CYCGATE'
            MOVE WS-PROG-FOUND TO WS-GATE-SUB
        WHEN 'RECONCIL'
            MOVE WS-PROG-FOUND TO WS-RECON-SUB
        WHEN 'GLPROVE'
            MOVE WS-PROG-FOUND TO WS-GLPROVE-SUB
    END-EVALUATE
    ADD 1 TO WS-PT-SUB.

SEED-ONE-IFACE-PARA.
    MOVE 'N' TO IF-LOG-SW(WS-IF-SUB).
    MOVE 'N' TO IF-ACK-SW(WS-IF-SUB).
    MOVE 0 TO IF-ON-LOG(WS-IF-SUB).
    MOVE 0 TO IF-CHECKED(WS-IF-SUB).
    MOVE 0 TO IF-ACKED(WS-IF-SUB).
    MOVE 0 TO IF-REJECTED(WS-IF-SUB).
    MOVE 0 TO IF-WAITING(WS-IF-SUB).
    MOVE 0 TO IF-OVERDUE(WS-IF-SUB).
    MOVE 0 TO IF-OLDEST-GEN(WS-IF-SUB).
    MOVE 0 TO IF-OLDEST-AGE(WS-IF-SUB).
    ADD 1 TO WS-IF-SUB.

*> ---------------------------------------------------------------
*> RUNLOG: the cycle's steps and their timing history
*> ---------------------------------------------------------------
SCAN-RUNLOG-PARA.
    *> without RUNLOG the summary still has to say so and page -
    *> it is flagged, not fatal
    OPEN INPUT RUNLOG-FILE.
    IF WS-RUNLOG-STATUS NOT = '00'
        DISPLAY 'WARNING - RUNLOG OPEN FAILED, STATUS: '
            WS-RUNLOG-STATUS
    ELSE
        SET RUNLOG-WAS-READ TO TRUE
        PERFORM READ-RUNLOG-PARA
        PERFORM TALLY-RUNLOG-PARA UNTIL END-OF-RUNLOG
        CLOSE RUNLOG-FILE
    END-IF.

READ-RUNLOG-PARA.
    READ RUNLOG-FILE
        AT END SET END-OF-RUNLOG TO TRUE
    END-READ.

TALLY-RUNLOG-PARA.
    *> a later cycle's records (a summary rerun for an old date)
    *> are no part of this one or its history
    IF RNL-CYCLE-DATE NOT > WS-CYCLE-DATE
        PERFORM FIND-PROG-PARA
        IF WS-PROG-FOUND > 0
            MOVE RNL-TIMESTAMP TO WS-TS-WORK
            PERFORM TIMESTAMP-SECONDS-PARA
            IF RNL-START-RECORD
                PERFORM TALLY-START-PARA
            END-IF
            IF RNL-END-RECORD
                PERFORM TALLY-END-PARA
            END-IF
        END-IF
    END-IF
    PERFORM READ-RUNLOG-PARA.

TALLY-START-PARA.
    IF TS-IS-VALID
        MOVE 'Y' TO PT-OPEN-SW(WS-PROG-FOUND)
        MOVE WS-TS-SECS TO PT-OPEN-SECS(WS-PROG-FOUND)
    ELSE
        MOVE 'U' TO PT-OPEN-SW(WS-PROG-FOUND)
    END-IF
    MOVE RNL-CYCLE-DATE TO PT-OPEN-CYCLE(WS-PROG-FOUND).
    IF RNL-CYCLE-DATE = WS-CYCLE-DATE
        MOVE 'Y' TO PT-T-HANGING-SW(WS-PROG-FOUND)
    END-IF.

TALLY-END-PARA.
    *> an end times the run when it follows its own start for the
    *> same cycle; an end-only program (the reconciliation) or a
    *> start lost to an abend leaves the run untimed
    MOVE 'N' TO WS-ELAPSED-SW.
    IF PT-START-TIMED(WS-PROG-FOUND) AND TS-IS-VALID
            AND PT-OPEN-CYCLE(WS-PROG-FOUND) = RNL-CYCLE-DATE
            AND WS-TS-SECS NOT < PT-OPEN-SECS(WS-PROG-FOUND)
        COMPUTE WS-ELAPSED = WS-TS-SECS - PT-OPEN-SECS(WS-PROG-FOUND)
        SET RUN-WAS-TIMED TO TRUE
    END-IF
    IF RNL-CYCLE-DATE = WS-CYCLE-DATE
        PERFORM RECORD-CYCLE-RUN-PARA
    ELSE
        IF RUN-WAS-TIMED
            PERFORM RECORD-HISTORY-PARA
        END-IF
    END-IF
    MOVE 'N' TO PT-OPEN-SW(WS-PROG-FOUND).

RECORD-CYCLE-RUN-PARA.
    *> a rerun's end record supersedes the earlier run's figures
    ADD 1 TO PT-T-RUNS(WS-PROG-FOUND).
    MOVE 'N' TO PT-T-HANGING-SW(WS-PROG-FOUND).
    MOVE RNL-READ-COUNT TO PT-T-READ(WS-PROG-FOUND).
    MOVE RNL-WRITTEN-COUNT TO PT-T-WRITTEN(WS-PROG-FOUND).
    MOVE RNL-REJECT-COUNT TO PT-T-REJECT(WS-PROG-FOUND).
    MOVE RNL-TOTAL-AMOUNT TO PT-T-AMOUNT(WS-PROG-FOUND).
    MOVE RNL-STATUS TO PT-T-STATUS(WS-PROG-FOUND).
    IF RUN-WAS-TIMED
        MOVE 'Y' TO PT-T-TIMED-SW(WS-PROG-FOUND)
        MOVE WS-ELAPSED TO PT-T-SECS(WS-PROG-FOUND)
    ELSE
        MOVE 'N' TO PT-T-TIMED-SW(WS-PROG-FOUND)
        MOVE 0 TO PT-T-SECS(WS-PROG-FOUND)
    END-IF.

RECORD-HISTORY-PARA.
    IF PT-HIST-COUNT(WS-PROG-FOUND) > 0
            AND PT-HIST-CYCLE(WS-PROG-FOUND) = RNL-CYCLE-DATE
        MOVE WS-ELAPSED TO PT-HIST-SECS(WS-PROG-FOUND,
            PT-HIST-SLOT(WS-PROG-FOUND))
    ELSE
        ADD 1 TO PT-HIST-SLOT(WS-PROG-FOUND)
        IF PT-HIST-SLOT(WS-PROG-FOUND) > 20
            MOVE 1 TO PT-HIST-SLOT(WS-PROG-FOUND)
        END-IF
        MOVE WS-ELAPSED TO PT-HIST-SECS(WS-PROG-FOUND,
            PT-HIST-SLOT(WS-PROG-FOUND))
        IF PT-HIST-COUNT(WS-PROG-FOUND) < 20
            ADD 1 TO PT-HIST-COUNT(WS-PROG-FOUND)
        END-IF
        MOVE RNL-CYCLE-DATE TO PT-HIST-CYCLE(WS-PROG-FOUND)
    END-IF.

TIMESTAMP-SECONDS-PARA.
    MOVE 'N' TO WS-TS-VALID-SW.
    MOVE 0 TO WS-TS-SECS.
    IF WS-TS-WORK NUMERIC
        COMPUTE WS-TS-SECS =
            FUNCTION INTEGER-OF-DATE(WS-TS-YMD) * 86400
            + WS-TS-HH * 3600 + WS-TS-MI * 60 + WS-TS-SS
        IF WS-TS-SECS > 0
            SET TS-IS-VALID TO TRUE
        END-IF
    END-IF.

FIND-PROG-PARA.
    MOVE 0 TO WS-PROG-FOUND.
    MOVE 1 TO WS-PT-SUB.
    PERFORM FIND-PROG-SCAN-PARA
        UNTIL WS-PROG-FOUND > 0 OR WS-PT-SUB > WS-PROG-USED.
    IF WS-PROG-FOUND = 0
        IF WS-PROG-USED < WS-PROG-MAX
            MOVE RNL-PROGRAM TO WS-NEW-PROGRAM
            PERFORM ADD-PROG-PARA
        ELSE
            DISPLAY 'WARNING - PROGRAM TABLE FULL, SKIPPING: '
                RNL-PROGRAM
        END-IF
    END-IF.

FIND-PROG-SCAN-PARA.
    IF PT-NAME(WS-PT-SUB) = RNL-PROGRAM
        MOVE WS-PT-SUB TO WS-PROG-FOUND
    ELSE
        ADD 1 TO WS-PT-SUB
    END-IF.

ADD-PROG-PARA.
    ADD 1 TO WS-PROG-USED.
    MOVE WS-PROG-USED TO WS-PROG-FOUND.
    MOVE WS-NEW-PROGRAM TO PT-NAME(WS-PROG-FOUND).
    MOVE 'N' TO PT-EXPECTED-SW(WS-PROG-FOUND).
    MOVE 'N' TO PT-OPEN-SW(WS-PROG-FOUND).
    MOVE SPACES TO PT-OPEN-CYCLE(WS-PROG-FOUND).
    MOVE 0 TO PT-OPEN-SECS(WS-PROG-FOUND).
    MOVE 0 TO PT-HIST-COUNT(WS-PROG-FOUND).
    MOVE 0 TO PT-HIST-SLOT(WS-PROG-FOUND).
    MOVE SPACES TO PT-HIST-CYCLE(WS-PROG-FOUND).
    MOVE 0 TO PT-AVG-SECS(WS-PROG-FOUND).
    MOVE 0 TO PT-T-RUNS(WS-PROG-FOUND).
    MOVE 'N' TO PT-T-HANGING-SW(WS-PROG-FOUND).
    MOVE 0 TO PT-T-READ(WS-PROG-FOUND).
    MOVE 0 TO PT-T-WRITTEN(WS-PROG-FOUND).
    MOVE 0 TO PT-T-REJECT(WS-PROG-FOUND).
    MOVE 0 TO PT-T-AMOUNT(WS-PROG-FOUND).
    MOVE SPACES TO PT-T-STATUS(WS-PROG-FOUND).
    MOVE 'N' TO PT-T-TIMED-SW(WS-PROG-FOUND).
    MOVE 0 TO PT-T-SECS(WS-PROG-FOUND).
    MOVE 'N' TO PT-T-SLOW-SW(WS-PROG-FOUND).

*> ---------------------------------------------------------------
*> CALFIL: the cycle date's day type
*> ---------------------------------------------------------------
SCAN-CALENDAR-PARA.
    *> only consulted when the gate logged no verdict - an unread
    *> calendar is shown, not flagged
    OPEN INPUT CAL-FILE.
    IF WS-CAL-STATUS NOT = '00'
        DISPLAY 'WARNING - CALFIL OPEN FAILED, STATUS: '
            WS-CAL-STATUS
    ELSE
        MOVE SPACE TO WS-CAL-DAY-SW
        PERFORM READ-CAL-PARA
        PERFORM CAPTURE-CAL-PARA UNTIL END-OF-CAL
        CLOSE CAL-FILE
    END-IF.

READ-CAL-PARA.
    READ CAL-FILE
        AT END SET END-OF-CAL TO TRUE
    END-READ.

CAPTURE-CAL-PARA.
    IF CAL-DATE = WS-CYCLE-DATE
        MOVE CAL-TYPE TO WS-CAL-DAY-SW
    END-IF
    PERFORM READ-CAL-PARA.

*> ---------------------------------------------------------------
*> FEEDLOG: the feed edit's latest run for the cycle
*> ---------------------------------------------------------------
SCAN-FEEDLOG-PARA.
    *> no edit log means no edit run was ever logged - flagged
    *> with the feeds
    OPEN INPUT FEEDLOG-FILE.
    IF WS-FEEDLOG-STATUS = '00'
        PERFORM READ-FEEDLOG-PARA
        PERFORM TALLY-FEEDLOG-PARA UNTIL END-OF-FEEDLOG
        CLOSE FEEDLOG-FILE
    END-IF.

READ-FEEDLOG-PARA.
    READ FEEDLOG-FILE
        AT END SET END-OF-FEEDLOG TO TRUE
    END-READ.

TALLY-FEEDLOG-PARA.
    IF FL-CYCLE-DATE = WS-CYCLE-DATE
        IF FL-RUN-STAMP NOT = WS-EDIT-STAMP
            *> a rerun of the edit - its set replaces the last
            ADD 1 TO WS-EDIT-RUNS
            MOVE FL-RUN-STAMP TO WS-EDIT-STAMP
            MOVE 'N' TO WS-EDIT-ENDED-SW
            MOVE 0 TO WS-FEED-COUNT
        END-IF
        IF FL-FEED-RECORD
            PERFORM TALLY-FEED-PARA
        END-IF
        IF FL-RUN-RECORD
            SET EDIT-RUN-ENDED TO TRUE
            MOVE FL-RETURN-CODE TO WS-EDIT-RC
            MOVE FL-READ-COUNT TO WS-EDIT-SEEN
            MOVE FL-CLEAN-COUNT TO WS-EDIT-ACCEPTED
            MOVE FL-REJECT-COUNT TO WS-EDIT-REJECTED
            MOVE FL-REVIEW-COUNT TO WS-EDIT-HELD
            MOVE FL-AMOUNT TO WS-EDIT-AMOUNT
        END-IF
    END-IF
    PERFORM READ-FEEDLOG-PARA.

TALLY-FEED-PARA.
    IF WS-FEED-COUNT < WS-FEED-MAX
        ADD 1 TO WS-FEED-COUNT
        MOVE FL-FEED-ID TO FT-FEED-ID(WS-FEED-COUNT)
        MOVE FL-RESULT TO FT-RESULT(WS-FEED-COUNT)
        MOVE FL-READ-COUNT TO FT-READ(WS-FEED-COUNT)
        MOVE FL-CLEAN-COUNT TO FT-CLEAN(WS-FEED-COUNT)
        MOVE FL-REJECT-COUNT TO FT-REJECTS(WS-FEED-COUNT)
        MOVE FL-REVIEW-COUNT TO FT-REVIEWS(WS-FEED-COUNT)
        MOVE FL-AMOUNT TO FT-AMOUNT(WS-FEED-COUNT)
        MOVE FL-REASON TO FT-REASON(WS-FEED-COUNT)
    ELSE
        DISPLAY 'WARNING - FEED TABLE FULL, SKIPPING: ' FL-FEED-ID
    END-IF.

*> ---------------------------------------------------------------
*> EXTGLOG/EXTACK and GLGLOG/GLACK: generations not acknowledged
*> ---------------------------------------------------------------
LOAD-EXT-LOG-PARA.
    MOVE 1 TO WS-IF-SUB.
    MOVE 'N' TO WS-GENLOG-EOF-SW.
    MOVE 0 TO WS-LOG-TOTAL.
    OPEN INPUT GENLOG-FILE.
    IF WS-GENLOG-STATUS = '00'
        MOVE 'Y' TO IF-LOG-SW(1)
        PERFORM READ-EXT-LOG-PARA
        PERFORM COUNT-EXT-LOG-PARA UNTIL END-OF-GENLOG
        CLOSE GENLOG-FILE
        PERFORM SET-GEN-SKIP-PARA
        MOVE 'N' TO WS-GENLOG-EOF-SW
        OPEN INPUT GENLOG-FILE
        PERFORM READ-EXT-LOG-PARA
        PERFORM LOAD-EXT-ENTRY-PARA UNTIL END-OF-GENLOG
        CLOSE GENLOG-FILE
    END-IF.

READ-EXT-LOG-PARA.
    READ GENLOG-FILE
        AT END SET END-OF-GENLOG TO TRUE
    END-READ.

COUNT-EXT-LOG-PARA.
    ADD 1 TO WS-LOG-TOTAL.
    PERFORM READ-EXT-LOG-PARA.

LOAD-EXT-ENTRY-PARA.
    IF WS-GEN-SKIPPED < WS-GEN-SKIP
        ADD 1 TO WS-GEN-SKIPPED
    ELSE
        MOVE 'E' TO WS-IN-IFACE
        MOVE GL-FEED-ID TO WS-IN-FEED-ID
        MOVE GL-GENERATION TO WS-IN-GENERATION
        MOVE GL-CUT-DATE TO WS-IN-CUT-DATE
        PERFORM ADD-GEN-PARA
    END-IF
    PERFORM READ-EXT-LOG-PARA.

LOAD-GL-LOG-PARA.
    MOVE 2 TO WS-IF-SUB.
    MOVE 'N' TO WS-GENLOG-EOF-SW.
    MOVE 0 TO WS-LOG-TOTAL.
    OPEN INPUT GLGLOG-FILE.
    IF WS-GLGLOG-STATUS = '00'
        MOVE 'Y' TO IF-LOG-SW(2)
        PERFORM READ-GL-LOG-PARA
        PERFORM COUNT-GL-LOG-PARA UNTIL END-OF-GENLOG
        CLOSE GLGLOG-FILE
        PERFORM SET-GEN-SKIP-PARA
        MOVE 'N' TO WS-GENLOG-EOF-SW
        OPEN INPUT GLGLOG-FILE
        PERFORM READ-GL-LOG-PARA
        PERFORM LOAD-GL-ENTRY-PARA UNTIL END-OF-GENLOG
        CLOSE GLGLOG-FILE
    END-IF.

READ-GL-LOG-PARA.
    READ GLGLOG-FILE
        AT END SET END-OF-GENLOG TO TRUE
    END-READ.

COUNT-GL-LOG-PARA.
    ADD 1 TO WS-LOG-TOTAL.
    PERFORM READ-GL-LOG-PARA.

LOAD-GL-ENTRY-PARA.
    IF WS-GEN-SKIPPED < WS-GEN-SKIP
        ADD 1 TO WS-GEN-SKIPPED
    ELSE
        MOVE 'G' TO WS-IN-IFACE
        MOVE GLG-FEED-ID TO WS-IN-FEED-ID
        MOVE GLG-GENERATION TO WS-IN-GENERATION
        MOVE GLG-CUT-DATE TO WS-IN-CUT-DATE
        PERFORM ADD-GEN-PARA
    END-IF
    PERFORM READ-GL-LOG-PARA.

SET-GEN-SKIP-PARA.
    MOVE WS-LOG-TOTAL TO IF-ON-LOG(WS-IF-SUB).
    MOVE 0 TO WS-GEN-SKIP.
    MOVE 0 TO WS-GEN-SKIPPED.
    IF WS-LOG-TOTAL > WS-GEN-PER-LOG
        COMPUTE WS-GEN-SKIP = WS-LOG-TOTAL - WS-GEN-PER-LOG
    END-IF.

ADD-GEN-PARA.
    ADD 1 TO WS-GEN-COUNT.
    ADD 1 TO IF-CHECKED(WS-IF-SUB).
    MOVE WS-IN-IFACE TO GT-IFACE(WS-GEN-COUNT).
    MOVE WS-IN-FEED-ID TO GT-FEED-ID(WS-GEN-COUNT).
    MOVE WS-IN-GENERATION TO GT-GENERATION(WS-GEN-COUNT).
    MOVE WS-IN-CUT-DATE TO GT-CUT-DATE(WS-GEN-COUNT).
    MOVE 'N' TO GT-ACK-SW(WS-GEN-COUNT).
    MOVE SPACES TO GT-ACK-STATUS(WS-GEN-COUNT).

MATCH-EXT-ACKS-PARA.
    *> no acknowledgment file means nothing is acknowledged yet
    MOVE 'N' TO WS-ACK-EOF-SW.
    OPEN INPUT ACK-FILE.
    IF WS-ACK-STATUS = '00'
        MOVE 'Y' TO IF-ACK-SW(1)
        PERFORM READ-EXT-ACK-PARA
        PERFORM MATCH-EXT-ACK-PARA UNTIL END-OF-ACK
        CLOSE ACK-FILE
    END-IF.

READ-EXT-ACK-PARA.
    READ ACK-FILE
        AT END SET END-OF-ACK TO TRUE
    END-READ.

MATCH-EXT-ACK-PARA.
    MOVE 'E' TO WS-IN-IFACE.
    MOVE ACK-FEED-ID TO WS-IN-FEED-ID.
    MOVE ACK-GENERATION TO WS-IN-GENERATION.
    MOVE ACK-STATUS TO WS-IN-ACK-STATUS.
    PERFORM MARK-ACKED-PARA.
    PERFORM READ-EXT-ACK-PARA.

MATCH-GL-ACKS-PARA.
    MOVE 'N' TO WS-ACK-EOF-SW.
    OPEN INPUT GLACK-FILE.
    IF WS-GLACK-STATUS = '00'
        MOVE 'Y' TO IF-ACK-SW(2)
        PERFORM READ-GL-ACK-PARA
        PERFORM MATCH-GL-ACK-PARA UNTIL END-OF-ACK
        CLOSE GLACK-FILE
    END-IF.

READ-GL-ACK-PARA.
    READ GLACK-FILE
        AT END SET END-OF-ACK TO TRUE
    END-READ.

MATCH-GL-ACK-PARA.
    MOVE 'G' TO WS-IN-IFACE.
    MOVE GLA-FEED-ID TO WS-IN-FEED-ID.
    MOVE GLA-GENERATION TO WS-IN-GENERATION.
    MOVE GLA-STATUS TO WS-IN-ACK-STATUS.
    PERFORM MARK-ACKED-PARA.
    PERFORM READ-GL-ACK-PARA.

MARK-ACKED-PARA.
    *> an acknowledgment for a generation off the checked window
    *> (or never cut) is the reconciliation's business, not ours
    MOVE 0 TO WS-GEN-FOUND.
    MOVE 1 TO WS-GT-SUB.
    PERFORM FIND-GEN-SCAN-PARA
        UNTIL WS-GEN-FOUND > 0 OR WS-GT-SUB > WS-GEN-COUNT.
    IF WS-GEN-FOUND > 0
        MOVE 'Y' TO GT-ACK-SW(WS-GEN-FOUND)
        MOVE WS-IN-ACK-STATUS TO GT-ACK-STATUS(WS-GEN-FOUND)
    END-IF.

FIND-GEN-SCAN-PARA.
    IF GT-GENERATION(WS-GT-SUB) = WS-IN-GENERATION
            AND GT-FEED-ID(WS-GT-SUB) = WS-IN-FEED-ID
            AND GT-IFACE(WS-GT-SUB) = WS-IN-IFACE
        MOVE WS-GT-SUB TO WS-GEN-FOUND
    ELSE
        ADD 1 TO WS-GT-SUB
    END-IF.

*> ---------------------------------------------------------------
*> SUSPENSE and EXCPTOUT: queue size and age
*> ---------------------------------------------------------------
SCAN-SUSPENSE-PARA.
    OPEN INPUT SUSPENSE-FILE.
    IF WS-SUSP-STATUS = '00'
        SET SUSPENSE-WAS-READ TO TRUE
        PERFORM READ-SUSPENSE-PARA
        PERFORM TALLY-SUSPENSE-PARA UNTIL END-OF-SUSPENSE
        CLOSE SUSPENSE-FILE
    END-IF.

READ-SUSPENSE-PARA.
    READ SUSPENSE-FILE
        AT END SET END-OF-SUSPENSE TO TRUE
    END-READ.

TALLY-SUSPENSE-PARA.
    *> aged as the suspense workbench ages them - an undated item
    *> counts as aged
    ADD 1 TO WS-SUSP-COUNT.
    ADD SUS-AMOUNT TO WS-SUSP-AMOUNT.
    IF SUS-DATE NUMERIC
        MOVE SUS-DATE TO WS-SUSP-DATE-NUM
        COMPUTE WS-ITEM-AGE = WS-TODAY-INT
            - FUNCTION INTEGER-OF-DATE(WS-SUSP-DATE-NUM)
    ELSE
        COMPUTE WS-ITEM-AGE = WS-SUSP-AGE-DAYS + 1
    END-IF
    IF WS-ITEM-AGE > WS-SUSP-OLDEST
        MOVE WS-ITEM-AGE TO WS-SUSP-OLDEST
    END-IF
    IF WS-ITEM-AGE > WS-SUSP-AGE-DAYS
        ADD 1 TO WS-SUSP-AGED
        ADD SUS-AMOUNT TO WS-SUSP-AGED-AMOUNT
    END-IF
    PERFORM READ-SUSPENSE-PARA.

SCAN-EXCEPTIONS-PARA.
    OPEN INPUT EXCEPTION-FILE.
    IF WS-EXCP-STATUS = '00'
        SET EXCEPTIONS-WERE-READ TO TRUE
        PERFORM READ-EXCEPTION-PARA
        PERFORM TALLY-EXCEPTION-PARA UNTIL END-OF-EXCEPTIONS
        CLOSE EXCEPTION-FILE
    END-IF.

READ-EXCEPTION-PARA.
    READ EXCEPTION-FILE
        AT END SET END-OF-EXCEPTIONS TO TRUE
    END-READ.

TALLY-EXCEPTION-PARA.
    ADD 1 TO WS-EXCP-COUNT.
    MOVE 0 TO WS-EXCP-RECYCLES.
    IF EXC-RECYCLE-COUNT NUMERIC
        MOVE EXC-RECYCLE-COUNT TO WS-EXCP-RECYCLES
    END-IF
    IF WS-EXCP-RECYCLES > WS-EXCP-MOST
        MOVE WS-EXCP-RECYCLES TO WS-EXCP-MOST
    END-IF
    IF WS-EXCP-RECYCLES NOT < WS-RECYCLE-LIMIT
        ADD 1 TO WS-EXCP-STUCK
    END-IF
    PERFORM READ-EXCEPTION-PARA.

*> ---------------------------------------------------------------
*> red flags
*> ---------------------------------------------------------------
CHECK-GATE-PARA.
    *> the gate's latest verdict for the cycle decides whether the
    *> missing steps are news at all
    MOVE PT-T-READ(WS-GATE-SUB) TO WS-GATE-CHECK.
    IF WS-GATE-CHECK > 0 AND WS-GATE-CHECK NOT > 4
        MOVE WS-GATE-REASON(WS-GATE-CHECK) TO WS-GATE-TEXT
    ELSE
        MOVE 'SEE THE GATE LISTING' TO WS-GATE-TEXT
    END-IF
    MOVE 'S' TO WS-FLAG-AREA.
    MOVE SPACES TO WS-FLAG-TEXT.
    EVALUATE TRUE
        WHEN NOT RUNLOG-WAS-READ
            CONTINUE
        WHEN PT-T-RUNS(WS-GATE-SUB) = 0
            IF CAL-HOLIDAY OR CAL-WEEKEND
                SET CYCLE-NOT-SCHEDULED TO TRUE
            ELSE
                MOVE 'FAIL' TO WS-FLAG-SEVERITY
                MOVE 'CYCGATE LOGGED NO VERDICT FOR THE CYCLE'
                    TO WS-FLAG-TEXT
            END-IF
        WHEN PT-T-STATUS(WS-GATE-SUB) = 'OK'
            IF PT-T-WRITTEN(WS-GATE-SUB) > 0 AND WS-GATE-CHECK > 0
                MOVE 'WARN' TO WS-FLAG-SEVERITY
                STRING 'GATE BYPASSED BY GATECTL - ' WS-GATE-TEXT
                    DELIMITED BY SIZE INTO WS-FLAG-TEXT
                END-STRING
            END-IF
        WHEN WS-GATE-CHECK = 1
            SET CYCLE-NOT-SCHEDULED TO TRUE
        WHEN WS-GATE-CHECK = 3
            *> the refused resubmit is the gate doing its job - the
            *> completed run's own records are checked as usual
            MOVE 'WARN' TO WS-FLAG-SEVERITY
            MOVE 'CYCLE GATE REFUSED A RESUBMIT OF A COMPLETED CYCLE'
                TO WS-FLAG-TEXT
        WHEN OTHER
            SET CYCLE-HELD-BY-GATE TO TRUE
            MOVE 'FAIL' TO WS-FLAG-SEVERITY
            STRING 'CYCLE GATE HELD THE CYCLE - ' WS-GATE-TEXT
                DELIMITED BY SIZE INTO WS-FLAG-TEXT
            END-STRING
    END-EVALUATE
    IF WS-FLAG-TEXT NOT = SPACES
        PERFORM ADD-FLAG-PARA
    END-IF.

CHECK-STEPS-PARA.
    IF NOT RUNLOG-WAS-READ
        MOVE 'FAIL' TO WS-FLAG-SEVERITY
        MOVE 'S' TO WS-FLAG-AREA
        MOVE 'RUNLOG COULD NOT BE READ - NO STEP CAN BE ACCOUNTED FOR'
            TO WS-FLAG-TEXT
        PERFORM ADD-FLAG-PARA
    END-IF
    MOVE 1 TO WS-PT-SUB.
    PERFORM CHECK-ONE-STEP-PARA UNTIL WS-PT-SUB > WS-PROG-USED.

CHECK-ONE-STEP-PARA.
    PERFORM AVERAGE-STEP-PARA.
    MOVE 'FAIL' TO WS-FLAG-SEVERITY.
    MOVE 'S' TO WS-FLAG-AREA.
    MOVE SPACES TO WS-FLAG-TEXT.
    EVALUATE TRUE
        WHEN WS-PT-SUB = WS-GATE-SUB
            *> judged on its own above
            CONTINUE
        WHEN PT-T-HANGING(WS-PT-SUB)
            *> the last start for the cycle has no end after it
            STRING PT-NAME(WS-PT-SUB) DELIMITED BY SPACE
                ' STARTED WITHOUT AN END RECORD - ABENDED OR STILL'
                ' RUNNING' DELIMITED BY SIZE
                INTO WS-FLAG-TEXT
            END-STRING
        WHEN PT-T-RUNS(WS-PT-SUB) = 0 AND PT-EXPECTED(WS-PT-SUB)
                AND CYCLE-RELEASED
            STRING PT-NAME(WS-PT-SUB) DELIMITED BY SPACE
                ' DID NOT RUN FOR THE CYCLE' DELIMITED BY SIZE
                INTO WS-FLAG-TEXT
            END-STRING
        WHEN PT-T-RUNS(WS-PT-SUB) = 0
            CONTINUE
        WHEN PT-T-STATUS(WS-PT-SUB) NOT = 'OK'
                AND WS-PT-SUB = WS-RECON-SUB
            MOVE 'R' TO WS-FLAG-AREA
            MOVE PT-T-REJECT(WS-PT-SUB) TO WS-E-COUNT
            STRING 'RECONCILIATION FAILED -' WS-E-COUNT
                ' DISCREPANCIES - HOLD THE EXTRACT'
                DELIMITED BY SIZE INTO WS-FLAG-TEXT
            END-STRING
        WHEN PT-T-STATUS(WS-PT-SUB) NOT = 'OK'
                AND WS-PT-SUB = WS-GLPROVE-SUB
            MOVE 'R' TO WS-FLAG-AREA
            MOVE PT-T-REJECT(WS-PT-SUB) TO WS-E-COUNT
            STRING 'GL PROOF FAILED -' WS-E-COUNT
                ' DIFFERENCES - DO NOT SEND THE GL FILE'
                DELIMITED BY SIZE INTO WS-FLAG-TEXT
            END-STRING
        WHEN PT-T-STATUS(WS-PT-SUB) NOT = 'OK'
            STRING PT-NAME(WS-PT-SUB) DELIMITED BY SPACE
                ' ENDED WITH STATUS ' PT-T-STATUS(WS-PT-SUB)
                DELIMITED BY SIZE INTO WS-FLAG-TEXT
            END-STRING
        WHEN PT-T-TIMED(WS-PT-SUB)
                AND PT-HIST-COUNT(WS-PT-SUB) NOT < WS-MIN-HISTORY
                AND PT-AVG-SECS(WS-PT-SUB) > 0
                AND PT-T-SECS(WS-PT-SUB) NOT < WS-MIN-FLAG-SECS
                AND PT-T-SECS(WS-PT-SUB) * 100
                    > PT-AVG-SECS(WS-PT-SUB) * WS-ELAPSED-PCT
            MOVE 'Y' TO PT-T-SLOW-SW(WS-PT-SUB)
            MOVE 'WARN' TO WS-FLAG-SEVERITY
            MOVE PT-T-SECS(WS-PT-SUB) TO WS-E-SECS
            MOVE PT-AVG-SECS(WS-PT-SUB) TO WS-E-AVG
            STRING PT-NAME(WS-PT-SUB) DELIMITED BY SPACE
                ' RAN' WS-E-SECS ' SECS AGAINST AN AVERAGE OF'
                WS-E-AVG DELIMITED BY SIZE INTO WS-FLAG-TEXT
            END-STRING
        WHEN OTHER
            CONTINUE
    END-EVALUATE
    IF WS-FLAG-TEXT NOT = SPACES
        PERFORM ADD-FLAG-PARA
    END-IF
    ADD 1 TO WS-PT-SUB.

AVERAGE-STEP-PARA.
    MOVE 0 TO WS-HIST-TOTAL.
    MOVE 1 TO WS-H-SUB.
    PERFORM SUM-HISTORY-PARA
        UNTIL WS-H-SUB > PT-HIST-COUNT(WS-PT-SUB).
    IF PT-HIST-COUNT(WS-PT-SUB) > 0
        COMPUTE PT-AVG-SECS(WS-PT-SUB) ROUNDED =
            WS-HIST-TOTAL / PT-HIST-COUNT(WS-PT-SUB)
    END-IF.

SUM-HISTORY-PARA.
    ADD PT-HIST-SECS(WS-PT-SUB, WS-H-SUB) TO WS-HIST-TOTAL.
    ADD 1 TO WS-H-SUB.

CHECK-FEEDS-PARA.
    MOVE 'FAIL' TO WS-FLAG-SEVERITY.
    MOVE 'F' TO WS-FLAG-AREA.
    MOVE SPACES TO WS-FLAG-TEXT.
    EVALUATE TRUE
        WHEN WS-EDIT-RUNS = 0 AND NOT CYCLE-RELEASED
            CONTINUE
        WHEN WS-EDIT-RUNS = 0
            MOVE 'NO FEED EDIT LOGGED FOR THE CYCLE' TO WS-FLAG-TEXT
        WHEN NOT EDIT-RUN-ENDED
            MOVE 'FEED EDIT DID NOT FINISH - NO RUN RECORD ON FEEDLOG'
                TO WS-FLAG-TEXT
        WHEN WS-EDIT-RC > 8
            MOVE WS-EDIT-RC TO WS-E-RC
            STRING 'FEED EDIT ENDED RC ' WS-E-RC
                ' - NOTHING RELEASED TO THE CYCLE'
                DELIMITED BY SIZE INTO WS-FLAG-TEXT
            END-STRING
        WHEN OTHER
            CONTINUE
    END-EVALUATE
    IF WS-FLAG-TEXT NOT = SPACES
        PERFORM ADD-FLAG-PARA
    END-IF
    MOVE 1 TO WS-FT-SUB.
    PERFORM CHECK-ONE-FEED-PARA UNTIL WS-FT-SUB > WS-FEED-COUNT.

CHECK-ONE-FEED-PARA.
    MOVE 'F' TO WS-FLAG-AREA.
    MOVE SPACES TO WS-FLAG-TEXT.
    EVALUATE TRUE
        WHEN FT-HELD(WS-FT-SUB)
            *> a held block stops the cycle until somebody decides
            MOVE 'FAIL' TO WS-FLAG-SEVERITY
            STRING 'FEED ' DELIMITED BY SIZE
                FT-FEED-ID(WS-FT-SUB) DELIMITED BY SPACE
                ' HELD AS A RESENT BLOCK - OVERRIDE OR DROP IT'
                DELIMITED BY SIZE INTO WS-FLAG-TEXT
            END-STRING
        WHEN FT-REJECTED(WS-FT-SUB)
            MOVE 'WARN' TO WS-FLAG-SEVERITY
            STRING 'FEED ' DELIMITED BY SIZE
                FT-FEED-ID(WS-FT-SUB) DELIMITED BY SPACE
                ' REJECTED - ' FT-REASON(WS-FT-SUB)
                DELIMITED BY SIZE INTO WS-FLAG-TEXT
            END-STRING
        WHEN OTHER
            CONTINUE
    END-EVALUATE
    IF WS-FLAG-TEXT NOT = SPACES
        PERFORM ADD-FLAG-PARA
    END-IF
    ADD 1 TO WS-FT-SUB.

CHECK-IFACES-PARA.
    *> age every unacknowledged generation against the grace
    *> period, as the acknowledgment reconciliation does
    MOVE 1 TO WS-GT-SUB.
    PERFORM AGE-ONE-GEN-PARA UNTIL WS-GT-SUB > WS-GEN-COUNT.
    MOVE 1 TO WS-IF-SUB.
    PERFORM CHECK-ONE-IFACE-PARA UNTIL WS-IF-SUB > 2.

AGE-ONE-GEN-PARA.
    IF GT-IFACE(WS-GT-SUB) = 'E'
        MOVE 1 TO WS-IF-SUB
    ELSE
        MOVE 2 TO WS-IF-SUB
    END-IF
    IF GT-ACKED(WS-GT-SUB)
        ADD 1 TO IF-ACKED(WS-IF-SUB)
        IF GT-ACK-STATUS(WS-GT-SUB) NOT = 'OK'
            ADD 1 TO IF-REJECTED(WS-IF-SUB)
        END-IF
    ELSE
        IF GT-CUT-DATE(WS-GT-SUB) NUMERIC
            MOVE GT-CUT-DATE(WS-GT-SUB) TO WS-CUT-DATE-NUM
            COMPUTE WS-GEN-AGE = WS-TODAY-INT
                - FUNCTION INTEGER-OF-DATE(WS-CUT-DATE-NUM)
        ELSE
            COMPUTE WS-GEN-AGE = WS-GRACE-DAYS + 1
        END-IF
        IF WS-GEN-AGE > WS-GRACE-DAYS
            ADD 1 TO IF-OVERDUE(WS-IF-SUB)
        ELSE
            ADD 1 TO IF-WAITING(WS-IF-SUB)
        END-IF
        IF IF-WAITING(WS-IF-SUB) + IF-OVERDUE(WS-IF-SUB) = 1
                OR WS-GEN-AGE > IF-OLDEST-AGE(WS-IF-SUB)
            MOVE GT-GENERATION(WS-GT-SUB) TO IF-OLDEST-GEN(WS-IF-SUB)
            MOVE WS-GEN-AGE TO IF-OLDEST-AGE(WS-IF-SUB)
        END-IF
    END-IF
    ADD 1 TO WS-GT-SUB.

CHECK-ONE-IFACE-PARA.
    MOVE 'WARN' TO WS-FLAG-SEVERITY.
    MOVE 'I' TO WS-FLAG-AREA.
    IF NOT IF-LOG-READ(WS-IF-SUB)
        MOVE SPACES TO WS-FLAG-TEXT
        STRING IF-NAME(WS-IF-SUB) DELIMITED BY SPACE
            ' GENERATION LOG COULD NOT BE READ'
            DELIMITED BY SIZE INTO WS-FLAG-TEXT
        END-STRING
        PERFORM ADD-FLAG-PARA
    END-IF
    IF IF-OVERDUE(WS-IF-SUB) > 0
        MOVE SPACES TO WS-FLAG-TEXT
        MOVE IF-OVERDUE(WS-IF-SUB) TO WS-E-COUNT
        MOVE IF-OLDEST-GEN(WS-IF-SUB) TO WS-E-GEN
        MOVE IF-OLDEST-AGE(WS-IF-SUB) TO WS-E-DAYS
        STRING IF-NAME(WS-IF-SUB) DELIMITED BY SPACE
            ':' WS-E-COUNT ' GENERATIONS OVERDUE FOR ACK, OLDEST GEN '
            WS-E-GEN WS-E-DAYS ' DAYS'
            DELIMITED BY SIZE INTO WS-FLAG-TEXT
        END-STRING
        PERFORM ADD-FLAG-PARA
    END-IF
    IF IF-REJECTED(WS-IF-SUB) > 0
        MOVE SPACES TO WS-FLAG-TEXT
        MOVE IF-REJECTED(WS-IF-SUB) TO WS-E-COUNT
        STRING IF-NAME(WS-IF-SUB) DELIMITED BY SPACE
            ':' WS-E-COUNT ' GENERATIONS REJECTED BY THE RECEIVER'
            DELIMITED BY SIZE INTO WS-FLAG-TEXT
        END-STRING
        PERFORM ADD-FLAG-PARA
    END-IF
    ADD 1 TO WS-IF-SUB.

CHECK-QUEUES-PARA.
    MOVE 'WARN' TO WS-FLAG-SEVERITY.
    MOVE 'Q' TO WS-FLAG-AREA.
    IF NOT SUSPENSE-WAS-READ
        MOVE 'SUSPENSE QUEUE COULD NOT BE READ' TO WS-FLAG-TEXT
        PERFORM ADD-FLAG-PARA
    END-IF
    IF WS-SUSP-AGED > 0
        MOVE SPACES TO WS-FLAG-TEXT
        MOVE WS-SUSP-AGED TO WS-E-COUNT
        MOVE WS-SUSP-AGE-DAYS TO WS-E-LIMIT
        MOVE WS-SUSP-OLDEST TO WS-E-DAYS
        STRING 'SUSPENSE:' WS-E-COUNT ' ITEMS OVER' WS-E-LIMIT
            ' DAYS, OLDEST' WS-E-DAYS ' DAYS'
            DELIMITED BY SIZE INTO WS-FLAG-TEXT
        END-STRING
        PERFORM ADD-FLAG-PARA
    END-IF
    IF NOT EXCEPTIONS-WERE-READ
        MOVE 'EXCEPTION QUEUE COULD NOT BE READ' TO WS-FLAG-TEXT
        PERFORM ADD-FLAG-PARA
    END-IF
    IF WS-EXCP-STUCK > 0
        MOVE SPACES TO WS-FLAG-TEXT
        MOVE WS-EXCP-STUCK TO WS-E-COUNT
        MOVE WS-RECYCLE-LIMIT TO WS-E-RC
        STRING 'EXCPTOUT:' WS-E-COUNT ' EXCEPTIONS FAILED '
            WS-E-RC ' OR MORE RECYCLES'
            DELIMITED BY SIZE INTO WS-FLAG-TEXT
        END-STRING
        PERFORM ADD-FLAG-PARA
    END-IF.

ADD-FLAG-PARA.
    *> the caller has set the severity, area and text
    IF FLAG-IS-FAIL
        ADD 1 TO WS-FAIL-COUNT
        IF WS-FIRST-FAIL = SPACES
            MOVE WS-FLAG-TEXT TO WS-FIRST-FAIL
        END-IF
    ELSE
        ADD 1 TO WS-WARN-COUNT
        IF WS-FIRST-WARN = SPACES
            MOVE WS-FLAG-TEXT TO WS-FIRST-WARN
        END-IF
    END-IF
    EVALUATE TRUE
        WHEN AREA-STEPS
            MOVE 'Y' TO WS-STEPS-FLAG
        WHEN AREA-FEEDS
            MOVE 'Y' TO WS-FEEDS-FLAG
        WHEN AREA-RECON
            MOVE 'Y' TO WS-RECON-FLAG
        WHEN AREA-IFACE
            MOVE 'Y' TO WS-IFACE-FLAG
        WHEN AREA-QUEUE
            MOVE 'Y' TO WS-QUEUE-FLAG
    END-EVALUATE
    IF WS-FLAG-COUNT < WS-FLAG-MAX
        ADD 1 TO WS-FLAG-COUNT
        MOVE WS-FLAG-SEVERITY TO FG-SEVERITY(WS-FLAG-COUNT)
        MOVE WS-FLAG-TEXT TO FG-TEXT(WS-FLAG-COUNT)
    ELSE
        ADD 1 TO WS-FLAGS-DROPPED
    END-IF.

*> ---------------------------------------------------------------
*> the report
*> ---------------------------------------------------------------
PRINT-HEADING-PARA.
    DISPLAY 'MORNING OPERATIONS SUMMARY - CYCLE ' WS-CYCLE-DATE.
    DISPLAY '=============================================='.
    DISPLAY 'PRODUCED               : ' WS-RUN-STAMP.
    EVALUATE TRUE
        WHEN WS-FAIL-COUNT > 0
            DISPLAY 'CYCLE STATUS           : FAIL'
        WHEN WS-WARN-COUNT > 0
            DISPLAY 'CYCLE STATUS           : WARN'
        WHEN OTHER
            DISPLAY 'CYCLE STATUS           : OK'
    END-EVALUATE
    DISPLAY 'RED FLAGS              : ' WS-FAIL-COUNT ' FAIL, '
        WS-WARN-COUNT ' WARN'.

PRINT-GATE-PARA.
    DISPLAY ' '.
    DISPLAY 'CYCLE GATE (CYCGATE END RECORD)'.
    EVALUATE TRUE
        WHEN CYCLE-NOT-SCHEDULED
            DISPLAY '  RESULT                  : NO CYCLE SCHEDULED'
        WHEN PT-T-RUNS(WS-GATE-SUB) = 0
            DISPLAY '  RESULT                  : NO VERDICT LOGGED'
        WHEN PT-T-STATUS(WS-GATE-SUB) = 'OK'
                AND PT-T-WRITTEN(WS-GATE-SUB) > 0
                AND WS-GATE-CHECK > 0
            DISPLAY '  RESULT                  : OPEN - BYPASSED BY '
                'GATECTL'
        WHEN PT-T-STATUS(WS-GATE-SUB) = 'OK'
            DISPLAY '  RESULT                  : OPEN - CYCLE RELEASED'
        WHEN OTHER
            DISPLAY '  RESULT                  : CLOSED - CYCLE HELD'
    END-EVALUATE
    IF PT-T-RUNS(WS-GATE-SUB) > 0 AND WS-GATE-CHECK > 0
        DISPLAY '  FIRST CHECK FAILED      : ' WS-GATE-TEXT
        DISPLAY '  CHECKS FAILED           : '
            PT-T-REJECT(WS-GATE-SUB)
    END-IF
    EVALUATE TRUE
        WHEN CAL-NOT-READ
            DISPLAY '  CALENDAR DAY            : CALFIL NOT READ'
        WHEN CAL-DATE-MISSING
            DISPLAY '  CALENDAR DAY            : NOT ON THE CALENDAR'
        WHEN CAL-BUSINESS-DAY
            DISPLAY '  CALENDAR DAY            : BUSINESS DAY'
        WHEN CAL-HOLIDAY
            DISPLAY '  CALENDAR DAY            : HOLIDAY'
        WHEN CAL-WEEKEND
            DISPLAY '  CALENDAR DAY            : WEEKEND'
        WHEN OTHER
            DISPLAY '  CALENDAR DAY            : TYPE ' WS-CAL-DAY-SW
    END-EVALUATE.

PRINT-FLAGS-PARA.
    DISPLAY ' '.
    IF WS-FLAG-COUNT = 0
        DISPLAY 'NO RED FLAGS - CYCLE WITHIN TOLERANCE'
    ELSE
        MOVE 'FAIL' TO WS-PRINT-SEVERITY
        MOVE 1 TO WS-FG-SUB
        PERFORM PRINT-ONE-FLAG-PARA UNTIL WS-FG-SUB > WS-FLAG-COUNT
        MOVE 'WARN' TO WS-PRINT-SEVERITY
        MOVE 1 TO WS-FG-SUB
        PERFORM PRINT-ONE-FLAG-PARA UNTIL WS-FG-SUB > WS-FLAG-COUNT
        IF WS-FLAGS-DROPPED > 0
            DISPLAY '*** ' WS-FLAGS-DROPPED ' FURTHER FLAGS NOT '
                'LISTED - SEE THE SECTIONS BELOW'
        END-IF
    END-IF.

PRINT-ONE-FLAG-PARA.
    IF FG-SEVERITY(WS-FG-SUB) = WS-PRINT-SEVERITY
        DISPLAY '*** ' FG-SEVERITY(WS-FG-SUB) '  ' FG-TEXT(WS-FG-SUB)
    END-IF
    ADD 1 TO WS-FG-SUB.

PRINT-STEPS-PARA.
    DISPLAY ' '.
    DISPLAY 'CYCLE STEPS (RUNLOG) - ELAPSED SECONDS AGAINST THE '
        'AVERAGE OF UP TO 20 EARLIER CYCLES'.
    DISPLAY 'PROGRAM   RUNS  STAT    READ  WRITTEN  REJECT'
        '              AMOUNT     SECS   AVERAGE/N  NOTE'.
    MOVE 1 TO WS-PT-SUB.
    PERFORM PRINT-ONE-STEP-PARA UNTIL WS-PT-SUB > WS-PROG-USED.

PRINT-ONE-STEP-PARA.
    *> an off-cycle program is only listed when it logged against
    *> the cycle
    IF PT-EXPECTED(WS-PT-SUB) OR PT-T-RUNS(WS-PT-SUB) > 0
            OR PT-T-HANGING(WS-PT-SUB)
        MOVE PT-NAME(WS-PT-SUB) TO WS-S-PROGRAM
        MOVE PT-T-RUNS(WS-PT-SUB) TO WS-S-RUNS
        MOVE PT-T-STATUS(WS-PT-SUB) TO WS-S-STATUS
        MOVE PT-T-READ(WS-PT-SUB) TO WS-S-READ
        MOVE PT-T-WRITTEN(WS-PT-SUB) TO WS-S-WRITTEN
        MOVE PT-T-REJECT(WS-PT-SUB) TO WS-S-REJECT
        MOVE PT-T-AMOUNT(WS-PT-SUB) TO WS-S-AMOUNT
        MOVE PT-T-SECS(WS-PT-SUB) TO WS-S-SECS
        MOVE PT-AVG-SECS(WS-PT-SUB) TO WS-S-AVG
        MOVE PT-HIST-COUNT(WS-PT-SUB) TO WS-S-HIST
        EVALUATE TRUE
            WHEN PT-T-HANGING(WS-PT-SUB)
                MOVE 'NO END RECORD' TO WS-S-NOTE
            WHEN PT-T-RUNS(WS-PT-SUB) = 0
                MOVE 'NOT RUN' TO WS-S-NOTE
            WHEN PT-T-SLOW(WS-PT-SUB)
                MOVE 'SLOW' TO WS-S-NOTE
            WHEN NOT PT-T-TIMED(WS-PT-SUB)
                MOVE 'NOT TIMED' TO WS-S-NOTE
            WHEN PT-T-RUNS(WS-PT-SUB) > 1
                MOVE 'RERUN' TO WS-S-NOTE
            WHEN NOT PT-EXPECTED(WS-PT-SUB)
                MOVE 'OFF-CYCLE' TO WS-S-NOTE
            WHEN OTHER
                MOVE SPACES TO WS-S-NOTE
        END-EVALUATE
        DISPLAY WS-STEP-LINE
    END-IF
    ADD 1 TO WS-PT-SUB.

PRINT-FEEDS-PARA.
    DISPLAY ' '.
    DISPLAY 'FEED EDIT (FEEDLOG)'.
    IF WS-EDIT-RUNS = 0
        DISPLAY '  NO EDIT RUN LOGGED FOR THE CYCLE'
    ELSE
        DISPLAY '  EDIT RUNS FOR THE CYCLE : ' WS-EDIT-RUNS
            '   LATEST STARTED ' WS-EDIT-STAMP
        IF EDIT-RUN-ENDED
            MOVE WS-EDIT-RC TO WS-E-RC
            MOVE WS-EDIT-AMOUNT TO WS-AMOUNT-DISPLAY
            DISPLAY '  FEEDS ' WS-EDIT-SEEN ' RELEASED '
                WS-EDIT-ACCEPTED ' REJECTED ' WS-EDIT-REJECTED
                ' HELD ' WS-EDIT-HELD ' RC ' WS-E-RC
            DISPLAY '  RELEASED AMOUNT         : ' WS-AMOUNT-DISPLAY
        ELSE
            DISPLAY '  LATEST RUN DID NOT FINISH'
        END-IF
        DISPLAY 'FEED      RESULT      READ   CLEAN  REJECT  REVIEW'
            '              AMOUNT  NOTE'
        MOVE 1 TO WS-FT-SUB
        PERFORM PRINT-ONE-FEED-PARA UNTIL WS-FT-SUB > WS-FEED-COUNT
    END-IF.

PRINT-ONE-FEED-PARA.
    MOVE FT-FEED-ID(WS-FT-SUB) TO WS-F-FEED-ID.
    EVALUATE TRUE
        WHEN FT-ACCEPTED(WS-FT-SUB)
            MOVE 'ACCEPTED' TO WS-F-RESULT
        WHEN FT-REJECTED(WS-FT-SUB)
            MOVE 'REJECTED' TO WS-F-RESULT
        WHEN FT-HELD(WS-FT-SUB)
            MOVE 'HELD' TO WS-F-RESULT
        WHEN OTHER
            MOVE FT-RESULT(WS-FT-SUB) TO WS-F-RESULT
    END-EVALUATE
    MOVE FT-READ(WS-FT-SUB) TO WS-F-READ.
    MOVE FT-CLEAN(WS-FT-SUB) TO WS-F-CLEAN.
    MOVE FT-REJECTS(WS-FT-SUB) TO WS-F-REJECTS.
    MOVE FT-REVIEWS(WS-FT-SUB) TO WS-F-REVIEWS.
    MOVE FT-AMOUNT(WS-FT-SUB) TO WS-F-AMOUNT.
    MOVE FT-REASON(WS-FT-SUB) TO WS-F-REASON.
    DISPLAY WS-FEED-LINE.
    ADD 1 TO WS-FT-SUB.

PRINT-RECON-PARA.
    DISPLAY ' '.
    DISPLAY 'RECONCILIATION (RECONCIL AND GLPROVE END RECORDS)'.
    EVALUATE TRUE
        WHEN WS-RECON-SUB = 0
            CONTINUE
        WHEN PT-T-RUNS(WS-RECON-SUB) = 0
            DISPLAY '  NOT RUN FOR THE CYCLE - THE EXTRACT IS NOT '
                'PROVED'
        WHEN PT-T-STATUS(WS-RECON-SUB) = 'OK'
            DISPLAY '  RESULT                  : PROVED'
        WHEN OTHER
            DISPLAY '  RESULT                  : FAILED - HOLD THE '
                'EXTRACT GENERATION'
    END-EVALUATE
    IF WS-RECON-SUB > 0
        IF PT-T-RUNS(WS-RECON-SUB) > 0
            DISPLAY '  DISCREPANCIES           : '
                PT-T-REJECT(WS-RECON-SUB)
            DISPLAY '  LEDGER BALANCES CHECKED : '
                PT-T-WRITTEN(WS-RECON-SUB)
            MOVE PT-T-AMOUNT(WS-RECON-SUB) TO WS-AMOUNT-DISPLAY
            DISPLAY '  MASTER TOTAL            : ' WS-AMOUNT-DISPLAY
        END-IF
    END-IF
    EVALUATE TRUE
        WHEN WS-GLPROVE-SUB = 0
            CONTINUE
        WHEN PT-T-RUNS(WS-GLPROVE-SUB) = 0
            DISPLAY '  GL PROOF                : NOT RUN - THE GL FILE '
                'IS NOT PROVED'
        WHEN PT-T-STATUS(WS-GLPROVE-SUB) = 'OK'
            DISPLAY '  GL PROOF                : PROVED'
        WHEN OTHER
            DISPLAY '  GL PROOF                : FAILED - HOLD THE GL '
                'GENERATION'
    END-EVALUATE
    IF WS-GLPROVE-SUB > 0
        IF PT-T-RUNS(WS-GLPROVE-SUB) > 0
            DISPLAY '  GL PROOF DIFFERENCES    : '
                PT-T-REJECT(WS-GLPROVE-SUB)
            MOVE PT-T-AMOUNT(WS-GLPROVE-SUB) TO WS-AMOUNT-DISPLAY
            DISPLAY '  GL POSTED MOVEMENT      : ' WS-AMOUNT-DISPLAY
        END-IF
    END-IF.

PRINT-IFACES-PARA.
    DISPLAY ' '.
    DISPLAY 'INTERFACE ACKNOWLEDGMENTS - GRACE ' WS-GRACE-DAYS
        ' DAYS'.
    DISPLAY 'INTERFACE ON LOG  CHECKED   ACKED  REJECTED  WAITING'
        '  OVERDUE  OLDEST OUT'.
    MOVE 1 TO WS-IF-SUB.
    PERFORM PRINT-ONE-IFACE-PARA UNTIL WS-IF-SUB > 2.

PRINT-ONE-IFACE-PARA.
    MOVE IF-NAME(WS-IF-SUB) TO WS-I-NAME.
    MOVE IF-ON-LOG(WS-IF-SUB) TO WS-I-ON-LOG.
    MOVE IF-CHECKED(WS-IF-SUB) TO WS-I-CHECKED.
    MOVE IF-ACKED(WS-IF-SUB) TO WS-I-ACKED.
    MOVE IF-REJECTED(WS-IF-SUB) TO WS-I-REJECTED.
    MOVE IF-WAITING(WS-IF-SUB) TO WS-I-WAITING.
    MOVE IF-OVERDUE(WS-IF-SUB) TO WS-I-OVERDUE.
    MOVE SPACES TO WS-I-OLDEST.
    EVALUATE TRUE
        WHEN NOT IF-LOG-READ(WS-IF-SUB)
            MOVE 'LOG NOT READ' TO WS-I-OLDEST
        WHEN IF-WAITING(WS-IF-SUB) + IF-OVERDUE(WS-IF-SUB) > 0
            MOVE IF-OLDEST-GEN(WS-IF-SUB) TO WS-E-GEN
            MOVE IF-OLDEST-AGE(WS-IF-SUB) TO WS-E-DAYS
            STRING 'GEN ' WS-E-GEN WS-E-DAYS 'D'
                DELIMITED BY SIZE INTO WS-I-OLDEST
            END-STRING
        WHEN NOT IF-ACKS-READ(WS-IF-SUB)
            MOVE 'NO ACK FILE' TO WS-I-OLDEST
        WHEN OTHER
            MOVE 'NONE' TO WS-I-OLDEST
    END-EVALUATE
    DISPLAY WS-IFACE-LINE.
    ADD 1 TO WS-IF-SUB.

PRINT-QUEUES-PARA.
    DISPLAY ' '.
    DISPLAY 'QUEUES'.
    IF SUSPENSE-WAS-READ
        MOVE WS-SUSP-AMOUNT TO WS-AMOUNT-DISPLAY
        DISPLAY '  SUSPENSE ITEMS          : ' WS-SUSP-COUNT
            '  AMOUNT ' WS-AMOUNT-DISPLAY
        MOVE WS-SUSP-AGED-AMOUNT TO WS-AMOUNT-DISPLAY
        DISPLAY '  OVER ' WS-SUSP-AGE-DAYS ' DAYS           : '
            WS-SUSP-AGED '  AMOUNT ' WS-AMOUNT-DISPLAY
        MOVE WS-SUSP-OLDEST TO WS-E-DAYS
        DISPLAY '  OLDEST ITEM (DAYS)      : ' WS-E-DAYS
    ELSE
        DISPLAY '  SUSPENSE QUEUE NOT READ'
    END-IF
    IF EXCEPTIONS-WERE-READ
        DISPLAY '  EXCEPTIONS              : ' WS-EXCP-COUNT
        DISPLAY '  AT RECYCLE LIMIT ' WS-RECYCLE-LIMIT '     : '
            WS-EXCP-STUCK
        DISPLAY '  MOST RECYCLES FAILED    : ' WS-EXCP-MOST
    ELSE
        DISPLAY '  EXCEPTION QUEUE NOT READ'
    END-IF.

PRINT-TOLERANCES-PARA.
    DISPLAY ' '.
    DISPLAY 'TOLERANCES: ELAPSED ' WS-ELAPSED-PCT '% OF AVERAGE (MIN '
        WS-MIN-HISTORY ' CYCLES, ' WS-MIN-FLAG-SECS ' SECS), ACK GRACE '
        WS-GRACE-DAYS ', SUSPENSE AGE ' WS-SUSP-AGE-DAYS
        ', RECYCLES ' WS-RECYCLE-LIMIT.

WRITE-STATUS-PARA.
    *> one record, rewritten every night - the scheduler pages on
    *> it (or on the step's return code)
    MOVE SPACES TO OPS-STATUS-RECORD.
    MOVE WS-CYCLE-DATE TO OPS-CYCLE-DATE.
    MOVE WS-RUN-STAMP TO OPS-RUN-STAMP.
    EVALUATE TRUE
        WHEN WS-FAIL-COUNT > 0
            SET OPS-CYCLE-FAIL TO TRUE
            MOVE WS-FIRST-FAIL TO OPS-FIRST-FLAG
        WHEN WS-WARN-COUNT > 0
            SET OPS-CYCLE-WARN TO TRUE
            MOVE WS-FIRST-WARN TO OPS-FIRST-FLAG
        WHEN OTHER
            SET OPS-CYCLE-OK TO TRUE
    END-EVALUATE
    MOVE WS-FAIL-COUNT TO OPS-FAIL-COUNT.
    MOVE WS-WARN-COUNT TO OPS-WARN-COUNT.
    MOVE WS-STEPS-FLAG TO OPS-STEPS-FLAG.
    MOVE WS-FEEDS-FLAG TO OPS-FEEDS-FLAG.
    MOVE WS-RECON-FLAG TO OPS-RECON-FLAG.
    MOVE WS-IFACE-FLAG TO OPS-IFACE-FLAG.
    MOVE WS-QUEUE-FLAG TO OPS-QUEUE-FLAG.
    DISPLAY ' '.
    DISPLAY 'STATUS RECORD          : ' OPS-STATUS-RECORD.
    OPEN OUTPUT OPSSTAT-FILE.
    IF WS-OPSSTAT-STATUS NOT = '00'
        DISPLAY 'ERROR - OPSSTAT OPEN FAILED, STATUS: '
            WS-OPSSTAT-STATUS
        MOVE 16 TO RETURN-CODE
    ELSE
        WRITE OPS-STATUS-RECORD
        IF WS-OPSSTAT-STATUS NOT = '00'
            DISPLAY 'ERROR - OPSSTAT WRITE FAILED, STATUS: '
                WS-OPSSTAT-STATUS
            MOVE 16 TO RETURN-CODE
        END-IF
        CLOSE OPSSTAT-FILE
    END-IF.

*> JCL: see jcl/LOOPHALO.jcl (OPSSUMM step runs this program)
