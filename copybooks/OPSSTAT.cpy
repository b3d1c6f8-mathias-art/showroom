*> OPSSTAT.cpy - nightly operations status record: the one record
*> the morning summary leaves for the scheduler, rewritten every
*> night, so a bad cycle pages the on-call analyst without anybody
*> reading the report. OPS-STATUS is the night's worst finding;
*> the area bytes say where to look ('Y' = flagged, 'N' = clean).
01  OPS-STATUS-RECORD.
    05  OPS-CYCLE-DATE             PIC X(8).
    05  OPS-RUN-STAMP              PIC X(14).
    05  OPS-STATUS                 PIC X(4).
        88  OPS-CYCLE-OK           VALUE 'OK'.
        88  OPS-CYCLE-WARN         VALUE 'WARN'.
        88  OPS-CYCLE-FAIL         VALUE 'FAIL'.
    05  OPS-FAIL-COUNT             PIC 9(3).
    05  OPS-WARN-COUNT             PIC 9(3).
*> cycle steps (RUNLOG), feed edit, reconciliation, interface
*> acknowledgments, suspense and exception queues
    05  OPS-STEPS-FLAG             PIC X.
    05  OPS-FEEDS-FLAG             PIC X.
    05  OPS-RECON-FLAG             PIC X.
    05  OPS-IFACE-FLAG             PIC X.
    05  OPS-QUEUE-FLAG             PIC X.
*> the first red flag of the night, as printed on the report
    05  OPS-FIRST-FLAG             PIC X(40).
    05  FILLER                     PIC X(3).
