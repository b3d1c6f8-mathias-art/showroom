*> IDXREF.cpy - shared employee ID cross-reference record: one entry
*> per ID the merge/renumber run retired, naming the ID that carries
*> the employee on from that date. A renumber moves the employee to
*> a new ID; a merge folds a duplicate into an ID already on the
*> master. Programs that list an employee's history across months
*> follow the chain (an ID can be retired into one that is itself
*> retired later) so the old and new IDs read as one employee.
01  IDXREF-RECORD.
    05  XRF-OLD-ID                 PIC X(6).
    05  XRF-NEW-ID                 PIC X(6).
    05  XRF-EFF-DATE               PIC X(8).
    05  XRF-ACTION                 PIC X.
        88  XRF-RENUMBER           VALUE 'R'.
        88  XRF-MERGE              VALUE 'M'.
*> the balance moved from the old ID to the new at the change
    05  XRF-AMOUNT                 PIC S9(7)V9(4).
    05  XRF-REQUESTER              PIC X(8).
    05  FILLER                     PIC X(40).
