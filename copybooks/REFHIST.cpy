*> REFHIST.cpy - reference-table history record: one entry per
*> row a control-code or rate table reload added, changed or
*> dropped, dated and stamped with the requester named on the
*> load's control card, with the row as it stood before and after
*> the load in the table's own layout (CTLCODE.cpy for codes,
*> RATETAB.cpy for rate rows; spaces on the side that did not
*> exist). The first compared load of each table also writes a
*> baseline entry for every row it found, so the history answers
*> for rows that have not changed since. The file is only ever
*> appended to, in load order.
01  REFHIST-RECORD.
    05  RH-TABLE                   PIC X(8).
        88  RH-CTLCODE             VALUE 'CTLCODE'.
        88  RH-RATETAB             VALUE 'RATETAB'.
*> the row's key: the control code, or rate class and
*> effective-from
    05  RH-KEY                     PIC X(10).
    05  RH-CHANGE                  PIC X.
        88  RH-BASELINE            VALUE 'B'.
        88  RH-ADDED               VALUE 'A'.
        88  RH-CHANGED             VALUE 'C'.
        88  RH-DROPPED             VALUE 'D'.
    05  RH-LOAD-DATE               PIC X(8).
    05  RH-LOAD-TIME               PIC X(6).
    05  RH-REQUESTER               PIC X(8).
    05  RH-OLD-IMAGE               PIC X(80).
    05  RH-NEW-IMAGE               PIC X(80).
    05  FILLER                     PIC X(39).
