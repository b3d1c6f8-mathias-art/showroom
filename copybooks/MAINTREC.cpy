*> MAINTREC.cpy - master maintenance transaction: one card per
*> Add/Change/Delete/Status against BATCH.DAILY.MASTER, the EMPLOYEE
*> fields plus a one-byte function code. Keyed by hand for day-to-
*> day maintenance, or generated for review by the dormancy run.
*> Every card names who submitted it: the maker on the audit
*> listing, and the one id that may not approve it when the change
*> has to wait for a second pair of eyes.
01  MAINT-RECORD.
    05  MNT-FUNC                   PIC X.
        88  MNT-FUNC-ADD           VALUE 'A'.
        88  MNT-FUNC-CHANGE        VALUE 'C'.
        88  MNT-FUNC-DELETE        VALUE 'D'.
        88  MNT-FUNC-STATUS        VALUE 'S'.
    05  MNT-ID.
        10  MNT-ID-ALPHA           PIC XX.
        10  MNT-ID-NUMBER          PIC 9(3).
        10  MNT-ID-CHECK           PIC X.
    05  MNT-NAME                   PIC X(30).
    05  MNT-NUM1                   PIC S9(7)V9(4).
    05  MNT-NUM2                   PIC PP999.
    05  MNT-NUM3                   PIC S9(4)V9(3).
    05  MNT-RATE-CLASS             PIC XX.
*> the status an 'S' card sets: A active, F frozen, C closed
    05  MNT-NEW-STATUS             PIC X.
    05  MNT-SUBMITTER              PIC X(8).
    05  FILLER                     PIC X(11).
