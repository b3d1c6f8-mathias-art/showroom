*> PENDMNT.cpy - pending master maintenance: a maintenance card
*> MSTMAINT would not apply on its submitter's word alone - a Change
*> that moves the balance or the rate class, or a status change that
*> takes an employee out of frozen or closed - parked exactly as
*> submitted until an approval from a different user id releases it
*> or it expires. Keyed on the date it was parked and a sequence
*> within that date; with the time parked, that is the reference
*> the approval card quotes, unique even when a later run the same
*> day reuses a sequence whose item is gone. The
*> balance, rate class and status the master carried when the card
*> was parked ride along, so an approval cannot apply a change to a
*> record that has moved on since the maker looked at it.
01  PENDING-RECORD.
    05  PND-KEY.
        10  PND-SUB-DATE           PIC X(8).
        10  PND-SEQ                PIC 9(4).
    05  PND-SUB-TIME               PIC X(6).
    05  PND-SUBMITTER              PIC X(8).
    05  PND-REASON                 PIC X(2).
        88  PND-BALANCE            VALUE 'BL'.
        88  PND-RATE-CLASS         VALUE 'RC'.
        88  PND-BALANCE-AND-CLASS  VALUE 'BC'.
        88  PND-STATUS-RELEASE     VALUE 'ST'.
    05  PND-OLD-NUM1               PIC S9(7)V9(4).
    05  PND-OLD-CLASS              PIC XX.
    05  PND-OLD-STATUS             PIC X.
    05  PND-MAINT-IMAGE            PIC X(80).
    05  FILLER                     PIC X(18).
