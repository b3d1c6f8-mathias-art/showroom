*> per-transaction amount limit above which an item goes to the
*> review listing instead of straight into posting (zero means no
*> limit). Turning on a new sender's code is a card change and a
*> reload, not a source change. The two GL account numbers are
*> where the general-ledger interface books the code's daily
*> movement - debit and credit for a positive net, the other way
*> round for a negative one (spaces until finance assigns them; the
*> interface refuses a cycle that moved an unassigned code).
01  CODE-RECORD.
    05  CC-CODE                    PIC X(4).
    05  CC-DESC                    PIC X(24).
    05  CC-LIMIT                   PIC 9(7)V99.
    05  CC-LIMIT-X REDEFINES CC-LIMIT
                                   PIC X(9).
    05  CC-GL-DEBIT-ACCT           PIC X(10).
    05  CC-GL-CREDIT-ACCT          PIC X(10).
    05  FILLER                     PIC X(5).
