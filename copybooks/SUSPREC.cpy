        10  SUS-KEY                PIC X(6).
        10  SUS-CONTROL            PIC X(4).
        10  SUS-AMOUNT             PIC S9(7)V99.
*> a refused reversal keeps its type and original cycle date here,
*> where TRANSFIL carries them, so the workbench can match it to
*> its original on the keyed journal
        10  SUS-TYPE               PIC X.
            88  SUS-TRANS-REVERSAL VALUE 'R'.
        10  SUS-ORIG-DATE          PIC X(8).
        10  FILLER                 PIC X(50).
    05  SUS-DATE                   PIC X(8).
    05  SUS-REASON                 PIC X(2).
        88  SUS-NO-MATCH           VALUE 'NM'.
        88  SUS-OVERFLOW           VALUE 'OV'.
        88  SUS-REVERSAL           VALUE 'RV'.
*> a reversal whose original was journaled under an ID since merged
*> or renumbered away - it cannot be re-driven, only written off
*> and keyed again by hand against the new ID
        88  SUS-REVERSAL-MERGED    VALUE 'RM'.
        88  SUS-FROZEN             VALUE 'FR'.
        88  SUS-CLOSED             VALUE 'CL'.
        88  SUS-REWRITE-FAIL       VALUE 'RW'.
