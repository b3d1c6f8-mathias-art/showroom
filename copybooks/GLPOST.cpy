*> GLPOST.cpy - general-ledger posting interface: one header record
*> (feed id, cycle date, generation number), the posting lines, and
*> one trailer record carrying the control totals finance proves the
*> file complete with before loading it. Each posting line is one
*> side of a balanced pair - a control code's net movement in one
*> category (posting step postings, posting step reversals, suspense
*> workbench re-drives, and late re-drives - workbench entries from
*> an earlier date that ran after that date's cut) debited to one GL
*> account and credited to the other, accounts from the code's
*> CTLCODE row - so the debit and credit totals on the trailer
*> always agree.
01  GLPOST-RECORD.
    05  GLP-RECORD-TYPE             PIC X(3).
        88  GLP-IS-DETAIL           VALUE 'DTL'.
    05  GLP-CYCLE-DATE              PIC X(8).
    05  GLP-ACCOUNT                 PIC X(10).
    05  GLP-DR-CR                   PIC X.
        88  GLP-DEBIT               VALUE 'D'.
        88  GLP-CREDIT              VALUE 'C'.
    05  GLP-AMOUNT                  PIC 9(11)V99.
    05  GLP-CONTROL                 PIC X(4).
    05  GLP-CATEGORY                PIC X.
        88  GLP-CAT-POSTING         VALUE 'P'.
        88  GLP-CAT-REVERSAL        VALUE 'R'.
        88  GLP-CAT-REDRIVE         VALUE 'S'.
        88  GLP-CAT-LATE-REDRIVE    VALUE 'L'.
    05  GLP-ENTRY-COUNT             PIC 9(6).
    05  GLP-DESC                    PIC X(24).
    05  FILLER                      PIC X(10).
01  GLPOST-HEADER.
    05  GLH-RECORD-TYPE             PIC X(3).
        88  GLH-IS-HEADER           VALUE 'HDR'.
    05  GLH-FEED-ID                 PIC X(8).
    05  GLH-CYCLE-DATE              PIC X(8).
    05  GLH-GENERATION              PIC 9(4).
    05  FILLER                      PIC X(57).
*> the trailer's journal net is the signed sum of every journal
*> entry summarized - what the RUNLOG posted, re-driven and late
*> re-driven amounts add up to for the cut
01  GLPOST-TRAILER.
    05  GLT-RECORD-TYPE             PIC X(3).
        88  GLT-IS-TRAILER          VALUE 'TRL'.
    05  GLT-RECORD-COUNT            PIC 9(6).
    05  GLT-DEBIT-TOTAL             PIC 9(13)V99.
    05  GLT-CREDIT-TOTAL            PIC 9(13)V99.
    05  GLT-JOURNAL-NET             PIC S9(11)V99.
    05  FILLER                      PIC X(28).
