*> FEEDLOG.cpy - feed edit log record: the front-end edit appends
*> one feed record per sending system's block it decided on
*> (accepted, rejected against its trailer, or held as a resent
*> block) and one run record when it finishes, all stamped with the
*> cycle date and the time the edit run started, so the morning
*> summary can tell which feeds made the cycle without reading the
*> edit listing. A rerun of the edit appends a fresh set under its
*> own run stamp; the latest set for a cycle is the one that counts.
01  FEEDLOG-RECORD.
    05  FL-CYCLE-DATE              PIC X(8).
    05  FL-RUN-STAMP               PIC X(14).
    05  FL-RECORD-TYPE             PIC X.
        88  FL-FEED-RECORD         VALUE 'F'.
        88  FL-RUN-RECORD          VALUE 'R'.
*> feed records: the sender's feed id and what became of its block
    05  FL-FEED-ID                 PIC X(8).
    05  FL-RESULT                  PIC X.
        88  FL-ACCEPTED            VALUE 'A'.
        88  FL-REJECTED            VALUE 'R'.
        88  FL-HELD                VALUE 'H'.
*> feed records carry the block's data records read, clean,
*> rejected and held for review; the run record carries the feeds
*> seen, released, rejected and held as resent in the same places
    05  FL-READ-COUNT              PIC 9(6).
    05  FL-CLEAN-COUNT             PIC 9(6).
    05  FL-REJECT-COUNT            PIC 9(6).
    05  FL-REVIEW-COUNT            PIC 9(6).
*> the clean amount released (the input amount for a block that
*> was not); the run record carries the run's released total
    05  FL-AMOUNT                  PIC S9(11)V99.
    05  FL-REASON                  PIC X(44).
*> run record only: the return code the edit ended with
    05  FL-RETURN-CODE             PIC 9(2).
    05  FILLER                     PIC X(5).
