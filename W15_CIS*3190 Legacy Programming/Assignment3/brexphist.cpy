*>
*> filename:   brexphist.cpy
*> student:    Kyle Hersey
*> student#:   0851973
*> course:     CIS*3190
*> assignment: 3
*>
*> shared record layout for MANIFEST.HST, the expected-branch history.
*> MANIFEST.EXP is rewritten by every manifest-build run, so it only
*> ever knows today; manifest-build also appends each expectation
*> here under the run date it was built for. a branch whose first line
*> for a date says MISSING and whose file was processed afterwards
*> arrived late - branch-scorecard reads it that way at month-end.
*>

01 branch-expect-history-line.
    02 bh-date-label   pic X(7) value 'DATE = '.
    02 bh-date         pic 9(8).
    02 bh-branch-label pic X(10) value ' BRANCH = '.
    02 bh-branch       pic X(8).
    02 bh-file-label   pic X(8) value ' FILE = '.
    02 bh-file         pic X(50).
    02 bh-stat-label   pic X(8) value ' STAT = '.
    02 bh-status       pic X(7).
