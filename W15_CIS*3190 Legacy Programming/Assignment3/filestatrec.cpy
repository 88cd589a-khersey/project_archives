*>
*> filename:   filestatrec.cpy
*> student:    Kyle Hersey
*> student#:   0851973
*> course:     CIS*3190
*> assignment: 3
*>
*> shared record layout for FILESTAT.LOG, the per-file statistics
*> log. ROMANCTL.LOG carries one line per run but never says which
*> branch file the run was over, so roman-numerals' file and manifest
*> modes also append one of these per branch file processed: the file
*> name and run stamp, the record counts, the rejects split by the
*> reason convert gave them (BAD CHARACTER, BAD SEQUENCE, and the two
*> table failures together), and the cleansing, duplicate, first-seen
*> and suspect counts from the file's control report. branch-scorecard
*> rolls these up by branch at month-end.
*>

01 file-stat-line.
    02 fs-date-label     pic X(7)  value 'DATE = '.
    02 fs-date           pic 9(8).
    02 fs-time-label     pic X(8)  value ' TIME = '.
    02 fs-time           pic 9(8).
    02 fs-file-label     pic X(8)  value ' FILE = '.
    02 fs-file           pic X(50).
    02 fs-read-label     pic X(8)  value ' READ = '.
    02 fs-read           pic 9(8).
    02 fs-conv-label     pic X(8)  value ' CONV = '.
    02 fs-converted      pic 9(8).
    02 fs-rej-label      pic X(7)  value ' REJ = '.
    02 fs-rejected       pic 9(8).
    02 fs-badchar-label  pic X(11) value ' BADCHAR = '.
    02 fs-bad-char       pic 9(8).
    02 fs-badseq-label   pic X(10) value ' BADSEQ = '.
    02 fs-bad-seq        pic 9(8).
    02 fs-table-label    pic X(9)  value ' TABLE = '.
    02 fs-bad-table      pic 9(8).
    02 fs-cleansed-label pic X(12) value ' CLEANSED = '.
    02 fs-cleansed       pic 9(8).
    02 fs-dup-label      pic X(7)  value ' DUP = '.
    02 fs-duplicates     pic 9(8).
    02 fs-new-label      pic X(7)  value ' NEW = '.
    02 fs-first          pic 9(8).
    02 fs-sus-label      pic X(7)  value ' SUS = '.
    02 fs-suspect        pic 9(8).
    02 fs-total-label    pic X(9)  value ' TOTAL = '.
    02 fs-total          pic 9(10).
    02 fs-stat-label     pic X(8)  value ' STAT = '.
    02 fs-status         pic X(4).
    02 fs-profile-label  pic X(11) value ' PROFILE = '.
    02 fs-profile        pic X(8).
