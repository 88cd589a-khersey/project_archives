*>
*> filename:   partsetrec.cpy
*> student:    Kyle Hersey
*> student#:   0851973
*> course:     CIS*3190
*> assignment: 3
*>
*> shared record layouts for PARTSET.DIR, the directory of partition
*> sets. a quarter-end branch file too big for one pass of file mode
*> is cut by partition-split into up to 20 partitions on record
*> boundaries; each partition is converted by its own roman-numerals
*> partition-mode run, and partition-merge puts the set back together
*> as one extract, one control report, one ROMANCTL.LOG line, and one
*> reject queue.
*>
*> the file is appended, never rewritten, so runs of different
*> partitions can write to it side by side. every line starts with
*> the set name, the partition number (00 for a line about the whole
*> set), and the line type in fixed columns; the type says which of
*> the four layouts below the rest of the line follows:
*>   SPLIT  - partition-split cut the set: the original file, the
*>            number of partitions, and the records in the file
*>   PART   - one partition: its input file, the original input
*>            position of its first record, and its record count
*>   RESULT - one partition-mode run finished: its control figures
*>            and the extract it wrote. a partition rerun after a
*>            failure writes another, and the latest one counts
*>   MERGED - partition-merge combined the set: the merged extract
*>            and its trailer. a set merges once
*> a partition's files are named for its tag - the set name with the
*> two-digit partition number on the end - so partition 3 of set
*> Q3WEST reads Q3WEST03.INP and writes Q3WEST03.EXT, .JNL, .REJ,
*> .RJA, and .ARR, none of which any other run touches.
*>

01 part-split-line.
    02 pss-set-label     pic X(6)  value 'SET = '.
    02 pss-set           pic X(6).
    02 pss-part-label    pic X(8)  value ' PART = '.
    02 pss-part          pic 9(2).
    02 pss-type-label    pic X(8)  value ' TYPE = '.
    02 pss-type          pic X(6).
    02 pss-date-label    pic X(8)  value ' DATE = '.
    02 pss-date          pic 9(8).
    02 pss-time-label    pic X(8)  value ' TIME = '.
    02 pss-time          pic 9(8).
    02 pss-oper-label    pic X(12) value ' OPERATOR = '.
    02 pss-operator      pic X(8).
    02 pss-file-label    pic X(8)  value ' FILE = '.
    02 pss-file          pic X(50).
    02 pss-parts-label   pic X(9)  value ' PARTS = '.
    02 pss-parts         pic 9(2).
    02 pss-records-label pic X(11) value ' RECORDS = '.
    02 pss-records       pic 9(9).

01 part-entry-line.
    02 psp-set-label     pic X(6)  value 'SET = '.
    02 psp-set           pic X(6).
    02 psp-part-label    pic X(8)  value ' PART = '.
    02 psp-part          pic 9(2).
    02 psp-type-label    pic X(8)  value ' TYPE = '.
    02 psp-type          pic X(6).
    02 psp-date-label    pic X(8)  value ' DATE = '.
    02 psp-date          pic 9(8).
    02 psp-time-label    pic X(8)  value ' TIME = '.
    02 psp-time          pic 9(8).
    02 psp-oper-label    pic X(12) value ' OPERATOR = '.
    02 psp-operator      pic X(8).
    02 psp-file-label    pic X(8)  value ' FILE = '.
    02 psp-file          pic X(50).
    02 psp-first-label   pic X(9)  value ' FIRST = '.
    02 psp-first-pos     pic 9(9).
    02 psp-records-label pic X(11) value ' RECORDS = '.
    02 psp-records       pic 9(9).

01 part-result-line.
    02 psr-set-label      pic X(6)  value 'SET = '.
    02 psr-set            pic X(6).
    02 psr-part-label     pic X(8)  value ' PART = '.
    02 psr-part           pic 9(2).
    02 psr-type-label     pic X(8)  value ' TYPE = '.
    02 psr-type           pic X(6).
    02 psr-date-label     pic X(8)  value ' DATE = '.
    02 psr-date           pic 9(8).
    02 psr-time-label     pic X(8)  value ' TIME = '.
    02 psr-time           pic 9(8).
    02 psr-oper-label     pic X(12) value ' OPERATOR = '.
    02 psr-operator       pic X(8).
    02 psr-stat-label     pic X(8)  value ' STAT = '.
    02 psr-status         pic X(4).
    02 psr-read-label     pic X(8)  value ' READ = '.
    02 psr-read           pic 9(8).
    02 psr-conv-label     pic X(8)  value ' CONV = '.
    02 psr-converted      pic 9(8).
    02 psr-rej-label      pic X(7)  value ' REJ = '.
    02 psr-rejected       pic 9(8).
    02 psr-total-label    pic X(9)  value ' TOTAL = '.
    02 psr-total          pic 9(10).
    02 psr-badchar-label  pic X(11) value ' BADCHAR = '.
    02 psr-bad-char       pic 9(8).
    02 psr-badseq-label   pic X(10) value ' BADSEQ = '.
    02 psr-bad-seq        pic 9(8).
    02 psr-table-label    pic X(9)  value ' TABLE = '.
    02 psr-bad-table      pic 9(8).
    02 psr-cleansed-label pic X(12) value ' CLEANSED = '.
    02 psr-cleansed       pic 9(8).
    02 psr-sus-label      pic X(7)  value ' SUS = '.
    02 psr-suspect        pic 9(8).
    02 psr-warn-label     pic X(8)  value ' WARN = '.
    02 psr-warnings       pic 9(8).
    02 psr-xcount-label   pic X(10) value ' XCOUNT = '.
    02 psr-ext-count      pic 9(9).
    02 psr-xtotal-label   pic X(10) value ' XTOTAL = '.
    02 psr-ext-total      pic 9(10).
    02 psr-start-label    pic X(9)  value ' START = '.
    02 psr-start-date     pic 9(8).
    02 psr-at-label       pic X(6)  value ' AT = '.
    02 psr-start-time     pic 9(8).
    02 psr-profile-label  pic X(11) value ' PROFILE = '.
    02 psr-profile        pic X(8).

01 part-merged-line.
    02 psm-set-label     pic X(6)  value 'SET = '.
    02 psm-set           pic X(6).
    02 psm-part-label    pic X(8)  value ' PART = '.
    02 psm-part          pic 9(2).
    02 psm-type-label    pic X(8)  value ' TYPE = '.
    02 psm-type          pic X(6).
    02 psm-date-label    pic X(8)  value ' DATE = '.
    02 psm-date          pic 9(8).
    02 psm-time-label    pic X(8)  value ' TIME = '.
    02 psm-time          pic 9(8).
    02 psm-oper-label    pic X(12) value ' OPERATOR = '.
    02 psm-operator      pic X(8).
    02 psm-file-label    pic X(8)  value ' FILE = '.
    02 psm-file          pic X(50).
    02 psm-count-label   pic X(9)  value ' COUNT = '.
    02 psm-count         pic 9(9).
    02 psm-total-label   pic X(9)  value ' TOTAL = '.
    02 psm-total         pic 9(10).
