*>
*> filename:   qasamprec.cpy
*> student:    Kyle Hersey
*> student#:   0851973
*> course:     CIS*3190
*> assignment: 3
*>
*> shared record layout for QASAMPLE.DAT, the blind re-key quality
*> sample. file and manifest modes of roman-numerals, and partition-
*> merge for a file run in partitions, draw a random sample of each
*> file's accepted records (at the QASAMPLE.CTL rate, and never fewer
*> than one per file) and file each one here; the QA station shows a
*> checker only the sample's document reference, takes the numeral
*> keyed off the physical document, and records how it compared with
*> what was converted.
*>   QS-KEY       the run's start stamp, the file's place in the run
*>                (1 in file mode and for a merged set, the manifest
*>                entry in manifest mode), and the record's position
*>                in the file
*>   QS-FILE      the branch file the record came from
*>   QS-BRANCH    its branch, where MANIFEST.EXP named one - blank in
*>                file mode, when the QA report goes by the branch
*>                master's file-name patterns instead
*>   QS-REFERENCE the source document's reference number
*>   QS-OPERATOR  who ran the conversion, QS-PROFILE its profile
*>   QS-NUMERAL   the numeral as converted, QS-VALUE what it came to -
*>                never shown at the QA station
*>   QS-STATUS    OPEN until checked, then DONE with the checker's
*>                keying in QS-KEYED and QS-KEYED-VALUE, QS-RESULT
*>                MATCH or WRONG, and who checked it and when
*>

01 qa-sample-record.
    02 qs-key.
        03 qs-run-date  pic 9(8).
        03 qs-run-time  pic 9(8).
        03 qs-file-seq  pic 9(4).
        03 qs-position  pic 9(8).
    02 qs-file        pic X(50).
    02 qs-branch      pic X(8).
    02 qs-reference   pic X(10).
    02 qs-operator    pic X(8).
    02 qs-profile     pic X(8).
    02 qs-numeral     pic X(30).
    02 qs-value       pic 9(9).
    02 qs-status      pic X(4).
    02 qs-keyed       pic X(30).
    02 qs-keyed-value pic 9(9).
    02 qs-result      pic X(5).
    02 qs-checker     pic X(8).
    02 qs-check-date  pic 9(8).
    02 qs-check-time  pic 9(8).
