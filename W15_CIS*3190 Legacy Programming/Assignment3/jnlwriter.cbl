*>             is deliberately NOT hung on BEGIN: manifest mode
*>             issues BEGIN per file, and a manifest set's rejects
*>             must accumulate across its files into one queue
*>   PARTITN - the run is one partition of a split file (see
*>             partsetrec.cpy): JOURNAL-LINE's JL-REFERENCE carries
*>             the partition tag, and until END the journal, reject,
*>             and archive entries go to tag.JNL, tag.REJ, and
*>             tag.RJA instead of the shared files, so partitions can
*>             run side by side. all three start fresh - a partition
*>             is rerun whole, never resumed - and batch mode is on.
*>             partition-merge later hands every entry back through
*>             here to the shared files. END closes the partition's
*>             files and points the writer back at the shared ones
*>
*> CONVERT.REJ keeps its rewritten-once-per-run design: the first
*> reject a run writes opens it fresh with OUTPUT, every later one
environment division.
input-output section.
file-control.
    select journal-file assign to dynamic journal-file-name
        organization is line sequential
        file status is journal-file-status.
    select reject-file assign to dynamic reject-file-name
        organization is line sequential
        file status is reject-file-status.
    select reject-archive-file assign to dynamic reject-archive-name
        organization is line sequential
        file status is reject-archive-status.

77 archive-open-sw     pic X(1) value 'N'.
77 reject-open-sw      pic X(1) value 'N'.
77 reject-truncated-sw pic X(1) value 'N'.
77 journal-file-name   pic X(50) value 'CONVERT.JNL'.
77 reject-file-name    pic X(50) value 'CONVERT.REJ'.
77 reject-archive-name pic X(50) value 'CONVERT.RJA'.
77 partition-tag       pic X(10).

linkage section.
77 writer-function pic X(8).
            perform 5000-write-archive
        when 'NEWRUN'
            perform 6000-new-run
        when 'PARTITN'
            perform 7000-begin-partition
        when other
            display "JOURNAL-WRITER called with unknown function "
                writer-function
        close reject-file
        move 'N' to reject-open-sw
    end-if
    move 'N' to batch-mode-sw
    if partition-tag is not equal to spaces
        move spaces to partition-tag
        move 'CONVERT.JNL' to journal-file-name
        move 'CONVERT.REJ' to reject-file-name
        move 'CONVERT.RJA' to reject-archive-name
        move 'N' to reject-truncated-sw
    end-if.

3000-write-journal.
    if batch-mode-sw is equal to 'Y'
        move 'N' to reject-open-sw
    end-if
    move 'N' to reject-truncated-sw.

7000-begin-partition.
    *> whatever the last run left open is closed against the shared
    *> names first, then all three partition files open fresh
    perform 2000-end-run
    move jl-reference to partition-tag
    move spaces to journal-file-name
    string partition-tag delimited by space
        '.JNL' delimited by size
        into journal-file-name
    move spaces to reject-file-name
    string partition-tag delimited by space
        '.REJ' delimited by size
        into reject-file-name
    move spaces to reject-archive-name
    string partition-tag delimited by space
        '.RJA' delimited by size
        into reject-archive-name
    open output journal-file
    move 'Y' to journal-open-sw
    open output reject-archive-file
    move 'Y' to archive-open-sw
    open output reject-file
    move 'Y' to reject-open-sw
    move 'Y' to reject-truncated-sw
    move 'Y' to batch-mode-sw.
