77 ws-total-other     pic S9(8) usage is computational value zero.

77 out-count pic Z(7)9.
copy rptarea.
01 detail-line.
    02 dl-date        pic 9(8).
    02 filler         pic X(2) value spaces.
    perform 0400-check-archive.
    perform 0500-sort-archive.

    perform 9700-open-report.
    perform 3000-print-heading.
    perform 1000-accumulate-archive.
    perform 3500-print-totals.
    perform 9900-close-report.

    stop run.

    end-evaluate.

3000-print-heading.
    move spaces to rp-line
    perform 9800-report-line
    move "=================================================================="
        to rp-line
    perform 9800-report-line
    move " Reject Analysis by Date and Reason" to rp-line
    perform 9800-report-line
    move "=================================================================="
        to rp-line
    perform 9800-report-line
    move "DATE      BAD CHAR   BAD SEQ  TABLE MIS     OTHER     TOTAL"
        to rp-line
    perform 9800-report-line
    move "--------  --------  --------  ---------  --------  --------"
        to rp-line
    perform 9800-report-line.

3500-print-totals.
    move "--------  --------  --------  ---------  --------  --------"
        to rp-line
    perform 9800-report-line
    move ws-archive-read to out-count
    move spaces to rp-line
    string "Archive entries read:   " out-count
        delimited by size into rp-line
    perform 9800-report-line
    move ws-total-bad-char to out-count
    move spaces to rp-line
    string "Total BAD CHARACTER:    " out-count
        delimited by size into rp-line
    perform 9800-report-line
    move ws-total-bad-seq to out-count
    move spaces to rp-line
    string "Total BAD SEQUENCE:     " out-count
        delimited by size into rp-line
    perform 9800-report-line
    move ws-total-table-miss to out-count
    move spaces to rp-line
    string "Total TABLE MISSING:    " out-count
        delimited by size into rp-line
    perform 9800-report-line
    move ws-total-other to out-count
    move spaces to rp-line
    string "Total other reasons:    " out-count
        delimited by size into rp-line
    perform 9800-report-line.

3100-print-one-date.
    move ds-date       to dl-date
    move ds-table-miss to dl-table-miss
    move ds-other      to dl-other
    move ds-total      to dl-total
    move detail-line to rp-line
    perform 9800-report-line.

9700-open-report.
    move 'OPEN' to rp-function
    move 'REJECT-ANALYSIS' to rp-program
    move 'REJANAL' to rp-code
    move 'REJECT ANALYSIS BY DATE AND REASON' to rp-title
    move spaces to rp-operator
    call "report-writer" using report-area.

9800-report-line.
    move 'LINE' to rp-function
    call "report-writer" using report-area.

9900-close-report.
    move 'CLOSE' to rp-function
    call "report-writer" using report-area.
