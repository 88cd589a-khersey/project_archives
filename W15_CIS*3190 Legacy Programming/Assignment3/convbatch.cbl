    02 rlk-resource occurs 3 times pic X(14).
77 rlk-idx pic S9(2) usage is computational.

*> closed-period guard - the extract's processing date says which
*> month its figures belong to, and a month period-close has closed
*> takes no more work. the run is refused before the locks are taken
copy periodarea.

77 ws-records-read      pic S9(8)  usage is computational value zero.
77 ws-records-converted pic S9(8)  usage is computational value zero.
77 ws-records-rejected  pic S9(8)  usage is computational value zero.
77 out-count pic Z(7)9.
77 out-total pic Z(9)9.
77 out-eq    pic Z(9).
copy rptarea.

procedure division.
0000-mainline.
        move 0 to plaus-max
    end-if.

    move 'CHECK' to pa-function.
    move expected-date to pa-date.
    call "period-check" using period-area.
    if pa-result is equal to 2
        display "Batch run abandoned - no records processed"
        move 8 to return-code
        perform 0800-close-answer-file
        goback
    end-if.

    perform 0300-acquire-run-locks.
    if locks-refused-sw is equal to 'Y'
        display "Batch run abandoned - shared files are in use"
    display "RUN FAILED: " ws-fail-reason.

4000-print-control-report.
    perform 9700-open-report
    move spaces to rp-line
    perform 9800-report-line
    move "-----------------------------" to rp-line
    perform 9800-report-line
    move " Control Report              " to rp-line
    perform 9800-report-line
    move "-----------------------------" to rp-line
    perform 9800-report-line
    move ws-records-read      to out-count
    move spaces to rp-line
    string " Records Read:      " out-count
        delimited by size into rp-line
    perform 9800-report-line
    move ws-records-converted to out-count
    move spaces to rp-line
    string " Records Converted: " out-count
        delimited by size into rp-line
    perform 9800-report-line
    move ws-records-rejected  to out-count
    move spaces to rp-line
    string " Records Rejected:  " out-count
        delimited by size into rp-line
    perform 9800-report-line
    move ws-grand-total       to out-total
    move spaces to rp-line
    string " Grand Total:       " out-total
        delimited by size into rp-line
    perform 9800-report-line
    move ws-suspect           to out-count
    move spaces to rp-line
    string " Suspect Values:    " out-count
        delimited by size into rp-line
    perform 9800-report-line
    if run-failed-sw is equal to 'Y'
        move " Run Status:        ** RUN FAILED **" to rp-line
        perform 9800-report-line
        move spaces to rp-line
        string " Failure Reason:    " ws-fail-reason
            delimited by size into rp-line
        perform 9800-report-line
    else
        move " Run Status:        GOOD" to rp-line
        perform 9800-report-line
    end-if
    perform 4100-write-control-log
    perform 9900-close-report.

4100-write-control-log.
    *> same one-line-per-run convention as roman-numerals' batch
    move rj-reason to ra-reason
    move array-area to ra-value
    move spaces to ra-reference.

9700-open-report.
    move 'OPEN' to rp-function
    move 'CONV-BATCH' to rp-program
    move 'CONVBTCH' to rp-code
    move spaces to rp-title
    string 'CONTROL REPORT - ' delimited by size
        extract-file-name delimited by space
        into rp-title
    end-string
    move ws-operator-id to rp-operator
    call "report-writer" using report-area.

9800-report-line.
    move 'LINE' to rp-function
    call "report-writer" using report-area.

9900-close-report.
    move 'CLOSE' to rp-function
    call "report-writer" using report-area.
