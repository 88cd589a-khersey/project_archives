77 out-count pic Z(7)9.
77 out-total pic Z(9)9.
77 out-peak  pic Z(11)9.
copy rptarea.

procedure division.
0000-mainline.
    perform 2000-summarize-rejects.
    perform 3000-summarize-journal.
    perform 4000-summarize-ackermann.
    perform 9700-open-report.
    perform 5000-print-dashboard.
    perform 9900-close-report.

    perform 0800-close-answer-file.

    end-if.

5000-print-dashboard.
    move spaces to rp-line
    perform 9800-report-line
    move "=====================================" to rp-line
    perform 9800-report-line
    move " Daily Conversion Dashboard" to rp-line
    perform 9800-report-line
    move "=====================================" to rp-line
    perform 9800-report-line
    move spaces to rp-line
    perform 9800-report-line
    move ws-runs-logged to out-count
    move spaces to rp-line
    string "Batch conversion runs logged today: " out-count
        delimited by size into rp-line
    perform 9800-report-line
    move ws-total-read      to out-count
    move spaces to rp-line
    string "  Records Read:       " out-count
        delimited by size into rp-line
    perform 9800-report-line
    move ws-total-converted to out-count
    move spaces to rp-line
    string "  Records Converted:  " out-count
        delimited by size into rp-line
    perform 9800-report-line
    move ws-total-rejected-log to out-count
    move spaces to rp-line
    string "  Records Rejected:   " out-count
        delimited by size into rp-line
    perform 9800-report-line
    move ws-grand-total     to out-total
    move spaces to rp-line
    string "  Grand Total:        " out-total
        delimited by size into rp-line
    perform 9800-report-line
    move ws-total-warnings  to out-count
    move spaces to rp-line
    string "  Case Warnings:      " out-count
        delimited by size into rp-line
    perform 9800-report-line
    move ws-total-duplicates to out-count
    move spaces to rp-line
    string "  Duplicates Found:   " out-count
        delimited by size into rp-line
    perform 9800-report-line
    move ws-failed-runs to out-count
    move spaces to rp-line
    string "  Runs Marked FAILED: " out-count
        delimited by size into rp-line
    perform 9800-report-line
    move ws-reverse-runs to out-count
    move spaces to rp-line
    string "  Reverse-Direction Runs: " out-count
        delimited by size into rp-line
    perform 9800-report-line
    move ws-total-first-seen to out-count
    move spaces to rp-line
    string "  First-Seen Values:  " out-count
        delimited by size into rp-line
    perform 9800-report-line
    move ws-total-suspect to out-count
    move spaces to rp-line
    string "  Suspect Values:     " out-count
        delimited by size into rp-line
    perform 9800-report-line
    move spaces to rp-line
    perform 9800-report-line
    move ws-total-rejects-file to out-count
    move spaces to rp-line
    string "CONVERT.REJ current contents:            " out-count
        delimited by size into rp-line
    perform 9800-report-line
    move " (most recent CONVERT run only - not accumulated by date)"
        to rp-line
    perform 9800-report-line
    move spaces to rp-line
    perform 9800-report-line
    move ws-total-conversions to out-count
    move spaces to rp-line
    string "CONVERT.JNL conversions logged today:    " out-count
        delimited by size into rp-line
    perform 9800-report-line
    move spaces to rp-line
    perform 9800-report-line
    if ws-ackermann-checked-sw is equal to 'Y'
        move ws-worst-peak to out-peak
        move spaces to rp-line
        string "Worst-case ITERATIVE-ACKERMANN stack usage: " out-peak
            delimited by size into rp-line
        perform 9800-report-line
    else
        move "No ITERATIVE-ACKERMANN capacity report reviewed today"
            to rp-line
        perform 9800-report-line
    end-if
    move "=====================================" to rp-line
    perform 9800-report-line
    move spaces to rp-line
    perform 9800-report-line.

9700-open-report.
    move 'OPEN' to rp-function
    move 'DAILY-DASHBOARD' to rp-program
    move 'DASHBRD' to rp-code
    move 'DAILY CONVERSION DASHBOARD' to rp-title
    move spaces to rp-operator
    call "report-writer" using report-area.

9800-report-line.
    move 'LINE' to rp-function
    call "report-writer" using report-area.

9900-close-report.
    move 'CLOSE' to rp-function
    call "report-writer" using report-area.
