    02 tl-flag     pic X(9).

77 out-count pic Z(7)9.
copy rptarea.

procedure division.
0000-mainline.
    display " Volume Trend Report - ROMANCTL.LOG".
    display "------------------------------------".
    perform 1000-accept-criteria.
    perform 9700-open-report.
    perform 2000-accumulate-log.

    if dy-count is equal to 0
        move "No log lines in the requested range" to rp-line
        perform 9800-report-line
        perform 9900-close-report
        perform 0800-close-answer-file
        stop run
    end-if.

    perform 3000-print-trend.
    perform 9900-close-report.
    perform 0800-close-answer-file.
    stop run.

2000-accumulate-log.
    open input control-log-file
    if control-log-status is not equal to '00'
        move spaces to rp-line
        string "ROMANCTL.LOG could not be opened - status "
            control-log-status delimited by size into rp-line
        perform 9800-report-line
    else
        read control-log-file into control-log-record
            at end continue
        if dy-count is greater than or equal to 400
            if overflow-warned-sw is equal to 'N'
                move 'Y' to overflow-warned-sw
                move spaces to rp-line
                string "WARNING: more than 400 distinct days -"
                    " narrow the date range and rerun"
                    delimited by size into rp-line
                perform 9800-report-line
            end-if
        else
            add 1 to dy-count
    end-if.

3000-print-trend.
    move spaces to rp-line
    perform 9800-report-line
    move spaces to rp-line
    string "DATE         READ     CONV      REJ       TOTAL    NEW"
        " REJ%     WOW  FLAG" delimited by size into rp-line
    perform 9800-report-line
    move spaces to rp-line
    string "-------- -------- -------- -------- ----------- ------"
        " ---- -------- ---------" delimited by size into rp-line
    perform 9800-report-line
    perform 3100-print-one-day varying dy-idx from 1 by 1
        until dy-idx is greater than dy-count
    move spaces to rp-line
    string "-------- -------- -------- -------- ----------- ------"
        " ---- -------- ---------" delimited by size into rp-line
    perform 9800-report-line
    move ws-lines-read to out-count
    move spaces to rp-line
    string "Log lines read: " out-count delimited by size into rp-line
    perform 9800-report-line
    move spaces to rp-line
    string "WOW = percent change in records read against the same"
        " weekday last week" delimited by size into rp-line
    perform 9800-report-line
    move spaces to rp-line
    string "      (a WOW figure without a % sign means no run seven"
        " days back to compare against)" delimited by size into rp-line
    perform 9800-report-line.

3100-print-one-day.
    move dy-date(dy-idx)      to tl-date
    perform 3200-week-over-week
    perform 3300-trailing-average-flag

    move detail-line to rp-line
    perform 9800-report-line.

3200-week-over-week.
    *> volume against the same weekday last week - serial day numbers
    compute sr-serial = (365 * sr-year) + (sr-year / 4)
        - (sr-year / 100) + (sr-year / 400)
        + ((153 * (sr-month + 1)) / 5) + sr-day.

9700-open-report.
    move 'OPEN' to rp-function
    move 'TREND-REPORT' to rp-program
    move 'TRENDRPT' to rp-code
    move 'VOLUME TREND REPORT - ROMANCTL.LOG' to rp-title
    move spaces to rp-operator
    call "report-writer" using report-area.

9800-report-line.
    move 'LINE' to rp-function
    call "report-writer" using report-area.

9900-close-report.
    move 'CLOSE' to rp-function
    call "report-writer" using report-area.
