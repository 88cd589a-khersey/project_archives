
77 ws-events-read pic S9(8) usage is computational value zero.
77 out-count pic Z(7)9.
copy rptarea.

01 detail-line.
    02 sl-date     pic 9(8).

procedure division.
0000-mainline.
    perform 9700-open-report.
    move " Shift Coverage Report - SESSION.LOG" to rp-line
    perform 9800-report-line.
    move "-------------------------------------" to rp-line
    perform 9800-report-line.

    perform 1000-scan-session-log.

    if ws-events-read is equal to 0
        move "SESSION.LOG is empty or missing - no sessions" to rp-line
        perform 9800-report-line
        perform 9900-close-report
        stop run
    end-if.

    perform 3000-report-left-open.
    perform 4000-print-coverage-summary.
    perform 9900-close-report.
    stop run.

1000-scan-session-log.
    open input session-log-file
    if session-log-status is not equal to '00'
        move spaces to rp-line
        string "SESSION.LOG could not be opened - status "
            session-log-status delimited by size into rp-line
        perform 9800-report-line
    else
        move spaces to rp-line
        perform 9800-report-line
        move "DATE      OPERATOR  SIGNED ON  SIGNED OFF" to rp-line
        perform 9800-report-line
        move "--------  --------  ---------  ----------" to rp-line
        perform 9800-report-line
        move 0 to session-eof
        read session-log-file at end move 1 to session-eof end-read
        perform until session-eof is equal to 1
    else
        if os-overflow-warned-sw is equal to 'N'
            move 'Y' to os-overflow-warned-sw
            move spaces to rp-line
            string "WARNING: more than 200 sessions open at once -"
                " sessions past the limit are missing from the"
                " report below" delimited by size into rp-line
            perform 9800-report-line
        end-if
    end-if.

        move os-operator(os-found) to sl-operator
        move os-time(os-found) to sl-on-time
        move se-time to sl-off-time
        move detail-line to rp-line
        perform 9800-report-line
        perform 2000-post-coverage
        perform 1300-drop-open-entry
    end-if.
        if cv-count is greater than or equal to 400
            if overflow-warned-sw is equal to 'N'
                move 'Y' to overflow-warned-sw
                move spaces to rp-line
                string "WARNING: more than 400 operator/day"
                    " combinations - totals below are incomplete"
                    delimited by size into rp-line
                perform 9800-report-line
            end-if
        else
            add 1 to cv-count
    move os-operator(os-found) to sl-operator
    move os-time(os-found) to sl-on-time
    move '** OPEN **' to sl-off-time
    move detail-line to rp-line
    perform 9800-report-line
    perform 2000-post-coverage
    perform 3200-flag-open-coverage.

    end-perform.

4000-print-coverage-summary.
    move spaces to rp-line
    perform 9800-report-line
    move "===============================" to rp-line
    perform 9800-report-line
    move " Sessions per Operator per Day" to rp-line
    perform 9800-report-line
    move "===============================" to rp-line
    perform 9800-report-line
    move "OPERATOR  DATE      SESSIONS" to rp-line
    perform 9800-report-line
    move "--------  --------  --------" to rp-line
    perform 9800-report-line
    perform 4100-print-one-coverage varying cv-idx from 1 by 1
        until cv-idx is greater than cv-count
    move ws-events-read to out-count
    move spaces to rp-line
    perform 9800-report-line
    move spaces to rp-line
    string "Session events read: " out-count
        delimited by size into rp-line
    perform 9800-report-line.

4100-print-one-coverage.
    move cv-operator(cv-idx) to sm-operator
    else
        move spaces to sm-open
    end-if
    move summary-line to rp-line
    perform 9800-report-line.

9700-open-report.
    move 'OPEN' to rp-function
    move 'SESSION-REPORT' to rp-program
    move 'SESSRPT' to rp-code
    move 'SHIFT COVERAGE REPORT - SESSION.LOG' to rp-title
    move spaces to rp-operator
    call "report-writer" using report-area.

9800-report-line.
    move 'LINE' to rp-function
    call "report-writer" using report-area.

9900-close-report.
    move 'CLOSE' to rp-function
    call "report-writer" using report-area.
