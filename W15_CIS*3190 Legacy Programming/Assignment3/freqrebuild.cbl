        access mode is dynamic
        record key is wf-key
        file status is work-freq-status.
    select auth-fail-file assign to "AUTHFAIL.LOG"
        organization is line sequential
        file status is auth-fail-status.
        02 wf-count     pic 9(8) usage is computational.
        02 wf-last-seen pic 9(8).

fd auth-fail-file.
    01 auth-fail-record pic X(100).

77 journal-file-status pic X(2).
77 freq-file-status    pic X(2).
77 work-freq-status    pic X(2).
77 auth-fail-status    pic X(2).
copy journalrec.
copy authfailrec.
copy signonarea.

77 ws-operator-id pic X(8).
77 supervisor-sw  pic X(1).
77 rebuild-numeral pic X(30).
77 out-count  pic Z(7)9.
77 out-count2 pic Z(7)9.
copy rptarea.

procedure division.
0000-mainline.
    display "-----------------------------------".
    display "Enter Operator ID: ".
    accept ws-operator-id.
    display "Enter PIN: ".
    accept so-pin.
    perform 0100-check-authority.
    if supervisor-sw is not equal to 'Y'
        move 8 to return-code
    *> same supervisor demand as the retention cutover, with the same
    *> missing-master fallback so an unseeded site isn't locked out
    move 'N' to supervisor-sw
    move 'SIGNON' to so-function
    move ws-operator-id to so-operator
    move 'FREQ-REBUILD' to so-program
    move 'Y' to so-interactive
    call "operator-sign-on" using sign-on-area
    if so-result is equal to 2
        display "WARNING: OPERMAST.DAT not available - sign-on"
            " not validated"
        move 'Y' to supervisor-sw
    else
        if so-result is equal to 1
                and so-authority is equal to 'S'
            display "Signed on: " so-name
            move 'Y' to supervisor-sw
        end-if
        if supervisor-sw is not equal to 'Y'
            display "Supervisor authority is required for the"
                " frequency rebuild - refused"
        read journal-file at end move 1 to journal-eof end-read
        perform until journal-eof is equal to 1
            move journal-record to journal-line
            *> date runs never post to the frequency file, and a
            *> restatement's entries restate a numeral already counted
            if jl-operator is not equal to 'JNLAUDIT'
                    and jl-direction is not equal to 'ROMAN-DATE'
                    and jl-direction is not equal to 'REVERSAL'
                    and jl-direction is not equal to 'CORRECTION'
                add 1 to ws-entries-read
                perform 2300-post-one-entry
            end-if
    end-if.

4000-print-comparison.
    perform 9700-open-report
    move spaces to rp-line
    perform 9800-report-line
    move "-----------------------------" to rp-line
    perform 9800-report-line
    move " Rebuild Comparison Summary  " to rp-line
    perform 9800-report-line
    move "-----------------------------" to rp-line
    perform 9800-report-line
    move ws-files-read to out-count
    move spaces to rp-line
    string " Journal Files Read:     " out-count
        delimited by size into rp-line
    perform 9800-report-line
    move ws-entries-read to out-count
    move spaces to rp-line
    string " Journal Entries Posted: " out-count
        delimited by size into rp-line
    perform 9800-report-line
    move ws-keys-rebuilt to out-count
    move spaces to rp-line
    string " Keys In Rebuild:        " out-count
        delimited by size into rp-line
    perform 9800-report-line
    move ws-keys-live to out-count
    move spaces to rp-line
    string " Keys On Live File:      " out-count
        delimited by size into rp-line
    perform 9800-report-line
    move ws-keys-missing-live to out-count
    move spaces to rp-line
    string " Rebuilt, Not On Live:   " out-count
        delimited by size into rp-line
    perform 9800-report-line
    move ws-keys-missing-rebuild to out-count
    move spaces to rp-line
    string " Live, Not In Rebuild:   " out-count
        delimited by size into rp-line
    perform 9800-report-line
    move ws-count-mismatch to out-count
    move spaces to rp-line
    string " Count Discrepancies:    " out-count
        delimited by size into rp-line
    perform 9800-report-line
    move ws-last-mismatch to out-count
    move spaces to rp-line
    string " Last-Seen Discrepancies:" out-count
        delimited by size into rp-line
    perform 9800-report-line
    perform 9900-close-report.

5000-replace-live-file.
    *> the rebuild was proven and confirmed - copy it over the live
    end-perform
    close frequency-file
    close work-freq-file.

9700-open-report.
    move 'OPEN' to rp-function
    move 'FREQ-REBUILD' to rp-program
    move 'FREQRBLD' to rp-code
    move 'REBUILD COMPARISON SUMMARY' to rp-title
    move ws-operator-id to rp-operator
    call "report-writer" using report-area.

9800-report-line.
    move 'LINE' to rp-function
    call "report-writer" using report-area.

9900-close-report.
    move 'CLOSE' to rp-function
    call "report-writer" using report-area.
