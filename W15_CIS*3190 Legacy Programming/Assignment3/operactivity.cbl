    01 journal-record pic X(231).

fd operator-master.
    copy opermast.

fd sorted-journal-file.
    01 sorted-journal-record pic X(231).

77 ws-entries-read pic S9(8) usage is computational value zero.
77 out-count pic Z(7)9.
copy rptarea.

01 detail-line.
    02 al-operator  pic X(8).
    perform 0400-check-journal.
    perform 0500-sort-journal.

    perform 9700-open-report.
    perform 3000-print-heading.
    perform 1000-accumulate-journal.

    if ws-entries-read is equal to 0
        move "CONVERT.JNL is empty or missing - no activity" to rp-line
        perform 9800-report-line
        perform 9900-close-report
        stop run
    end-if.

    perform 3500-print-footing.
    perform 9900-close-report.

    if master-open-sw is equal to 'Y'
        close operator-master
        *> engines suppressed replay journaling) are not workload
        go to 2000-exit
    end-if
    if jl-direction is equal to 'REVERSAL'
            or jl-direction is equal to 'CORRECTION'
        *> a restatement's pair re-posts work already counted under
        *> the operator who converted it - the supervisor who ran the
        *> restatement did no conversion work
        go to 2000-exit
    end-if
    if ac-open-sw is equal to 'N'
            or jl-operator is not equal to ac-operator
        if ac-open-sw is equal to 'Y'
    exit.

2200-post-direction.
    *> a roman-numeral date is roman-to-decimal work like any numeral
    add 1 to ac-entries
    if jl-direction is equal to 'ROMAN-DEC'
            or jl-direction is equal to 'ROMAN-DATE'
        add 1 to ac-roman-dec
    else
        add 1 to ac-dec-roman
    end-if.

3000-print-heading.
    move spaces to rp-line
    perform 9800-report-line
    move "=============================================================="
        to rp-line
    perform 9800-report-line
    move " Operator Activity Report - CONVERT.JNL" to rp-line
    perform 9800-report-line
    move "=============================================================="
        to rp-line
    perform 9800-report-line
    move "OPERATOR   ENTRIES  ROMN-DEC  DEC-ROMN  NAME" to rp-line
    perform 9800-report-line
    move "--------  --------  --------  --------  --------------------"
        to rp-line
    perform 9800-report-line.

3500-print-footing.
    move "--------  --------  --------  --------  --------------------"
        to rp-line
    perform 9800-report-line
    move ws-entries-read to out-count
    move spaces to rp-line
    string "Journal entries read: " out-count
        delimited by size into rp-line
    perform 9800-report-line.

3100-print-one-operator.
    move ac-operator  to al-operator
    move ac-roman-dec to al-roman-dec
    move ac-dec-roman to al-dec-roman
    perform 3200-resolve-name
    move detail-line to rp-line
    perform 9800-report-line.

3200-resolve-name.
    if master-tried-sw is equal to 'N'
                move op-name to al-name
        end-read
    end-if.

9700-open-report.
    move 'OPEN' to rp-function
    move 'OPERATOR-ACTIVITY' to rp-program
    move 'OPERACT' to rp-code
    move 'OPERATOR ACTIVITY REPORT - CONVERT.JNL' to rp-title
    move spaces to rp-operator
    call "report-writer" using report-area.

9800-report-line.
    move 'LINE' to rp-function
    call "report-writer" using report-area.

9900-close-report.
    move 'CLOSE' to rp-function
    call "report-writer" using report-area.
