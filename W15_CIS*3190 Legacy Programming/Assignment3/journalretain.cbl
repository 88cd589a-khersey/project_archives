*> depends on, so sign-on demands supervisor authority on OPERMAST.DAT
*> - refused attempts go to AUTHFAIL.LOG with who and when.
*>
*> a cutoff on the first of a month archives whole months. one later
*> in a month splits that month between the archive and the live
*> journal, which is refused when period-close has closed the month -
*> its figures are with ledger posting and it has to be reopened
*> through period-close first.
*>

identification division.
program-id. journal-retain.
    select archive-file assign to dynamic archive-file-name
        organization is line sequential
        file status is archive-file-status.
    select auth-fail-file assign to "AUTHFAIL.LOG"
        organization is line sequential
        file status is auth-fail-status.
fd archive-file.
    01 archive-record pic X(231).

fd auth-fail-file.
    01 auth-fail-record pic X(100).


77 cutoff-date-text pic X(8).
77 cutoff-date      pic 9(8).
77 auth-fail-status pic X(2).
77 ws-operator-id   pic X(8).
77 supervisor-sw    pic X(1).
77 ws-date pic 9(8).
77 ws-time pic 9(8).
copy authfailrec.
copy signonarea.

*> run lock on the live journal - a cutover started while a batch is
*> still converting would strand the entries that land mid-copy, so
77 lock-result   pic S9 usage is computational.
77 lock-override-sw pic X(1).

*> closed-period guard - see period-check
copy periodarea.
77 period-closed-sw pic X(1).

77 archive-file-name pic X(50).
01 archive-name-parts.
    02 filler     pic X(8) value 'CONVJNL.'.
77 ws-entries-retained pic S9(8) usage is computational value zero.
77 journal-eof pic S9.
77 out-count pic Z(7)9.
copy rptarea.

procedure division.
0000-mainline.
    display "Enter Operator ID: ".
    perform 0600-get-reply.
    move answer-reply to ws-operator-id.
    display "Enter PIN: ".
    perform 0600-get-reply.
    move answer-reply to so-pin.
    perform 0100-check-authority.
    if supervisor-sw is not equal to 'Y'
        move 8 to return-code
    inspect cutoff-date-text replacing leading space by zero.
    move cutoff-date-text to cutoff-date.

    perform 0400-check-cutoff-period.
    if period-closed-sw is equal to 'Y'
        display "Cutover abandoned - the cutoff falls inside a closed"
            " period"
        perform 0300-release-journal-lock
        perform 0800-close-answer-file
        move 8 to return-code
        stop run
    end-if.

    perform 9700-open-report.
    perform 1000-split-journal.

    if ws-entries-original is equal to 0
        move "CONVERT.JNL is empty or missing - nothing to do"
            to rp-line
        perform 9800-report-line
        perform 9900-close-report
        perform 0300-release-journal-lock
        perform 0800-close-answer-file
        stop run
    if ws-entries-archived + ws-entries-retained
            is equal to ws-entries-original
        perform 2000-rewrite-live-journal
        move "Live journal rewritten with retained entries only"
            to rp-line
        perform 9800-report-line
    else
        move "** OUT OF BALANCE - LIVE JOURNAL LEFT UNTOUCHED **"
            to rp-line
        perform 9800-report-line
        move 8 to return-code
    end-if.
    perform 9900-close-report.

    perform 0300-release-journal-lock.

    call "run-lock" using lock-function, lock-resource,
        ws-operator-id, lock-result.

0400-check-cutoff-period.
    move 'N' to period-closed-sw
    if cutoff-date(7:2) is not equal to '01'
        move 'CHECK' to pa-function
        move cutoff-date to pa-date
        call "period-check" using period-area
        if pa-result is equal to 2
            move 'Y' to period-closed-sw
        end-if
    end-if.

0100-check-authority.
    *> same supervisor demand as digit-value-maint, with the same
    *> missing-master fallback so an unseeded site isn't locked out
    move 'N' to supervisor-sw
    move 'SIGNON' to so-function
    move ws-operator-id to so-operator
    move 'JOURNAL-RETAIN' to so-program
    if answer-mode-sw is equal to 'Y'
        move 'N' to so-interactive
    else
        move 'Y' to so-interactive
    end-if
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
                " retention cutover - refused"
1000-split-journal.
    open input journal-file
    if journal-file-status is not equal to '00'
        move spaces to rp-line
        string "CONVERT.JNL could not be opened - status "
            journal-file-status delimited by size into rp-line
        perform 9800-report-line
    else
        open output retained-file
        move 0 to journal-eof
    close journal-file.

4000-print-balancing-report.
    move spaces to rp-line
    perform 9800-report-line
    move "-----------------------------" to rp-line
    perform 9800-report-line
    move " Retention Balancing Report  " to rp-line
    perform 9800-report-line
    move "-----------------------------" to rp-line
    perform 9800-report-line
    move ws-entries-original to out-count
    move spaces to rp-line
    string " Entries In Journal:   " out-count
        delimited by size into rp-line
    perform 9800-report-line
    move ws-entries-archived to out-count
    move spaces to rp-line
    string " Entries Archived:     " out-count
        delimited by size into rp-line
    perform 9800-report-line
    move ws-entries-retained to out-count
    move spaces to rp-line
    string " Entries Retained:     " out-count
        delimited by size into rp-line
    perform 9800-report-line
    if ws-entries-archived + ws-entries-retained
            is equal to ws-entries-original
        move " ** ARCHIVED + RETAINED BALANCES TO ORIGINAL **"
            to rp-line
        perform 9800-report-line
    else
        move " ** ARCHIVED + RETAINED DOES NOT BALANCE **" to rp-line
        perform 9800-report-line
    end-if.

9700-open-report.
    move 'OPEN' to rp-function
    move 'JOURNAL-RETAIN' to rp-program
    move 'RETAIN' to rp-code
    move 'JOURNAL RETENTION BALANCING REPORT' to rp-title
    move ws-operator-id to rp-operator
    call "report-writer" using report-area.

9800-report-line.
    move 'LINE' to rp-function
    call "report-writer" using report-area.

9900-close-report.
    move 'CLOSE' to rp-function
    call "report-writer" using report-area.
