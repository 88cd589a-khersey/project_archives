*> for correction, re-calls CONVERT with the fixed numeral, and writes
*> a disposition record for every reject showing it either CORRECTED
*> (with its new decimal value) or WRITEOFF (with a reason code keyed
*> by the operator) - appended to the CONVERT.DSP history, stamped
*> with who worked it, when, and from which queue. the run ends with
*> a control report proving rejects-in equals dispositions-out, so
*> there is positive proof that every reject of a batch run was
*> resolved one way or the other.
*>
*> each batch run now registers its rejects as a run-named queue in
*> REJQUEUE.DIR, so the session starts by presenting the directory:
*> worked twice. choosing queue 0 works the live CONVERT.REJ the old
*> way, for a run that predates the directory.
*>
*> a queue belongs to the month its run converted in. once
*> period-close has closed that month its figures are with ledger
*> posting, so a queue dated in a closed month is refused - a
*> correction would journal today against a document already posted.
*> the month has to be reopened through period-close first. the live
*> CONVERT.REJ is judged by the newest run the directory registered,
*> since that run was the last to rewrite it.
*>
*> the whole reject file is loaded into a table up front and closed
*> before any repair CALL is made - CONVERT's own 9000-write-reject
*> opens CONVERT.REJ for OUTPUT on the first reject of a run, so a
        organization is line sequential
        file status is reject-file-status.
    select disposition-file assign to "CONVERT.DSP"
        organization is line sequential
        file status is disposition-status.
    select auth-fail-file assign to "AUTHFAIL.LOG"
        organization is line sequential
        file status is auth-fail-status.
    01 reject-record pic X(120).

fd disposition-file.
    01 disposition-record pic X(297).

fd auth-fail-file.
    01 auth-fail-record pic X(100).

working-storage section.
77 reject-file-status pic X(2).
77 disposition-status pic X(2).
77 reject-eof pic S9.
copy rejectrec.
copy convresult.

77 temp pic S9(8) usage is computational.
77 ws-operator-id pic X(8).
77 auth-fail-status pic X(2).
77 signon-ok-sw   pic X(1).
77 supervisor-sw  pic X(1).
77 ws-date pic 9(8).
77 ws-time pic 9(8).
copy authfailrec.
copy signonarea.
77 ws-reply pic X(30).
77 ws-arrived-area pic X(30).
77 ws-profile pic X(8) value 'STANDARD'.
    02 rlk-resource occurs 3 times pic X(14).
77 rlk-idx pic S9(2) usage is computational.

*> closed-period guard - see period-check
copy periodarea.
77 period-closed-sw pic X(1).
*> the newest run on REJQUEUE.DIR to have rewritten CONVERT.REJ
77 live-run-date pic 9(8) value zero.
77 live-run-time pic 9(8) value zero.

77 rejects-truncated-sw pic X(1) value 'N'.
77 ws-rejects-loaded    pic S9(8) usage is computational value zero.
77 ws-rejects-corrected pic S9(8) usage is computational value zero.
77 rr-position-text pic X(9).
77 out-count pic Z(7)9.
77 out-eq    pic Z(9).
copy rptarea.

*> CONVERT.REJ is rewritten once per batch run, so 1000 slots is far
*> past any reject count a single run has ever produced - the load
        03 rr-value     pic X(30).
        03 rr-reference pic X(10).

*> disposition history - see disprec.cpy. appended across sessions,
*> so the file is the desk's whole record rather than the last
*> session's; the session's own balance is proven from its counters
copy disprec.
77 dp-queue-name    pic X(24).
77 dp-queue-date    pic 9(8).

procedure division.
0000-mainline.
    display "---------------------------".
    display "Enter Operator ID: ".
    accept ws-operator-id.
    display "Enter PIN: ".
    accept so-pin.
    perform 0100-sign-on.
    if signon-ok-sw is not equal to 'Y'
        move 8 to return-code

    perform 0300-choose-queue.

    perform 0350-check-queue-period.
    if period-closed-sw is equal to 'Y'
        display "Repair session abandoned - the queue's period is"
            " closed"
        perform 0250-release-run-locks
        move 8 to return-code
        stop run
    end-if.

    perform 1000-load-rejects.

    if ws-rejects-loaded is equal to 0
        stop run
    end-if.

    perform 1900-set-disposition-stamp.
    open extend disposition-file.
    if disposition-status is not equal to '00'
        open output disposition-file
    end-if.

    perform 2000-repair-one-reject varying rr-idx from 1 by 1
        until rr-idx is greater than ws-rejects-loaded.
    *> repair itself is open to any active operator, but the authority
    *> level is read here so 2200-write-off can demand supervisor -
    *> a WRITEOFF makes a document disappear with positive proof
    *> attached, which is not clerk work. the id and PIN are checked
    *> by operator-sign-on; a missing master falls back open with a
    *> warning, as roman-numerals' sign-on does
    move 'N' to signon-ok-sw
    move 'N' to supervisor-sw
    move 'SIGNON' to so-function
    move ws-operator-id to so-operator
    move 'REJECT-REPAIR' to so-program
    move 'Y' to so-interactive
    call "operator-sign-on" using sign-on-area
    if so-result is equal to 2
        display "WARNING: OPERMAST.DAT not available - sign-on"
            " not validated"
        move 'Y' to signon-ok-sw
        move 'Y' to supervisor-sw
    else
        if so-result is equal to 1
            display "Signed on: " so-name
            move 'Y' to signon-ok-sw
            if so-authority is equal to 'S'
                move 'Y' to supervisor-sw
            end-if
        end-if
    end-if.

0200-acquire-run-locks.
            display "Working the live CONVERT.REJ instead"
            perform 0400-ask-live-profile
        else
        if qd-choice is greater than 0
                and qd-choice is not greater than qd-count-loaded
                and qd-status(qd-choice) is equal to 'OPEN'
                and qd-direction(qd-choice) is equal to 'DAT'
            *> date queues hold whole day/month/year values - a single
            *> numeral resubmission cannot rebuild the date
            display "Queue " qd-queue-name(qd-choice) " holds"
                " roman-date rejects - correct the source file and"
                " rerun the date batch instead"
            display "Working the live CONVERT.REJ instead"
            perform 0400-ask-live-profile
        else
        if qd-choice is greater than 0
                and qd-choice is not greater than qd-count-loaded
                and qd-status(qd-choice) is equal to 'OPEN'
            perform 0400-ask-live-profile
        end-if
        end-if
        end-if
    end-if.

0350-check-queue-period.
    *> the queue's run date decides its month. the live CONVERT.REJ
    *> carries no run date of its own, but every batch run rewrites it
    *> and registers a copy, so it holds the newest registered run's
    *> rejects and is judged by that run's date
    move 'N' to period-closed-sw
    move 0 to pa-date
    if qd-chosen is greater than 0
        move qd-date(qd-chosen) to pa-date
    else
        perform 0360-find-live-run-date
        move live-run-date to pa-date
    end-if
    if pa-date is greater than 0
        move 'CHECK' to pa-function
        call "period-check" using period-area
        if pa-result is equal to 2
            move 'Y' to period-closed-sw
        end-if
    end-if.

0360-find-live-run-date.
    *> read the whole directory - the table above stops at 200 entries
    *> and the newest is last. reverse runs queue REVERSE.REJ and
    *> leave CONVERT.REJ alone, so they are passed over
    move 0 to live-run-date
    move 0 to live-run-time
    open input queue-directory-file
    if queue-dir-status is equal to '00'
        move 0 to queue-dir-eof
        read queue-directory-file at end move 1 to queue-dir-eof
        end-read
        perform until queue-dir-eof is equal to 1
            move queue-directory-record to reject-queue-line
            if rq-direction is not equal to 'REV'
                    and (rq-date is greater than live-run-date
                        or (rq-date is equal to live-run-date
                            and rq-time is greater than live-run-time))
                move rq-date to live-run-date
                move rq-time to live-run-time
            end-if
            read queue-directory-file at end move 1 to queue-dir-eof
            end-read
        end-perform
        close queue-directory-file
    end-if.

0400-ask-live-profile.
            display qd-idx ") " qd-queue-name(qd-idx) " dated "
                qd-date(qd-idx) " rejects " out-qcount " from "
                qd-source(qd-idx) " (REVERSE - not repairable here)"
        else
        if qd-direction(qd-idx) is equal to 'DAT'
            display qd-idx ") " qd-queue-name(qd-idx) " dated "
                qd-date(qd-idx) " rejects " out-qcount " from "
                qd-source(qd-idx) " (DATES - not repairable here)"
        else
            display qd-idx ") " qd-queue-name(qd-idx) " dated "
                qd-date(qd-idx) " rejects " out-qcount " from "
                qd-source(qd-idx)
        end-if
        end-if
    end-if.

0500-mark-queue-worked.
    move rj-value  to rr-value(ws-rejects-loaded)
    move rj-reference to rr-reference(ws-rejects-loaded).

1900-set-disposition-stamp.
    *> every disposition names the queue it was worked from and that
    *> queue's run date - the live CONVERT.REJ has no run date, so it
    *> is stamped with its own name and the session date
    accept ws-date from date yyyymmdd
    if qd-chosen is greater than 0
        move qd-queue-name(qd-chosen) to dp-queue-name
        move qd-date(qd-chosen) to dp-queue-date
    else
        move 'CONVERT.REJ' to dp-queue-name
        move ws-date to dp-queue-date
    end-if.

1950-write-disposition.
    accept dp-date from date yyyymmdd
    accept dp-time from time
    move ws-operator-id to dp-operator
    move rr-position(rr-idx) to dp-position
    move rr-reference(rr-idx) to dp-reference
    move rr-reason(rr-idx) to dp-error
    move rr-value(rr-idx) to dp-original
    move dp-queue-name to dp-queue
    move dp-queue-date to dp-run-date
    write disposition-record from disposition-line
    add 1 to ws-dispositions-out.

2000-repair-one-reject.
    move rr-position(rr-idx) to out-count
    display " "
    accept ws-writeoff-code
    move 'Y' to resolved-sw
    add 1 to ws-rejects-writeoff
    move 'WRITEOFF' to dp-action
    move ws-writeoff-code to dp-reason
    move rr-value(rr-idx) to dp-value
    move zero to dp-result
    perform 1950-write-disposition.

2300-resubmit-to-convert.
    *> re-called with the reject's original record position so the
        add 1 to ws-rejects-corrected
        move sum1 to out-eq
        display "Corrected value: " out-eq
        move 'CORRECTED' to dp-action
        move spaces to dp-reason
        move array-area to dp-value
        move sum1 to dp-result
        perform 1950-write-disposition
    else
        display "Correction still rejected - try again or write off"
    end-if.

4000-print-control-report.
    perform 9700-open-report
    move spaces to rp-line
    perform 9800-report-line
    move "-----------------------------" to rp-line
    perform 9800-report-line
    move " Repair Control Report       " to rp-line
    perform 9800-report-line
    move "-----------------------------" to rp-line
    perform 9800-report-line
    move ws-rejects-loaded to out-count
    move spaces to rp-line
    string " Rejects In:        " out-count
        delimited by size into rp-line
    perform 9800-report-line
    move ws-rejects-corrected to out-count
    move spaces to rp-line
    string " Corrected:         " out-count
        delimited by size into rp-line
    perform 9800-report-line
    move ws-rejects-writeoff to out-count
    move spaces to rp-line
    string " Written Off:       " out-count
        delimited by size into rp-line
    perform 9800-report-line
    move ws-dispositions-out to out-count
    move spaces to rp-line
    string " Dispositions Out:  " out-count
        delimited by size into rp-line
    perform 9800-report-line
    if ws-dispositions-out is equal to ws-rejects-loaded
        move " ** REJECTS IN BALANCE WITH DISPOSITIONS **" to rp-line
        perform 9800-report-line
    else
        move " ** OUT OF BALANCE - INVESTIGATE BEFORE CLEARING **"
            to rp-line
        perform 9800-report-line
    end-if
    perform 9900-close-report.

9700-open-report.
    move 'OPEN' to rp-function
    move 'REJECT-REPAIR' to rp-program
    move 'REJREPR' to rp-code
    move spaces to rp-title
    string 'REPAIR CONTROL REPORT - ' delimited by size
        dp-queue-name delimited by space
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
