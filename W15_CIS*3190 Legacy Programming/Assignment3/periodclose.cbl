*>
*> filename:   periodclose.cbl
*> student:    Kyle Hersey
*> student#:   0851973
*> course:     CIS*3190
*> assignment: 3
*>
*> accounting period close. once a month's figures have gone to ledger
*> posting nothing used to stop the month changing underneath them -
*> a reject from the month's queue resubmitted weeks later, or a
*> retention cutover rerun inside the month. this closes a month on
*> PERIOD.DAT (periodrec.cpy), and from then on period-check refuses
*> reject-repair, journal-retain, and the batch modes any work that
*> would land in it.
*>
*> a month closes only when it is finished:
*>   - it has ended - the current month can never be closed
*>   - no reject queue registered in it on REJQUEUE.DIR is still OPEN.
*>     reverse and roman-date queues are listed but do not hold the
*>     close - the repair desk can never work them; they are cleared
*>     by rerunning the source file, and that rerun journals under its
*>     own date
*>   - every extract registered in it on EXTSENT.DAT has been
*>     acknowledged (ACKED) - a SENT or BADACK extract holds the close;
*>     a RESENT extract was replaced and its replacement is judged
*>   - journal-reconcile, run here over the month through AUTOANSW.CRD
*>     the way job-stream drives its steps, finds it in balance
*> every check is run and reported even after one has failed, so one
*> pass shows everything that needs clearing. a clean month is then
*> recorded CLOSED with its final control totals off ROMANCTL.LOG and
*> EXTSENT.DAT. close the month before the retention cutover archives
*> it out of the live journal - the reconciliation reads the live
*> journal only.
*>
*> reopen is the one controlled way back into a closed month: it
*> demands a reason, and the reopen - who, when, why - is kept on the
*> period record and written to PERIOD.AUD, as every close is. a
*> reopened month is closed again the same way, checks and all.
*>
*> closing and reopening are supervisor work, so sign-on demands
*> supervisor authority on OPERMAST.DAT - a refused attempt is logged
*> to AUTHFAIL.LOG with who and when, and the program ends.
*>

identification division.
program-id. period-close.

environment division.
input-output section.
file-control.
    select period-file assign to "PERIOD.DAT"
        organization is indexed
        access mode is dynamic
        record key is pd-month
        file status is period-file-status.
    select queue-directory-file assign to "REJQUEUE.DIR"
        organization is line sequential
        file status is queue-dir-status.
    select extract-sent-file assign to "EXTSENT.DAT"
        organization is line sequential
        file status is extract-sent-status.
    select control-log-file assign to "ROMANCTL.LOG"
        organization is line sequential
        file status is control-log-status.
    select answer-out-file assign to "AUTOANSW.CRD"
        organization is line sequential.
    select audit-log-file assign to "PERIOD.AUD"
        organization is line sequential
        file status is audit-log-status.
    select auth-fail-file assign to "AUTHFAIL.LOG"
        organization is line sequential
        file status is auth-fail-status.

data division.
file section.
fd period-file.
    copy periodrec.

fd queue-directory-file.
    01 queue-directory-record pic X(184).

fd extract-sent-file.
    01 extract-sent-record pic X(310).

fd control-log-file.
    01 control-log-record pic X(201).

fd answer-out-file.
    01 answer-out-record pic X(50).

fd audit-log-file.
    01 audit-log-record pic X(176).

fd auth-fail-file.
    01 auth-fail-record pic X(100).

working-storage section.
77 period-file-status  pic X(2).
77 queue-dir-status    pic X(2).
77 extract-sent-status pic X(2).
77 control-log-status  pic X(2).
77 audit-log-status    pic X(2).
77 auth-fail-status    pic X(2).
77 period-eof  pic S9.
77 queue-eof   pic S9.
77 extract-eof pic S9.
77 log-eof     pic S9.
77 ws-operator-id pic X(8).
77 supervisor-sw  pic X(1).
77 ws-date pic 9(8).
77 ws-time pic 9(8).
copy authfailrec.
copy signonarea.
copy rejqdirrec.
copy extsentrec.
copy ctllogrec.

77 menu-choice pic 9(1).
77 answer-reply         pic X(50).
77 answer-number        pic S9(8) usage is computational.
77 answer-digit-idx     pic S9(2) usage is computational.
77 answer-digit-seen-sw pic X(1).
77 answer-one-digit     pic 9(1).
77 reason-reply pic X(60).
77 confirm-sw   pic X(1).

*> the month being closed or reopened, and what the checks found
77 period-month   pic 9(6).
77 current-month  pic 9(6).
77 month-year     pic S9(6) usage is computational.
77 month-part     pic S9(4) usage is computational.
77 month-ok-sw    pic X(1).
77 period-found-sw pic X(1).
77 close-blocked-sw pic X(1).
77 open-queues    pic S9(6) usage is computational.
77 unacked-extracts pic S9(6) usage is computational.
77 reconcile-rc   pic S9(4) usage is computational.
77 recon-from-date pic 9(8).
77 recon-to-date   pic 9(8).

*> the month's control totals, gathered before the close is recorded
77 tot-runs          pic S9(6)  usage is computational.
77 tot-read          pic S9(9)  usage is computational.
77 tot-converted     pic S9(9)  usage is computational.
77 tot-rejected      pic S9(9)  usage is computational.
77 tot-total         pic S9(12) usage is computational.
77 tot-extracts      pic S9(6)  usage is computational.
77 tot-extract-total pic S9(12) usage is computational.
77 tot-queues        pic S9(6)  usage is computational.
77 out-count pic Z(8)9.
77 out-total pic Z(11)9.
copy rptarea.

01 list-heading.
    02 filler pic X(40) value
        'PERIOD STATUS CLOSED   BY         RUNS C'.
    02 filler pic X(33) value
        'ONVERTED  VALUE TOTAL EXTRCT REOP'.
01 list-rule.
    02 filler pic X(40) value
        '------ ------ -------- -------- ------ -'.
    02 filler pic X(33) value
        '-------- ------------ ------ ----'.
01 list-line.
    02 ll-month      pic 9(6).
    02 filler        pic X(1) value space.
    02 ll-status     pic X(6).
    02 filler        pic X(1) value space.
    02 ll-close-date pic 9(8).
    02 filler        pic X(1) value space.
    02 ll-close-by   pic X(8).
    02 filler        pic X(1) value space.
    02 ll-runs       pic Z(5)9.
    02 filler        pic X(1) value space.
    02 ll-converted  pic Z(8)9.
    02 filler        pic X(1) value space.
    02 ll-total      pic Z(11)9.
    02 filler        pic X(1) value space.
    02 ll-extracts   pic Z(5)9.
    02 filler        pic X(1) value space.
    02 ll-reopens    pic Z(3)9.

01 audit-line.
    02 au-date-label    pic X(7)  value 'DATE = '.
    02 au-date          pic 9(8).
    02 au-time-label    pic X(8)  value ' TIME = '.
    02 au-time          pic 9(8).
    02 au-super-label   pic X(14) value ' SUPERVISOR = '.
    02 au-supervisor    pic X(8).
    02 au-action-label  pic X(10) value ' ACTION = '.
    02 au-action        pic X(6).
    02 au-period-label  pic X(10) value ' PERIOD = '.
    02 au-period        pic 9(6).
    02 au-total-label   pic X(9)  value ' TOTAL = '.
    02 au-total         pic 9(12).
    02 au-reason-label  pic X(10) value ' REASON = '.
    02 au-reason        pic X(60).

procedure division.
0000-mainline.
    display " Accounting Period Close".
    display "-------------------------".
    display "Enter Operator ID: ".
    accept ws-operator-id.
    display "Enter PIN: ".
    accept so-pin.

    perform 0100-check-authority.
    if supervisor-sw is not equal to 'Y'
        move 8 to return-code
        stop run
    end-if.

    accept ws-date from date yyyymmdd.
    move ws-date(1:6) to current-month.

    perform 1000-display-menu
    accept menu-choice
    perform until menu-choice is equal to 4
        evaluate menu-choice
            when 1
                perform 2000-close-period thru 2000-exit
            when 2
                perform 3000-reopen-period thru 3000-exit
            when 3
                perform 4000-list-periods
            when other
                display "Invalid selection - please choose 1 - 4"
        end-evaluate
        perform 1000-display-menu
        accept menu-choice
    end-perform
    stop run.

0100-check-authority.
    *> closing a month puts a lock on the ledger's figures - supervisor
    *> work. a missing master falls back open with a warning, the same
    *> way the maintenance programs do
    move 'N' to supervisor-sw
    move 'SIGNON' to so-function
    move ws-operator-id to so-operator
    move 'PERIOD-CLOSE' to so-program
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
            display "Supervisor authority is required to close or"
                " reopen an accounting period - refused"
            move 'PERIOD-CLOSE' to af-program
            move 'PERIOD CLOSE' to af-action
            perform 8100-write-auth-fail
        end-if
    end-if.

0700-reply-to-number.
    move 0 to answer-number
    move 'N' to answer-digit-seen-sw
    move 1 to answer-digit-idx
    perform 0710-scan-one-digit
        until answer-digit-idx is greater than 50.

0710-scan-one-digit.
    if answer-reply(answer-digit-idx:1) is greater than or equal to '0'
            and answer-reply(answer-digit-idx:1) is less than
                or equal to '9'
        move answer-reply(answer-digit-idx:1) to answer-one-digit
        compute answer-number = answer-number * 10 + answer-one-digit
        move 'Y' to answer-digit-seen-sw
        add 1 to answer-digit-idx
    else
        if answer-digit-seen-sw is equal to 'Y'
            move 51 to answer-digit-idx
        else
            if answer-reply(answer-digit-idx:1) is equal to space
                add 1 to answer-digit-idx
            else
                move -1 to answer-number
                move 51 to answer-digit-idx
            end-if
        end-if
    end-if.

1000-display-menu.
    display " "
    display "==================================="
    display " Accounting Period Close"
    display " 1. Close a month"
    display " 2. Reopen a closed month"
    display " 3. List the period control file"
    display " 4. Quit"
    display "==================================="
    display "Enter selection: ".

2000-close-period.
    perform 5000-get-month
    if month-ok-sw is not equal to 'Y'
        go to 2000-exit
    end-if
    if period-month is not less than current-month
        display "Period " period-month " has not ended - a month can"
            " only be closed after its last day"
        go to 2000-exit
    end-if

    perform 5100-read-period
    if period-found-sw is equal to 'Y'
            and pd-status is equal to 'CLOSED'
        display "Period " period-month " is already closed - closed by "
            pd-close-by " on " pd-close-date
        go to 2000-exit
    end-if

    *> journal-reconcile prints a report of its own, and only one
    *> report is open at a time - so it runs first, and the close
    *> check report carries its verdict
    move 'N' to close-blocked-sw
    perform 2300-run-reconcile
    perform 9700-open-report
    move spaces to rp-line
    perform 9800-report-line
    move spaces to rp-line
    string "Close checks for period " period-month
        delimited by size into rp-line
    perform 9800-report-line
    move "-------------------------------" to rp-line
    perform 9800-report-line
    perform 2100-check-reject-queues
    perform 2200-check-extracts
    perform 2310-report-reconcile
    perform 2400-total-control-log

    if close-blocked-sw is equal to 'Y'
        move spaces to rp-line
        perform 9800-report-line
        string "Period " period-month " NOT closed - clear the items"
            " above and run the close again"
            delimited by size into rp-line
        perform 9800-report-line
        perform 9900-close-report
        go to 2000-exit
    end-if

    perform 2500-show-totals
    display "Close period " period-month " with these totals? (Y/N): "
    accept confirm-sw
    if confirm-sw is not equal to 'Y' and confirm-sw is not equal to 'y'
        move spaces to rp-line
        string "Period " period-month " not closed"
            delimited by size into rp-line
        perform 9800-report-line
        perform 9900-close-report
        go to 2000-exit
    end-if

    perform 2600-record-close
    perform 9900-close-report.
2000-exit.
    exit.

2100-check-reject-queues.
    move 0 to open-queues
    move 0 to tot-queues
    open input queue-directory-file
    if queue-dir-status is not equal to '00'
        move spaces to rp-line
        string "Reject queues:   REJQUEUE.DIR not on file - no queues"
            " registered"
            delimited by size into rp-line
        perform 9800-report-line
    else
        move 0 to queue-eof
        read queue-directory-file at end move 1 to queue-eof
        end-read
        perform until queue-eof is equal to 1
            move queue-directory-record to reject-queue-line
            if rq-date(1:6) is equal to period-month
                add 1 to tot-queues
                if rq-status is equal to 'OPEN'
                    perform 2110-report-open-queue
                end-if
            end-if
            read queue-directory-file at end move 1 to queue-eof
            end-read
        end-perform
        close queue-directory-file
        if open-queues is greater than 0
            move 'Y' to close-blocked-sw
            move open-queues to out-count
            move spaces to rp-line
            string "Reject queues:   " out-count " still OPEN - work"
                " them off in reject-repair"
                delimited by size into rp-line
            perform 9800-report-line
        else
            move "Reject queues:   none OPEN" to rp-line
            perform 9800-report-line
        end-if
    end-if.

2110-report-open-queue.
    move rq-count to out-count
    if rq-direction is equal to 'REV' or rq-direction is equal to 'DAT'
        move spaces to rp-line
        string "  note: " rq-queue-name " (" rq-direction ")"
            out-count " rejects - cleared by rerunning the source"
            " file, does not hold the close"
            delimited by size into rp-line
        perform 9800-report-line
    else
        add 1 to open-queues
        move spaces to rp-line
        string "  OPEN: " rq-queue-name " dated " rq-date
            out-count " rejects from " rq-source
            delimited by size into rp-line
        perform 9800-report-line
    end-if.

2200-check-extracts.
    move 0 to unacked-extracts
    move 0 to tot-extracts
    move 0 to tot-extract-total
    open input extract-sent-file
    if extract-sent-status is not equal to '00'
        move spaces to rp-line
        string "Extracts:        EXTSENT.DAT not on file - no extracts"
            " registered"
            delimited by size into rp-line
        perform 9800-report-line
    else
        move 0 to extract-eof
        read extract-sent-file at end move 1 to extract-eof
        end-read
        perform until extract-eof is equal to 1
            move extract-sent-record to extract-sent-line
            if xs-date(1:6) is equal to period-month
                    and xs-status is not equal to 'RESENT'
                perform 2210-judge-one-extract
            end-if
            read extract-sent-file at end move 1 to extract-eof
            end-read
        end-perform
        close extract-sent-file
        if unacked-extracts is greater than 0
            move 'Y' to close-blocked-sw
            move unacked-extracts to out-count
            move spaces to rp-line
            string "Extracts:        " out-count " not acknowledged -"
                " reconcile them in extract-recon"
                delimited by size into rp-line
            perform 9800-report-line
        else
            move "Extracts:        all acknowledged" to rp-line
            perform 9800-report-line
        end-if
    end-if.

2210-judge-one-extract.
    add 1 to tot-extracts
    add xs-total to tot-extract-total
    if xs-status is equal to 'SENT'
        add 1 to unacked-extracts
        move spaces to rp-line
        string "  SENT:   " xs-name(1:30) " dated " xs-date
            " - no acknowledgment received"
            delimited by size into rp-line
        perform 9800-report-line
    else
    if xs-status is equal to 'BADACK'
        add 1 to unacked-extracts
        move spaces to rp-line
        string "  BADACK: " xs-name(1:30) " dated " xs-date
            " - receiver's figures disagree"
            delimited by size into rp-line
        perform 9800-report-line
    end-if
    end-if.

2300-run-reconcile.
    *> journal-reconcile is driven exactly as job-stream drives a step:
    *> its two date prompts are answered off AUTOANSW.CRD, its return
    *> code is the verdict, and the answer file is left empty after so
    *> the next program run at a terminal prompts as always
    compute recon-from-date = (period-month * 100) + 1
    compute recon-to-date = (period-month * 100) + 31
    open output answer-out-file
    move recon-from-date to answer-out-record
    write answer-out-record
    move recon-to-date to answer-out-record
    write answer-out-record
    close answer-out-file

    display " "
    display ">>> journal-reconcile " recon-from-date " - "
        recon-to-date
    move 0 to return-code
    call "journal-reconcile"
    move return-code to reconcile-rc
    move 0 to return-code
    cancel "journal-reconcile"

    open output answer-out-file
    close answer-out-file
    if reconcile-rc is not equal to 0
        move 'Y' to close-blocked-sw
    end-if.

2310-report-reconcile.
    if reconcile-rc is not equal to 0
        move spaces to rp-line
        string "Reconciliation:  OUT OF BALANCE - see the JNLRECON"
            " report and JNLRECON.LOG"
            delimited by size into rp-line
        perform 9800-report-line
    else
        move "Reconciliation:  journal agrees with the control log"
            to rp-line
        perform 9800-report-line
    end-if.

2400-total-control-log.
    move 0 to tot-runs
    move 0 to tot-read
    move 0 to tot-converted
    move 0 to tot-rejected
    move 0 to tot-total
    open input control-log-file
    if control-log-status is equal to '00'
        move 0 to log-eof
        read control-log-file at end move 1 to log-eof
        end-read
        perform until log-eof is equal to 1
            move control-log-record to control-log-line
            if cl-date(1:6) is equal to period-month
                perform 2410-total-one-run
            end-if
            read control-log-file at end move 1 to log-eof
            end-read
        end-perform
        close control-log-file
    end-if.

2410-total-one-run.
    *> roman-date runs carry dates, not amounts - left out here as
    *> journal-reconcile leaves them out
    if cl-dir-label is equal to ' DIR = '
            and cl-direction is equal to 'DAT'
        continue
    else
        add 1 to tot-runs
        add cl-read to tot-read
        add cl-converted to tot-converted
        add cl-rejected to tot-rejected
        add cl-total to tot-total
    end-if.

2500-show-totals.
    move spaces to rp-line
    perform 9800-report-line
    move spaces to rp-line
    string "Final control totals for period " period-month
        delimited by size into rp-line
    perform 9800-report-line
    move tot-runs to out-count
    move spaces to rp-line
    string "  Batch runs:          " out-count
        delimited by size into rp-line
    perform 9800-report-line
    move tot-read to out-count
    move spaces to rp-line
    string "  Records read:        " out-count
        delimited by size into rp-line
    perform 9800-report-line
    move tot-converted to out-count
    move spaces to rp-line
    string "  Converted:           " out-count
        delimited by size into rp-line
    perform 9800-report-line
    move tot-rejected to out-count
    move spaces to rp-line
    string "  Rejected:            " out-count
        delimited by size into rp-line
    perform 9800-report-line
    move tot-total to out-total
    move spaces to rp-line
    string "  Value total:      " out-total
        delimited by size into rp-line
    perform 9800-report-line
    move tot-extracts to out-count
    move spaces to rp-line
    string "  Extracts:            " out-count
        delimited by size into rp-line
    perform 9800-report-line
    move tot-extract-total to out-total
    move spaces to rp-line
    string "  Extract total:    " out-total
        delimited by size into rp-line
    perform 9800-report-line
    move tot-queues to out-count
    move spaces to rp-line
    string "  Reject queues:       " out-count
        delimited by size into rp-line
    perform 9800-report-line.

2600-record-close.
    perform 5200-open-period-file
    if period-file-status is not equal to '00'
        move spaces to rp-line
        string "PERIOD.DAT could not be opened - status "
            period-file-status " - period not closed"
            delimited by size into rp-line
        perform 9800-report-line
        perform 9950-abandon-report
    else
        move period-month to pd-month
        move 'Y' to period-found-sw
        read period-file
            invalid key
                move 'N' to period-found-sw
                initialize period-record
                move period-month to pd-month
        end-read
        move 'CLOSED' to pd-status
        accept pd-close-date from date yyyymmdd
        accept pd-close-time from time
        move ws-operator-id to pd-close-by
        add 1 to pd-close-count
        move tot-runs to pd-runs
        move tot-read to pd-read
        move tot-converted to pd-converted
        move tot-rejected to pd-rejected
        move tot-total to pd-total
        move tot-extracts to pd-extracts
        move tot-extract-total to pd-extract-total
        move tot-queues to pd-queues
        if period-found-sw is equal to 'Y'
            rewrite period-record
        else
            write period-record
        end-if
        close period-file
        move 'CLOSE' to au-action
        move spaces to au-reason
        perform 8200-write-audit
        move spaces to rp-line
        string "Period " period-month " CLOSED"
            delimited by size into rp-line
        perform 9800-report-line
    end-if.

3000-reopen-period.
    perform 5000-get-month
    if month-ok-sw is not equal to 'Y'
        go to 3000-exit
    end-if
    perform 5100-read-period
    if period-found-sw is not equal to 'Y'
            or pd-status is not equal to 'CLOSED'
        display "Period " period-month " is not closed - nothing to"
            " reopen"
        go to 3000-exit
    end-if

    display "Period " period-month " was closed by " pd-close-by
        " on " pd-close-date
    move pd-total to out-total
    display "  closing value total: " out-total
    display "Work dated in a reopened month changes figures already"
        " posted to the ledger"
    display "Reason for reopening (blank = cancel): "
    move spaces to reason-reply
    accept reason-reply
    if reason-reply is equal to spaces
        display "Reopen cancelled - period " period-month
            " stays closed"
        go to 3000-exit
    end-if
    display "Reopen period " period-month "? (Y/N): "
    accept confirm-sw
    if confirm-sw is not equal to 'Y' and confirm-sw is not equal to 'y'
        display "Reopen cancelled - period " period-month
            " stays closed"
        go to 3000-exit
    end-if

    perform 5200-open-period-file
    if period-file-status is not equal to '00'
        display "PERIOD.DAT could not be opened - status "
            period-file-status " - period not reopened"
        go to 3000-exit
    end-if
    move period-month to pd-month
    read period-file
        invalid key
            display "Period " period-month " has gone from PERIOD.DAT"
                " - not reopened"
            close period-file
            go to 3000-exit
    end-read
    move 'OPEN' to pd-status
    accept pd-reopen-date from date yyyymmdd
    accept pd-reopen-time from time
    move ws-operator-id to pd-reopen-by
    move reason-reply to pd-reopen-reason
    add 1 to pd-reopen-count
    rewrite period-record
    close period-file
    move 'REOPEN' to au-action
    move reason-reply to au-reason
    perform 8200-write-audit
    display "Period " period-month " REOPENED - close it again when"
        " the corrections are done".
3000-exit.
    exit.

4000-list-periods.
    open input period-file
    if period-file-status is not equal to '00'
        display "No month has been closed - PERIOD.DAT not on file"
    else
        perform 9710-open-list-report
        move spaces to rp-line
        perform 9800-report-line
        move list-heading to rp-line
        perform 9800-report-line
        move list-rule to rp-line
        perform 9800-report-line
        move 0 to period-eof
        read period-file next record
            at end move 1 to period-eof
        end-read
        perform until period-eof is equal to 1
            move pd-month to ll-month
            move pd-status to ll-status
            move pd-close-date to ll-close-date
            move pd-close-by to ll-close-by
            move pd-runs to ll-runs
            move pd-converted to ll-converted
            move pd-total to ll-total
            move pd-extracts to ll-extracts
            move pd-reopen-count to ll-reopens
            move list-line to rp-line
            perform 9800-report-line
            if pd-status is equal to 'OPEN'
                move spaces to rp-line
                string "       reopened " pd-reopen-date " by "
                    pd-reopen-by ": " pd-reopen-reason
                    delimited by size into rp-line
                perform 9800-report-line
            end-if
            read period-file next record
                at end move 1 to period-eof
            end-read
        end-perform
        move list-rule to rp-line
        perform 9800-report-line
        perform 9900-close-report
        close period-file
    end-if.

5000-get-month.
    move 'N' to month-ok-sw
    display "Accounting period YYYYMM: "
    move spaces to answer-reply
    accept answer-reply
    perform 0700-reply-to-number
    if answer-number is less than 190001
            or answer-number is greater than 999912
        display "Enter the period as YYYYMM"
    else
        divide answer-number by 100 giving month-year
            remainder month-part
        if month-part is less than 1 or month-part is greater than 12
            display "Enter the period as YYYYMM"
        else
            move answer-number to period-month
            move 'Y' to month-ok-sw
        end-if
    end-if.

5100-read-period.
    move 'N' to period-found-sw
    open input period-file
    if period-file-status is equal to '00'
        move period-month to pd-month
        read period-file
            invalid key
                continue
            not invalid key
                move 'Y' to period-found-sw
        end-read
        close period-file
    end-if.

5200-open-period-file.
    *> the first close ever made creates the file, the same fallback
    *> the lock file uses
    open i-o period-file
    if period-file-status is not equal to '00'
        open output period-file
        close period-file
        open i-o period-file
    end-if.

8100-write-auth-fail.
    open extend auth-fail-file
    if auth-fail-status is not equal to '00'
        open output auth-fail-file
    end-if
    accept ws-date from date yyyymmdd
    accept ws-time from time
    move ws-date to af-date
    move ws-time to af-time
    move ws-operator-id to af-operator
    write auth-fail-record from auth-fail-line
    close auth-fail-file.

8200-write-audit.
    *> one line per close or reopen, naming the supervisor, the month,
    *> its value total at the time, and on a reopen the reason keyed
    open extend audit-log-file
    if audit-log-status is not equal to '00'
        open output audit-log-file
    end-if
    accept au-date from date yyyymmdd
    accept au-time from time
    move ws-operator-id to au-supervisor
    move period-month to au-period
    move pd-total to au-total
    write audit-log-record from audit-line
    close audit-log-file.

9700-open-report.
    move 'OPEN' to rp-function
    move 'PERIOD-CLOSE' to rp-program
    move 'PERCLOSE' to rp-code
    move spaces to rp-title
    string 'PERIOD CLOSE CHECKS - ' delimited by size
        period-month delimited by size
        into rp-title
    end-string
    move ws-operator-id to rp-operator
    call "report-writer" using report-area.

9710-open-list-report.
    move 'OPEN' to rp-function
    move 'PERIOD-CLOSE' to rp-program
    move 'PERLIST' to rp-code
    move 'PERIOD CONTROL FILE LISTING' to rp-title
    move ws-operator-id to rp-operator
    call "report-writer" using report-area.

9800-report-line.
    move 'LINE' to rp-function
    call "report-writer" using report-area.

9900-close-report.
    move 'CLOSE' to rp-function
    call "report-writer" using report-area.

9950-abandon-report.
    move 'ABANDON' to rp-function
    call "report-writer" using report-area.
