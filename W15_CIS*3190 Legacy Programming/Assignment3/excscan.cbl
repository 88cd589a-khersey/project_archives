*>
*> filename:   excscan.cbl
*> student:    Kyle Hersey
*> student#:   0851973
*> course:     CIS*3190
*> assignment: 3
*>
*> operations exception scan. a bad night leaves its marks all over
*> the shop - a FAIL line on ROMANCTL.LOG, a MISSING branch on
*> MANIFEST.EXP, a BADACK or an overdue extract on EXTSENT.DAT, a
*> refusal on AUTHFAIL.LOG, a lock on RUNLOCKS.DAT held since
*> yesterday, an imbalance journal-reconcile logged to JNLRECON.LOG, a
*> FAILED step on JOBSTRM.LOG - and finding them meant running half a
*> dozen programs every morning. this reads all of them and files one
*> record on the exception queue, EXCEPTQ.DAT (excrec.cpy), for every
*> problem not already on it; exception-desk is where a supervisor
*> works the queue.
*>
*> every exception is keyed by its type and a reference naming the one
*> occurrence, so a rescan of the same evidence files nothing twice,
*> and once filed an exception stays on the queue - MANIFEST.EXP being
*> rebuilt or the lock being released does not take it away. run it
*> as the last job-stream step (EXCSCAN) so the night's own failures
*> are on the queue by morning; it can be rerun at a desk any time.
*>
*> the one prompt is the grace period, in days, before an extract
*> still SENT and unacknowledged becomes an exception - the same
*> judgment extract-recon makes. a source file that is not on hand is
*> reported and passed over. the step fails (return code 8) only when
*> the queue itself cannot be opened; what it finds is followed up on
*> the queue, not by stopping the job.
*>

identification division.
program-id. exception-scan.

environment division.
input-output section.
file-control.
    select exception-file assign to "EXCEPTQ.DAT"
        organization is indexed
        access mode is dynamic
        record key is ex-key
        file status is exception-status.
    select control-log-file assign to "ROMANCTL.LOG"
        organization is line sequential
        file status is source-status.
    select expect-file assign to "MANIFEST.EXP"
        organization is line sequential
        file status is source-status.
    select expect-history-file assign to "MANIFEST.HST"
        organization is line sequential
        file status is history-status.
    select extract-sent-file assign to "EXTSENT.DAT"
        organization is line sequential
        file status is source-status.
    select auth-fail-file assign to "AUTHFAIL.LOG"
        organization is line sequential
        file status is source-status.
    select lock-file assign to "RUNLOCKS.DAT"
        organization is indexed
        access mode is sequential
        record key is lk-resource
        file status is source-status.
    select imbalance-log-file assign to "JNLRECON.LOG"
        organization is line sequential
        file status is source-status.
    select job-log-file assign to "JOBSTRM.LOG"
        organization is line sequential
        file status is source-status.
    select auto-answer-file assign to "AUTOANSW.CRD"
        organization is line sequential
        file status is answer-file-status.

data division.
file section.
fd exception-file.
    copy excrec.

fd control-log-file.
    01 control-log-record pic X(201).

fd expect-file.
    01 expect-record pic X(90).

fd expect-history-file.
    01 expect-history-record pic X(106).

fd extract-sent-file.
    01 extract-sent-record pic X(310).

fd auth-fail-file.
    01 auth-fail-record pic X(100).

fd lock-file.
    01 lock-record.
        02 lk-resource pic X(14).
        02 lk-operator pic X(8).
        02 lk-date     pic 9(8).
        02 lk-time     pic 9(8).

fd imbalance-log-file.
    01 imbalance-log-record pic X(143).

fd job-log-file.
    01 job-log-record pic X(110).

fd auto-answer-file.
    01 auto-answer-record pic X(50).

working-storage section.
77 exception-status pic X(2).
77 source-status    pic X(2).
77 history-status   pic X(2).
77 history-eof pic S9.
*> the run date MANIFEST.EXP was built for - the date on the last line
*> manifest-build appended to MANIFEST.HST, or today without one
77 manifest-date pic 9(8).
77 source-eof pic S9.
77 queue-eof  pic S9.
copy ctllogrec.
copy brexprec.
copy brexphist.
copy extsentrec.
copy authfailrec.
copy reconlogrec.

*> a JOBSTRM.LOG step line, laid out as job-stream's job-log-line
01 job-step-line.
    02 js-step-label  pic X(7).
    02 js-step        pic X(9).
    02 filler         pic X(9).
    02 js-start-date  pic 9(8).
    02 filler         pic X(1).
    02 js-start-time  pic 9(8).
    02 filler         pic X(7).
    02 js-end-date    pic 9(8).
    02 filler         pic X(1).
    02 js-end-time    pic 9(8).
    02 filler         pic X(6).
    02 js-rc          pic 9(4).
    02 filler         pic X(11).
    02 js-outcome     pic X(7).

*> unattended operation - prompts read from AUTOANSW.CRD when the
*> job-stream controller has left answers there; see roman-numerals
77 answer-file-status   pic X(2).
77 answer-mode-sw       pic X(1) value 'N'.
77 answer-exhausted-sw  pic X(1) value 'N'.
77 answer-reply         pic X(50).
77 answer-next          pic X(50).
77 answer-number        pic S9(8) usage is computational.
77 answer-digit-idx     pic S9(2) usage is computational.
77 answer-digit-seen-sw pic X(1).
77 answer-one-digit     pic 9(1).

77 grace-days pic S9(4) usage is computational.
77 scan-date  pic 9(8).
77 scan-time  pic 9(8).

*> the sources scanned, in scan order, with what each one yielded
01 source-values.
    02 filler pic X(12) value 'ROMANCTL.LOG'.
    02 filler pic X(12) value 'MANIFEST.EXP'.
    02 filler pic X(12) value 'EXTSENT.DAT'.
    02 filler pic X(12) value 'AUTHFAIL.LOG'.
    02 filler pic X(12) value 'RUNLOCKS.DAT'.
    02 filler pic X(12) value 'JNLRECON.LOG'.
    02 filler pic X(12) value 'JOBSTRM.LOG'.
01 source-table redefines source-values.
    02 src-name occurs 7 times pic X(12).
01 source-counts.
    02 sc-entry occurs 7 times.
        03 sc-on-file pic X(1).
        03 sc-read    pic S9(8) usage is computational.
        03 sc-new     pic S9(8) usage is computational.
77 src-idx pic S9(2) usage is computational.

77 ws-new-total   pic S9(8) usage is computational value zero.
77 ws-known-total pic S9(8) usage is computational value zero.
77 ws-open-total  pic S9(8) usage is computational value zero.

*> date-to-serial work fields, as in trend-report's 8000 paragraph
77 sr-year   pic S9(8) usage is computational.
77 sr-month  pic S9(8) usage is computational.
77 sr-day    pic S9(8) usage is computational.
77 sr-serial pic S9(8) usage is computational.
77 sr-work   pic S9(8) usage is computational.
77 sr-date   pic 9(8).
77 today-serial pic S9(8) usage is computational.

77 out-count  pic Z(7)9.
77 out-count2 pic Z(7)9.
copy rptarea.

procedure division.
0000-mainline.
    perform 0500-check-answer-file.
    display " Operations Exception Scan".
    display "---------------------------".
    display "Grace days before an unacknowledged extract is an"
        " exception: ".
    perform 0600-get-reply.
    perform 0700-reply-to-number.
    if answer-number is less than 0
        move 0 to grace-days
    else
        move answer-number to grace-days
    end-if.

    perform 1000-open-exception-file.
    if exception-status is not equal to '00'
        display "EXCEPTQ.DAT could not be opened - status "
            exception-status " - scan abandoned"
        move 8 to return-code
        perform 0800-close-answer-file
        goback
    end-if.

    accept scan-date from date yyyymmdd.
    accept scan-time from time.
    move scan-date to sr-date.
    perform 8000-date-to-serial.
    move sr-serial to today-serial.

    perform 9700-open-report.
    move spaces to rp-line.
    string "TYPE     SOURCE       DATE      DESCRIPTION"
        delimited by size into rp-line.
    perform 9800-report-line.
    move spaces to rp-line.
    string "-------- ------------ --------  ----------------------"
        "----------------------------" delimited by size into rp-line.
    perform 9800-report-line.

    perform 2000-scan-control-log thru 2000-exit.
    perform 2100-scan-manifest thru 2100-exit.
    perform 2200-scan-extract-register thru 2200-exit.
    perform 2300-scan-auth-fail thru 2300-exit.
    perform 2400-scan-run-locks thru 2400-exit.
    perform 2500-scan-imbalance-log thru 2500-exit.
    perform 2600-scan-job-log thru 2600-exit.

    perform 5000-count-open.
    perform 4000-print-summary.
    perform 9900-close-report.

    close exception-file.
    perform 0800-close-answer-file.
    goback.

0500-check-answer-file.
    move 'N' to answer-mode-sw
    move 'N' to answer-exhausted-sw
    open input auto-answer-file
    if answer-file-status is equal to '00'
        read auto-answer-file into answer-next
            at end move 'Y' to answer-exhausted-sw
        end-read
        if answer-exhausted-sw is equal to 'Y'
            close auto-answer-file
            move 'N' to answer-exhausted-sw
        else
            move 'Y' to answer-mode-sw
        end-if
    end-if.

0600-get-reply.
    move spaces to answer-reply
    if answer-mode-sw is equal to 'Y'
        if answer-exhausted-sw is equal to 'Y'
            display "ANSWER FILE EXHAUSTED BEFORE THE LAST PROMPT -"
                " STEP ABANDONED"
            move 16 to return-code
            close auto-answer-file
            goback
        end-if
        move answer-next to answer-reply
        read auto-answer-file into answer-next
            at end move 'Y' to answer-exhausted-sw
        end-read
    else
        accept answer-reply
    end-if.

0700-reply-to-number.
    move 0 to answer-number
    move 'N' to answer-digit-seen-sw
    move 1 to answer-digit-idx
    perform 0710-scan-one-digit until answer-digit-idx is greater than 50.

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

0800-close-answer-file.
    if answer-mode-sw is equal to 'Y'
        close auto-answer-file
        move 'N' to answer-mode-sw
    end-if.

1000-open-exception-file.
    *> the first scan ever creates the queue, the same fallback the
    *> lock file uses
    open i-o exception-file
    if exception-status is not equal to '00'
        open output exception-file
        close exception-file
        open i-o exception-file
    end-if.

2000-scan-control-log.
    move 1 to src-idx
    perform 2900-start-source
    open input control-log-file
    if source-status is not equal to '00'
        move 'N' to sc-on-file(src-idx)
        go to 2000-exit
    end-if
    move 0 to source-eof
    read control-log-file into control-log-line
        at end move 1 to source-eof
    end-read
    perform until source-eof is equal to 1
        add 1 to sc-read(src-idx)
        *> lines written before the status existed are shorter and
        *> leave it blank - the label says whether it is there
        if cl-stat-label is equal to ' STAT = '
                and cl-status is equal to 'FAIL'
            move 'RUNFAIL' to ex-type
            move spaces to ex-ref
            string cl-date " " cl-time delimited by size into ex-ref
            move cl-date to ex-date
            move spaces to ex-desc
            string "CONVERSION RUN FAILED - READ " cl-read
                " CONV " cl-converted " REJ " cl-rejected
                " DIR " cl-direction delimited by size into ex-desc
            perform 3000-file-exception
        end-if
        read control-log-file into control-log-line
            at end move 1 to source-eof
        end-read
    end-perform
    close control-log-file.
2000-exit.
    exit.

2100-scan-manifest.
    move 2 to src-idx
    perform 2900-start-source
    perform 2110-find-manifest-date thru 2110-exit
    open input expect-file
    if source-status is not equal to '00'
        move 'N' to sc-on-file(src-idx)
        go to 2100-exit
    end-if
    move 0 to source-eof
    read expect-file into branch-expect-line
        at end move 1 to source-eof
    end-read
    perform until source-eof is equal to 1
        add 1 to sc-read(src-idx)
        if bx-status is equal to 'MISSING'
            *> not every schedule puts the run date in its file name,
            *> so the manifest's date with branch and file name is the
            *> one missed day
            move 'MISSING' to ex-type
            move spaces to ex-ref
            string manifest-date " " bx-branch " " delimited by size
                bx-file delimited by space
                into ex-ref
            move manifest-date to ex-date
            move spaces to ex-desc
            string "BRANCH " delimited by size
                bx-branch delimited by space
                " NEVER SENT " delimited by size
                bx-file delimited by space
                into ex-desc
            perform 3000-file-exception
        end-if
        read expect-file into branch-expect-line
            at end move 1 to source-eof
        end-read
    end-perform
    close expect-file.
2100-exit.
    exit.

2110-find-manifest-date.
    move scan-date to manifest-date
    open input expect-history-file
    if history-status is not equal to '00'
        go to 2110-exit
    end-if
    move 0 to history-eof
    read expect-history-file into branch-expect-history-line
        at end move 1 to history-eof
    end-read
    perform until history-eof is equal to 1
        move bh-date to manifest-date
        read expect-history-file into branch-expect-history-line
            at end move 1 to history-eof
        end-read
    end-perform
    close expect-history-file.
2110-exit.
    exit.

2200-scan-extract-register.
    move 3 to src-idx
    perform 2900-start-source
    open input extract-sent-file
    if source-status is not equal to '00'
        move 'N' to sc-on-file(src-idx)
        go to 2200-exit
    end-if
    move 0 to source-eof
    read extract-sent-file into extract-sent-line
        at end move 1 to source-eof
    end-read
    perform until source-eof is equal to 1
        add 1 to sc-read(src-idx)
        if xs-status is equal to 'BADACK'
            move 'BADACK' to ex-type
            move xs-name to ex-ref
            move xs-date to ex-date
            move spaces to ex-desc
            string "EXTRACT " delimited by size
                xs-name delimited by space
                " ACKNOWLEDGED WITH OTHER FIGURES" delimited by size
                into ex-desc
            perform 3000-file-exception
        end-if
        if xs-status is equal to 'SENT'
            move xs-date to sr-date
            perform 8000-date-to-serial
            if today-serial - sr-serial is greater than grace-days
                move 'OVERDUE' to ex-type
                move xs-name to ex-ref
                move xs-date to ex-date
                move spaces to ex-desc
                string "EXTRACT " delimited by size
                    xs-name delimited by space
                    " UNACKNOWLEDGED SINCE " xs-date delimited by size
                    into ex-desc
                perform 3000-file-exception
            end-if
        end-if
        read extract-sent-file into extract-sent-line
            at end move 1 to source-eof
        end-read
    end-perform
    close extract-sent-file.
2200-exit.
    exit.

2300-scan-auth-fail.
    move 4 to src-idx
    perform 2900-start-source
    open input auth-fail-file
    if source-status is not equal to '00'
        move 'N' to sc-on-file(src-idx)
        go to 2300-exit
    end-if
    move 0 to source-eof
    read auth-fail-file into auth-fail-line
        at end move 1 to source-eof
    end-read
    perform until source-eof is equal to 1
        add 1 to sc-read(src-idx)
        *> every line on the log is a refusal - a locked or wrong
        *> sign-on as much as a clerk turned away from a supervisor's
        *> program
        move 'REFUSED' to ex-type
        move spaces to ex-ref
        string af-date " " af-time " " af-operator " " af-program
            delimited by size into ex-ref
        move af-date to ex-date
        move spaces to ex-desc
        string "OPERATOR " delimited by size
            af-operator delimited by space
            " REFUSED BY " delimited by size
            af-program delimited by space
            " - " af-action delimited by size
            into ex-desc
        perform 3000-file-exception
        read auth-fail-file into auth-fail-line
            at end move 1 to source-eof
        end-read
    end-perform
    close auth-fail-file.
2300-exit.
    exit.

2400-scan-run-locks.
    move 5 to src-idx
    perform 2900-start-source
    open input lock-file
    if source-status is not equal to '00'
        move 'N' to sc-on-file(src-idx)
        go to 2400-exit
    end-if
    move 0 to source-eof
    read lock-file next record at end move 1 to source-eof end-read
    perform until source-eof is equal to 1
        add 1 to sc-read(src-idx)
        *> a lock taken before today has outlived any run that should
        *> still be going - most likely a crashed run's
        if lk-date is less than scan-date
            move 'STALELCK' to ex-type
            move spaces to ex-ref
            string lk-resource " " lk-date " " lk-time
                delimited by size into ex-ref
            move lk-date to ex-date
            move spaces to ex-desc
            string "RUN LOCK ON " delimited by size
                lk-resource delimited by space
                " HELD BY " delimited by size
                lk-operator delimited by space
                " SINCE " lk-date " " lk-time delimited by size
                into ex-desc
            perform 3000-file-exception
        end-if
        read lock-file next record at end move 1 to source-eof
        end-read
    end-perform
    close lock-file.
2400-exit.
    exit.

2500-scan-imbalance-log.
    move 6 to src-idx
    perform 2900-start-source
    open input imbalance-log-file
    if source-status is not equal to '00'
        move 'N' to sc-on-file(src-idx)
        go to 2500-exit
    end-if
    move 0 to source-eof
    read imbalance-log-file into recon-imbalance-line
        at end move 1 to source-eof
    end-read
    perform until source-eof is equal to 1
        add 1 to sc-read(src-idx)
        *> a reconciliation rerun over the same dates logs the same
        *> figures again - the figures are part of the reference, so
        *> only a changed imbalance is a new one
        move 'IMBAL' to ex-type
        move spaces to ex-ref
        string ri-date " " ri-direction " " ri-jnl-count " "
            ri-log-count " " ri-jnl-total " " ri-log-total
            delimited by size into ex-ref
        move ri-date to ex-date
        move spaces to ex-desc
        string "JOURNAL / CONTROL LOG OUT OF BALANCE - " ri-direction
            " JNL " ri-jnl-count " LOG " ri-log-count
            delimited by size into ex-desc
        perform 3000-file-exception
        read imbalance-log-file into recon-imbalance-line
            at end move 1 to source-eof
        end-read
    end-perform
    close imbalance-log-file.
2500-exit.
    exit.

2600-scan-job-log.
    move 7 to src-idx
    perform 2900-start-source
    open input job-log-file
    if source-status is not equal to '00'
        move 'N' to sc-on-file(src-idx)
        go to 2600-exit
    end-if
    move 0 to source-eof
    read job-log-file into job-step-line
        at end move 1 to source-eof
    end-read
    perform until source-eof is equal to 1
        add 1 to sc-read(src-idx)
        if js-step-label is equal to 'STEP = '
                and js-outcome is equal to 'FAILED'
            move 'STEPFAIL' to ex-type
            move spaces to ex-ref
            string js-step " " js-start-date " " js-start-time
                delimited by size into ex-ref
            move js-start-date to ex-date
            move spaces to ex-desc
            string "JOB STEP " delimited by size
                js-step delimited by space
                " FAILED - RC " js-rc " ENDED " js-end-date " "
                js-end-time delimited by size
                into ex-desc
            perform 3000-file-exception
        end-if
        read job-log-file into job-step-line
            at end move 1 to source-eof
        end-read
    end-perform
    close job-log-file.
2600-exit.
    exit.

2900-start-source.
    move 'Y' to sc-on-file(src-idx)
    move 0 to sc-read(src-idx)
    move 0 to sc-new(src-idx).

3000-file-exception.
    *> the key is already on the queue when this problem was filed by
    *> an earlier scan - open or acknowledged, it is not filed again
    move src-name(src-idx) to ex-source
    move 'OPEN' to ex-status
    move scan-date to ex-found-date
    move scan-time to ex-found-time
    move spaces to ex-ack-operator
    move 0 to ex-ack-date
    move 0 to ex-ack-time
    move spaces to ex-resolution
    write exception-record
        invalid key
            add 1 to ws-known-total
        not invalid key
            add 1 to ws-new-total
            add 1 to sc-new(src-idx)
            move spaces to rp-line
            string ex-type " " ex-source " " ex-date "  " ex-desc
                delimited by size into rp-line
            perform 9800-report-line
    end-write.

4000-print-summary.
    if ws-new-total is equal to 0
        move "No new exceptions" to rp-line
        perform 9800-report-line
    end-if
    move spaces to rp-line
    perform 9800-report-line
    move "-----------------------------" to rp-line
    perform 9800-report-line
    move " Exception Scan Summary      " to rp-line
    perform 9800-report-line
    move "-----------------------------" to rp-line
    perform 9800-report-line
    perform 4100-summarize-source varying src-idx from 1 by 1
        until src-idx is greater than 7
    move spaces to rp-line
    perform 9800-report-line
    move ws-new-total to out-count
    move spaces to rp-line
    string " New Exceptions Filed:    " out-count
        delimited by size into rp-line
    perform 9800-report-line
    move ws-known-total to out-count
    move spaces to rp-line
    string " Already On The Queue:    " out-count
        delimited by size into rp-line
    perform 9800-report-line
    move ws-open-total to out-count
    move spaces to rp-line
    string " Open Exceptions Now:     " out-count
        delimited by size into rp-line
    perform 9800-report-line.

4100-summarize-source.
    move spaces to rp-line
    if sc-on-file(src-idx) is equal to 'Y'
        move sc-read(src-idx) to out-count
        move sc-new(src-idx) to out-count2
        string " " src-name(src-idx) "  records read " out-count
            "  new " out-count2 delimited by size into rp-line
    else
        string " " src-name(src-idx) "  not on file"
            delimited by size into rp-line
    end-if
    perform 9800-report-line.

5000-count-open.
    move 0 to ws-open-total
    move low-values to ex-key
    move 0 to queue-eof
    start exception-file key is not less than ex-key
        invalid key move 1 to queue-eof
    end-start
    if queue-eof is not equal to 1
        read exception-file next record
            at end move 1 to queue-eof
        end-read
    end-if
    perform until queue-eof is equal to 1
        if ex-status is equal to 'OPEN'
            add 1 to ws-open-total
        end-if
        read exception-file next record
            at end move 1 to queue-eof
        end-read
    end-perform.

8000-date-to-serial.
    *> same shift-february-to-month-14 day count trend-report uses
    compute sr-year  = sr-date / 10000
    compute sr-work  = sr-date - (sr-year * 10000)
    compute sr-month = sr-work / 100
    compute sr-day   = sr-work - (sr-month * 100)
    if sr-month is less than 3
        subtract 1 from sr-year
        add 12 to sr-month
    end-if
    compute sr-serial = (365 * sr-year) + (sr-year / 4)
        - (sr-year / 100) + (sr-year / 400)
        + ((153 * (sr-month + 1)) / 5) + sr-day.

9700-open-report.
    move 'OPEN' to rp-function
    move 'EXCEPTION-SCAN' to rp-program
    move 'EXCSCAN' to rp-code
    move 'OPERATIONS EXCEPTION SCAN' to rp-title
    move spaces to rp-operator
    call "report-writer" using report-area.

9800-report-line.
    move 'LINE' to rp-function
    call "report-writer" using report-area.

9900-close-report.
    move 'CLOSE' to rp-function
    call "report-writer" using report-area.
