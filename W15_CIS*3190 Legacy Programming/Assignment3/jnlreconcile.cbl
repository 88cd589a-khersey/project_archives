*> journal up by date and direction (count of entries, total of the
*> decimal figures), rolls the log's run lines up the same way (FWD
*> lines carry ROMAN-DEC work, REV lines DEC-ROMAN), and compares.
*> roman-date work is left out on both sides - its ROMAN-DATE entries
*> carry dates, not amounts, and its DAT log lines total zero. so are
*> restatement's REVERSAL and CORRECTION entries - no run line ever
*> carries them, and the restatement report proves them itself.
*>
*> interactive conversions journal but never write a run line, so the
*> journal legitimately runs ahead of the log - the imbalance that
*> matters is the log claiming MORE than the journal holds, which can
*> only mean journal entries went missing. any imbalanced date gets
*> its log run lines printed so the run that caused it can be found,
*> and the program ends with return code 8. every imbalanced date and
*> direction is also appended to JNLRECON.LOG (reconlogrec.cpy), so
*> the exception queue hears of it after the report has scrolled by.
*>

identification division.
    select control-log-file assign to "ROMANCTL.LOG"
        organization is line sequential
        file status is control-log-status.
    select imbalance-log-file assign to "JNLRECON.LOG"
        organization is line sequential
        file status is imbalance-log-status.
    select auto-answer-file assign to "AUTOANSW.CRD"
        organization is line sequential
        file status is answer-file-status.
fd control-log-file.
    01 control-log-record pic X(201).

fd imbalance-log-file.
    01 imbalance-log-record pic X(143).

fd auto-answer-file.
    01 auto-answer-record pic X(50).

77 control-log-status  pic X(2).
copy journalrec.
copy ctllogrec.
77 imbalance-log-status pic X(2).
copy reconlogrec.

*> unattended operation - prompts read from AUTOANSW.CRD when the
*> job-stream controller has left answers there; see roman-numerals
77 out-count2 pic Z(7)9.
77 out-total  pic Z(9)9.
77 out-total2 pic Z(9)9.
copy rptarea.

procedure division.
0000-mainline.
    display " Journal / Control-Log Reconciliation".
    display "--------------------------------------".
    perform 1000-accept-criteria.
    perform 9700-open-report.
    perform 2000-accumulate-journal.
    perform 3000-accumulate-control-log.

    if rc-count is equal to 0
        move "Nothing in the requested range on either file" to rp-line
        perform 9800-report-line
    else
        perform 4000-compare-and-report
    end-if.
    perform 9900-close-report.

    if ws-dates-bad is greater than 0
        move 8 to return-code
2000-accumulate-journal.
    open input journal-file
    if journal-file-status is not equal to '00'
        move spaces to rp-line
        string "CONVERT.JNL could not be opened - status "
            journal-file-status delimited by size into rp-line
        perform 9800-report-line
    else
        read journal-file into journal-record
            at end continue
            if jl-date is not less than sel-from-date
                    and jl-date is not greater than sel-to-date
                    and jl-operator is not equal to 'JNLAUDIT'
                perform 2100-post-journal-entry thru 2100-exit
            end-if
            read journal-file into journal-record
                at end move '10' to journal-file-status
    end-if.

2100-post-journal-entry.
    if jl-direction is equal to 'ROMAN-DATE'
            or jl-direction is equal to 'REVERSAL'
            or jl-direction is equal to 'CORRECTION'
        go to 2100-exit
    end-if
    move jl-date to rc-work-date
    perform 6000-find-date-row
    if rc-idx is greater than 0
            add result-value to rc-jnl-rev-total(rc-idx)
        end-if
    end-if.
2100-exit.
    exit.

3000-accumulate-control-log.
    open input control-log-file
    if control-log-status is not equal to '00'
        move spaces to rp-line
        string "ROMANCTL.LOG could not be opened - status "
            control-log-status delimited by size into rp-line
        perform 9800-report-line
    else
        read control-log-file into control-log-record
            at end continue
            add 1 to ws-lines-read
            if cl-date is not less than sel-from-date
                    and cl-date is not greater than sel-to-date
                perform 3100-post-log-line thru 3100-exit
            end-if
            read control-log-file into control-log-record
                at end move '10' to control-log-status
    end-if.

3100-post-log-line.
    if cl-dir-label is equal to ' DIR = '
            and cl-direction is equal to 'DAT'
        go to 3100-exit
    end-if
    move cl-date to rc-work-date
    perform 6000-find-date-row
    if rc-idx is greater than 0
            add cl-total     to rc-log-fwd-total(rc-idx)
        end-if
    end-if.
3100-exit.
    exit.

6000-find-date-row.
    move 'N' to rc-found-sw
        if rc-count is greater than or equal to 400
            if overflow-warned-sw is equal to 'N'
                move 'Y' to overflow-warned-sw
                move spaces to rp-line
                string "WARNING: more than 400 distinct dates -"
                    " narrow the date range and rerun"
                    delimited by size into rp-line
                perform 9800-report-line
            end-if
            move 0 to rc-idx
        else
    end-if.

4000-compare-and-report.
    move spaces to rp-line
    perform 9800-report-line
    move spaces to rp-line
    string "DATE      DIR        JNL COUNT LOG COUNT  JNL TOTAL"
        "  LOG TOTAL  STATUS" delimited by size into rp-line
    perform 9800-report-line
    move spaces to rp-line
    string "--------  ---------  --------- ---------  ---------"
        " ----------  ------" delimited by size into rp-line
    perform 9800-report-line
    perform 4100-compare-one-date varying rc-idx from 1 by 1
        until rc-idx is greater than rc-count
    move spaces to rp-line
    perform 9800-report-line
    move ws-entries-read to out-count
    move spaces to rp-line
    string "Journal entries read:  " out-count
        delimited by size into rp-line
    perform 9800-report-line
    move ws-lines-read to out-count
    move spaces to rp-line
    string "Control-log lines read: " out-count
        delimited by size into rp-line
    perform 9800-report-line
    move ws-dates-bad to out-count
    move spaces to rp-line
    string "Dates out of balance:  " out-count
        delimited by size into rp-line
    perform 9800-report-line
    if ws-dates-bad is equal to 0
        move "** JOURNAL AND CONTROL LOG RECONCILE **" to rp-line
        perform 9800-report-line
    else
        move "** IMBALANCE FOUND - SEE THE FLAGGED DATES ABOVE **"
            to rp-line
        perform 9800-report-line
    end-if.

4100-compare-one-date.
            or rc-log-fwd-total(rc-idx) is greater than
                rc-jnl-fwd-total(rc-idx)
        move 'Y' to date-bad-sw
        move 'ROMAN-DEC' to ri-direction
        move rc-jnl-fwd-count(rc-idx) to ri-jnl-count
        move rc-log-fwd-count(rc-idx) to ri-log-count
        move rc-jnl-fwd-total(rc-idx) to ri-jnl-total
        move rc-log-fwd-total(rc-idx) to ri-log-total
        perform 5100-log-imbalance
        move spaces to rp-line
        string rc-date(rc-idx) "  ROMAN-DEC  " out-count " " out-count2
            " " out-total " " out-total2 "  ** BAD **"
            delimited by size into rp-line
        perform 9800-report-line
    else
        move spaces to rp-line
        string rc-date(rc-idx) "  ROMAN-DEC  " out-count " " out-count2
            " " out-total " " out-total2 "  OK"
            delimited by size into rp-line
        perform 9800-report-line
    end-if.

4300-compare-rev.
            or rc-log-rev-total(rc-idx) is greater than
                rc-jnl-rev-total(rc-idx)
        move 'Y' to date-bad-sw
        move 'DEC-ROMAN' to ri-direction
        move rc-jnl-rev-count(rc-idx) to ri-jnl-count
        move rc-log-rev-count(rc-idx) to ri-log-count
        move rc-jnl-rev-total(rc-idx) to ri-jnl-total
        move rc-log-rev-total(rc-idx) to ri-log-total
        perform 5100-log-imbalance
        move spaces to rp-line
        string rc-date(rc-idx) "  DEC-ROMAN  " out-count " " out-count2
            " " out-total " " out-total2 "  ** BAD **"
            delimited by size into rp-line
        perform 9800-report-line
    else
        if rc-jnl-rev-count(rc-idx) is greater than 0
                or rc-log-rev-count(rc-idx) is greater than 0
            move spaces to rp-line
            string rc-date(rc-idx) "  DEC-ROMAN  " out-count " "
                out-count2 " " out-total " " out-total2 "  OK"
                delimited by size into rp-line
            perform 9800-report-line
        end-if
    end-if.

5000-detail-one-date.
    *> the imbalanced date's run lines, straight off the log, so the
    *> run that caused the gap can be picked out by time and figures
    move spaces to rp-line
    string "  run lines for " rc-date(rc-idx) ":"
        delimited by size into rp-line
    perform 9800-report-line
    open input control-log-file
    if control-log-status is equal to '00'
        move 0 to log-eof
        perform until log-eof is equal to 1
            move control-log-record to control-log-line
            if cl-date is equal to rc-date(rc-idx)
                move spaces to rp-line
                string "  " control-log-line(1:120)
                    delimited by size into rp-line
                perform 9800-report-line
            end-if
            read control-log-file into control-log-record
                at end move 1 to log-eof
        end-perform
        close control-log-file
    end-if.

5100-log-imbalance.
    move rc-date(rc-idx) to ri-date
    accept ri-run-date from date yyyymmdd
    accept ri-run-time from time
    open extend imbalance-log-file
    if imbalance-log-status is not equal to '00'
        open output imbalance-log-file
    end-if
    if imbalance-log-status is equal to '00'
        write imbalance-log-record from recon-imbalance-line
        close imbalance-log-file
    else
        display "WARNING: JNLRECON.LOG not available - status "
            imbalance-log-status " - imbalance not logged"
    end-if.

9700-open-report.
    move 'OPEN' to rp-function
    move 'JOURNAL-RECONCILE' to rp-program
    move 'JNLRECON' to rp-code
    move 'JOURNAL / CONTROL-LOG RECONCILIATION' to rp-title
    move spaces to rp-operator
    call "report-writer" using report-area.

9800-report-line.
    move 'LINE' to rp-function
    call "report-writer" using report-area.

9900-close-report.
    move 'CLOSE' to rp-function
    call "report-writer" using report-area.
