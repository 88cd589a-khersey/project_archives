*>
*> entries the engines cannot round-trip (overline numerals worth
*> more than 3999999, past UNCONVERT's one-level overline ceiling)
*> are counted as unverifiable, not mismatched. so are ROMAN-DATE
*> entries: a whole day-month-year has no single decimal to replay,
*> and its parts went through CONVERT unjournaled. so are a
*> restatement's REVERSAL entries, which repeat the bad value on
*> purpose to take it back out; its CORRECTION entries are audited
*> like any other ROMAN-DEC entry.
*>

identification division.
77 replay-numeral  pic X(30).
77 out-count pic Z(7)9.
77 out-eq    pic Z(9).
copy rptarea.

procedure division.
0000-mainline.
    perform 9700-open-report.
    move " Journal Round-Trip Audit" to rp-line
    perform 9800-report-line.
    move "--------------------------" to rp-line
    perform 9800-report-line.

    perform 1000-copy-journal-to-work.

    if ws-entries-read is equal to 0
        move "CONVERT.JNL is empty or missing - nothing to audit"
            to rp-line
        perform 9800-report-line
        perform 9900-close-report
        stop run
    end-if.

    perform 2000-replay-work-file.
    perform 4000-print-audit-summary.
    perform 9900-close-report.
    stop run.

1000-copy-journal-to-work.
    open input journal-file
    if journal-file-status is not equal to '00'
        move spaces to rp-line
        string "CONVERT.JNL could not be opened - status "
            journal-file-status delimited by size into rp-line
        perform 9800-report-line
    else
        open output work-file
        move 0 to journal-eof
        add 1 to ws-entries-own
    else
        add 1 to audit-seq
        if jl-direction is equal to 'ROMAN-DATE'
                or jl-direction is equal to 'REVERSAL'
            add 1 to ws-entries-unverifiable
        else
        if jl-direction is equal to 'ROMAN-DEC'
                or jl-direction is equal to 'CORRECTION'
            perform 2200-audit-roman-dec
        else
            perform 2300-audit-dec-roman
        end-if
        end-if
    end-if.

2200-audit-roman-dec.
            add 1 to ws-entries-verified
        else
            add 1 to ws-entries-mismatch
            move spaces to rp-line
            string "MISMATCH " jl-date " " jl-time " " jl-operator
                " ROMAN-DEC journaled " jl-value " result " result-text
                " replays as " replay-numeral
                delimited by size into rp-line
            perform 9800-report-line
        end-if
    end-if.

        else
            add 1 to ws-entries-mismatch
            move sum1 to out-eq
            move spaces to rp-line
            string "MISMATCH " jl-date " " jl-time " " jl-operator
                " DEC-ROMAN journaled " value-text " result " jl-result
                " replays as " out-eq delimited by size into rp-line
            perform 9800-report-line
        end-if
    end-if.

4000-print-audit-summary.
    move spaces to rp-line
    perform 9800-report-line
    move "-----------------------------" to rp-line
    perform 9800-report-line
    move " Round-Trip Audit Summary    " to rp-line
    perform 9800-report-line
    move "-----------------------------" to rp-line
    perform 9800-report-line
    move ws-entries-read to out-count
    move spaces to rp-line
    string " Journal Entries Read:   " out-count
        delimited by size into rp-line
    perform 9800-report-line
    move ws-entries-own to out-count
    move spaces to rp-line
    string " Prior Audit Entries:    " out-count
        delimited by size into rp-line
    perform 9800-report-line
    move ws-entries-verified to out-count
    move spaces to rp-line
    string " Entries Verified:       " out-count
        delimited by size into rp-line
    perform 9800-report-line
    move ws-entries-mismatch to out-count
    move spaces to rp-line
    string " Entries Mismatched:     " out-count
        delimited by size into rp-line
    perform 9800-report-line
    move ws-entries-unverifiable to out-count
    move spaces to rp-line
    string " Entries Unverifiable:   " out-count
        delimited by size into rp-line
    perform 9800-report-line
    if ws-entries-mismatch is greater than 0
        move " ** MISMATCHES FOUND - CHECK DIGITVAL.DAT HISTORY **"
            to rp-line
        perform 9800-report-line
        move 8 to return-code
    else
        move " ** ALL VERIFIABLE ENTRIES ROUND-TRIP CLEAN **" to rp-line
        perform 9800-report-line
    end-if.

9700-open-report.
    move 'OPEN' to rp-function
    move 'JOURNAL-AUDIT' to rp-program
    move 'JNLAUDIT' to rp-code
    move 'JOURNAL ROUND-TRIP AUDIT' to rp-title
    move spaces to rp-operator
    call "report-writer" using report-area.

9800-report-line.
    move 'LINE' to rp-function
    call "report-writer" using report-area.

9900-close-report.
    move 'CLOSE' to rp-function
    call "report-writer" using report-area.
